      *************************************
      * Author: @trishmahan
      * Date: 2017/06/20
      * Purpose: Shift-end summary report off GREETING-LOG, with the
      *          supervisor corrections on GLOGCORR.DAT applied
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-RPT.
           01  WS-SEARCH-IDX PIC 9(4).
           01  WS-FOUND PIC X VALUE "N".
           01  WS-REGREET-COUNT PIC 9(5) VALUE 0.
       COPY GCORPARM.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-SHIFT-DATE.
           PERFORM LOAD-LOG-CORRECTIONS.
           OPEN INPUT GREETING-LOG.
           PERFORM UNTIL WS-EOF = "Y"
               READ GREETING-LOG
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GLOG-DATE = WS-SHIFT-DATE
                           PERFORM APPLY-LOG-CORRECTION
                           IF GCP-RESULT NOT = "V"
                               PERFORM PROCESS-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               END-IF
           END-IF.

       LOAD-LOG-CORRECTIONS.
           MOVE "L" TO GCP-FUNCTION
           MOVE WS-SHIFT-DATE TO GCP-FROM-DATE
           MOVE WS-SHIFT-DATE TO GCP-TO-DATE
           MOVE 0 TO GCP-LOADED
           MOVE 0 TO GCP-DROPPED
           CALL "HELLO-GCAP" USING GLOG-CORR-PARMS GREETING-LOG-RECORD
               ON EXCEPTION
                   MOVE 0 TO GCP-LOADED
                   DISPLAY "HELLO-RPT: WARNING - HELLO-GCAP not "
                       "available; log corrections not applied"
           END-CALL
           IF GCP-DROPPED > 0
               DISPLAY "HELLO-RPT: WARNING - correction table full; "
                   "some log corrections not applied"
           END-IF
           MOVE "A" TO GCP-FUNCTION.

       APPLY-LOG-CORRECTION.
           MOVE "N" TO GCP-RESULT
           IF GCP-LOADED > 0
               CALL "HELLO-GCAP"
                   USING GLOG-CORR-PARMS GREETING-LOG-RECORD
               END-CALL
           END-IF.

       PROCESS-RECORD.
           COMPUTE WS-HOUR = GLOG-TIME / 1000000.
           ADD 1 TO WS-HOUR-COUNT(WS-HOUR + 1).
