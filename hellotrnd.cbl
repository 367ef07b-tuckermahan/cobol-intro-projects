      *          NORMAL ratio, and the peak hour across the range -
      *          written as a formatted report (TRENDRPT.PRT) and as a
      *          CSV extract (TRENDRPT.CSV) the office staff can open
      *          in a spreadsheet. Greetings voided on GLOGCORR.DAT
      *          are left out of every total.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-TREND.
               05  WS-SWAP-WEEK-TOTAL PIC 9(6).
               05  WS-SWAP-WEEK-NORMAL PIC 9(6).
               05  WS-SWAP-WEEK-TIMEOUT PIC 9(6).
       COPY GCORPARM.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-DATE-RANGE.
           PERFORM LOAD-LOG-CORRECTIONS.
           PERFORM SCAN-LOG.
           PERFORM SCAN-ARCHIVES.
           PERFORM FIND-PEAK-HOUR.
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.

       LOAD-LOG-CORRECTIONS.
           MOVE "L" TO GCP-FUNCTION
           MOVE WS-FROM-DATE TO GCP-FROM-DATE
           MOVE WS-TO-DATE TO GCP-TO-DATE
           MOVE 0 TO GCP-LOADED
           MOVE 0 TO GCP-DROPPED
           CALL "HELLO-GCAP" USING GLOG-CORR-PARMS GREETING-LOG-RECORD
               ON EXCEPTION
                   MOVE 0 TO GCP-LOADED
                   DISPLAY "HELLO-TREND: WARNING - HELLO-GCAP not "
                       "available; log corrections not applied"
           END-CALL
           IF GCP-DROPPED > 0
               DISPLAY "HELLO-TREND: WARNING - correction table full; "
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

       SCAN-LOG.
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT GREETING-LOG.
                   NOT AT END
                       IF GLOG-DATE >= WS-FROM-DATE
                              AND GLOG-DATE <= WS-TO-DATE
                           PERFORM APPLY-LOG-CORRECTION
                           IF GCP-RESULT NOT = "V"
                               PERFORM TALLY-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                       MOVE ARCHIVE-LOG-RECORD TO GREETING-LOG-RECORD
                       IF GLOG-DATE >= WS-FROM-DATE
                              AND GLOG-DATE <= WS-TO-DATE
                           PERFORM APPLY-LOG-CORRECTION
                           IF GCP-RESULT NOT = "V"
                               PERFORM TALLY-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
