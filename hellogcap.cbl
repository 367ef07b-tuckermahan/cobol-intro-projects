      *************************************
      * Author: @trishmahan
      * Date: 2026/10/15
      * Purpose: Applies the GREETING-LOG correction journal
      *          (GLOGCORR.DAT) for the programs that read the log.
      *          CALLed once with function "L" to load the latest
      *          correction per greeting for a range of log dates,
      *          then with function "A" for each log record read in
      *          that range: a voided greeting is flagged so the
      *          caller can drop it, and a reassigned one has its
      *          GLOG-NAME and GLOG-EMP-ID replaced in place. The log
      *          file itself is never touched.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-GCAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLOG-CORRECTION ASSIGN TO "GLOGCORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GLOG-CORRECTION.
       COPY GLOGCORR.
       WORKING-STORAGE SECTION.
           01  WS-CORR-EOF PIC X VALUE "N".
           01  WS-CORR-COUNT PIC 9(4) VALUE 0.
           01  WS-CORR-TABLE.
               05  WS-CORR-ENTRY OCCURS 2000 TIMES.
                   10  WS-CRT-DATE PIC 9(8).
                   10  WS-CRT-SEQ PIC 9(6).
                   10  WS-CRT-ACTION PIC X(6).
                   10  WS-CRT-EMP-ID PIC X(6).
                   10  WS-CRT-NAME PIC X(54).
           01  WS-CORR-IDX PIC 9(4) VALUE 0.
           01  WS-FOUND-IDX PIC 9(4) VALUE 0.
       LINKAGE SECTION.
       COPY GCORPARM.
       COPY GREETLOG.
       PROCEDURE DIVISION USING GLOG-CORR-PARMS GREETING-LOG-RECORD.

       MAIN-PROCEDURE.
           EVALUATE GCP-FUNCTION
               WHEN "L"
                   PERFORM LOAD-CORRECTIONS
               WHEN "A"
                   PERFORM APPLY-CORRECTION
               WHEN OTHER
                   MOVE "N" TO GCP-RESULT
           END-EVALUATE.
           GOBACK.

       LOAD-CORRECTIONS.
           MOVE "N" TO WS-CORR-EOF
           MOVE 0 TO WS-CORR-COUNT
           MOVE 0 TO GCP-DROPPED
           OPEN INPUT GLOG-CORRECTION.
           PERFORM UNTIL WS-CORR-EOF = "Y"
               READ GLOG-CORRECTION
                   AT END
                       MOVE "Y" TO WS-CORR-EOF
                   NOT AT END
                       IF GCOR-LOG-DATE IS NUMERIC
                              AND GCOR-LOG-SEQ IS NUMERIC
                              AND GCOR-LOG-DATE >= GCP-FROM-DATE
                              AND GCOR-LOG-DATE <= GCP-TO-DATE
                           PERFORM STORE-CORRECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLOG-CORRECTION.
           MOVE WS-CORR-COUNT TO GCP-LOADED.

       STORE-CORRECTION.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
                       UNTIL WS-CORR-IDX > WS-CORR-COUNT
               IF WS-CRT-DATE(WS-CORR-IDX) = GCOR-LOG-DATE
                      AND WS-CRT-SEQ(WS-CORR-IDX) = GCOR-LOG-SEQ
                   MOVE WS-CORR-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-CORR-COUNT < 2000
                   ADD 1 TO WS-CORR-COUNT
                   MOVE WS-CORR-COUNT TO WS-FOUND-IDX
               ELSE
                   ADD 1 TO GCP-DROPPED
               END-IF
           END-IF
           IF WS-FOUND-IDX > 0
               MOVE GCOR-LOG-DATE TO WS-CRT-DATE(WS-FOUND-IDX)
               MOVE GCOR-LOG-SEQ TO WS-CRT-SEQ(WS-FOUND-IDX)
               MOVE GCOR-ACTION TO WS-CRT-ACTION(WS-FOUND-IDX)
               MOVE GCOR-NEW-EMP-ID TO WS-CRT-EMP-ID(WS-FOUND-IDX)
               MOVE GCOR-NEW-NAME TO WS-CRT-NAME(WS-FOUND-IDX)
           END-IF.

       APPLY-CORRECTION.
           MOVE "N" TO GCP-RESULT
           MOVE 0 TO WS-FOUND-IDX
           IF WS-CORR-COUNT > 0 AND GLOG-SEQ IS NUMERIC
                  AND GLOG-SEQ > 0
               PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
                           UNTIL WS-CORR-IDX > WS-CORR-COUNT
                              OR WS-FOUND-IDX > 0
                   IF WS-CRT-DATE(WS-CORR-IDX) = GLOG-DATE
                          AND WS-CRT-SEQ(WS-CORR-IDX) = GLOG-SEQ
                       MOVE WS-CORR-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-IDX > 0
               EVALUATE WS-CRT-ACTION(WS-FOUND-IDX)
                   WHEN "VOID"
                       MOVE "V" TO GCP-RESULT
                   WHEN "REASGN"
                       MOVE "R" TO GCP-RESULT
                       MOVE WS-CRT-NAME(WS-FOUND-IDX) TO GLOG-NAME
                       MOVE WS-CRT-EMP-ID(WS-FOUND-IDX) TO GLOG-EMP-ID
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
