      * Author: @trishmahan
      * Date: 2026/09/03
      * Purpose: End-of-day job controller. Runs the nightly chain
      *          HELLO-RPT, HELLO-RECON, HELLO-FEED, HELLO-ARCH,
      *          HELLO-POST in that fixed order for one business
      *          date (argument 1, default today), passing the date to
      *          each step through the EOD_DATE environment value.
      *          Each step's RETURN-CODE is journaled to EODSTEP.DAT;
      *          a step that ends with a nonzero code stops the chain,
      *          and a rerun for the same date resumes from the failed
      *          step instead of repeating completed ones. HELLO-ARCH is
      *          refused outright when FEEDSTAT.DAT shows the date's
      *          feed was never staged, so the log is never cut from
      *          under an unsent feed. HELLO-POST runs last so the
      *          day it posts to attendance history is already cut
      *          to its archive.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-EOD.
           01  WS-ARG-COUNT PIC 9(2) VALUE 0.
           01  WS-BUSINESS-DATE PIC 9(8) VALUE 0.
           01  WS-STEP-TABLE.
               05  WS-STEP-ENTRY OCCURS 5 TIMES.
                   10  WS-STEP-NAME PIC X(12).
                   10  WS-STEP-DONE PIC X.
           01  WS-STEP-IDX PIC 9(1) VALUE 0.
           MOVE "HELLO-RECON" TO WS-STEP-NAME(2)
           MOVE "HELLO-FEED" TO WS-STEP-NAME(3)
           MOVE "HELLO-ARCH" TO WS-STEP-NAME(4)
           MOVE "HELLO-POST" TO WS-STEP-NAME(5)
           MOVE "N" TO WS-STEP-DONE(1)
           MOVE "N" TO WS-STEP-DONE(2)
           MOVE "N" TO WS-STEP-DONE(3)
           MOVE "N" TO WS-STEP-DONE(4)
           MOVE "N" TO WS-STEP-DONE(5)
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-STEP-CONTROL.
           PERFORM RUN-CHAIN.
                   NOT AT END
                       IF EODS-DATE IS NUMERIC
                              AND EODS-DATE = WS-BUSINESS-DATE
                              AND EODS-STEP >= 1 AND EODS-STEP <= 5
                           IF EODS-STATUS = "DONE"
                               MOVE "Y" TO WS-STEP-DONE(EODS-STEP)
                           ELSE

       RUN-CHAIN.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > 5
               IF WS-CHAIN-STOPPED = "N"
                   IF WS-STEP-DONE(WS-STEP-IDX) = "Y"
                       DISPLAY "HELLO-EOD: step "
                       ON EXCEPTION
                           MOVE 12 TO WS-STEP-RC
                   END-CALL
               WHEN 5
                   CALL "HELLO-POST"
                       ON EXCEPTION
                           MOVE 12 TO WS-STEP-RC
                   END-CALL
           END-EVALUATE
           IF WS-STEP-RC = 0
               MOVE RETURN-CODE TO WS-STEP-RC
