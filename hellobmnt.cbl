      *          written back, and every add/update/delete is
      *          journaled to CHGAUDIT.DAT with before/after images
      *          for HELLO-AUDR.
      *          The operator must sign on through HELLO-SIGNON
      *          (function BMNT) before the menu is shown, and the
      *          signed-on operator ID is carried on every audit
      *          record.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-BMNT.
           01  WS-AUDIT-AFTER PIC X(456) VALUE SPACES.
           01  WS-AUDIT-DATE PIC 9(8) VALUE 0.
           01  WS-AUDIT-TIME PIC 9(8) VALUE 0.
       COPY SIGNON.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-TERMINAL-CONFIG.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM LOAD-PROFILE.
           PERFORM LOAD-BANNER-TABLE.
           PERFORM UNTIL WS-DONE = "Y"
           DISPLAY "OPERATOR_ROLE" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-ROLE FROM ENVIRONMENT-VALUE.

       SIGN-ON-OPERATOR.
           MOVE "BMNT" TO SGN-FUNCTION
           MOVE WS-TERMINAL-ID TO SGN-TERMINAL-ID
           CALL "HELLO-SIGNON" USING SIGNON-PARMS
               ON EXCEPTION
                   MOVE "N" TO SGN-RESULT
           END-CALL
           IF SGN-RESULT NOT = "Y"
               MOVE "Y" TO WS-DONE
           END-IF.

       LOAD-PROFILE.
           OPEN INPUT PROFILE-MASTER.
           MOVE SPACES TO PROFILE-RECORD
           MOVE WS-WORK-ID TO CAUD-KEY
           MOVE WS-AUDIT-BEFORE TO CAUD-BEFORE
           MOVE WS-AUDIT-AFTER TO CAUD-AFTER
           MOVE SGN-OPERATOR-ID TO CAUD-OPERATOR-ID
           WRITE CHANGE-AUDIT-RECORD
           CLOSE CHANGE-AUDIT.

