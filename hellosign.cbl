      *************************************
      * Author: @trishmahan
      * Date: 2026/10/15
      * Purpose: Operator sign-on, CALLed by the maintenance screens
      *          before they show their menu. Takes an operator ID and
      *          password, checks the password hash on OPERSEC.DAT and
      *          that the operator holds the function code the caller
      *          passes in SIGNON-PARMS, and hands back the operator ID
      *          for the change audit trail. Consecutive failures are
      *          counted per operator and SIGNON_MAX_FAILURES of them
      *          (default 3) lock the operator out. A password older
      *          than PASSWORD_EXPIRY_DAYS (default 90) must be changed
      *          before the menu is shown, and a new operator set up
      *          with a zero hash chooses a password at first sign-on.
      *          Every sign-on, failure, lockout, refusal and password
      *          change is appended to SECLOG.DAT for HELLO-SRPT.
      *          An OPERSEC.DAT with more operators than the sign-on
      *          table holds is refused outright, since saving the
      *          table back would lose the ones that did not fit.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-SIGNON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-SECURITY ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SECURITY.
       COPY OPERSEC.
       FD  SECURITY-LOG.
       COPY SECLOG.
       WORKING-STORAGE SECTION.
           01  WS-OPER-EOF PIC X VALUE "N".
           01  WS-OPER-COUNT PIC 9(3) VALUE 0.
           01  WS-OVERFLOW-COUNT PIC 9(4) VALUE 0.
           01  WS-OPER-TABLE.
               05  WS-OPER-ENTRY OCCURS 200 TIMES.
                   10  WS-OPR-ID PIC X(8).
                   10  WS-OPR-NAME PIC X(30).
                   10  WS-OPR-HASH PIC 9(12).
                   10  WS-OPR-PW-DATE PIC 9(8).
                   10  WS-OPR-FAILS PIC 9(2).
                   10  WS-OPR-LOCKED PIC X.
                   10  WS-OPR-FUNCTION PIC X(4) OCCURS 10 TIMES.
                   10  WS-OPR-LAST-SIGNON PIC 9(8).
           01  WS-OPER-IDX PIC 9(3) VALUE 0.
           01  WS-FOUND-IDX PIC 9(3) VALUE 0.
           01  WS-FUNC-IDX PIC 9(2) VALUE 0.
           01  WS-TABLE-CHANGED PIC X VALUE "N".
           01  WS-EXPIRY-DAYS PIC 9(4) VALUE 90.
           01  WS-MAX-FAILURES PIC 9(2) VALUE 3.
           01  WS-TODAY PIC 9(8) VALUE 0.
           01  WS-NOW PIC 9(8) VALUE 0.
           01  WS-PW-AGE PIC S9(7) VALUE 0.
           01  WS-TRIES PIC 9(2) VALUE 0.
           01  WS-SIGNON-DONE PIC X VALUE "N".
           01  WS-PW-CHANGED PIC X VALUE "N".
           01  WS-PW-EXPIRED PIC X VALUE "N".
           01  WS-ALLOWED PIC X VALUE "N".
           01  WS-ENTRY-ID PIC X(8) VALUE SPACES.
           01  WS-ENTRY-PASSWORD PIC X(20) VALUE SPACES.
           01  WS-NEW-PASSWORD PIC X(20) VALUE SPACES.
           01  WS-CONFIRM-PASSWORD PIC X(20) VALUE SPACES.
           01  WS-HASH-INPUT.
               05  WS-HASH-ID PIC X(8).
               05  WS-HASH-PASSWORD PIC X(20).
           01  WS-HASH PIC 9(15) VALUE 0.
           01  WS-CHAR-IDX PIC 9(2) VALUE 0.
           01  WS-EVENT PIC X(8) VALUE SPACES.
           01  WS-EVENT-DETAIL PIC X(40) VALUE SPACES.
           01  WS-MESSAGE PIC X(60) VALUE SPACES.
           01  WS-CONFIRM PIC X VALUE SPACE.
       LINKAGE SECTION.
       COPY SIGNON.
       PROCEDURE DIVISION USING SIGNON-PARMS.

       MAIN-PROCEDURE.
           MOVE "N" TO SGN-RESULT
           MOVE SPACES TO SGN-OPERATOR-ID
           MOVE "N" TO WS-SIGNON-DONE
           MOVE "N" TO WS-TABLE-CHANGED
           MOVE 0 TO WS-TRIES
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-SIGNON-CONFIG
           PERFORM LOAD-OPERATOR-TABLE
           IF WS-OVERFLOW-COUNT > 0
               PERFORM REFUSE-OVERSIZE-FILE
           ELSE
               PERFORM UNTIL WS-SIGNON-DONE = "Y"
                   PERFORM SIGNON-ATTEMPT
               END-PERFORM
               IF WS-TABLE-CHANGED = "Y"
                   PERFORM SAVE-OPERATOR-TABLE
               END-IF
           END-IF
           GOBACK.

       LOAD-SIGNON-CONFIG.
           DISPLAY "PASSWORD_EXPIRY_DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-EXPIRY-DAYS FROM ENVIRONMENT-VALUE
           IF WS-EXPIRY-DAYS = 0
               MOVE 90 TO WS-EXPIRY-DAYS
           END-IF
           DISPLAY "SIGNON_MAX_FAILURES" UPON ENVIRONMENT-NAME
           ACCEPT WS-MAX-FAILURES FROM ENVIRONMENT-VALUE
           IF WS-MAX-FAILURES = 0
               MOVE 3 TO WS-MAX-FAILURES
           END-IF.

       LOAD-OPERATOR-TABLE.
           MOVE "N" TO WS-OPER-EOF
           MOVE 0 TO WS-OPER-COUNT
           OPEN INPUT OPERATOR-SECURITY.
           PERFORM UNTIL WS-OPER-EOF = "Y"
               READ OPERATOR-SECURITY
                   AT END
                       MOVE "Y" TO WS-OPER-EOF
                   NOT AT END
                       IF WS-OPER-COUNT < 200
                           ADD 1 TO WS-OPER-COUNT
                           MOVE OPERATOR-SECURITY-RECORD
                               TO WS-OPER-ENTRY(WS-OPER-COUNT)
                           IF OPSEC-OPERATOR-ID NOT = SPACES
                               PERFORM CLEAN-OPERATOR-ENTRY
                           END-IF
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-SECURITY.

      * A record with no operator ID can never be signed on with, but
      * it stays in the table so the rewrite below carries it over.
       CLEAN-OPERATOR-ENTRY.
           IF WS-OPR-HASH(WS-OPER-COUNT) IS NOT NUMERIC
               MOVE 0 TO WS-OPR-HASH(WS-OPER-COUNT)
           END-IF
           IF WS-OPR-FAILS(WS-OPER-COUNT) IS NOT NUMERIC
               MOVE 0 TO WS-OPR-FAILS(WS-OPER-COUNT)
           END-IF.

      * Rewriting OPERSEC.DAT from a short table would delete the
      * operators that did not fit, so no sign-on is taken at all.
       REFUSE-OVERSIZE-FILE.
           MOVE SPACES TO WS-ENTRY-ID
           MOVE "DENIED" TO WS-EVENT
           MOVE "OPERSEC.DAT over 200 records - refused"
               TO WS-EVENT-DETAIL
           PERFORM WRITE-SECURITY-EVENT
           PERFORM SHOW-SIGNON-SCREEN
           MOVE "Operator file too large - see security admin"
               TO WS-MESSAGE
           PERFORM SHOW-MESSAGE.

       SAVE-OPERATOR-TABLE.
           OPEN OUTPUT OPERATOR-SECURITY.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-COUNT
               MOVE WS-OPER-ENTRY(WS-OPER-IDX)
                   TO OPERATOR-SECURITY-RECORD
               WRITE OPERATOR-SECURITY-RECORD
           END-PERFORM.
           CLOSE OPERATOR-SECURITY.

       SHOW-SIGNON-SCREEN.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "==== HELLO-MAXX OPERATOR SIGN-ON ====" AT 0120
           DISPLAY "Function: " AT 0302
           DISPLAY SGN-FUNCTION AT 0312
           DISPLAY "Terminal: " AT 0330
           DISPLAY SGN-TERMINAL-ID AT 0340
           DISPLAY "Operator ID: " AT 0502
           DISPLAY "Password:    " AT 0602
           DISPLAY "(blank operator ID to cancel)" AT 0530.

      * The same message is shown for an unknown ID and a wrong
      * password so the screen does not confirm which IDs exist.
       SIGNON-ATTEMPT.
           ADD 1 TO WS-TRIES
           PERFORM SHOW-SIGNON-SCREEN
           MOVE SPACES TO WS-ENTRY-ID
           ACCEPT WS-ENTRY-ID AT 0516 WITH UPPER
           IF WS-ENTRY-ID = SPACES
               MOVE "Y" TO WS-SIGNON-DONE
           ELSE
               MOVE SPACES TO WS-ENTRY-PASSWORD
               ACCEPT WS-ENTRY-PASSWORD AT 0616 WITH SECURE
               PERFORM FIND-OPERATOR
               EVALUATE TRUE
                   WHEN WS-FOUND-IDX = 0
                       MOVE "FAILED" TO WS-EVENT
                       MOVE "unknown operator ID" TO WS-EVENT-DETAIL
                       PERFORM WRITE-SECURITY-EVENT
                       MOVE "Sign-on refused" TO WS-MESSAGE
                       PERFORM SHOW-MESSAGE
                   WHEN WS-OPR-LOCKED(WS-FOUND-IDX) = "Y"
                       MOVE "LOCKED" TO WS-EVENT
                       MOVE "attempt on locked operator"
                           TO WS-EVENT-DETAIL
                       PERFORM WRITE-SECURITY-EVENT
                       MOVE "Operator locked - see security admin"
                           TO WS-MESSAGE
                       PERFORM SHOW-MESSAGE
                       MOVE "Y" TO WS-SIGNON-DONE
                   WHEN WS-OPR-HASH(WS-FOUND-IDX) = 0
                       MOVE "No password set yet - choose one now"
                           TO WS-MESSAGE
                       PERFORM CHANGE-PASSWORD
                       IF WS-PW-CHANGED = "Y"
                           PERFORM CHECK-FUNCTION-ALLOWED
                       END-IF
                   WHEN OTHER
                       PERFORM CHECK-PASSWORD
               END-EVALUATE
               IF WS-SIGNON-DONE = "N" AND WS-TRIES >= 3
                   MOVE "Y" TO WS-SIGNON-DONE
               END-IF
           END-IF.

       FIND-OPERATOR.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF WS-OPR-ID(WS-OPER-IDX) = WS-ENTRY-ID
                   MOVE WS-OPER-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       CHECK-PASSWORD.
           MOVE WS-ENTRY-ID TO WS-HASH-ID
           MOVE WS-ENTRY-PASSWORD TO WS-HASH-PASSWORD
           PERFORM COMPUTE-HASH
           IF WS-HASH NOT = WS-OPR-HASH(WS-FOUND-IDX)
               PERFORM RECORD-FAILURE
           ELSE
               IF WS-OPR-FAILS(WS-FOUND-IDX) > 0
                   MOVE 0 TO WS-OPR-FAILS(WS-FOUND-IDX)
                   MOVE "Y" TO WS-TABLE-CHANGED
               END-IF
               PERFORM CHECK-PASSWORD-EXPIRY
               IF WS-PW-EXPIRED = "Y"
                   MOVE "Password expired - choose a new one"
                       TO WS-MESSAGE
                   PERFORM CHANGE-PASSWORD
                   IF WS-PW-CHANGED = "Y"
                       PERFORM CHECK-FUNCTION-ALLOWED
                   END-IF
               ELSE
                   PERFORM CHECK-FUNCTION-ALLOWED
               END-IF
           END-IF.

       RECORD-FAILURE.
           ADD 1 TO WS-OPR-FAILS(WS-FOUND-IDX)
           MOVE "Y" TO WS-TABLE-CHANGED
           IF WS-OPR-FAILS(WS-FOUND-IDX) >= WS-MAX-FAILURES
               MOVE "Y" TO WS-OPR-LOCKED(WS-FOUND-IDX)
               MOVE "LOCKOUT" TO WS-EVENT
               MOVE "too many failed attempts - locked"
                   TO WS-EVENT-DETAIL
               PERFORM WRITE-SECURITY-EVENT
               MOVE "Too many failures - operator now locked"
                   TO WS-MESSAGE
               PERFORM SHOW-MESSAGE
               MOVE "Y" TO WS-SIGNON-DONE
           ELSE
               MOVE "FAILED" TO WS-EVENT
               MOVE "wrong password" TO WS-EVENT-DETAIL
               PERFORM WRITE-SECURITY-EVENT
               MOVE "Sign-on refused" TO WS-MESSAGE
               PERFORM SHOW-MESSAGE
           END-IF.

       CHECK-PASSWORD-EXPIRY.
           MOVE "N" TO WS-PW-EXPIRED
           IF WS-OPR-PW-DATE(WS-FOUND-IDX) IS NOT NUMERIC
               MOVE "Y" TO WS-PW-EXPIRED
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD
                      (WS-OPR-PW-DATE(WS-FOUND-IDX)) > 0
                   MOVE "Y" TO WS-PW-EXPIRED
               ELSE
                   COMPUTE WS-PW-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE
                           (WS-OPR-PW-DATE(WS-FOUND-IDX))
                   IF WS-PW-AGE > WS-EXPIRY-DAYS
                       MOVE "Y" TO WS-PW-EXPIRED
                   END-IF
               END-IF
           END-IF.

       CHANGE-PASSWORD.
           MOVE "N" TO WS-PW-CHANGED
           DISPLAY WS-MESSAGE AT 0802
           DISPLAY "New password:     " AT 1002
           MOVE SPACES TO WS-NEW-PASSWORD
           ACCEPT WS-NEW-PASSWORD AT 1020 WITH SECURE
           DISPLAY "Repeat password:  " AT 1102
           MOVE SPACES TO WS-CONFIRM-PASSWORD
           ACCEPT WS-CONFIRM-PASSWORD AT 1120 WITH SECURE
           MOVE WS-OPR-ID(WS-FOUND-IDX) TO WS-HASH-ID
           MOVE WS-NEW-PASSWORD TO WS-HASH-PASSWORD
           PERFORM COMPUTE-HASH
           EVALUATE TRUE
               WHEN WS-NEW-PASSWORD = SPACES
                   MOVE "Password may not be blank" TO WS-MESSAGE
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-PASSWORD))
                      < 6
                   MOVE "Password must be at least 6 characters"
                       TO WS-MESSAGE
               WHEN WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
                   MOVE "Passwords did not match" TO WS-MESSAGE
               WHEN WS-HASH = WS-OPR-HASH(WS-FOUND-IDX)
                   MOVE "New password must differ from the old one"
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE "Y" TO WS-PW-CHANGED
           END-EVALUATE
           IF WS-PW-CHANGED = "Y"
               MOVE WS-HASH TO WS-OPR-HASH(WS-FOUND-IDX)
               MOVE WS-TODAY TO WS-OPR-PW-DATE(WS-FOUND-IDX)
               MOVE 0 TO WS-OPR-FAILS(WS-FOUND-IDX)
               MOVE "Y" TO WS-TABLE-CHANGED
               MOVE "PWCHANGE" TO WS-EVENT
               MOVE "password set" TO WS-EVENT-DETAIL
               PERFORM WRITE-SECURITY-EVENT
           ELSE
               PERFORM SHOW-MESSAGE
               MOVE "Y" TO WS-SIGNON-DONE
           END-IF.

       CHECK-FUNCTION-ALLOWED.
           MOVE "N" TO WS-ALLOWED
           PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                       UNTIL WS-FUNC-IDX > 10
               IF WS-OPR-FUNCTION(WS-FOUND-IDX, WS-FUNC-IDX)
                      = SGN-FUNCTION
                   MOVE "Y" TO WS-ALLOWED
               END-IF
           END-PERFORM
           IF WS-ALLOWED = "Y"
               MOVE "SIGNON" TO WS-EVENT
               MOVE "signed on" TO WS-EVENT-DETAIL
               PERFORM WRITE-SECURITY-EVENT
               MOVE WS-TODAY TO WS-OPR-LAST-SIGNON(WS-FOUND-IDX)
               MOVE "Y" TO WS-TABLE-CHANGED
               MOVE WS-OPR-ID(WS-FOUND-IDX) TO SGN-OPERATOR-ID
               MOVE "Y" TO SGN-RESULT
           ELSE
               MOVE "DENIED" TO WS-EVENT
               MOVE "function not granted to operator"
                   TO WS-EVENT-DETAIL
               PERFORM WRITE-SECURITY-EVENT
               MOVE "Not authorized for this function" TO WS-MESSAGE
               PERFORM SHOW-MESSAGE
           END-IF
           MOVE "Y" TO WS-SIGNON-DONE.

      * Input is the operator ID followed by the password, so two
      * operators with the same password do not share a hash. Zero
      * is kept to mean "no password set".
       COMPUTE-HASH.
           MOVE 0 TO WS-HASH
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > 28
               COMPUTE WS-HASH = FUNCTION MOD
                   (WS-HASH * 131
                    + FUNCTION ORD(WS-HASH-INPUT(WS-CHAR-IDX:1)),
                    999999999989)
           END-PERFORM
           IF WS-HASH = 0
               MOVE 1 TO WS-HASH
           END-IF.

       WRITE-SECURITY-EVENT.
           ACCEPT WS-NOW FROM TIME
           OPEN EXTEND SECURITY-LOG
           MOVE WS-TODAY TO SLOG-DATE
           MOVE WS-NOW TO SLOG-TIME
           MOVE SGN-TERMINAL-ID TO SLOG-TERMINAL-ID
           MOVE WS-ENTRY-ID TO SLOG-OPERATOR-ID
           MOVE SGN-FUNCTION TO SLOG-FUNCTION
           MOVE WS-EVENT TO SLOG-EVENT
           MOVE WS-EVENT-DETAIL TO SLOG-DETAIL
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.

       SHOW-MESSAGE.
           DISPLAY WS-MESSAGE AT 2002
           DISPLAY "Press ENTER to continue" AT 2202
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM AT 2226.
