      *************************************
      * Author: @trishmahan
      * Date: 2026/10/15
      * Purpose: Security report for the auditors off SECLOG.DAT, the
      *          sign-on journal written by HELLO-SIGNON. Arguments:
      *          from-date, to-date (default from-date, both default
      *          today) and an optional operator ID. Lists every
      *          sign-on, failed attempt, lockout, refusal and password
      *          change in range with totals by event, then the
      *          operators currently locked out and those whose
      *          password has expired (PASSWORD_EXPIRY_DAYS, default
      *          90) or was never set, from OPERSEC.DAT. Written to
      *          SECRPT.RPT.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-SRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-SECURITY ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECURITY-REPORT ASSIGN TO "SECRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG.
       COPY SECLOG.
       FD  OPERATOR-SECURITY.
       COPY OPERSEC.
       FD  SECURITY-REPORT.
           01  SECURITY-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01  WS-ARG-COUNT PIC 9(2) VALUE 0.
           01  WS-FROM-DATE PIC 9(8) VALUE 0.
           01  WS-TO-DATE PIC 9(8) VALUE 0.
           01  WS-OPERATOR-FILTER PIC X(8) VALUE SPACES.
           01  WS-TODAY PIC 9(8) VALUE 0.
           01  WS-EXPIRY-DAYS PIC 9(4) VALUE 90.
           01  WS-PW-AGE PIC S9(7) VALUE 0.
           01  WS-LOG-EOF PIC X VALUE "N".
           01  WS-OPER-EOF PIC X VALUE "N".
           01  WS-LISTED-COUNT PIC 9(6) VALUE 0.
           01  WS-SIGNON-COUNT PIC 9(6) VALUE 0.
           01  WS-FAILED-COUNT PIC 9(6) VALUE 0.
           01  WS-LOCKOUT-COUNT PIC 9(6) VALUE 0.
           01  WS-LOCKED-COUNT PIC 9(6) VALUE 0.
           01  WS-DENIED-COUNT PIC 9(6) VALUE 0.
           01  WS-PWCHANGE-COUNT PIC 9(6) VALUE 0.
           01  WS-SHOWN-COUNT PIC 9(4) VALUE 0.
           01  WS-EDIT-COUNT PIC Z(5)9.
           01  WS-EDIT-FAILS PIC Z9.
           01  WS-EXPIRED PIC X VALUE "N".
           01  WS-PASS PIC 9 VALUE 0.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-REPORT-PARMS.
           OPEN OUTPUT SECURITY-REPORT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LIST-SECURITY-EVENTS.
           PERFORM WRITE-EVENT-TOTALS.
           PERFORM LIST-OPERATOR-EXCEPTIONS.
           CLOSE SECURITY-REPORT.
           MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
           DISPLAY "HELLO-SRPT: " FUNCTION TRIM(WS-EDIT-COUNT)
               " security event(s) listed - see SECRPT.RPT".
           IF WS-LOCKOUT-COUNT > 0
               MOVE WS-LOCKOUT-COUNT TO WS-EDIT-COUNT
               DISPLAY "HELLO-SRPT: " FUNCTION TRIM(WS-EDIT-COUNT)
                   " lockout(s) in range"
           END-IF.
           STOP RUN.

       LOAD-REPORT-PARMS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF WS-ARG-COUNT >= 1
               ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
           ELSE
               MOVE WS-TODAY TO WS-FROM-DATE
           END-IF.
           IF WS-ARG-COUNT >= 2
               ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE
           ELSE
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           IF WS-TO-DATE < WS-FROM-DATE
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           IF WS-ARG-COUNT >= 3
               ACCEPT WS-OPERATOR-FILTER FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-FILTER)
                   TO WS-OPERATOR-FILTER
           END-IF.
           DISPLAY "PASSWORD_EXPIRY_DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-EXPIRY-DAYS FROM ENVIRONMENT-VALUE
           IF WS-EXPIRY-DAYS = 0
               MOVE 90 TO WS-EXPIRY-DAYS
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO SECURITY-LINE
           STRING
               "==== OPERATOR SECURITY REPORT " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               " ====" DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           WRITE SECURITY-LINE.
           IF WS-OPERATOR-FILTER NOT = SPACES
               MOVE SPACES TO SECURITY-LINE
               STRING
                   "Operator filter: " DELIMITED BY SIZE
                   WS-OPERATOR-FILTER DELIMITED BY SIZE
                   INTO SECURITY-LINE
               END-STRING
               WRITE SECURITY-LINE
           END-IF.
           MOVE SPACES TO SECURITY-LINE
           WRITE SECURITY-LINE.
           MOVE "-- Sign-on events --" TO SECURITY-LINE
           WRITE SECURITY-LINE.

       LIST-SECURITY-EVENTS.
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT SECURITY-LOG.
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ SECURITY-LOG
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       IF SLOG-DATE IS NUMERIC
                              AND SLOG-DATE >= WS-FROM-DATE
                              AND SLOG-DATE <= WS-TO-DATE
                              AND (WS-OPERATOR-FILTER = SPACES
                                  OR SLOG-OPERATOR-ID
                                      = WS-OPERATOR-FILTER)
                           PERFORM WRITE-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SECURITY-LOG.
           IF WS-LISTED-COUNT = 0
               MOVE "  (no security events in range)" TO SECURITY-LINE
               WRITE SECURITY-LINE
           END-IF.

       WRITE-ONE-EVENT.
           ADD 1 TO WS-LISTED-COUNT
           EVALUATE SLOG-EVENT
               WHEN "SIGNON"
                   ADD 1 TO WS-SIGNON-COUNT
               WHEN "FAILED"
                   ADD 1 TO WS-FAILED-COUNT
               WHEN "LOCKOUT"
                   ADD 1 TO WS-LOCKOUT-COUNT
               WHEN "LOCKED"
                   ADD 1 TO WS-LOCKED-COUNT
               WHEN "DENIED"
                   ADD 1 TO WS-DENIED-COUNT
               WHEN "PWCHANGE"
                   ADD 1 TO WS-PWCHANGE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO SECURITY-LINE
           STRING
               SLOG-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SLOG-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SLOG-TERMINAL-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SLOG-OPERATOR-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SLOG-FUNCTION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SLOG-EVENT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SLOG-DETAIL DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           WRITE SECURITY-LINE.

       WRITE-EVENT-TOTALS.
           MOVE SPACES TO SECURITY-LINE
           WRITE SECURITY-LINE.
           MOVE "-- Event totals --" TO SECURITY-LINE
           WRITE SECURITY-LINE.
           MOVE WS-SIGNON-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SECURITY-LINE
           STRING
               "SIGN-ONS:                " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           WRITE SECURITY-LINE.
           MOVE WS-FAILED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SECURITY-LINE
           STRING
               "FAILED ATTEMPTS:         " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           WRITE SECURITY-LINE.
           MOVE WS-LOCKOUT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SECURITY-LINE
           STRING
               "LOCKOUTS:                " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           WRITE SECURITY-LINE.
           MOVE WS-LOCKED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SECURITY-LINE
           STRING
               "TRIES WHILE LOCKED:      " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           WRITE SECURITY-LINE.
           MOVE WS-DENIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SECURITY-LINE
           STRING
               "FUNCTION DENIED:         " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           WRITE SECURITY-LINE.
           MOVE WS-PWCHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SECURITY-LINE
           STRING
               "PASSWORD CHANGES:        " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SECURITY-LINE
           END-STRING
           WRITE SECURITY-LINE.

      * Two passes over OPERSEC.DAT: pass 1 lists locked operators,
      * pass 2 expired or never-set passwords.
       LIST-OPERATOR-EXCEPTIONS.
           PERFORM VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 2
               MOVE SPACES TO SECURITY-LINE
               WRITE SECURITY-LINE
               IF WS-PASS = 1
                   MOVE "-- Operators currently locked out --"
                       TO SECURITY-LINE
               ELSE
                   MOVE "-- Passwords expired or never set --"
                       TO SECURITY-LINE
               END-IF
               WRITE SECURITY-LINE
               MOVE 0 TO WS-SHOWN-COUNT
               MOVE "N" TO WS-OPER-EOF
               OPEN INPUT OPERATOR-SECURITY
               PERFORM UNTIL WS-OPER-EOF = "Y"
                   READ OPERATOR-SECURITY
                       AT END
                           MOVE "Y" TO WS-OPER-EOF
                       NOT AT END
                           IF OPSEC-OPERATOR-ID NOT = SPACES
                                  AND (WS-OPERATOR-FILTER = SPACES
                                  OR OPSEC-OPERATOR-ID
                                      = WS-OPERATOR-FILTER)
                               PERFORM CHECK-ONE-OPERATOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-SECURITY
               IF WS-SHOWN-COUNT = 0
                   MOVE "  (none)" TO SECURITY-LINE
                   WRITE SECURITY-LINE
               END-IF
           END-PERFORM.

       CHECK-ONE-OPERATOR.
           IF WS-PASS = 1
               IF OPSEC-LOCKED = "Y"
                   ADD 1 TO WS-SHOWN-COUNT
                   MOVE 0 TO WS-EDIT-FAILS
                   IF OPSEC-FAIL-COUNT IS NUMERIC
                       MOVE OPSEC-FAIL-COUNT TO WS-EDIT-FAILS
                   END-IF
                   MOVE SPACES TO SECURITY-LINE
                   STRING
                       "  " DELIMITED BY SIZE
                       OPSEC-OPERATOR-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       OPSEC-NAME DELIMITED BY SIZE
                       "  failures " DELIMITED BY SIZE
                       WS-EDIT-FAILS DELIMITED BY SIZE
                       INTO SECURITY-LINE
                   END-STRING
                   WRITE SECURITY-LINE
               END-IF
           ELSE
               PERFORM CHECK-PASSWORD-EXPIRY
               IF WS-EXPIRED = "Y"
                   ADD 1 TO WS-SHOWN-COUNT
                   MOVE SPACES TO SECURITY-LINE
                   IF OPSEC-PASSWORD-HASH IS NOT NUMERIC
                          OR OPSEC-PASSWORD-HASH = 0
                       STRING
                           "  " DELIMITED BY SIZE
                           OPSEC-OPERATOR-ID DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           OPSEC-NAME DELIMITED BY SIZE
                           "  never set" DELIMITED BY SIZE
                           INTO SECURITY-LINE
                       END-STRING
                   ELSE
                       STRING
                           "  " DELIMITED BY SIZE
                           OPSEC-OPERATOR-ID DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           OPSEC-NAME DELIMITED BY SIZE
                           "  last set " DELIMITED BY SIZE
                           OPSEC-PASSWORD-DATE DELIMITED BY SIZE
                           INTO SECURITY-LINE
                       END-STRING
                   END-IF
                   WRITE SECURITY-LINE
               END-IF
           END-IF.

       CHECK-PASSWORD-EXPIRY.
           MOVE "N" TO WS-EXPIRED
           EVALUATE TRUE
               WHEN OPSEC-PASSWORD-HASH IS NOT NUMERIC
                   MOVE "Y" TO WS-EXPIRED
               WHEN OPSEC-PASSWORD-HASH = 0
                   MOVE "Y" TO WS-EXPIRED
               WHEN OPSEC-PASSWORD-DATE IS NOT NUMERIC
                   MOVE "Y" TO WS-EXPIRED
               WHEN FUNCTION TEST-DATE-YYYYMMDD(OPSEC-PASSWORD-DATE)
                      > 0
                   MOVE "Y" TO WS-EXPIRED
               WHEN OTHER
                   COMPUTE WS-PW-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(OPSEC-PASSWORD-DATE)
                   IF WS-PW-AGE > WS-EXPIRY-DAYS
                       MOVE "Y" TO WS-EXPIRED
                   END-IF
           END-EVALUATE.
