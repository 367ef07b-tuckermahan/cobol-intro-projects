      * Purpose: Who/what/when report off CHGAUDIT.DAT, the change
      *          audit trail written by the maintenance screens.
      *          Arguments: from-date, to-date (default from-date,
      *          both default today), an optional key ("*" for any key)
      *          and an optional signed-on operator ID, so the floor
      *          question "who changed this banner and what was there
      *          before" is one run of AUDITRPT.RPT instead of an
      *          archaeology dig. Before/after record images print in
           01  WS-FROM-DATE PIC 9(8) VALUE 0.
           01  WS-TO-DATE PIC 9(8) VALUE 0.
           01  WS-KEY-FILTER PIC X(8) VALUE SPACES.
           01  WS-OPERATOR-FILTER PIC X(8) VALUE SPACES.
           01  WS-AUDIT-EOF PIC X VALUE "N".
           01  WS-LISTED-COUNT PIC 9(6) VALUE 0.
           01  WS-EDIT-COUNT PIC Z(5)9.
           END-IF.
           IF WS-ARG-COUNT >= 3
               ACCEPT WS-KEY-FILTER FROM ARGUMENT-VALUE
               IF WS-KEY-FILTER = "*"
                   MOVE SPACES TO WS-KEY-FILTER
               END-IF
           END-IF.
           IF WS-ARG-COUNT >= 4
               ACCEPT WS-OPERATOR-FILTER FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-FILTER)
                   TO WS-OPERATOR-FILTER
           END-IF.

       WRITE-AUDIT-REPORT.
               END-STRING
               WRITE AUDIT-LINE
           END-IF.
           IF WS-OPERATOR-FILTER NOT = SPACES
               MOVE SPACES TO AUDIT-LINE
               STRING
                   "Operator filter: " DELIMITED BY SIZE
                   WS-OPERATOR-FILTER DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           END-IF.
           PERFORM UNTIL WS-AUDIT-EOF = "Y"
               READ CHANGE-AUDIT
                   AT END
                              AND CAUD-DATE <= WS-TO-DATE
                              AND (WS-KEY-FILTER = SPACES
                                  OR CAUD-KEY = WS-KEY-FILTER)
                              AND (WS-OPERATOR-FILTER = SPACES
                                  OR CAUD-OPERATOR-ID
                                      = WS-OPERATOR-FILTER)
                           PERFORM WRITE-ONE-CHANGE
                       END-IF
               END-READ
               "  " DELIMITED BY SIZE
               CAUD-ROLE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CAUD-OPERATOR-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CAUD-FILE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAUD-ACTION DELIMITED BY SIZE
