               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VISITOR-FILE ASSIGN TO "VISITORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VISITOR-WORK ASSIGN TO "VISITORS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROFILE-MASTER ASSIGN TO "PROFILE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       COPY SHIFTSCH.
       FD  VISITOR-FILE.
       COPY VISITOR.
       FD  VISITOR-WORK.
           01  VISITOR-WORK-RECORD PIC X(136).
       FD  PROFILE-MASTER.
       COPY PROFILE.
       WORKING-STORAGE SECTION.
           01  WS-NAME PIC X(54) VALUE SPACES.
           01  WS-EMP-ID PIC X(6) VALUE SPACES.
           01  WS-BADGE-FOUND PIC X VALUE "N".
           01  WS-BADGE-REFUSED PIC X VALUE "N".
           01  WS-DUP-FOUND PIC X VALUE "N".
           01  WS-DUP-OVERRIDE PIC X VALUE "N".
           01  WS-DUP-CANCELLED PIC X VALUE "N".
           01  WS-VISITOR-DEPT PIC X(20) VALUE SPACES.
           01  WS-VISITOR-PURPOSE PIC X(30) VALUE SPACES.
           01  WS-VISITOR-BANNER PIC X(8) VALUE "VISITOR".
           01  WS-VISITOR-EOF PIC X VALUE "N".
           01  WS-SIGNOUT-COUNT PIC 9(3) VALUE 0.
           01  WS-WELCOME PIC X(100) VALUE SPACES.
           01  WS-TERMINAL-ID PIC X(8) VALUE "TERM0001".
           01  WS-CURRENT-DATE-TIME.
           01  WS-LINES-NEEDED PIC 9(2) VALUE 0.
           01  WS-ROSTER-TOTAL PIC 9(6) VALUE 0.
           01  WS-EMP-READ PIC 9(6) VALUE 0.
           01  WS-EMP-SKIPPED PIC 9(6) VALUE 0.
           01  WS-RUN-DATE PIC 9(8) VALUE 0.
           01  WS-EDIT-PAGE PIC ZZZ9.
           01  WS-EDIT-TOTAL PIC ZZZZZ9.
               STOP RUN
           END-IF.

           IF WS-MODE = "SIGNOUT"
               PERFORM VISITOR-SIGNOUT-PROCEDURE
               PERFORM CLOSE-MASTERS
               STOP RUN
           END-IF.

           PERFORM READ-CHECKPOINT.

           IF CKPT-STAGE = "GREETING"
           MOVE WS-VISITOR-DEPT TO VIS-HOST-DEPT
           MOVE WS-VISITOR-PURPOSE TO VIS-PURPOSE
           MOVE WS-TERMINAL-ID TO VIS-TERMINAL-ID
           MOVE 0 TO VIS-DEPART-TIME
           WRITE VISITOR-RECORD
           CLOSE VISITOR-FILE.

       VISITOR-SIGNOUT-PROCEDURE.
           DISPLAY "-- Visitor sign-out --" AT 0102
           DISPLAY "Visitor name: " AT 0302
           MOVE SPACES TO WS-NAME
           ACCEPT WS-NAME AT 0318
           PERFORM UNTIL WS-NAME NOT = SPACES
               DISPLAY "Visitor name may not be blank: " AT 0302
               ACCEPT WS-NAME AT 0333
           END-PERFORM
           PERFORM STAMP-VISITOR-DEPARTURE
           IF WS-SIGNOUT-COUNT > 0
               DISPLAY "Signed out - thank you for visiting" AT 0502
           ELSE
               DISPLAY "No open visit today under that name - "
                   "please see reception" AT 0502
           END-IF.

       STAMP-VISITOR-DEPARTURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE 0 TO WS-SIGNOUT-COUNT
           MOVE "N" TO WS-VISITOR-EOF
           OPEN INPUT VISITOR-FILE.
           OPEN OUTPUT VISITOR-WORK.
           PERFORM UNTIL WS-VISITOR-EOF = "Y"
               READ VISITOR-FILE
                   AT END
                       MOVE "Y" TO WS-VISITOR-EOF
                   NOT AT END
                       IF VIS-DATE = WS-CURRENT-DATE
                              AND (VIS-DEPART-TIME IS NOT NUMERIC
                              OR VIS-DEPART-TIME = 0)
                              AND FUNCTION UPPER-CASE(
                                  FUNCTION TRIM(VIS-NAME))
                              = FUNCTION UPPER-CASE(
                                  FUNCTION TRIM(WS-NAME))
                           MOVE WS-CURRENT-TIME TO VIS-DEPART-TIME
                           ADD 1 TO WS-SIGNOUT-COUNT
                       END-IF
                       WRITE VISITOR-WORK-RECORD FROM VISITOR-RECORD
               END-READ
           END-PERFORM.
           CLOSE VISITOR-FILE.
           CLOSE VISITOR-WORK.
           IF WS-SIGNOUT-COUNT > 0
               MOVE "N" TO WS-VISITOR-EOF
               OPEN INPUT VISITOR-WORK
               OPEN OUTPUT VISITOR-FILE
               PERFORM UNTIL WS-VISITOR-EOF = "Y"
                   READ VISITOR-WORK
                       AT END
                           MOVE "Y" TO WS-VISITOR-EOF
                       NOT AT END
                           WRITE VISITOR-RECORD
                               FROM VISITOR-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE VISITOR-WORK
               CLOSE VISITOR-FILE
           END-IF.

       ACCEPT-BADGE-ID.
           MOVE "N" TO WS-BADGE-FOUND
           MOVE SPACES TO WS-EMP-ID
           END-ACCEPT
           IF WS-TIMED-OUT = "N" AND WS-EMP-ID NOT = SPACES
               PERFORM LOOKUP-BADGE
               IF WS-BADGE-REFUSED = "Y"
                   DISPLAY "Badge not active - enter name" AT 0145
                   MOVE SPACES TO WS-EMP-ID
               ELSE
                   IF WS-BADGE-FOUND = "N"
                       DISPLAY "Badge not on roster - enter name"
                           AT 0145
                       MOVE SPACES TO WS-EMP-ID
                   END-IF
               END-IF
           END-IF.

      * A terminated employee's badge is refused outright; the
      * person is sent down the walk-up path to give a name instead.
       LOOKUP-BADGE.
           MOVE "N" TO WS-ROSTER-EOF
           MOVE "N" TO WS-BADGE-REFUSED
           OPEN INPUT EMPLOYEE-ROSTER.
           PERFORM UNTIL WS-ROSTER-EOF = "Y"
               READ EMPLOYEE-ROSTER
                   NOT AT END
                       IF EMP-ID = WS-EMP-ID
                              AND EMP-NAME NOT = SPACES
                           IF EMP-STATUS = "T"
                               MOVE "Y" TO WS-BADGE-REFUSED
                           ELSE
                               MOVE EMP-NAME TO WS-NAME
                               MOVE "Y" TO WS-BADGE-FOUND
                           END-IF
                           MOVE "Y" TO WS-ROSTER-EOF
                       END-IF
               END-READ
           MOVE SPACES TO WS-PREV-DEPT
           MOVE 0 TO WS-ROSTER-SEQ
           MOVE 0 TO WS-EMP-READ
           MOVE 0 TO WS-EMP-SKIPPED
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-BATCH-CHECKPOINT
           PERFORM PRE-COUNT-ROSTER
               END-READ
               IF WS-ROSTER-EOF NOT = "Y"
                   ADD 1 TO WS-EMP-READ
                   IF EMP-NAME NOT = SPACES
                          AND EMP-STATUS NOT = "A" AND NOT = SPACE
                       ADD 1 TO WS-EMP-SKIPPED
                   END-IF
               END-IF
               IF WS-ROSTER-EOF NOT = "Y" AND EMP-NAME NOT = SPACES
                      AND (EMP-STATUS = "A" OR EMP-STATUS = SPACE)
                   ADD 1 TO WS-ROSTER-SEQ
                   IF WS-ROSTER-SEQ > WS-BATCH-DONE
                       PERFORM GREET-ONE-EMPLOYEE
                       MOVE "Y" TO WS-ROSTER-EOF
                   NOT AT END
                       IF EMP-NAME NOT = SPACES
                              AND (EMP-STATUS = "A"
                              OR EMP-STATUS = SPACE)
                           ADD 1 TO WS-ROSTER-TOTAL
                       END-IF
               END-READ
               INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-EMP-SKIPPED TO WS-EDIT-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING
               "SKIPPED (NOT ACTIVE):   " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-ROSTER-SEQ TO WS-EDIT-TOTAL
           MOVE SPACES TO PRINT-LINE
           STRING
