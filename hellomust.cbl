      *************************************
      * Author: @trishmahan
      * Date: 2026/10/15
      * Purpose: Emergency muster roll-call of everyone on site. Takes
      *          employees with a GREETING-LOG entry on the muster
      *          date (argument 1, default today), joined to ROSTER.DAT
      *          by GLOG-EMP-ID or name for the department, plus
      *          visitors registered in VISITORS.DAT that day who have
      *          not signed out through HELLO-MAXX's sign-out mode.
      *          GLOGCORR.DAT corrections are applied through
      *          HELLO-GCAP, so a voided greeting puts nobody on the
      *          list and a reassigned one lists the corrected person.
      *          Both lists are grouped by department with a tick box
      *          for the floor warden. Written to MUSTER.RPT.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-MUST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GREETING-LOG ASSIGN TO "GREETLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYEE-ROSTER ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VISITOR-FILE ASSIGN TO "VISITORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MUSTER-REPORT ASSIGN TO "MUSTER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GREETING-LOG.
       COPY GREETLOG.
       FD  EMPLOYEE-ROSTER.
       COPY EMPMAST.
       FD  VISITOR-FILE.
       COPY VISITOR.
       FD  MUSTER-REPORT.
           01  MUSTER-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01  WS-ARG-COUNT PIC 9(2) VALUE 0.
           01  WS-MUSTER-DATE PIC 9(8) VALUE 0.
           01  WS-RUN-TIME PIC 9(8) VALUE 0.
           01  WS-RUN-HHMM PIC 9(4) VALUE 0.
           01  WS-LOG-EOF PIC X VALUE "N".
           01  WS-ROSTER-EOF PIC X VALUE "N".
           01  WS-VISITOR-EOF PIC X VALUE "N".
           01  WS-ROSTER-COUNT PIC 9(4) VALUE 0.
           01  WS-ROSTER-TABLE.
               05  WS-ROSTER-ENTRY OCCURS 2000 TIMES.
                   10  WS-RST-ID PIC X(6).
                   10  WS-RST-NAME PIC X(54).
                   10  WS-RST-DEPT PIC X(20).
           01  WS-ROSTER-DROPPED PIC 9(4) VALUE 0.
           01  WS-RST-IDX PIC 9(4) VALUE 0.
           01  WS-RST-FOUND PIC 9(4) VALUE 0.
           01  WS-ONSITE-COUNT PIC 9(4) VALUE 0.
           01  WS-ONSITE-TABLE.
               05  WS-ONSITE-ENTRY OCCURS 1000 TIMES.
                   10  WS-ONS-DEPT PIC X(20).
                   10  WS-ONS-NAME PIC X(54).
                   10  WS-ONS-ID PIC X(6).
                   10  WS-ONS-TIME PIC 9(8).
                   10  WS-ONS-TERMINAL PIC X(8).
           01  WS-ONSITE-DROPPED PIC 9(4) VALUE 0.
           01  WS-ONS-IDX PIC 9(4) VALUE 0.
           01  WS-ONS-SORT PIC 9(4) VALUE 0.
           01  WS-SWAP-ONSITE.
               05  WS-SWAP-ONS-DEPT PIC X(20).
               05  WS-SWAP-ONS-NAME PIC X(54).
               05  WS-SWAP-ONS-ID PIC X(6).
               05  WS-SWAP-ONS-TIME PIC 9(8).
               05  WS-SWAP-ONS-TERMINAL PIC X(8).
           01  WS-WORK-DEPT PIC X(20) VALUE SPACES.
           01  WS-WORK-NAME PIC X(54) VALUE SPACES.
           01  WS-WORK-ID PIC X(6) VALUE SPACES.
           01  WS-ALREADY-LISTED PIC X VALUE "N".
           01  WS-UNIDENTIFIED PIC 9(4) VALUE 0.
           01  WS-VISITOR-COUNT PIC 9(3) VALUE 0.
           01  WS-VISITOR-TABLE.
               05  WS-VISITOR-ENTRY OCCURS 500 TIMES.
                   10  WS-VIS-DEPT PIC X(20).
                   10  WS-VIS-NAME PIC X(54).
                   10  WS-VIS-TIME PIC 9(8).
                   10  WS-VIS-TERMINAL PIC X(8).
           01  WS-VISITOR-DROPPED PIC 9(3) VALUE 0.
           01  WS-VISITOR-DEPARTED PIC 9(3) VALUE 0.
           01  WS-VIS-IDX PIC 9(3) VALUE 0.
           01  WS-VIS-SORT PIC 9(3) VALUE 0.
           01  WS-SWAP-VISITOR.
               05  WS-SWAP-VIS-DEPT PIC X(20).
               05  WS-SWAP-VIS-NAME PIC X(54).
               05  WS-SWAP-VIS-TIME PIC 9(8).
               05  WS-SWAP-VIS-TERMINAL PIC X(8).
           01  WS-PREV-DEPT PIC X(20) VALUE SPACES.
           01  WS-FIRST-DEPT PIC X VALUE "Y".
           01  WS-IN-HHMM PIC 9(4) VALUE 0.
           01  WS-EDIT-COUNT PIC Z(3)9.
           01  WS-EDIT-VISITORS PIC Z(3)9.
       COPY GCORPARM.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-MUSTER-DATE.
           PERFORM LOAD-ROSTER-TABLE.
           PERFORM LOAD-LOG-CORRECTIONS.
           PERFORM SCAN-LOG.
           PERFORM LOAD-VISITOR-TABLE.
           PERFORM SORT-ONSITE-TABLE.
           PERFORM SORT-VISITOR-TABLE.
           PERFORM WRITE-MUSTER-REPORT.
           MOVE WS-ONSITE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-VISITOR-COUNT TO WS-EDIT-VISITORS.
           DISPLAY "HELLO-MUST: " FUNCTION TRIM(WS-EDIT-COUNT)
               " employee(s) and " FUNCTION TRIM(WS-EDIT-VISITORS)
               " visitor(s) on site - see MUSTER.RPT".
           IF WS-ROSTER-DROPPED > 0 OR WS-ONSITE-DROPPED > 0
                  OR WS-VISITOR-DROPPED > 0
               DISPLAY "HELLO-MUST: WARNING - muster tables full; "
                   "list is short (see MUSTER.RPT)"
           END-IF.
           STOP RUN.

       LOAD-MUSTER-DATE.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF WS-ARG-COUNT > 0
               ACCEPT WS-MUSTER-DATE FROM ARGUMENT-VALUE
           ELSE
               ACCEPT WS-MUSTER-DATE FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-HHMM = WS-RUN-TIME / 10000.

       LOAD-ROSTER-TABLE.
           MOVE "N" TO WS-ROSTER-EOF
           MOVE 0 TO WS-ROSTER-COUNT
           OPEN INPUT EMPLOYEE-ROSTER.
           PERFORM UNTIL WS-ROSTER-EOF = "Y"
               READ EMPLOYEE-ROSTER
                   AT END
                       MOVE "Y" TO WS-ROSTER-EOF
                   NOT AT END
                       IF EMP-NAME NOT = SPACES
                           IF WS-ROSTER-COUNT < 2000
                               ADD 1 TO WS-ROSTER-COUNT
                               MOVE EMP-ID
                                   TO WS-RST-ID(WS-ROSTER-COUNT)
                               MOVE EMP-NAME
                                   TO WS-RST-NAME(WS-ROSTER-COUNT)
                               MOVE EMP-DEPARTMENT
                                   TO WS-RST-DEPT(WS-ROSTER-COUNT)
                           ELSE
                               ADD 1 TO WS-ROSTER-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-ROSTER.

       LOAD-LOG-CORRECTIONS.
           MOVE "L" TO GCP-FUNCTION
           MOVE WS-MUSTER-DATE TO GCP-FROM-DATE
           MOVE WS-MUSTER-DATE TO GCP-TO-DATE
           MOVE 0 TO GCP-LOADED
           MOVE 0 TO GCP-DROPPED
           CALL "HELLO-GCAP" USING GLOG-CORR-PARMS GREETING-LOG-RECORD
               ON EXCEPTION
                   MOVE 0 TO GCP-LOADED
                   DISPLAY "HELLO-MUST: WARNING - HELLO-GCAP not "
                       "available; log corrections not applied"
           END-CALL
           IF GCP-DROPPED > 0
               DISPLAY "HELLO-MUST: WARNING - correction table full; "
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

      * A reassignment replaces GLOG-EMP-ID and GLOG-NAME in place, so
      * the roster lookup below finds the corrected person.
       SCAN-LOG.
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT GREETING-LOG.
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ GREETING-LOG
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       IF GLOG-DATE = WS-MUSTER-DATE
                           PERFORM APPLY-LOG-CORRECTION
                       END-IF
                       IF GLOG-DATE = WS-MUSTER-DATE
                              AND GLOG-STATUS NOT = "VISITOR"
                              AND GCP-RESULT NOT = "V"
                           IF GLOG-STATUS = "TIMED OUT"
                               ADD 1 TO WS-UNIDENTIFIED
                           ELSE
                               PERFORM NOTE-EMPLOYEE-ON-SITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GREETING-LOG.

       NOTE-EMPLOYEE-ON-SITE.
           PERFORM FIND-ROSTER-ENTRY
           IF WS-RST-FOUND > 0
               MOVE WS-RST-DEPT(WS-RST-FOUND) TO WS-WORK-DEPT
               MOVE WS-RST-NAME(WS-RST-FOUND) TO WS-WORK-NAME
               MOVE WS-RST-ID(WS-RST-FOUND) TO WS-WORK-ID
           ELSE
               MOVE "(NOT ON ROSTER)" TO WS-WORK-DEPT
               MOVE GLOG-NAME TO WS-WORK-NAME
               MOVE GLOG-EMP-ID TO WS-WORK-ID
           END-IF
           MOVE "N" TO WS-ALREADY-LISTED
           PERFORM VARYING WS-ONS-IDX FROM 1 BY 1
                       UNTIL WS-ONS-IDX > WS-ONSITE-COUNT
               IF (WS-WORK-ID NOT = SPACES
                      AND WS-ONS-ID(WS-ONS-IDX) = WS-WORK-ID)
                      OR (WS-WORK-ID = SPACES
                      AND WS-ONS-ID(WS-ONS-IDX) = SPACES
                      AND WS-ONS-NAME(WS-ONS-IDX) = WS-WORK-NAME)
                   MOVE "Y" TO WS-ALREADY-LISTED
               END-IF
           END-PERFORM
           IF WS-ALREADY-LISTED = "N"
               IF WS-ONSITE-COUNT < 1000
                   ADD 1 TO WS-ONSITE-COUNT
                   MOVE WS-WORK-DEPT TO WS-ONS-DEPT(WS-ONSITE-COUNT)
                   MOVE WS-WORK-NAME TO WS-ONS-NAME(WS-ONSITE-COUNT)
                   MOVE WS-WORK-ID TO WS-ONS-ID(WS-ONSITE-COUNT)
                   MOVE GLOG-TIME TO WS-ONS-TIME(WS-ONSITE-COUNT)
                   MOVE GLOG-TERMINAL-ID
                       TO WS-ONS-TERMINAL(WS-ONSITE-COUNT)
               ELSE
                   ADD 1 TO WS-ONSITE-DROPPED
               END-IF
           END-IF.

       FIND-ROSTER-ENTRY.
           MOVE 0 TO WS-RST-FOUND
           IF GLOG-EMP-ID NOT = SPACES
               PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                           UNTIL WS-RST-IDX > WS-ROSTER-COUNT
                              OR WS-RST-FOUND > 0
                   IF WS-RST-ID(WS-RST-IDX) = GLOG-EMP-ID
                       MOVE WS-RST-IDX TO WS-RST-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RST-FOUND = 0
               PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                           UNTIL WS-RST-IDX > WS-ROSTER-COUNT
                              OR WS-RST-FOUND > 0
                   IF WS-RST-NAME(WS-RST-IDX) = GLOG-NAME
                       MOVE WS-RST-IDX TO WS-RST-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-VISITOR-TABLE.
           MOVE "N" TO WS-VISITOR-EOF
           MOVE 0 TO WS-VISITOR-COUNT
           OPEN INPUT VISITOR-FILE.
           PERFORM UNTIL WS-VISITOR-EOF = "Y"
               READ VISITOR-FILE
                   AT END
                       MOVE "Y" TO WS-VISITOR-EOF
                   NOT AT END
                       IF VIS-DATE = WS-MUSTER-DATE
                              AND VIS-NAME NOT = SPACES
                           IF VIS-DEPART-TIME IS NUMERIC
                                  AND VIS-DEPART-TIME > 0
                               ADD 1 TO WS-VISITOR-DEPARTED
                           ELSE
                               PERFORM NOTE-VISITOR-ON-SITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VISITOR-FILE.

       NOTE-VISITOR-ON-SITE.
           IF WS-VISITOR-COUNT < 500
               ADD 1 TO WS-VISITOR-COUNT
               MOVE VIS-HOST-DEPT TO WS-VIS-DEPT(WS-VISITOR-COUNT)
               MOVE VIS-NAME TO WS-VIS-NAME(WS-VISITOR-COUNT)
               MOVE VIS-TIME TO WS-VIS-TIME(WS-VISITOR-COUNT)
               MOVE VIS-TERMINAL-ID TO WS-VIS-TERMINAL(WS-VISITOR-COUNT)
           ELSE
               ADD 1 TO WS-VISITOR-DROPPED
           END-IF.

       SORT-ONSITE-TABLE.
           PERFORM VARYING WS-ONS-SORT FROM 1 BY 1
                       UNTIL WS-ONS-SORT >= WS-ONSITE-COUNT
               PERFORM VARYING WS-ONS-IDX FROM 1 BY 1
                           UNTIL WS-ONS-IDX >= WS-ONSITE-COUNT
                   IF WS-ONS-DEPT(WS-ONS-IDX)
                          > WS-ONS-DEPT(WS-ONS-IDX + 1)
                          OR (WS-ONS-DEPT(WS-ONS-IDX)
                          = WS-ONS-DEPT(WS-ONS-IDX + 1)
                          AND WS-ONS-NAME(WS-ONS-IDX)
                          > WS-ONS-NAME(WS-ONS-IDX + 1))
                       MOVE WS-ONSITE-ENTRY(WS-ONS-IDX)
                           TO WS-SWAP-ONSITE
                       MOVE WS-ONSITE-ENTRY(WS-ONS-IDX + 1)
                           TO WS-ONSITE-ENTRY(WS-ONS-IDX)
                       MOVE WS-SWAP-ONSITE
                           TO WS-ONSITE-ENTRY(WS-ONS-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SORT-VISITOR-TABLE.
           PERFORM VARYING WS-VIS-SORT FROM 1 BY 1
                       UNTIL WS-VIS-SORT >= WS-VISITOR-COUNT
               PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
                           UNTIL WS-VIS-IDX >= WS-VISITOR-COUNT
                   IF WS-VIS-DEPT(WS-VIS-IDX)
                          > WS-VIS-DEPT(WS-VIS-IDX + 1)
                       MOVE WS-VISITOR-ENTRY(WS-VIS-IDX)
                           TO WS-SWAP-VISITOR
                       MOVE WS-VISITOR-ENTRY(WS-VIS-IDX + 1)
                           TO WS-VISITOR-ENTRY(WS-VIS-IDX)
                       MOVE WS-SWAP-VISITOR
                           TO WS-VISITOR-ENTRY(WS-VIS-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-MUSTER-REPORT.
           OPEN OUTPUT MUSTER-REPORT.
           MOVE SPACES TO MUSTER-LINE
           STRING
               "==== EMERGENCY MUSTER ROLL-CALL " DELIMITED BY SIZE
               WS-MUSTER-DATE DELIMITED BY SIZE
               " PRINTED AT " DELIMITED BY SIZE
               WS-RUN-HHMM DELIMITED BY SIZE
               " ====" DELIMITED BY SIZE
               INTO MUSTER-LINE
           END-STRING
           WRITE MUSTER-LINE.
           MOVE "Tick [ ] each person at the assembly point"
               TO MUSTER-LINE
           WRITE MUSTER-LINE.
           IF WS-ROSTER-DROPPED > 0 OR WS-ONSITE-DROPPED > 0
                  OR WS-VISITOR-DROPPED > 0
               MOVE SPACES TO MUSTER-LINE
               STRING
                   "WARNING: muster tables full - this list is SHORT; "
                       DELIMITED BY SIZE
                   "check the greeting log by hand" DELIMITED BY SIZE
                   INTO MUSTER-LINE
               END-STRING
               WRITE MUSTER-LINE
           END-IF.
           MOVE SPACES TO MUSTER-LINE
           WRITE MUSTER-LINE.
           MOVE "-- Employees on site --" TO MUSTER-LINE
           WRITE MUSTER-LINE.
           MOVE SPACES TO WS-PREV-DEPT
           MOVE "Y" TO WS-FIRST-DEPT
           PERFORM VARYING WS-ONS-IDX FROM 1 BY 1
                       UNTIL WS-ONS-IDX > WS-ONSITE-COUNT
               IF WS-ONS-DEPT(WS-ONS-IDX) NOT = WS-PREV-DEPT
                      OR WS-FIRST-DEPT = "Y"
                   MOVE WS-ONS-DEPT(WS-ONS-IDX) TO WS-PREV-DEPT
                   MOVE "N" TO WS-FIRST-DEPT
                   PERFORM WRITE-DEPT-BREAK
               END-IF
               PERFORM WRITE-EMPLOYEE-LINE
           END-PERFORM.
           IF WS-ONSITE-COUNT = 0
               MOVE "  (none)" TO MUSTER-LINE
               WRITE MUSTER-LINE
           END-IF.
           MOVE SPACES TO MUSTER-LINE
           WRITE MUSTER-LINE.
           MOVE "-- Visitors on site --" TO MUSTER-LINE
           WRITE MUSTER-LINE.
           MOVE SPACES TO WS-PREV-DEPT
           MOVE "Y" TO WS-FIRST-DEPT
           PERFORM VARYING WS-VIS-IDX FROM 1 BY 1
                       UNTIL WS-VIS-IDX > WS-VISITOR-COUNT
               IF WS-VIS-DEPT(WS-VIS-IDX) NOT = WS-PREV-DEPT
                      OR WS-FIRST-DEPT = "Y"
                   MOVE WS-VIS-DEPT(WS-VIS-IDX) TO WS-PREV-DEPT
                   MOVE "N" TO WS-FIRST-DEPT
                   PERFORM WRITE-HOST-BREAK
               END-IF
               PERFORM WRITE-VISITOR-LINE
           END-PERFORM.
           IF WS-VISITOR-COUNT = 0
               MOVE "  (none)" TO MUSTER-LINE
               WRITE MUSTER-LINE
           END-IF.
           PERFORM WRITE-MUSTER-TOTALS.
           CLOSE MUSTER-REPORT.

       WRITE-DEPT-BREAK.
           MOVE SPACES TO MUSTER-LINE
           STRING
               "-- Department: " DELIMITED BY SIZE
               WS-PREV-DEPT DELIMITED BY SIZE
               " --" DELIMITED BY SIZE
               INTO MUSTER-LINE
           END-STRING
           WRITE MUSTER-LINE.

       WRITE-EMPLOYEE-LINE.
           COMPUTE WS-IN-HHMM = WS-ONS-TIME(WS-ONS-IDX) / 10000
           MOVE SPACES TO MUSTER-LINE
           STRING
               "  [ ]  " DELIMITED BY SIZE
               WS-ONS-NAME(WS-ONS-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ONS-ID(WS-ONS-IDX) DELIMITED BY SIZE
               "  in " DELIMITED BY SIZE
               WS-IN-HHMM DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               WS-ONS-TERMINAL(WS-ONS-IDX) DELIMITED BY SIZE
               INTO MUSTER-LINE
           END-STRING
           WRITE MUSTER-LINE.

       WRITE-HOST-BREAK.
           MOVE SPACES TO MUSTER-LINE
           STRING
               "-- Host department: " DELIMITED BY SIZE
               WS-PREV-DEPT DELIMITED BY SIZE
               " --" DELIMITED BY SIZE
               INTO MUSTER-LINE
           END-STRING
           WRITE MUSTER-LINE.

       WRITE-VISITOR-LINE.
           COMPUTE WS-IN-HHMM = WS-VIS-TIME(WS-VIS-IDX) / 10000
           MOVE SPACES TO MUSTER-LINE
           STRING
               "  [ ]  " DELIMITED BY SIZE
               WS-VIS-NAME(WS-VIS-IDX) DELIMITED BY SIZE
               "         in " DELIMITED BY SIZE
               WS-IN-HHMM DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               WS-VIS-TERMINAL(WS-VIS-IDX) DELIMITED BY SIZE
               INTO MUSTER-LINE
           END-STRING
           WRITE MUSTER-LINE.

       WRITE-MUSTER-TOTALS.
           MOVE SPACES TO MUSTER-LINE
           WRITE MUSTER-LINE.
           MOVE "-- Totals --" TO MUSTER-LINE
           WRITE MUSTER-LINE.
           MOVE WS-ONSITE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO MUSTER-LINE
           STRING
               "  Employees to account for:        " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO MUSTER-LINE
           END-STRING
           WRITE MUSTER-LINE.
           MOVE WS-VISITOR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO MUSTER-LINE
           STRING
               "  Visitors to account for:         " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO MUSTER-LINE
           END-STRING
           WRITE MUSTER-LINE.
           MOVE WS-VISITOR-DEPARTED TO WS-EDIT-COUNT
           MOVE SPACES TO MUSTER-LINE
           STRING
               "  Visitors already signed out:     " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO MUSTER-LINE
           END-STRING
           WRITE MUSTER-LINE.
           IF WS-UNIDENTIFIED > 0
               MOVE WS-UNIDENTIFIED TO WS-EDIT-COUNT
               MOVE SPACES TO MUSTER-LINE
               STRING
                   "  WARNING: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   " timed-out greeting(s) today with no name - "
                       DELIMITED BY SIZE
                   "ask at the assembly point" DELIMITED BY SIZE
                   INTO MUSTER-LINE
               END-STRING
               WRITE MUSTER-LINE
           END-IF.
           MOVE SPACES TO MUSTER-LINE
           WRITE MUSTER-LINE.
           MOVE SPACES TO MUSTER-LINE
           STRING
               "Warden: ____________________  " DELIMITED BY SIZE
               "Assembly point: ________________  " DELIMITED BY SIZE
               "All accounted for at: ______" DELIMITED BY SIZE
               INTO MUSTER-LINE
           END-STRING
           WRITE MUSTER-LINE.
