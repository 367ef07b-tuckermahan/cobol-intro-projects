      *************************************
      * Author: @trishmahan
      * Date: 2026/10/15
      * Purpose: Late-arrival and punctuality exception report. Each
      *          employee is due at the start of a SHIFTSCH.DAT "S"
      *          window - their own EMP-SHIFT-ID from the roster, or
      *          failing that their department's shift from
      *          DEPTSHFT.DAT. The employee's first greeting of the
      *          day is taken from GREETING-LOG and from the archives
      *          listed on ARCHCAT.DAT, matched to the roster by
      *          GLOG-EMP-ID or, without a badge, by name. Anyone first
      *          greeted later than shift start plus the grace period
      *          (LATE_GRACE_MINUTES, default 5) is late. A shift that
      *          wraps past midnight keeps greetings up to its end
      *          time on the previous day's shift. Holiday "H" dates
      *          are not checked. Greetings voided on GLOGCORR.DAT do
      *          not count as arrivals and reassigned ones count for
      *          the new EMP-ID. LATERPT.RPT lists the report date's
      *          late arrivals with the minutes late, then the month-
      *          to-date late counts per employee and per department;
      *          on the first of the month it adds the repeat
      *          offenders for the month just ended (late on
      *          LATE_REPEAT_THRESHOLD days or more, default 3). The
      *          date is EOD_DATE, else argument 1, else today.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-LATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPLOYEE-ROSTER ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHIFT-SCHEDULE ASSIGN TO "SHIFTSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPT-SHIFT ASSIGN TO "DEPTSHFT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GREETING-LOG ASSIGN TO "GREETLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-CATALOG ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-LOG
               ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LATE-REPORT ASSIGN TO "LATERPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARRIVAL-WORK ASSIGN TO "LATEARR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARRIVAL-SORTED ASSIGN TO "LATEARRS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-ARRIVAL ASSIGN TO "LATESRT.TMP".
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-ROSTER.
       COPY EMPMAST.
       FD  SHIFT-SCHEDULE.
       COPY SHIFTSCH.
       FD  DEPT-SHIFT.
       COPY DEPTSHFT.
       FD  GREETING-LOG.
       COPY GREETLOG.
       FD  ARCHIVE-CATALOG.
       COPY ARCHCAT.
       FD  ARCHIVE-LOG.
           01  ARCHIVE-LOG-RECORD PIC X(100).
       FD  LATE-REPORT.
           01  LATE-LINE PIC X(132).
       FD  ARRIVAL-WORK.
           01  ARRIVAL-WORK-RECORD PIC X(20).
       FD  ARRIVAL-SORTED.
           01  ARRIVAL-SORTED-RECORD.
               05  ARRS-RST-IDX PIC 9(4).
               05  ARRS-WORK-DATE PIC 9(8).
               05  ARRS-MINUTES PIC 9(4).
               05  ARRS-HHMM PIC 9(4).
       SD  SORT-ARRIVAL.
           01  SORT-ARRIVAL-RECORD.
               05  SARR-RST-IDX PIC 9(4).
               05  SARR-WORK-DATE PIC 9(8).
               05  SARR-MINUTES PIC 9(4).
               05  SARR-HHMM PIC 9(4).
       WORKING-STORAGE SECTION.
           01  WS-ARG-COUNT PIC 9(2) VALUE 0.
           01  WS-EOD-DATE PIC X(8) VALUE SPACES.
           01  WS-REPORT-DATE PIC 9(8) VALUE 0.
           01  WS-MONTH-START PIC 9(8) VALUE 0.
           01  WS-PRIOR-START PIC 9(8) VALUE 0.
           01  WS-FROM-DATE PIC 9(8) VALUE 0.
           01  WS-SCAN-TO-DATE PIC 9(8) VALUE 0.
           01  WS-FIRST-OF-MONTH PIC X VALUE "N".
           01  WS-DATE-WORK PIC 9(8) VALUE 0.
           01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               05  WS-DATE-YYYY PIC 9(4).
               05  WS-DATE-MM PIC 9(2).
               05  WS-DATE-DD PIC 9(2).
           01  WS-DAY-INTEGER PIC 9(8) VALUE 0.
           01  WS-GRACE-MINUTES PIC 9(4) VALUE 0.
           01  WS-REPEAT-THRESHOLD PIC 9(4) VALUE 0.
           01  WS-ROSTER-EOF PIC X VALUE "N".
           01  WS-SCHED-EOF PIC X VALUE "N".
           01  WS-DSHF-EOF PIC X VALUE "N".
           01  WS-LOG-EOF PIC X VALUE "N".
           01  WS-CATALOG-EOF PIC X VALUE "N".
           01  WS-ARCHIVE-EOF PIC X VALUE "N".
           01  WS-SORTED-EOF PIC X VALUE "N".
           01  WS-ARCHIVE-NAME PIC X(20) VALUE SPACES.
           01  WS-SHIFT-COUNT PIC 9(3) VALUE 0.
           01  WS-SHIFT-TABLE.
               05  WS-SHIFT-ENTRY OCCURS 100 TIMES.
                   10  WS-SHF-ID PIC X(4).
                   10  WS-SHF-START PIC 9(4).
                   10  WS-SHF-END PIC 9(4).
           01  WS-SHIFT-IDX PIC 9(3) VALUE 0.
           01  WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
           01  WS-HOLIDAY-TABLE.
               05  WS-HOL-DATE PIC 9(8) OCCURS 100 TIMES.
           01  WS-HOL-IDX PIC 9(3) VALUE 0.
           01  WS-IS-HOLIDAY PIC X VALUE "N".
           01  WS-DSHF-COUNT PIC 9(3) VALUE 0.
           01  WS-DSHF-TABLE.
               05  WS-DSHF-ENTRY OCCURS 200 TIMES.
                   10  WS-DSH-DEPT PIC X(20).
                   10  WS-DSH-SHIFT PIC X(4).
           01  WS-DSHF-IDX PIC 9(3) VALUE 0.
           01  WS-ROSTER-COUNT PIC 9(4) VALUE 0.
           01  WS-ROSTER-DROPPED PIC 9(4) VALUE 0.
           01  WS-ROSTER-TABLE.
               05  WS-ROSTER-ENTRY OCCURS 2000 TIMES.
                   10  WS-RST-ID PIC X(6).
                   10  WS-RST-NAME PIC X(54).
                   10  WS-RST-UNAME PIC X(54).
                   10  WS-RST-DEPT PIC X(20).
                   10  WS-RST-SHIFT PIC X(4).
                   10  WS-RST-SHF-IDX PIC 9(3).
                   10  WS-RST-MTD-LATE PIC 9(3).
                   10  WS-RST-MTD-MINUTES PIC 9(6).
                   10  WS-RST-PRIOR-LATE PIC 9(3).
           01  WS-RST-IDX PIC 9(4) VALUE 0.
           01  WS-RST-FOUND PIC 9(4) VALUE 0.
           01  WS-UPPER-NAME PIC X(54) VALUE SPACES.
           01  WS-ARRIVE-HHMM PIC 9(4) VALUE 0.
           01  WS-ARRIVE-PARTS REDEFINES WS-ARRIVE-HHMM.
               05  WS-ARRIVE-HH PIC 9(2).
               05  WS-ARRIVE-MM PIC 9(2).
           01  WS-START-HHMM PIC 9(4) VALUE 0.
           01  WS-START-PARTS REDEFINES WS-START-HHMM.
               05  WS-START-HH PIC 9(2).
               05  WS-START-MM PIC 9(2).
           01  WS-ARRIVE-MINUTES PIC 9(4) VALUE 0.
           01  WS-START-MINUTES PIC 9(4) VALUE 0.
           01  WS-LATE-MINUTES PIC 9(4) VALUE 0.
           01  WS-WORK-DATE PIC 9(8) VALUE 0.
           01  WS-PREV-RST-IDX PIC 9(4) VALUE 0.
           01  WS-PREV-WORK-DATE PIC 9(8) VALUE 0.
           01  WS-TODAY-COUNT PIC 9(4) VALUE 0.
           01  WS-TODAY-TABLE.
               05  WS-TODAY-ENTRY OCCURS 2000 TIMES.
                   10  WS-TDY-RST-IDX PIC 9(4).
                   10  WS-TDY-HHMM PIC 9(4).
                   10  WS-TDY-MINUTES PIC 9(4).
           01  WS-TDY-IDX PIC 9(4) VALUE 0.
           01  WS-DEPT-COUNT PIC 9(3) VALUE 0.
           01  WS-DEPT-TABLE.
               05  WS-DEPT-ENTRY OCCURS 200 TIMES.
                   10  WS-DPT-NAME PIC X(20).
                   10  WS-DPT-PEOPLE PIC 9(4).
                   10  WS-DPT-LATE PIC 9(5).
                   10  WS-DPT-MINUTES PIC 9(7).
           01  WS-DPT-IDX PIC 9(3) VALUE 0.
           01  WS-DPT-FOUND PIC 9(3) VALUE 0.
           01  WS-DEPT-DROPPED PIC 9(4) VALUE 0.
           01  WS-CHECKED-COUNT PIC 9(6) VALUE 0.
           01  WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
           01  WS-NO-SHIFT-COUNT PIC 9(6) VALUE 0.
           01  WS-HOLIDAY-SKIPPED PIC 9(6) VALUE 0.
           01  WS-REPEAT-COUNT PIC 9(4) VALUE 0.
           01  WS-LINE-COUNT PIC 9(4) VALUE 0.
           01  WS-EDIT-COUNT PIC Z(5)9.
           01  WS-EDIT-DAYS PIC ZZ9.
           01  WS-EDIT-MINUTES PIC Z(5)9.
           01  WS-EDIT-PEOPLE PIC Z(3)9.
           01  WS-EDIT-LATE PIC Z(4)9.
           01  WS-EDIT-DEPT-MINUTES PIC Z(6)9.
           01  WS-EDIT-DUE PIC 99B99.
           01  WS-EDIT-IN PIC 99B99.
       COPY GCORPARM.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-REPORT-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-DATE) > 0
               DISPLAY "HELLO-LATE: invalid report date "
                   WS-REPORT-DATE " - no report written"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-DATE-RANGE.
           PERFORM LOAD-LATE-SETTINGS.
           PERFORM LOAD-SHIFT-SCHEDULE.
           PERFORM LOAD-DEPT-SHIFTS.
           PERFORM LOAD-ROSTER-TABLE.
           PERFORM LOAD-LOG-CORRECTIONS.
           PERFORM EXTRACT-ARRIVALS.
           PERFORM SORT-ARRIVALS.
           PERFORM CHECK-FIRST-ARRIVALS.
           PERFORM TALLY-DEPARTMENTS.
           PERFORM WRITE-LATE-REPORT.
           MOVE WS-TODAY-COUNT TO WS-EDIT-COUNT.
           DISPLAY "HELLO-LATE: " FUNCTION TRIM(WS-EDIT-COUNT)
               " late arrival(s) on " WS-REPORT-DATE
               " - see LATERPT.RPT".
           IF WS-ROSTER-DROPPED > 0 OR WS-DEPT-DROPPED > 0
               DISPLAY "HELLO-LATE: WARNING - tables full; "
                   "some rows are missing (see report warning)"
           END-IF.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-REPORT-DATE.
           DISPLAY "EOD_DATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-EOD-DATE FROM ENVIRONMENT-VALUE
           IF WS-EOD-DATE IS NUMERIC
               MOVE WS-EOD-DATE TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
               IF WS-ARG-COUNT > 0
                   ACCEPT WS-REPORT-DATE FROM ARGUMENT-VALUE
               ELSE
                   ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF.

      * Month to date runs from the 1st through the report date. On
      * the 1st the scan also covers the whole month just ended for
      * the repeat-offender list. The scan runs one day past the
      * report date so a wrapping shift's after-midnight arrivals
      * are seen.
       LOAD-DATE-RANGE.
           MOVE WS-REPORT-DATE TO WS-DATE-WORK
           MOVE 1 TO WS-DATE-DD
           MOVE WS-DATE-WORK TO WS-MONTH-START
           MOVE WS-MONTH-START TO WS-FROM-DATE
           MOVE 0 TO WS-PRIOR-START
           IF WS-REPORT-DATE = WS-MONTH-START
               MOVE "Y" TO WS-FIRST-OF-MONTH
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1
               COMPUTE WS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               MOVE 1 TO WS-DATE-DD
               MOVE WS-DATE-WORK TO WS-PRIOR-START
               MOVE WS-PRIOR-START TO WS-FROM-DATE
           END-IF
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) + 1
           COMPUTE WS-SCAN-TO-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).

       LOAD-LATE-SETTINGS.
           DISPLAY "LATE_GRACE_MINUTES" UPON ENVIRONMENT-NAME
           ACCEPT WS-GRACE-MINUTES FROM ENVIRONMENT-VALUE
           IF WS-GRACE-MINUTES = 0
               MOVE 5 TO WS-GRACE-MINUTES
           END-IF
           DISPLAY "LATE_REPEAT_THRESHOLD" UPON ENVIRONMENT-NAME
           ACCEPT WS-REPEAT-THRESHOLD FROM ENVIRONMENT-VALUE
           IF WS-REPEAT-THRESHOLD = 0
               MOVE 3 TO WS-REPEAT-THRESHOLD
           END-IF.

       LOAD-SHIFT-SCHEDULE.
           MOVE "N" TO WS-SCHED-EOF
           MOVE 0 TO WS-SHIFT-COUNT
           MOVE 0 TO WS-HOLIDAY-COUNT
           OPEN INPUT SHIFT-SCHEDULE.
           PERFORM UNTIL WS-SCHED-EOF = "Y"
               READ SHIFT-SCHEDULE
                   AT END
                       MOVE "Y" TO WS-SCHED-EOF
                   NOT AT END
                       IF SSCH-TYPE = "S"
                              AND SSCH-SHIFT-ID NOT = SPACES
                              AND SSCH-DATE IS NUMERIC
                              AND WS-SHIFT-COUNT < 100
                           ADD 1 TO WS-SHIFT-COUNT
                           MOVE SSCH-SHIFT-ID
                               TO WS-SHF-ID(WS-SHIFT-COUNT)
                           MOVE SSCH-START-TIME
                               TO WS-SHF-START(WS-SHIFT-COUNT)
                           MOVE SSCH-END-TIME
                               TO WS-SHF-END(WS-SHIFT-COUNT)
                       END-IF
                       IF SSCH-TYPE = "H"
                              AND SSCH-DATE IS NUMERIC
                              AND WS-HOLIDAY-COUNT < 100
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE SSCH-DATE
                               TO WS-HOL-DATE(WS-HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHIFT-SCHEDULE.

       LOAD-DEPT-SHIFTS.
           MOVE "N" TO WS-DSHF-EOF
           MOVE 0 TO WS-DSHF-COUNT
           OPEN INPUT DEPT-SHIFT.
           PERFORM UNTIL WS-DSHF-EOF = "Y"
               READ DEPT-SHIFT
                   AT END
                       MOVE "Y" TO WS-DSHF-EOF
                   NOT AT END
                       IF DSHF-DEPARTMENT NOT = SPACES
                              AND DSHF-SHIFT-ID NOT = SPACES
                              AND WS-DSHF-COUNT < 200
                           ADD 1 TO WS-DSHF-COUNT
                           MOVE DSHF-DEPARTMENT
                               TO WS-DSH-DEPT(WS-DSHF-COUNT)
                           MOVE DSHF-SHIFT-ID
                               TO WS-DSH-SHIFT(WS-DSHF-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-SHIFT.

      * Terminated employees are left off; their greetings, if any,
      * count as unmatched.
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
                              AND EMP-STATUS NOT = "T"
                           IF WS-ROSTER-COUNT < 2000
                               ADD 1 TO WS-ROSTER-COUNT
                               PERFORM STORE-ROSTER-ENTRY
                           ELSE
                               ADD 1 TO WS-ROSTER-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-ROSTER.

       STORE-ROSTER-ENTRY.
           MOVE WS-ROSTER-COUNT TO WS-RST-IDX
           MOVE EMP-ID TO WS-RST-ID(WS-RST-IDX)
           MOVE EMP-NAME TO WS-RST-NAME(WS-RST-IDX)
           MOVE FUNCTION UPPER-CASE(EMP-NAME)
               TO WS-RST-UNAME(WS-RST-IDX)
           MOVE EMP-DEPARTMENT TO WS-RST-DEPT(WS-RST-IDX)
           MOVE EMP-SHIFT-ID TO WS-RST-SHIFT(WS-RST-IDX)
           IF WS-RST-SHIFT(WS-RST-IDX) = SPACES
               PERFORM VARYING WS-DSHF-IDX FROM 1 BY 1
                           UNTIL WS-DSHF-IDX > WS-DSHF-COUNT
                   IF WS-DSH-DEPT(WS-DSHF-IDX) = EMP-DEPARTMENT
                       MOVE WS-DSH-SHIFT(WS-DSHF-IDX)
                           TO WS-RST-SHIFT(WS-RST-IDX)
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-RST-SHF-IDX(WS-RST-IDX)
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                       UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT
               IF WS-SHF-ID(WS-SHIFT-IDX) = WS-RST-SHIFT(WS-RST-IDX)
                   MOVE WS-SHIFT-IDX TO WS-RST-SHF-IDX(WS-RST-IDX)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-RST-MTD-LATE(WS-RST-IDX)
           MOVE 0 TO WS-RST-MTD-MINUTES(WS-RST-IDX)
           MOVE 0 TO WS-RST-PRIOR-LATE(WS-RST-IDX).

      * Every employee greeting in the scan range - live log plus
      * swept archives - goes to the work file with the roster entry
      * it belongs to and the shift day it counts against.
       LOAD-LOG-CORRECTIONS.
           MOVE "L" TO GCP-FUNCTION
           MOVE WS-FROM-DATE TO GCP-FROM-DATE
           MOVE WS-SCAN-TO-DATE TO GCP-TO-DATE
           MOVE 0 TO GCP-LOADED
           MOVE 0 TO GCP-DROPPED
           CALL "HELLO-GCAP" USING GLOG-CORR-PARMS GREETING-LOG-RECORD
               ON EXCEPTION
                   MOVE 0 TO GCP-LOADED
                   DISPLAY "HELLO-LATE: WARNING - HELLO-GCAP not "
                       "available; log corrections not applied"
           END-CALL
           IF GCP-DROPPED > 0
               DISPLAY "HELLO-LATE: WARNING - correction table full; "
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

       EXTRACT-ARRIVALS.
           OPEN OUTPUT ARRIVAL-WORK.
           PERFORM SCAN-LOG.
           PERFORM SCAN-ARCHIVES.
           CLOSE ARRIVAL-WORK.

       SCAN-LOG.
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT GREETING-LOG.
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ GREETING-LOG
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       IF GLOG-DATE >= WS-FROM-DATE
                              AND GLOG-DATE <= WS-SCAN-TO-DATE
                           PERFORM NOTE-ARRIVAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GREETING-LOG.

       SCAN-ARCHIVES.
           MOVE "N" TO WS-CATALOG-EOF
           OPEN INPUT ARCHIVE-CATALOG.
           PERFORM UNTIL WS-CATALOG-EOF = "Y"
               READ ARCHIVE-CATALOG
                   AT END
                       MOVE "Y" TO WS-CATALOG-EOF
                   NOT AT END
                       IF ARCAT-DATE IS NUMERIC
                              AND ARCAT-DATE >= WS-FROM-DATE
                           MOVE ARCAT-FILE-NAME TO WS-ARCHIVE-NAME
                           PERFORM SCAN-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-CATALOG.

       SCAN-ONE-ARCHIVE.
           MOVE "N" TO WS-ARCHIVE-EOF
           OPEN INPUT ARCHIVE-LOG.
           PERFORM UNTIL WS-ARCHIVE-EOF = "Y"
               READ ARCHIVE-LOG
                   AT END
                       MOVE "Y" TO WS-ARCHIVE-EOF
                   NOT AT END
                       MOVE ARCHIVE-LOG-RECORD TO GREETING-LOG-RECORD
                       IF GLOG-DATE >= WS-FROM-DATE
                              AND GLOG-DATE <= WS-SCAN-TO-DATE
                           PERFORM NOTE-ARRIVAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-LOG.

      * Visitors are not due on any shift. A greeting before the end
      * time of a shift that wraps past midnight belongs to the shift
      * that started the day before, and is timed from that day's
      * midnight so it sorts after the evening greetings.
       NOTE-ARRIVAL.
           PERFORM APPLY-LOG-CORRECTION
           IF GLOG-STATUS NOT = "VISITOR" AND GCP-RESULT NOT = "V"
               PERFORM FIND-ROSTER-ENTRY
               IF WS-RST-FOUND = 0
                   ADD 1 TO WS-UNMATCHED-COUNT
               ELSE
                   COMPUTE WS-ARRIVE-HHMM = GLOG-TIME / 10000
                   COMPUTE WS-ARRIVE-MINUTES =
                       WS-ARRIVE-HH * 60 + WS-ARRIVE-MM
                   MOVE GLOG-DATE TO WS-WORK-DATE
                   MOVE WS-RST-SHF-IDX(WS-RST-FOUND) TO WS-SHIFT-IDX
                   IF WS-SHIFT-IDX > 0
                       IF WS-SHF-END(WS-SHIFT-IDX)
                              < WS-SHF-START(WS-SHIFT-IDX)
                              AND WS-ARRIVE-HHMM
                                  <= WS-SHF-END(WS-SHIFT-IDX)
                           COMPUTE WS-DAY-INTEGER =
                               FUNCTION INTEGER-OF-DATE(GLOG-DATE) - 1
                           COMPUTE WS-WORK-DATE =
                               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                           ADD 1440 TO WS-ARRIVE-MINUTES
                       END-IF
                   END-IF
                   IF WS-WORK-DATE >= WS-FROM-DATE
                          AND WS-WORK-DATE <= WS-REPORT-DATE
                       MOVE WS-RST-FOUND TO SARR-RST-IDX
                       MOVE WS-WORK-DATE TO SARR-WORK-DATE
                       MOVE WS-ARRIVE-MINUTES TO SARR-MINUTES
                       MOVE WS-ARRIVE-HHMM TO SARR-HHMM
                       WRITE ARRIVAL-WORK-RECORD
                           FROM SORT-ARRIVAL-RECORD
                   END-IF
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
           ELSE
               MOVE FUNCTION UPPER-CASE(GLOG-NAME) TO WS-UPPER-NAME
               PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                           UNTIL WS-RST-IDX > WS-ROSTER-COUNT
                              OR WS-RST-FOUND > 0
                   IF WS-RST-UNAME(WS-RST-IDX) = WS-UPPER-NAME
                       MOVE WS-RST-IDX TO WS-RST-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       SORT-ARRIVALS.
           SORT SORT-ARRIVAL
               ON ASCENDING KEY SARR-RST-IDX
               ON ASCENDING KEY SARR-WORK-DATE
               ON ASCENDING KEY SARR-MINUTES
               USING ARRIVAL-WORK
               GIVING ARRIVAL-SORTED.

      * The first sorted record for each employee and shift day is
      * the first arrival; the rest of the group is passed over.
       CHECK-FIRST-ARRIVALS.
           MOVE "N" TO WS-SORTED-EOF
           MOVE 0 TO WS-PREV-RST-IDX
           MOVE 0 TO WS-PREV-WORK-DATE
           OPEN INPUT ARRIVAL-SORTED.
           PERFORM UNTIL WS-SORTED-EOF = "Y"
               READ ARRIVAL-SORTED
                   AT END
                       MOVE "Y" TO WS-SORTED-EOF
                   NOT AT END
                       IF ARRS-RST-IDX NOT = WS-PREV-RST-IDX
                              OR ARRS-WORK-DATE NOT = WS-PREV-WORK-DATE
                           MOVE ARRS-RST-IDX TO WS-PREV-RST-IDX
                           MOVE ARRS-WORK-DATE TO WS-PREV-WORK-DATE
                           PERFORM CHECK-ONE-ARRIVAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARRIVAL-SORTED.

       CHECK-ONE-ARRIVAL.
           MOVE ARRS-RST-IDX TO WS-RST-IDX
           MOVE WS-RST-SHF-IDX(WS-RST-IDX) TO WS-SHIFT-IDX
           PERFORM TEST-HOLIDAY
           IF WS-IS-HOLIDAY = "Y"
               ADD 1 TO WS-HOLIDAY-SKIPPED
           ELSE
               IF WS-SHIFT-IDX = 0
                   ADD 1 TO WS-NO-SHIFT-COUNT
               ELSE
                   ADD 1 TO WS-CHECKED-COUNT
                   MOVE WS-SHF-START(WS-SHIFT-IDX) TO WS-START-HHMM
                   COMPUTE WS-START-MINUTES =
                       WS-START-HH * 60 + WS-START-MM
                   IF ARRS-MINUTES
                          > WS-START-MINUTES + WS-GRACE-MINUTES
                       COMPUTE WS-LATE-MINUTES =
                           ARRS-MINUTES - WS-START-MINUTES
                       PERFORM NOTE-LATE-ARRIVAL
                   END-IF
               END-IF
           END-IF.

       TEST-HOLIDAY.
           MOVE "N" TO WS-IS-HOLIDAY
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                       UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
               IF WS-HOL-DATE(WS-HOL-IDX) = ARRS-WORK-DATE
                   MOVE "Y" TO WS-IS-HOLIDAY
               END-IF
           END-PERFORM.

       NOTE-LATE-ARRIVAL.
           IF ARRS-WORK-DATE >= WS-MONTH-START
               ADD 1 TO WS-RST-MTD-LATE(WS-RST-IDX)
               ADD WS-LATE-MINUTES TO WS-RST-MTD-MINUTES(WS-RST-IDX)
           ELSE
               ADD 1 TO WS-RST-PRIOR-LATE(WS-RST-IDX)
           END-IF
           IF ARRS-WORK-DATE = WS-REPORT-DATE
               ADD 1 TO WS-TODAY-COUNT
               MOVE WS-RST-IDX TO WS-TDY-RST-IDX(WS-TODAY-COUNT)
               MOVE ARRS-HHMM TO WS-TDY-HHMM(WS-TODAY-COUNT)
               MOVE WS-LATE-MINUTES TO WS-TDY-MINUTES(WS-TODAY-COUNT)
           END-IF.

       TALLY-DEPARTMENTS.
           MOVE 0 TO WS-DEPT-COUNT
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                       UNTIL WS-RST-IDX > WS-ROSTER-COUNT
               IF WS-RST-MTD-LATE(WS-RST-IDX) > 0
                   PERFORM TALLY-ONE-DEPARTMENT
               END-IF
           END-PERFORM.

       TALLY-ONE-DEPARTMENT.
           MOVE 0 TO WS-DPT-FOUND
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                       UNTIL WS-DPT-IDX > WS-DEPT-COUNT
               IF WS-DPT-NAME(WS-DPT-IDX) = WS-RST-DEPT(WS-RST-IDX)
                   MOVE WS-DPT-IDX TO WS-DPT-FOUND
               END-IF
           END-PERFORM
           IF WS-DPT-FOUND = 0 AND WS-DEPT-COUNT >= 200
               ADD 1 TO WS-DEPT-DROPPED
           END-IF
           IF WS-DPT-FOUND = 0 AND WS-DEPT-COUNT < 200
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DPT-FOUND
               MOVE WS-RST-DEPT(WS-RST-IDX) TO WS-DPT-NAME(WS-DPT-FOUND)
               MOVE 0 TO WS-DPT-PEOPLE(WS-DPT-FOUND)
               MOVE 0 TO WS-DPT-LATE(WS-DPT-FOUND)
               MOVE 0 TO WS-DPT-MINUTES(WS-DPT-FOUND)
           END-IF
           IF WS-DPT-FOUND > 0
               ADD 1 TO WS-DPT-PEOPLE(WS-DPT-FOUND)
               ADD WS-RST-MTD-LATE(WS-RST-IDX)
                   TO WS-DPT-LATE(WS-DPT-FOUND)
               ADD WS-RST-MTD-MINUTES(WS-RST-IDX)
                   TO WS-DPT-MINUTES(WS-DPT-FOUND)
           END-IF.

       WRITE-LATE-REPORT.
           OPEN OUTPUT LATE-REPORT.
           MOVE SPACES TO LATE-LINE
           STRING
               "==== HELLO-MAXX LATE ARRIVALS " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               " ====" DELIMITED BY SIZE
               INTO LATE-LINE
           END-STRING
           WRITE LATE-LINE.
           MOVE SPACES TO LATE-LINE
           MOVE WS-GRACE-MINUTES TO WS-EDIT-MINUTES
           STRING
               "Grace period: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-MINUTES) DELIMITED BY SIZE
               " minute(s) after shift start; month to date from "
                   DELIMITED BY SIZE
               WS-MONTH-START DELIMITED BY SIZE
               INTO LATE-LINE
           END-STRING
           WRITE LATE-LINE.
           PERFORM WRITE-OVERFLOW-WARNING.
           PERFORM WRITE-TODAY-SECTION.
           PERFORM WRITE-EMPLOYEE-SECTION.
           PERFORM WRITE-DEPARTMENT-SECTION.
           IF WS-FIRST-OF-MONTH = "Y"
               PERFORM WRITE-REPEAT-SECTION
           END-IF.
           PERFORM WRITE-COUNT-LINES.
           CLOSE LATE-REPORT.

       WRITE-OVERFLOW-WARNING.
           IF WS-ROSTER-DROPPED > 0 OR WS-DEPT-DROPPED > 0
               MOVE SPACES TO LATE-LINE
               STRING
                   "WARNING: tables full - rows missing from "
                       DELIMITED BY SIZE
                   "roster " DELIMITED BY SIZE
                   WS-ROSTER-DROPPED DELIMITED BY SIZE
                   ", departments " DELIMITED BY SIZE
                   WS-DEPT-DROPPED DELIMITED BY SIZE
                   INTO LATE-LINE
               END-STRING
               WRITE LATE-LINE
           END-IF.

       WRITE-TODAY-SECTION.
           MOVE SPACES TO LATE-LINE
           WRITE LATE-LINE.
           MOVE SPACES TO LATE-LINE
           STRING "-- Late today (ID / name / dept / shift / "
                   DELIMITED BY SIZE
               "due / in / minutes late) --" DELIMITED BY SIZE
               INTO LATE-LINE
           END-STRING
           WRITE LATE-LINE.
           IF WS-TODAY-COUNT = 0
               MOVE "  (none)" TO LATE-LINE
               WRITE LATE-LINE
           END-IF.
           PERFORM VARYING WS-TDY-IDX FROM 1 BY 1
                       UNTIL WS-TDY-IDX > WS-TODAY-COUNT
               MOVE WS-TDY-RST-IDX(WS-TDY-IDX) TO WS-RST-IDX
               MOVE WS-RST-SHF-IDX(WS-RST-IDX) TO WS-SHIFT-IDX
               PERFORM WRITE-TODAY-LINE
           END-PERFORM.

       WRITE-TODAY-LINE.
           MOVE SPACES TO LATE-LINE
           MOVE WS-TDY-MINUTES(WS-TDY-IDX) TO WS-EDIT-MINUTES
           MOVE WS-SHF-START(WS-SHIFT-IDX) TO WS-EDIT-DUE
           INSPECT WS-EDIT-DUE REPLACING ALL " " BY ":"
           MOVE WS-TDY-HHMM(WS-TDY-IDX) TO WS-EDIT-IN
           INSPECT WS-EDIT-IN REPLACING ALL " " BY ":"
           STRING
               "  " DELIMITED BY SIZE
               WS-RST-ID(WS-RST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RST-NAME(WS-RST-IDX)(1:40) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RST-DEPT(WS-RST-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RST-SHIFT(WS-RST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-DUE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-IN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-MINUTES DELIMITED BY SIZE
               INTO LATE-LINE
           END-STRING
           WRITE LATE-LINE.

       WRITE-EMPLOYEE-SECTION.
           MOVE SPACES TO LATE-LINE
           WRITE LATE-LINE.
           MOVE SPACES TO LATE-LINE
           STRING "-- Month to date by employee (ID / name / dept / "
                   DELIMITED BY SIZE
               "days late / minutes late) --" DELIMITED BY SIZE
               INTO LATE-LINE
           END-STRING
           WRITE LATE-LINE.
           MOVE 0 TO WS-LINE-COUNT
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                       UNTIL WS-RST-IDX > WS-ROSTER-COUNT
               IF WS-RST-MTD-LATE(WS-RST-IDX) > 0
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-RST-MTD-LATE(WS-RST-IDX) TO WS-EDIT-DAYS
                   MOVE WS-RST-MTD-MINUTES(WS-RST-IDX)
                       TO WS-EDIT-MINUTES
                   PERFORM WRITE-EMPLOYEE-LINE
               END-IF
           END-PERFORM
           IF WS-LINE-COUNT = 0
               MOVE "  (none)" TO LATE-LINE
               WRITE LATE-LINE
           END-IF.

       WRITE-EMPLOYEE-LINE.
           MOVE SPACES TO LATE-LINE
           STRING
               "  " DELIMITED BY SIZE
               WS-RST-ID(WS-RST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RST-NAME(WS-RST-IDX)(1:40) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RST-DEPT(WS-RST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-DAYS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-MINUTES DELIMITED BY SIZE
               INTO LATE-LINE
           END-STRING
           WRITE LATE-LINE.

       WRITE-DEPARTMENT-SECTION.
           MOVE SPACES TO LATE-LINE
           WRITE LATE-LINE.
           MOVE SPACES TO LATE-LINE
           STRING "-- Month to date by department (dept / "
                   DELIMITED BY SIZE
               "people late / days late / minutes late) --"
                   DELIMITED BY SIZE
               INTO LATE-LINE
           END-STRING
           WRITE LATE-LINE.
           IF WS-DEPT-COUNT = 0
               MOVE "  (none)" TO LATE-LINE
               WRITE LATE-LINE
           END-IF.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                       UNTIL WS-DPT-IDX > WS-DEPT-COUNT
               MOVE SPACES TO LATE-LINE
               MOVE WS-DPT-PEOPLE(WS-DPT-IDX) TO WS-EDIT-PEOPLE
               MOVE WS-DPT-LATE(WS-DPT-IDX) TO WS-EDIT-LATE
               MOVE WS-DPT-MINUTES(WS-DPT-IDX) TO WS-EDIT-DEPT-MINUTES
               STRING
                   "  " DELIMITED BY SIZE
                   WS-DPT-NAME(WS-DPT-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-PEOPLE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-LATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EDIT-DEPT-MINUTES DELIMITED BY SIZE
                   INTO LATE-LINE
               END-STRING
               WRITE LATE-LINE
           END-PERFORM.

      * Only printed on the 1st, for the month just ended.
       WRITE-REPEAT-SECTION.
           MOVE SPACES TO LATE-LINE
           WRITE LATE-LINE.
           MOVE SPACES TO LATE-LINE
           MOVE WS-REPEAT-THRESHOLD TO WS-EDIT-DAYS
           STRING
               "-- Repeat offenders for month starting "
                   DELIMITED BY SIZE
               WS-PRIOR-START DELIMITED BY SIZE
               " (late on " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
               " or more days) --" DELIMITED BY SIZE
               INTO LATE-LINE
           END-STRING
           WRITE LATE-LINE.
           MOVE 0 TO WS-REPEAT-COUNT
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                       UNTIL WS-RST-IDX > WS-ROSTER-COUNT
               IF WS-RST-PRIOR-LATE(WS-RST-IDX) >= WS-REPEAT-THRESHOLD
                   ADD 1 TO WS-REPEAT-COUNT
                   MOVE WS-RST-PRIOR-LATE(WS-RST-IDX) TO WS-EDIT-DAYS
                   MOVE SPACES TO LATE-LINE
                   STRING
                       "  " DELIMITED BY SIZE
                       WS-RST-ID(WS-RST-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RST-NAME(WS-RST-IDX)(1:40) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RST-DEPT(WS-RST-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-EDIT-DAYS DELIMITED BY SIZE
                       INTO LATE-LINE
                   END-STRING
                   WRITE LATE-LINE
               END-IF
           END-PERFORM
           IF WS-REPEAT-COUNT = 0
               MOVE "  (none)" TO LATE-LINE
               WRITE LATE-LINE
           END-IF.

       WRITE-COUNT-LINES.
           MOVE SPACES TO LATE-LINE
           WRITE LATE-LINE.
           MOVE SPACES TO LATE-LINE
           MOVE WS-TODAY-COUNT TO WS-EDIT-COUNT
           STRING "LATE TODAY:             " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LATE-LINE
           END-STRING
           WRITE LATE-LINE.
           MOVE SPACES TO LATE-LINE
           MOVE WS-CHECKED-COUNT TO WS-EDIT-COUNT
           STRING "SHIFT DAYS CHECKED:     " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LATE-LINE
           END-STRING
           WRITE LATE-LINE.
           MOVE SPACES TO LATE-LINE
           MOVE WS-NO-SHIFT-COUNT TO WS-EDIT-COUNT
           STRING "NO SHIFT ASSIGNED:      " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LATE-LINE
           END-STRING
           WRITE LATE-LINE.
           MOVE SPACES TO LATE-LINE
           MOVE WS-HOLIDAY-SKIPPED TO WS-EDIT-COUNT
           STRING "HOLIDAY ARRIVALS:       " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LATE-LINE
           END-STRING
           WRITE LATE-LINE.
           MOVE SPACES TO LATE-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-EDIT-COUNT
           STRING "NOT ON ROSTER:          " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LATE-LINE
           END-STRING
           WRITE LATE-LINE.
