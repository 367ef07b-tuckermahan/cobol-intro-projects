      *************************************
      * Author: @trishmahan
      * Date: 2026/10/15
      * Purpose: Morning operations status report. Reads the nightly
      *          job files - EODSTEP.DAT, GLOGCTL.DAT, FEEDSTAT.DAT,
      *          ARCHCAT.DAT, the live log and its archives, and the
      *          ARCHCTL.RPT and ACKRPT.RPT spools - and prints one
      *          page per business date to OPSRPT.RPT: each HELLO-EOD
      *          step with its latest return code and status, whether
      *          the day's greetings balance against the log control,
      *          the day's HR feed status and the feed queue, whether
      *          the day was cut to an archive and catalogued, and any
      *          day still STAGED with no HR acknowledgment after
      *          ACK_OVERDUE_DAYS (default 2). Each page ends with a
      *          RED/AMBER/GREEN line; the return code is 0, 4 or 8
      *          for the worst page so the scheduler can alert on it.
      *          The date is EOD_DATE, else argument 1 (argument 2
      *          gives the end of a range), else last night's run.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-OPS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEP-CONTROL ASSIGN TO "EODSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEED-STATUS ASSIGN TO "FEEDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOG-CONTROL ASSIGN TO "GLOGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GREETING-LOG ASSIGN TO "GREETLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-CATALOG ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-LOG
               ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-SPOOL ASSIGN TO "ARCHCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACK-SPOOL ASSIGN TO "ACKRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPS-REPORT ASSIGN TO "OPSRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-CONTROL.
           01  STEP-CONTROL-RECORD.
               05  EODS-DATE PIC 9(8).
               05  EODS-STEP PIC 9(1).
               05  EODS-PROGRAM PIC X(12).
               05  EODS-RC PIC 9(4).
               05  EODS-STATUS PIC X(8).
       FD  FEED-STATUS.
       COPY FEEDSTAT.
       FD  LOG-CONTROL.
       COPY GLOGCTL.
       FD  GREETING-LOG.
       COPY GREETLOG.
       FD  ARCHIVE-CATALOG.
       COPY ARCHCAT.
       FD  ARCHIVE-LOG.
           01  ARCHIVE-LOG-RECORD PIC X(100).
       FD  ARCHIVE-SPOOL.
           01  ARCHIVE-SPOOL-LINE PIC X(80).
       FD  ACK-SPOOL.
           01  ACK-SPOOL-LINE PIC X(132).
       FD  OPS-REPORT.
           01  OPS-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01  WS-ARG-COUNT PIC 9(2) VALUE 0.
           01  WS-EOD-DATE PIC X(8) VALUE SPACES.
           01  WS-FROM-DATE PIC 9(8) VALUE 0.
           01  WS-TO-DATE PIC 9(8) VALUE 0.
           01  WS-PAGE-DATE PIC 9(8) VALUE 0.
           01  WS-RUN-DATE PIC 9(8) VALUE 0.
           01  WS-YESTERDAY PIC 9(8) VALUE 0.
           01  WS-LAST-EOD-DATE PIC 9(8) VALUE 0.
           01  WS-OVERDUE-DATE PIC 9(8) VALUE 0.
           01  WS-DAY-INTEGER PIC 9(8) VALUE 0.
           01  WS-RANGE-DAYS PIC 9(8) VALUE 0.
           01  WS-OVERDUE-DAYS PIC 9(4) VALUE 0.
           01  WS-AGE-DAYS PIC 9(6) VALUE 0.
           01  WS-PAGE-COUNT PIC 9(3) VALUE 0.
           01  WS-STEP-EOF PIC X VALUE "N".
           01  WS-STATUS-EOF PIC X VALUE "N".
           01  WS-CTL-EOF PIC X VALUE "N".
           01  WS-LOG-EOF PIC X VALUE "N".
           01  WS-CATALOG-EOF PIC X VALUE "N".
           01  WS-ARCHIVE-EOF PIC X VALUE "N".
           01  WS-SPOOL-EOF PIC X VALUE "N".
           01  WS-ARCHIVE-NAME PIC X(20) VALUE SPACES.
           01  WS-STEP-TABLE.
               05  WS-STEP-ENTRY OCCURS 5 TIMES.
                   10  WS-STEP-NAME PIC X(12).
                   10  WS-STEP-RUNS PIC 9(3).
                   10  WS-STEP-RC PIC 9(4).
                   10  WS-STEP-STATUS PIC X(8).
           01  WS-STEP-IDX PIC 9(1) VALUE 0.
           01  WS-FSTAT-COUNT PIC 9(3) VALUE 0.
           01  WS-FSTAT-DROPPED PIC 9(3) VALUE 0.
           01  WS-FSTAT-TABLE.
               05  WS-FSTAT-ENTRY OCCURS 400 TIMES.
                   10  WS-FST-DATE PIC 9(8).
                   10  WS-FST-STATUS PIC X(9).
                   10  WS-FST-COUNT PIC 9(6).
           01  WS-FST-IDX PIC 9(3) VALUE 0.
           01  WS-FST-FOUND PIC 9(3) VALUE 0.
           01  WS-STAGED-DAYS PIC 9(3) VALUE 0.
           01  WS-REJECTED-DAYS PIC 9(3) VALUE 0.
           01  WS-FAILED-DAYS PIC 9(3) VALUE 0.
           01  WS-CONFIRMED-DAYS PIC 9(3) VALUE 0.
           01  WS-OVERDUE-COUNT PIC 9(3) VALUE 0.
           01  WS-LIVE-COUNT PIC 9(6) VALUE 0.
           01  WS-ARCHIVED-COUNT PIC 9(6) VALUE 0.
           01  WS-RECORD-COUNT PIC 9(6) VALUE 0.
           01  WS-HASH-TOTAL PIC 9(12) VALUE 0.
           01  WS-SEQ-SUM PIC 9(12) VALUE 0.
           01  WS-SEQ-MAX PIC 9(6) VALUE 0.
           01  WS-UNSEQ-COUNT PIC 9(6) VALUE 0.
           01  WS-EXPECT-SUM PIC 9(12) VALUE 0.
           01  WS-CTL-FOUND PIC X VALUE "N".
           01  WS-CTL-COUNT PIC 9(6) VALUE 0.
           01  WS-CTL-HASH PIC 9(12) VALUE 0.
           01  WS-CATALOGED PIC X VALUE "N".
           01  WS-CAT-FILE-NAME PIC X(20) VALUE SPACES.
           01  WS-CAT-FILE-COUNT PIC 9(6) VALUE 0.
           01  WS-IN-CAT-FILE PIC X VALUE "N".
           01  WS-SPOOL-DATE-HITS PIC 9(3) VALUE 0.
           01  WS-SPOOL-WARN-HITS PIC 9(3) VALUE 0.
           01  WS-SPOOL-LINES PIC 9(4) VALUE 0.
           01  WS-SPOOL-FOR-DATE PIC X VALUE "N".
           01  WS-SPOOL-SHOWN PIC 9(3) VALUE 0.
           01  WS-DATE-TEXT PIC X(8) VALUE SPACES.
           01  WS-FEED-DATE-TEXT PIC X(18) VALUE SPACES.
           01  WS-LINE-TAG PIC X(5) VALUE SPACES.
           01  WS-LINE-TEXT PIC X(120) VALUE SPACES.
           01  WS-PAGE-RC PIC 9(1) VALUE 0.
           01  WS-WORST-RC PIC 9(1) VALUE 0.
           01  WS-RED-COUNT PIC 9(3) VALUE 0.
           01  WS-AMBER-COUNT PIC 9(3) VALUE 0.
           01  WS-RAG-TEXT PIC X(5) VALUE SPACES.
           01  WS-EDIT-COUNT PIC Z(5)9.
           01  WS-EDIT-CONTROL PIC Z(5)9.
           01  WS-EDIT-DAYS PIC ZZ9.
           01  WS-EDIT-RC PIC Z(3)9.
           01  WS-EDIT-RUNS PIC ZZ9.
           01  WS-EDIT-STAGED PIC ZZ9.
           01  WS-EDIT-REJECTED PIC ZZ9.
           01  WS-EDIT-FAILED PIC ZZ9.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE "HELLO-RPT" TO WS-STEP-NAME(1)
           MOVE "HELLO-RECON" TO WS-STEP-NAME(2)
           MOVE "HELLO-FEED" TO WS-STEP-NAME(3)
           MOVE "HELLO-ARCH" TO WS-STEP-NAME(4)
           MOVE "HELLO-POST" TO WS-STEP-NAME(5)
           PERFORM LOAD-REPORT-DATES.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) > 0
                  OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) > 0
               DISPLAY "HELLO-OPS: invalid report date(s) "
                   WS-FROM-DATE " " WS-TO-DATE " - no report written"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-RANGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           IF WS-RANGE-DAYS > 30
               DISPLAY "HELLO-OPS: date range longer than 31 days - "
                   "no report written"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-OPS-SETTINGS.
           PERFORM LOAD-FEED-STATUS.
           OPEN OUTPUT OPS-REPORT.
           MOVE WS-FROM-DATE TO WS-PAGE-DATE
           PERFORM UNTIL WS-PAGE-DATE > WS-TO-DATE
               PERFORM WRITE-DATE-PAGE
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-PAGE-DATE) + 1
               COMPUTE WS-PAGE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           END-PERFORM.
           CLOSE OPS-REPORT.
           EVALUATE WS-WORST-RC
               WHEN 8
                   MOVE "RED" TO WS-RAG-TEXT
               WHEN 4
                   MOVE "AMBER" TO WS-RAG-TEXT
               WHEN OTHER
                   MOVE "GREEN" TO WS-RAG-TEXT
           END-EVALUATE.
           MOVE WS-PAGE-COUNT TO WS-EDIT-DAYS.
           DISPLAY "HELLO-OPS: " FUNCTION TRIM(WS-RAG-TEXT) " - "
               FUNCTION TRIM(WS-EDIT-DAYS)
               " business date(s) checked - see OPSRPT.RPT".
           MOVE WS-WORST-RC TO RETURN-CODE.
           STOP RUN.

      * With no date given the report covers last night's run: the
      * chain's own date when it has already run today, otherwise
      * yesterday - so a chain that never started still shows up as
      * not run instead of quietly reporting an older clean night.
       LOAD-REPORT-DATES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "EOD_DATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-EOD-DATE FROM ENVIRONMENT-VALUE
           IF WS-EOD-DATE IS NUMERIC
               MOVE WS-EOD-DATE TO WS-FROM-DATE
               MOVE WS-EOD-DATE TO WS-TO-DATE
           ELSE
               ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
               IF WS-ARG-COUNT >= 1
                   ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
                   IF WS-ARG-COUNT >= 2
                       ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE
                   ELSE
                       MOVE WS-FROM-DATE TO WS-TO-DATE
                   END-IF
               ELSE
                   PERFORM FIND-LAST-EOD-DATE
                   COMPUTE WS-DAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
                   COMPUTE WS-YESTERDAY =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   IF WS-LAST-EOD-DATE > WS-YESTERDAY
                       MOVE WS-LAST-EOD-DATE TO WS-FROM-DATE
                   ELSE
                       MOVE WS-YESTERDAY TO WS-FROM-DATE
                   END-IF
                   MOVE WS-FROM-DATE TO WS-TO-DATE
               END-IF
           END-IF.
           IF WS-TO-DATE < WS-FROM-DATE
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.

       FIND-LAST-EOD-DATE.
           MOVE 0 TO WS-LAST-EOD-DATE
           MOVE "N" TO WS-STEP-EOF
           OPEN INPUT STEP-CONTROL.
           PERFORM UNTIL WS-STEP-EOF = "Y"
               READ STEP-CONTROL
                   AT END
                       MOVE "Y" TO WS-STEP-EOF
                   NOT AT END
                       IF EODS-DATE IS NUMERIC
                              AND EODS-DATE > WS-LAST-EOD-DATE
                           MOVE EODS-DATE TO WS-LAST-EOD-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-CONTROL.

       LOAD-OPS-SETTINGS.
           DISPLAY "ACK_OVERDUE_DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-OVERDUE-DAYS FROM ENVIRONMENT-VALUE
           IF WS-OVERDUE-DAYS = 0
               MOVE 2 TO WS-OVERDUE-DAYS
           END-IF.

      * FEEDSTAT.DAT holds one entry per feed day; should a date ever
      * appear twice the later entry is the current one.
       LOAD-FEED-STATUS.
           MOVE "N" TO WS-STATUS-EOF
           MOVE 0 TO WS-FSTAT-COUNT
           OPEN INPUT FEED-STATUS.
           PERFORM UNTIL WS-STATUS-EOF = "Y"
               READ FEED-STATUS
                   AT END
                       MOVE "Y" TO WS-STATUS-EOF
                   NOT AT END
                       IF FSTAT-DATE IS NUMERIC
                           PERFORM STORE-FEED-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-STATUS.

       STORE-FEED-STATUS.
           MOVE 0 TO WS-FST-FOUND
           PERFORM VARYING WS-FST-IDX FROM 1 BY 1
                       UNTIL WS-FST-IDX > WS-FSTAT-COUNT
               IF WS-FST-DATE(WS-FST-IDX) = FSTAT-DATE
                   MOVE WS-FST-IDX TO WS-FST-FOUND
               END-IF
           END-PERFORM
           IF WS-FST-FOUND = 0
               IF WS-FSTAT-COUNT < 400
                   ADD 1 TO WS-FSTAT-COUNT
                   MOVE WS-FSTAT-COUNT TO WS-FST-FOUND
               ELSE
                   ADD 1 TO WS-FSTAT-DROPPED
               END-IF
           END-IF
           IF WS-FST-FOUND > 0
               MOVE FSTAT-DATE TO WS-FST-DATE(WS-FST-FOUND)
               MOVE FSTAT-STATUS TO WS-FST-STATUS(WS-FST-FOUND)
               MOVE FSTAT-COUNT TO WS-FST-COUNT(WS-FST-FOUND)
           END-IF.

       WRITE-DATE-PAGE.
           ADD 1 TO WS-PAGE-COUNT
           MOVE 0 TO WS-PAGE-RC
           MOVE 0 TO WS-RED-COUNT
           MOVE 0 TO WS-AMBER-COUNT
           MOVE WS-PAGE-DATE TO WS-DATE-TEXT
           MOVE SPACES TO WS-FEED-DATE-TEXT
           STRING
               "Feed date " DELIMITED BY SIZE
               WS-DATE-TEXT DELIMITED BY SIZE
               INTO WS-FEED-DATE-TEXT
           END-STRING
           MOVE SPACES TO OPS-LINE
           STRING
               "==== HELLO-MAXX MORNING OPERATIONS STATUS "
                   DELIMITED BY SIZE
               WS-PAGE-DATE DELIMITED BY SIZE
               " ====" DELIMITED BY SIZE
               INTO OPS-LINE
           END-STRING
           WRITE OPS-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO OPS-LINE
           STRING
               "Run date " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO OPS-LINE
           END-STRING
           WRITE OPS-LINE AFTER ADVANCING 1 LINE
           PERFORM CHECK-EOD-STEPS
           PERFORM CHECK-LOG-BALANCE
           PERFORM CHECK-FEED-DAY
           PERFORM CHECK-FEED-QUEUE
           PERFORM CHECK-ARCHIVE-CUT
           PERFORM CHECK-SPOOLS
           PERFORM WRITE-PAGE-SUMMARY
           IF WS-PAGE-RC > WS-WORST-RC
               MOVE WS-PAGE-RC TO WS-WORST-RC
           END-IF.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO OPS-LINE
           WRITE OPS-LINE AFTER ADVANCING 1 LINE
           MOVE WS-LINE-TEXT TO OPS-LINE
           WRITE OPS-LINE AFTER ADVANCING 1 LINE.

      * Every detail line carries its own OK/AMBER/RED tag in front;
      * AMBER and RED lines raise the page's summary and return code.
       WRITE-TAGGED-LINE.
           EVALUATE WS-LINE-TAG
               WHEN "RED"
                   ADD 1 TO WS-RED-COUNT
                   MOVE 8 TO WS-PAGE-RC
               WHEN "AMBER"
                   ADD 1 TO WS-AMBER-COUNT
                   IF WS-PAGE-RC < 4
                       MOVE 4 TO WS-PAGE-RC
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO OPS-LINE
           STRING
               "  " DELIMITED BY SIZE
               WS-LINE-TAG DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LINE-TEXT DELIMITED BY SIZE
               INTO OPS-LINE
           END-STRING
           WRITE OPS-LINE AFTER ADVANCING 1 LINE.

      * The latest EODSTEP.DAT entry for each step is the one that
      * counts - a rerun that completes a failed step clears it.
       CHECK-EOD-STEPS.
           MOVE "-- End-of-day chain (EODSTEP.DAT) --" TO WS-LINE-TEXT
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > 5
               MOVE 0 TO WS-STEP-RUNS(WS-STEP-IDX)
               MOVE 0 TO WS-STEP-RC(WS-STEP-IDX)
               MOVE SPACES TO WS-STEP-STATUS(WS-STEP-IDX)
           END-PERFORM
           MOVE "N" TO WS-STEP-EOF
           OPEN INPUT STEP-CONTROL.
           PERFORM UNTIL WS-STEP-EOF = "Y"
               READ STEP-CONTROL
                   AT END
                       MOVE "Y" TO WS-STEP-EOF
                   NOT AT END
                       IF EODS-DATE IS NUMERIC
                              AND EODS-DATE = WS-PAGE-DATE
                              AND EODS-STEP >= 1 AND EODS-STEP <= 5
                           ADD 1 TO WS-STEP-RUNS(EODS-STEP)
                           MOVE EODS-RC TO WS-STEP-RC(EODS-STEP)
                           MOVE EODS-STATUS
                               TO WS-STEP-STATUS(EODS-STEP)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STEP-CONTROL.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > 5
               PERFORM WRITE-STEP-LINE
           END-PERFORM.

       WRITE-STEP-LINE.
           MOVE SPACES TO WS-LINE-TEXT
           IF WS-STEP-RUNS(WS-STEP-IDX) = 0
               MOVE "RED" TO WS-LINE-TAG
               STRING
                   "Step " DELIMITED BY SIZE
                   WS-STEP-IDX DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STEP-NAME(WS-STEP-IDX) DELIMITED BY SIZE
                   " NOT RUN" DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
               END-STRING
           ELSE
               IF WS-STEP-STATUS(WS-STEP-IDX) = "DONE"
                      AND WS-STEP-RC(WS-STEP-IDX) = 0
                   MOVE "OK" TO WS-LINE-TAG
               ELSE
                   MOVE "RED" TO WS-LINE-TAG
               END-IF
               MOVE WS-STEP-RC(WS-STEP-IDX) TO WS-EDIT-RC
               MOVE WS-STEP-RUNS(WS-STEP-IDX) TO WS-EDIT-RUNS
               STRING
                   "Step " DELIMITED BY SIZE
                   WS-STEP-IDX DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STEP-NAME(WS-STEP-IDX) DELIMITED BY SIZE
                   " RC " DELIMITED BY SIZE
                   WS-EDIT-RC DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-STEP-STATUS(WS-STEP-IDX) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-RUNS) DELIMITED BY SIZE
                   " run(s))" DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-TAGGED-LINE.

      * Same proof as HELLO-FEED, HELLO-ARCH and HELLO-POST, over the
      * raw records on the live log and in every archive that can
      * hold the day: count and hash must match the GLOGCTL.DAT
      * record and the sequence numbers must run 1..n. Corrections
      * are not applied here - the control covers the log as written.
       CHECK-LOG-BALANCE.
           MOVE "-- Greeting log control (GLOGCTL.DAT) --"
               TO WS-LINE-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-LIVE-COUNT
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 0 TO WS-SEQ-SUM
           MOVE 0 TO WS-SEQ-MAX
           MOVE 0 TO WS-UNSEQ-COUNT
           MOVE "N" TO WS-CATALOGED
           MOVE SPACES TO WS-CAT-FILE-NAME
           MOVE 0 TO WS-CAT-FILE-COUNT
           PERFORM SCAN-LOG
           PERFORM SCAN-ARCHIVES
           PERFORM LOAD-DAY-CONTROL
           MOVE WS-RECORD-COUNT TO WS-EDIT-COUNT
           MOVE WS-CTL-COUNT TO WS-EDIT-CONTROL
           MOVE SPACES TO WS-LINE-TEXT
           IF WS-CTL-FOUND = "N"
               IF WS-RECORD-COUNT = 0
                   MOVE SPACES TO WS-LINE-TAG
                   MOVE "No greetings logged and no control record"
                       TO WS-LINE-TEXT
               ELSE
                   IF WS-UNSEQ-COUNT = WS-RECORD-COUNT
                       MOVE "AMBER" TO WS-LINE-TAG
                       STRING
                           FUNCTION TRIM(WS-EDIT-COUNT)
                               DELIMITED BY SIZE
                           " record(s) pre-date sequencing - "
                               DELIMITED BY SIZE
                           "not verified" DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
                   ELSE
                       MOVE "RED" TO WS-LINE-TAG
                       STRING
                           FUNCTION TRIM(WS-EDIT-COUNT)
                               DELIMITED BY SIZE
                           " record(s) with sequence numbers but no "
                               DELIMITED BY SIZE
                           "control record" DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
                   END-IF
               END-IF
               PERFORM WRITE-TAGGED-LINE
           ELSE
               IF WS-RECORD-COUNT NOT = WS-CTL-COUNT
                      OR WS-HASH-TOTAL NOT = WS-CTL-HASH
                   MOVE "RED" TO WS-LINE-TAG
                   IF WS-RECORD-COUNT = WS-CTL-COUNT
                       STRING
                           "Does NOT balance - " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-COUNT)
                               DELIMITED BY SIZE
                           " record(s) as expected but the hash "
                               DELIMITED BY SIZE
                           "differs from control" DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
                   ELSE
                       STRING
                           "Does NOT balance - log " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-COUNT)
                               DELIMITED BY SIZE
                           " record(s), control " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-CONTROL)
                               DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
                   END-IF
                   PERFORM WRITE-TAGGED-LINE
               ELSE
                   COMPUTE WS-EXPECT-SUM =
                       WS-RECORD-COUNT * (WS-RECORD-COUNT + 1) / 2
                   IF WS-UNSEQ-COUNT > 0
                          OR WS-SEQ-SUM NOT = WS-EXPECT-SUM
                          OR WS-SEQ-MAX NOT = WS-RECORD-COUNT
                       MOVE "RED" TO WS-LINE-TAG
                       STRING
                           "Count and hash match control but the "
                               DELIMITED BY SIZE
                           "sequence has a gap or duplicate"
                               DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
                   ELSE
                       MOVE "OK" TO WS-LINE-TAG
                       STRING
                           "Balanced - " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-COUNT)
                               DELIMITED BY SIZE
                           " record(s), count and hash match control"
                               DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
                   END-IF
                   PERFORM WRITE-TAGGED-LINE
               END-IF
           END-IF.

       SCAN-LOG.
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT GREETING-LOG.
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ GREETING-LOG
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       IF GLOG-DATE = WS-PAGE-DATE
                           ADD 1 TO WS-LIVE-COUNT
                           PERFORM TALLY-LOG-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GREETING-LOG.

      * The archive catalogued under the day itself is the one its
      * cut went to; it is also counted whole so an entry pointing at
      * a missing or empty file shows up.
       SCAN-ARCHIVES.
           MOVE "N" TO WS-CATALOG-EOF
           OPEN INPUT ARCHIVE-CATALOG.
           PERFORM UNTIL WS-CATALOG-EOF = "Y"
               READ ARCHIVE-CATALOG
                   AT END
                       MOVE "Y" TO WS-CATALOG-EOF
                   NOT AT END
                       IF ARCAT-DATE IS NUMERIC
                              AND ARCAT-DATE >= WS-PAGE-DATE
                           MOVE "N" TO WS-IN-CAT-FILE
                           IF ARCAT-DATE = WS-PAGE-DATE
                               MOVE "Y" TO WS-CATALOGED
                               MOVE "Y" TO WS-IN-CAT-FILE
                               MOVE ARCAT-FILE-NAME
                                   TO WS-CAT-FILE-NAME
                           END-IF
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
                       IF WS-IN-CAT-FILE = "Y"
                           ADD 1 TO WS-CAT-FILE-COUNT
                       END-IF
                       IF GLOG-DATE = WS-PAGE-DATE
                           ADD 1 TO WS-ARCHIVED-COUNT
                           PERFORM TALLY-LOG-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-LOG.

       TALLY-LOG-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           ADD GLOG-TIME TO WS-HASH-TOTAL
           ADD GLOG-DATE TO WS-HASH-TOTAL
           IF GLOG-SEQ IS NUMERIC AND GLOG-SEQ > 0
               ADD GLOG-SEQ TO WS-SEQ-SUM
               IF GLOG-SEQ > WS-SEQ-MAX
                   MOVE GLOG-SEQ TO WS-SEQ-MAX
               END-IF
           ELSE
               ADD 1 TO WS-UNSEQ-COUNT
           END-IF.

       LOAD-DAY-CONTROL.
           MOVE "N" TO WS-CTL-FOUND
           MOVE 0 TO WS-CTL-COUNT
           MOVE 0 TO WS-CTL-HASH
           MOVE "N" TO WS-CTL-EOF
           OPEN INPUT LOG-CONTROL.
           PERFORM UNTIL WS-CTL-EOF = "Y"
               READ LOG-CONTROL
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
                   NOT AT END
                       IF GCTL-DATE IS NUMERIC
                              AND GCTL-DATE = WS-PAGE-DATE
                           MOVE "Y" TO WS-CTL-FOUND
                           MOVE GCTL-COUNT TO WS-CTL-COUNT
                           MOVE GCTL-HASH TO WS-CTL-HASH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOG-CONTROL.

      * A day with no greetings is never staged, so a missing feed
      * entry only counts against a day that has records.
       CHECK-FEED-DAY.
           MOVE "-- HR attendance feed (FEEDSTAT.DAT) --"
               TO WS-LINE-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE 0 TO WS-FST-FOUND
           PERFORM VARYING WS-FST-IDX FROM 1 BY 1
                       UNTIL WS-FST-IDX > WS-FSTAT-COUNT
               IF WS-FST-DATE(WS-FST-IDX) = WS-PAGE-DATE
                   MOVE WS-FST-IDX TO WS-FST-FOUND
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINE-TEXT
           IF WS-FST-FOUND = 0
               IF WS-RECORD-COUNT = 0
                   MOVE SPACES TO WS-LINE-TAG
                   MOVE "No feed day - nothing was logged"
                       TO WS-LINE-TEXT
               ELSE
                   MOVE "RED" TO WS-LINE-TAG
                   MOVE "Feed for the day was never staged"
                       TO WS-LINE-TEXT
               END-IF
           ELSE
               MOVE WS-FST-COUNT(WS-FST-FOUND) TO WS-EDIT-COUNT
               EVALUATE WS-FST-STATUS(WS-FST-FOUND)
                   WHEN "CONFIRMED"
                       MOVE "OK" TO WS-LINE-TAG
                       STRING
                           "CONFIRMED by HR - " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-COUNT)
                               DELIMITED BY SIZE
                           " record(s) staged" DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
                   WHEN "STAGED"
                       MOVE "OK" TO WS-LINE-TAG
                       STRING
                           "STAGED - " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-COUNT)
                               DELIMITED BY SIZE
                           " record(s), awaiting HR acknowledgment"
                               DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
                   WHEN "REJECTED"
                       MOVE "AMBER" TO WS-LINE-TAG
                       STRING
                           "REJECTED by HR - queued for re-extract "
                               DELIMITED BY SIZE
                           "on the next HELLO-FEED run"
                               DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
                   WHEN "FAILED"
                       MOVE "RED" TO WS-LINE-TAG
                       STRING
                           "FAILED - re-extract could not reproduce "
                               DELIMITED BY SIZE
                           "the day; manual follow-up"
                               DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
                   WHEN OTHER
                       MOVE "AMBER" TO WS-LINE-TAG
                       STRING
                           "Unrecognised feed status " DELIMITED BY SIZE
                           WS-FST-STATUS(WS-FST-FOUND)
                               DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
               END-EVALUATE
           END-IF
           PERFORM WRITE-TAGGED-LINE.

      * The queue is read as of the page date: days after it are not
      * counted, and a day STAGED on or before the page date less
      * ACK_OVERDUE_DAYS with no acknowledgment is overdue.
       CHECK-FEED-QUEUE.
           MOVE 0 TO WS-STAGED-DAYS
           MOVE 0 TO WS-REJECTED-DAYS
           MOVE 0 TO WS-FAILED-DAYS
           MOVE 0 TO WS-CONFIRMED-DAYS
           MOVE 0 TO WS-OVERDUE-COUNT
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PAGE-DATE)
               - WS-OVERDUE-DAYS
           COMPUTE WS-OVERDUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           PERFORM VARYING WS-FST-IDX FROM 1 BY 1
                       UNTIL WS-FST-IDX > WS-FSTAT-COUNT
               IF WS-FST-DATE(WS-FST-IDX) <= WS-PAGE-DATE
                   EVALUATE WS-FST-STATUS(WS-FST-IDX)
                       WHEN "STAGED"
                           ADD 1 TO WS-STAGED-DAYS
                       WHEN "REJECTED"
                           ADD 1 TO WS-REJECTED-DAYS
                       WHEN "FAILED"
                           ADD 1 TO WS-FAILED-DAYS
                       WHEN "CONFIRMED"
                           ADD 1 TO WS-CONFIRMED-DAYS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINE-TAG
           MOVE SPACES TO WS-LINE-TEXT
           MOVE WS-STAGED-DAYS TO WS-EDIT-STAGED
           MOVE WS-REJECTED-DAYS TO WS-EDIT-REJECTED
           MOVE WS-FAILED-DAYS TO WS-EDIT-FAILED
           STRING
               "Days waiting: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-STAGED) DELIMITED BY SIZE
               " STAGED awaiting HR, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-REJECTED) DELIMITED BY SIZE
               " REJECTED queued for re-extract, " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-FAILED) DELIMITED BY SIZE
               " FAILED" DELIMITED BY SIZE
               INTO WS-LINE-TEXT
           END-STRING
           PERFORM WRITE-TAGGED-LINE
           PERFORM VARYING WS-FST-IDX FROM 1 BY 1
                       UNTIL WS-FST-IDX > WS-FSTAT-COUNT
               IF WS-FST-STATUS(WS-FST-IDX) = "STAGED"
                      AND WS-FST-DATE(WS-FST-IDX) <= WS-OVERDUE-DATE
                   PERFORM WRITE-OVERDUE-LINE
               END-IF
               IF WS-FST-STATUS(WS-FST-IDX) = "FAILED"
                      AND WS-FST-DATE(WS-FST-IDX) < WS-PAGE-DATE
                   PERFORM WRITE-OLD-FAILED-LINE
               END-IF
           END-PERFORM
           IF WS-FSTAT-DROPPED > 0
               MOVE "AMBER" TO WS-LINE-TAG
               MOVE "Feed status table full - some day(s) not checked"
                   TO WS-LINE-TEXT
               PERFORM WRITE-TAGGED-LINE
           END-IF.

       WRITE-OVERDUE-LINE.
           ADD 1 TO WS-OVERDUE-COUNT
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PAGE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-FST-DATE(WS-FST-IDX))
           MOVE WS-AGE-DAYS TO WS-EDIT-COUNT
           MOVE "AMBER" TO WS-LINE-TAG
           MOVE SPACES TO WS-LINE-TEXT
           STRING
               "OVERDUE: " DELIMITED BY SIZE
               WS-FST-DATE(WS-FST-IDX) DELIMITED BY SIZE
               " still STAGED after " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               " day(s) - no HR acknowledgment" DELIMITED BY SIZE
               INTO WS-LINE-TEXT
           END-STRING
           PERFORM WRITE-TAGGED-LINE.

       WRITE-OLD-FAILED-LINE.
           MOVE "AMBER" TO WS-LINE-TAG
           MOVE SPACES TO WS-LINE-TEXT
           STRING
               "FAILED: " DELIMITED BY SIZE
               WS-FST-DATE(WS-FST-IDX) DELIMITED BY SIZE
               " still waiting on manual follow-up"
                   DELIMITED BY SIZE
               INTO WS-LINE-TEXT
           END-STRING
           PERFORM WRITE-TAGGED-LINE.

      * HELLO-ARCH only catalogues a cut that archived something, so
      * a day with nothing logged has nothing to cut.
       CHECK-ARCHIVE-CUT.
           MOVE "-- Archive cut (ARCHCAT.DAT) --" TO WS-LINE-TEXT
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO WS-LINE-TEXT
           IF WS-CATALOGED = "Y"
               IF WS-CAT-FILE-COUNT = 0
                   MOVE "RED" TO WS-LINE-TAG
                   STRING
                       "Catalogued to " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CAT-FILE-NAME)
                           DELIMITED BY SIZE
                       " but the archive is missing or empty"
                           DELIMITED BY SIZE
                       INTO WS-LINE-TEXT
                   END-STRING
               ELSE
                   MOVE WS-ARCHIVED-COUNT TO WS-EDIT-COUNT
                   MOVE "OK" TO WS-LINE-TAG
                   STRING
                       "Cut and catalogued to " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CAT-FILE-NAME)
                           DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                       " record(s) for the day archived"
                           DELIMITED BY SIZE
                       INTO WS-LINE-TEXT
                   END-STRING
               END-IF
               PERFORM WRITE-TAGGED-LINE
               IF WS-LIVE-COUNT > 0
                   MOVE WS-LIVE-COUNT TO WS-EDIT-COUNT
                   MOVE "AMBER" TO WS-LINE-TAG
                   MOVE SPACES TO WS-LINE-TEXT
                   STRING
                       FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                       " record(s) for the day still on the live log"
                           DELIMITED BY SIZE
                       INTO WS-LINE-TEXT
                   END-STRING
                   PERFORM WRITE-TAGGED-LINE
               END-IF
           ELSE
               IF WS-LIVE-COUNT = 0
                   IF WS-ARCHIVED-COUNT = 0
                       MOVE SPACES TO WS-LINE-TAG
                       MOVE "Nothing to cut - no greetings for the day"
                           TO WS-LINE-TEXT
                   ELSE
                       MOVE "OK" TO WS-LINE-TAG
                       MOVE "Day already in an earlier archive"
                           TO WS-LINE-TEXT
                   END-IF
               ELSE
                   MOVE WS-LIVE-COUNT TO WS-EDIT-COUNT
                   MOVE "RED" TO WS-LINE-TAG
                   STRING
                       "NOT cut - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                       " record(s) still on the live log, no catalog "
                           DELIMITED BY SIZE
                       "entry" DELIMITED BY SIZE
                       INTO WS-LINE-TEXT
                   END-STRING
               END-IF
               PERFORM WRITE-TAGGED-LINE
           END-IF.

       CHECK-SPOOLS.
           MOVE "-- Spools (ARCHCTL.RPT, ACKRPT.RPT) --"
               TO WS-LINE-TEXT
           PERFORM WRITE-SECTION-HEADING
           PERFORM CHECK-ARCHIVE-SPOOL
           PERFORM CHECK-ACK-SPOOL.

      * ARCHCTL.RPT is rewritten by every HELLO-ARCH run, so it only
      * speaks for the page date when its heading carries that date.
      * Its WARNING lines are copied through.
       CHECK-ARCHIVE-SPOOL.
           MOVE "N" TO WS-SPOOL-EOF
           MOVE "N" TO WS-SPOOL-FOR-DATE
           MOVE 0 TO WS-SPOOL-LINES
           MOVE 0 TO WS-SPOOL-SHOWN
           OPEN INPUT ARCHIVE-SPOOL.
           PERFORM UNTIL WS-SPOOL-EOF = "Y"
               READ ARCHIVE-SPOOL
                   AT END
                       MOVE "Y" TO WS-SPOOL-EOF
                   NOT AT END
                       ADD 1 TO WS-SPOOL-LINES
                       PERFORM CHECK-ARCHIVE-SPOOL-LINE
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-SPOOL.
           MOVE SPACES TO WS-LINE-TEXT
           IF WS-SPOOL-LINES = 0
               MOVE SPACES TO WS-LINE-TAG
               MOVE "ARCHCTL.RPT not found" TO WS-LINE-TEXT
               PERFORM WRITE-TAGGED-LINE
           ELSE
               IF WS-SPOOL-FOR-DATE = "N"
                   MOVE SPACES TO WS-LINE-TAG
                   MOVE "ARCHCTL.RPT is from another date's cut"
                       TO WS-LINE-TEXT
                   PERFORM WRITE-TAGGED-LINE
               ELSE
                   IF WS-SPOOL-SHOWN = 0
                       MOVE "OK" TO WS-LINE-TAG
                       MOVE "ARCHCTL.RPT - no warnings"
                           TO WS-LINE-TEXT
                       PERFORM WRITE-TAGGED-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-ARCHIVE-SPOOL-LINE.
           IF WS-SPOOL-LINES = 1
               MOVE 0 TO WS-SPOOL-DATE-HITS
               INSPECT ARCHIVE-SPOOL-LINE TALLYING WS-SPOOL-DATE-HITS
                   FOR ALL WS-DATE-TEXT
               IF WS-SPOOL-DATE-HITS > 0
                   MOVE "Y" TO WS-SPOOL-FOR-DATE
               END-IF
           ELSE
               IF WS-SPOOL-FOR-DATE = "Y"
                   MOVE 0 TO WS-SPOOL-WARN-HITS
                   INSPECT ARCHIVE-SPOOL-LINE TALLYING
                       WS-SPOOL-WARN-HITS FOR ALL "WARNING"
                   IF WS-SPOOL-WARN-HITS > 0
                       ADD 1 TO WS-SPOOL-SHOWN
                       MOVE "AMBER" TO WS-LINE-TAG
                       MOVE SPACES TO WS-LINE-TEXT
                       STRING
                           "ARCHCTL.RPT: " DELIMITED BY SIZE
                           FUNCTION TRIM(ARCHIVE-SPOOL-LINE)
                               DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                       END-STRING
                       PERFORM WRITE-TAGGED-LINE
                   END-IF
               END-IF
           END-IF.

      * ACKRPT.RPT carries one result line per acknowledged feed date,
      * followed by that date's "rejected:" lines; the ones for the
      * page date are copied through.
       CHECK-ACK-SPOOL.
           MOVE "N" TO WS-SPOOL-EOF
           MOVE "N" TO WS-SPOOL-FOR-DATE
           MOVE 0 TO WS-SPOOL-LINES
           MOVE 0 TO WS-SPOOL-SHOWN
           OPEN INPUT ACK-SPOOL.
           PERFORM UNTIL WS-SPOOL-EOF = "Y"
               READ ACK-SPOOL
                   AT END
                       MOVE "Y" TO WS-SPOOL-EOF
                   NOT AT END
                       ADD 1 TO WS-SPOOL-LINES
                       PERFORM CHECK-ACK-SPOOL-LINE
               END-READ
           END-PERFORM.
           CLOSE ACK-SPOOL.
           IF WS-SPOOL-SHOWN = 0
               MOVE SPACES TO WS-LINE-TAG
               MOVE SPACES TO WS-LINE-TEXT
               IF WS-SPOOL-LINES = 0
                   MOVE "ACKRPT.RPT not found" TO WS-LINE-TEXT
               ELSE
                   MOVE "ACKRPT.RPT has no result for the day"
                       TO WS-LINE-TEXT
               END-IF
               PERFORM WRITE-TAGGED-LINE
           END-IF.

       CHECK-ACK-SPOOL-LINE.
           IF ACK-SPOOL-LINE(1:10) = "Feed date "
               MOVE "N" TO WS-SPOOL-FOR-DATE
               IF ACK-SPOOL-LINE(1:18) = WS-FEED-DATE-TEXT
                   MOVE "Y" TO WS-SPOOL-FOR-DATE
               END-IF
           ELSE
               IF ACK-SPOOL-LINE(1:12) NOT = "  rejected: "
                   MOVE "N" TO WS-SPOOL-FOR-DATE
               END-IF
           END-IF
           IF WS-SPOOL-FOR-DATE = "Y"
               ADD 1 TO WS-SPOOL-SHOWN
               MOVE SPACES TO WS-LINE-TAG
               MOVE SPACES TO WS-LINE-TEXT
               STRING
                   "ACKRPT.RPT: " DELIMITED BY SIZE
                   FUNCTION TRIM(ACK-SPOOL-LINE) DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
               END-STRING
               PERFORM WRITE-TAGGED-LINE
           END-IF.

       WRITE-PAGE-SUMMARY.
           MOVE SPACES TO OPS-LINE
           WRITE OPS-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO OPS-LINE
           EVALUATE WS-PAGE-RC
               WHEN 8
                   MOVE WS-RED-COUNT TO WS-EDIT-DAYS
                   STRING
                       "STATUS: RED - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
                       " problem(s) need action before the day starts"
                           DELIMITED BY SIZE
                       "  (RC 8)" DELIMITED BY SIZE
                       INTO OPS-LINE
                   END-STRING
               WHEN 4
                   MOVE WS-AMBER-COUNT TO WS-EDIT-DAYS
                   STRING
                       "STATUS: AMBER - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
                       " warning(s) to follow up"
                           DELIMITED BY SIZE
                       "  (RC 4)" DELIMITED BY SIZE
                       INTO OPS-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "STATUS: GREEN - the night went clean  (RC 0)"
                       TO OPS-LINE
           END-EVALUATE
           WRITE OPS-LINE AFTER ADVANCING 1 LINE.
