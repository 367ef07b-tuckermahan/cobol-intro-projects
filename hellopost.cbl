      *************************************
      * Author: @trishmahan
      * Date: 2026/10/15
      * Purpose: Posts one business date's greetings to the long-term
      *          attendance history, ATTNHIST.IDX. The day's records
      *          are gathered from the live GREETING-LOG and from any
      *          archive on ARCHCAT.DAT that can hold them, and the
      *          day is proved whole against its GLOGCTL.DAT count,
      *          hash and sequence before anything is posted; a day
      *          that does not balance is refused with RETURN-CODE 8.
      *          Each employee greeted that day - by GLOG-EMP-ID, or
      *          by roster name when no badge was used - gets one
      *          record with first-in time, greeting count, terminals
      *          and status mix. Visitors and unmatched walk-ups are
      *          not posted. Supervisor corrections on GLOGCORR.DAT
      *          are applied after the control totals are taken, so a
      *          voided greeting is not posted and a reassigned one is
      *          posted under its new EMP-ID. A day already posted is
      *          cleared and posted again, so a rerun never double
      *          counts - which is also how a day corrected after it
      *          was posted is brought up to date. Runs as the last
      *          HELLO-EOD step; the date is EOD_DATE, else argument 1,
      *          else today, so an older day still on the archives can
      *          be posted by hand.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPLOYEE-ROSTER ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GREETING-LOG ASSIGN TO "GREETLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOG-CONTROL ASSIGN TO "GLOGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-CATALOG ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-LOG
               ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ATTENDANCE-HISTORY ASSIGN TO "ATTNHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATTN-KEY
               ALTERNATE RECORD KEY IS ATTN-DATE WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-ROSTER.
       COPY EMPMAST.
       FD  GREETING-LOG.
       COPY GREETLOG.
       FD  LOG-CONTROL.
       COPY GLOGCTL.
       FD  ARCHIVE-CATALOG.
       COPY ARCHCAT.
       FD  ARCHIVE-LOG.
           01  ARCHIVE-LOG-RECORD PIC X(100).
       FD  ATTENDANCE-HISTORY.
       COPY ATTNHIST.
       WORKING-STORAGE SECTION.
           01  WS-ARG-COUNT PIC 9(2) VALUE 0.
           01  WS-EOD-DATE PIC X(8) VALUE SPACES.
           01  WS-POST-DATE PIC 9(8) VALUE 0.
           01  WS-RUN-DATE PIC 9(8) VALUE 0.
           01  WS-ROSTER-EOF PIC X VALUE "N".
           01  WS-LOG-EOF PIC X VALUE "N".
           01  WS-CATALOG-EOF PIC X VALUE "N".
           01  WS-ARCHIVE-EOF PIC X VALUE "N".
           01  WS-CTL-EOF PIC X VALUE "N".
           01  WS-HIST-EOF PIC X VALUE "N".
           01  WS-ARCHIVE-NAME PIC X(20) VALUE SPACES.
           01  WS-ROSTER-COUNT PIC 9(4) VALUE 0.
           01  WS-ROSTER-TABLE.
               05  WS-ROSTER-ENTRY OCCURS 2000 TIMES.
                   10  WS-RST-ID PIC X(6).
                   10  WS-RST-UNAME PIC X(54).
           01  WS-RST-IDX PIC 9(4) VALUE 0.
           01  WS-UPPER-NAME PIC X(54) VALUE SPACES.
           01  WS-POST-EMP-ID PIC X(6) VALUE SPACES.
           01  WS-DAY-COUNT PIC 9(4) VALUE 0.
           01  WS-DAY-TABLE.
               05  WS-DAY-ENTRY OCCURS 2000 TIMES.
                   10  WS-DAY-EMP-ID PIC X(6).
                   10  WS-DAY-FIRST-IN PIC 9(8).
                   10  WS-DAY-GREETS PIC 9(4).
                   10  WS-DAY-TERM-COUNT PIC 9(2).
                   10  WS-DAY-TERMINAL PIC X(8) OCCURS 5 TIMES.
                   10  WS-DAY-NORMAL PIC 9(4).
                   10  WS-DAY-TIMEOUT PIC 9(4).
                   10  WS-DAY-REGREET PIC 9(4).
                   10  WS-DAY-OTHER PIC 9(4).
           01  WS-DAY-IDX PIC 9(4) VALUE 0.
           01  WS-DAY-FOUND PIC 9(4) VALUE 0.
           01  WS-TERM-IDX PIC 9(2) VALUE 0.
           01  WS-TERM-FOUND PIC X VALUE "N".
           01  WS-DAY-DROPPED PIC 9(6) VALUE 0.
           01  WS-RECORD-COUNT PIC 9(6) VALUE 0.
           01  WS-HASH-TOTAL PIC 9(12) VALUE 0.
           01  WS-SEQ-SUM PIC 9(12) VALUE 0.
           01  WS-SEQ-MAX PIC 9(6) VALUE 0.
           01  WS-UNSEQ-COUNT PIC 9(6) VALUE 0.
           01  WS-EXPECT-SUM PIC 9(12) VALUE 0.
           01  WS-VISITOR-COUNT PIC 9(6) VALUE 0.
           01  WS-WALKUP-COUNT PIC 9(6) VALUE 0.
           01  WS-VOID-COUNT PIC 9(6) VALUE 0.
           01  WS-CONTROL-OK PIC X VALUE "Y".
           01  WS-CTL-FOUND PIC X VALUE "N".
           01  WS-CTL-COUNT PIC 9(6) VALUE 0.
           01  WS-CTL-HASH PIC 9(12) VALUE 0.
           01  WS-OLD-COUNT PIC 9(4) VALUE 0.
           01  WS-OLD-TABLE.
               05  WS-OLD-EMP-ID PIC X(6) OCCURS 2000 TIMES.
           01  WS-OLD-IDX PIC 9(4) VALUE 0.
           01  WS-POSTED-COUNT PIC 9(6) VALUE 0.
           01  WS-WRITE-ERRORS PIC 9(6) VALUE 0.
           01  WS-FINAL-RC PIC 9(4) VALUE 0.
           01  WS-EDIT-COUNT PIC Z(5)9.
       COPY GCORPARM.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-POST-DATE.
           PERFORM LOAD-ROSTER-TABLE.
           PERFORM LOAD-LOG-CORRECTIONS.
           PERFORM SCAN-LOG.
           PERFORM SCAN-ARCHIVES.
           PERFORM VERIFY-LOG-CONTROL.
           IF WS-CONTROL-OK = "N"
               DISPLAY "HELLO-POST: " WS-POST-DATE
                   " does not balance against the log control - "
                   "day NOT posted"
               MOVE 8 TO WS-FINAL-RC
           ELSE
               IF WS-RECORD-COUNT = 0
                   DISPLAY "HELLO-POST: no greeting(s) for "
                       WS-POST-DATE " - nothing to post"
               ELSE
                   PERFORM POST-DAY
               END-IF
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

       LOAD-POST-DATE.
           DISPLAY "EOD_DATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-EOD-DATE FROM ENVIRONMENT-VALUE
           IF WS-EOD-DATE IS NUMERIC
               MOVE WS-EOD-DATE TO WS-POST-DATE
           ELSE
               ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
               IF WS-ARG-COUNT > 0
                   ACCEPT WS-POST-DATE FROM ARGUMENT-VALUE
               ELSE
                   ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * Terminated employees stay in the name lookup: a leaver's
      * last day is still attendance.
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
                              AND EMP-ID NOT = SPACES
                              AND WS-ROSTER-COUNT < 2000
                           ADD 1 TO WS-ROSTER-COUNT
                           MOVE EMP-ID TO WS-RST-ID(WS-ROSTER-COUNT)
                           MOVE FUNCTION UPPER-CASE(EMP-NAME)
                               TO WS-RST-UNAME(WS-ROSTER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-ROSTER.

       SCAN-LOG.
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT GREETING-LOG.
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ GREETING-LOG
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       IF GLOG-DATE = WS-POST-DATE
                           PERFORM TALLY-LOG-RECORD
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
                              AND ARCAT-DATE >= WS-POST-DATE
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
                       IF GLOG-DATE = WS-POST-DATE
                           PERFORM TALLY-LOG-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-LOG.

       LOAD-LOG-CORRECTIONS.
           MOVE "L" TO GCP-FUNCTION
           MOVE WS-POST-DATE TO GCP-FROM-DATE
           MOVE WS-POST-DATE TO GCP-TO-DATE
           MOVE 0 TO GCP-LOADED
           MOVE 0 TO GCP-DROPPED
           CALL "HELLO-GCAP" USING GLOG-CORR-PARMS GREETING-LOG-RECORD
               ON EXCEPTION
                   MOVE 0 TO GCP-LOADED
                   DISPLAY "HELLO-POST: WARNING - HELLO-GCAP not "
                       "available; log corrections not applied"
           END-CALL
           IF GCP-DROPPED > 0
               DISPLAY "HELLO-POST: WARNING - correction table full; "
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

      * Every record counts toward the control totals, the same
      * formula HELLO-FEED uses; only employee greetings are posted.
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
           END-IF
           PERFORM APPLY-LOG-CORRECTION
           EVALUATE TRUE
               WHEN GCP-RESULT = "V"
                   ADD 1 TO WS-VOID-COUNT
               WHEN GLOG-STATUS = "VISITOR"
                   ADD 1 TO WS-VISITOR-COUNT
               WHEN OTHER
                   PERFORM FIND-POST-EMP-ID
                   IF WS-POST-EMP-ID = SPACES
                       ADD 1 TO WS-WALKUP-COUNT
                   ELSE
                       PERFORM TALLY-EMPLOYEE
                   END-IF
           END-EVALUATE.

       FIND-POST-EMP-ID.
           MOVE GLOG-EMP-ID TO WS-POST-EMP-ID
           IF WS-POST-EMP-ID = SPACES
               MOVE FUNCTION UPPER-CASE(GLOG-NAME) TO WS-UPPER-NAME
               PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                           UNTIL WS-RST-IDX > WS-ROSTER-COUNT
                              OR WS-POST-EMP-ID NOT = SPACES
                   IF WS-RST-UNAME(WS-RST-IDX) = WS-UPPER-NAME
                       MOVE WS-RST-ID(WS-RST-IDX) TO WS-POST-EMP-ID
                   END-IF
               END-PERFORM
           END-IF.

       TALLY-EMPLOYEE.
           MOVE 0 TO WS-DAY-FOUND
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-DAY-COUNT
                          OR WS-DAY-FOUND > 0
               IF WS-DAY-EMP-ID(WS-DAY-IDX) = WS-POST-EMP-ID
                   MOVE WS-DAY-IDX TO WS-DAY-FOUND
               END-IF
           END-PERFORM
           IF WS-DAY-FOUND = 0 AND WS-DAY-COUNT >= 2000
               ADD 1 TO WS-DAY-DROPPED
           END-IF
           IF WS-DAY-FOUND = 0 AND WS-DAY-COUNT < 2000
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-DAY-COUNT TO WS-DAY-FOUND
               MOVE SPACES TO WS-DAY-ENTRY(WS-DAY-FOUND)
               MOVE WS-POST-EMP-ID TO WS-DAY-EMP-ID(WS-DAY-FOUND)
               MOVE GLOG-TIME TO WS-DAY-FIRST-IN(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-GREETS(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-TERM-COUNT(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-NORMAL(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-TIMEOUT(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-REGREET(WS-DAY-FOUND)
               MOVE 0 TO WS-DAY-OTHER(WS-DAY-FOUND)
           END-IF
           IF WS-DAY-FOUND > 0
               ADD 1 TO WS-DAY-GREETS(WS-DAY-FOUND)
               IF GLOG-TIME < WS-DAY-FIRST-IN(WS-DAY-FOUND)
                   MOVE GLOG-TIME TO WS-DAY-FIRST-IN(WS-DAY-FOUND)
               END-IF
               EVALUATE GLOG-STATUS
                   WHEN "NORMAL"
                       ADD 1 TO WS-DAY-NORMAL(WS-DAY-FOUND)
                   WHEN "TIMED OUT"
                       ADD 1 TO WS-DAY-TIMEOUT(WS-DAY-FOUND)
                   WHEN "RE-GREET"
                       ADD 1 TO WS-DAY-REGREET(WS-DAY-FOUND)
                   WHEN OTHER
                       ADD 1 TO WS-DAY-OTHER(WS-DAY-FOUND)
               END-EVALUATE
               PERFORM NOTE-DAY-TERMINAL
           END-IF.

       NOTE-DAY-TERMINAL.
           MOVE "N" TO WS-TERM-FOUND
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                       UNTIL WS-TERM-IDX
                             > WS-DAY-TERM-COUNT(WS-DAY-FOUND)
               IF WS-DAY-TERMINAL(WS-DAY-FOUND, WS-TERM-IDX)
                      = GLOG-TERMINAL-ID
                   MOVE "Y" TO WS-TERM-FOUND
               END-IF
           END-PERFORM
           IF WS-TERM-FOUND = "N"
                  AND WS-DAY-TERM-COUNT(WS-DAY-FOUND) < 5
               ADD 1 TO WS-DAY-TERM-COUNT(WS-DAY-FOUND)
               MOVE GLOG-TERMINAL-ID TO WS-DAY-TERMINAL(WS-DAY-FOUND,
                   WS-DAY-TERM-COUNT(WS-DAY-FOUND))
           END-IF.

      * Same proof as HELLO-FEED: count and hash must match the
      * control record and the sequence numbers must run 1..n. A
      * day with no control record is only accepted when none of its
      * records are sequenced (log written before the control file).
       VERIFY-LOG-CONTROL.
           MOVE "Y" TO WS-CONTROL-OK
           MOVE "N" TO WS-CTL-FOUND
           MOVE "N" TO WS-CTL-EOF
           OPEN INPUT LOG-CONTROL.
           PERFORM UNTIL WS-CTL-EOF = "Y"
               READ LOG-CONTROL
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
                   NOT AT END
                       IF GCTL-DATE IS NUMERIC
                              AND GCTL-DATE = WS-POST-DATE
                           MOVE "Y" TO WS-CTL-FOUND
                           MOVE GCTL-COUNT TO WS-CTL-COUNT
                           MOVE GCTL-HASH TO WS-CTL-HASH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOG-CONTROL.
           IF WS-CTL-FOUND = "N"
               IF WS-UNSEQ-COUNT NOT = WS-RECORD-COUNT
                   MOVE "N" TO WS-CONTROL-OK
                   DISPLAY "HELLO-POST: sequenced record(s) for "
                       WS-POST-DATE " but no log control record"
               END-IF
           ELSE
               IF WS-RECORD-COUNT NOT = WS-CTL-COUNT
                      OR WS-HASH-TOTAL NOT = WS-CTL-HASH
                   MOVE "N" TO WS-CONTROL-OK
               END-IF
               IF WS-CONTROL-OK = "Y" AND WS-UNSEQ-COUNT = 0
                   COMPUTE WS-EXPECT-SUM =
                       WS-RECORD-COUNT * (WS-RECORD-COUNT + 1) / 2
                   IF WS-SEQ-SUM NOT = WS-EXPECT-SUM
                          OR WS-SEQ-MAX NOT = WS-RECORD-COUNT
                       MOVE "N" TO WS-CONTROL-OK
                       DISPLAY "HELLO-POST: sequence gap or "
                           "duplicate in day's records"
                   END-IF
               END-IF
           END-IF.

       POST-DAY.
           OPEN I-O ATTENDANCE-HISTORY.
           PERFORM CLEAR-POSTED-DAY.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-DAY-COUNT
               PERFORM WRITE-HISTORY-RECORD
           END-PERFORM.
           CLOSE ATTENDANCE-HISTORY.
           MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT
           DISPLAY "HELLO-POST: posted " FUNCTION TRIM(WS-EDIT-COUNT)
               " employee day(s) for " WS-POST-DATE
           MOVE WS-WALKUP-COUNT TO WS-EDIT-COUNT
           DISPLAY "HELLO-POST: " FUNCTION TRIM(WS-EDIT-COUNT)
               " walk-up greeting(s) not on the roster - not posted"
           IF WS-VOID-COUNT > 0
               MOVE WS-VOID-COUNT TO WS-EDIT-COUNT
               DISPLAY "HELLO-POST: " FUNCTION TRIM(WS-EDIT-COUNT)
                   " voided greeting(s) left out"
           END-IF
           IF WS-DAY-DROPPED > 0 OR WS-WRITE-ERRORS > 0
               DISPLAY "HELLO-POST: WARNING - day table full or "
                   "history write failed; day posted short"
               MOVE 4 TO WS-FINAL-RC
           END-IF.

      * The day's existing entries are collected through the date key
      * first and deleted by full key afterwards, so the browse is
      * never disturbed by its own deletes.
       CLEAR-POSTED-DAY.
           MOVE 0 TO WS-OLD-COUNT
           MOVE "N" TO WS-HIST-EOF
           MOVE WS-POST-DATE TO ATTN-DATE
           START ATTENDANCE-HISTORY KEY IS = ATTN-DATE
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ ATTENDANCE-HISTORY NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF ATTN-DATE NOT = WS-POST-DATE
                           MOVE "Y" TO WS-HIST-EOF
                       ELSE
                           IF WS-OLD-COUNT < 2000
                               ADD 1 TO WS-OLD-COUNT
                               MOVE ATTN-EMP-ID
                                   TO WS-OLD-EMP-ID(WS-OLD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                       UNTIL WS-OLD-IDX > WS-OLD-COUNT
               MOVE WS-OLD-EMP-ID(WS-OLD-IDX) TO ATTN-EMP-ID
               MOVE WS-POST-DATE TO ATTN-DATE
               DELETE ATTENDANCE-HISTORY RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM
           IF WS-OLD-COUNT > 0
               MOVE WS-OLD-COUNT TO WS-EDIT-COUNT
               DISPLAY "HELLO-POST: " WS-POST-DATE " was already "
                   "posted - " FUNCTION TRIM(WS-EDIT-COUNT)
                   " entry(ies) replaced"
           END-IF.

       WRITE-HISTORY-RECORD.
           MOVE SPACES TO ATTENDANCE-HISTORY-RECORD
           MOVE WS-DAY-EMP-ID(WS-DAY-IDX) TO ATTN-EMP-ID
           MOVE WS-POST-DATE TO ATTN-DATE
           MOVE WS-RUN-DATE TO ATTN-POST-DATE
           MOVE WS-DAY-FIRST-IN(WS-DAY-IDX) TO ATTN-FIRST-IN
           MOVE WS-DAY-GREETS(WS-DAY-IDX) TO ATTN-GREET-COUNT
           MOVE WS-DAY-TERM-COUNT(WS-DAY-IDX) TO ATTN-TERMINAL-COUNT
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                       UNTIL WS-TERM-IDX > 5
               MOVE WS-DAY-TERMINAL(WS-DAY-IDX, WS-TERM-IDX)
                   TO ATTN-TERMINAL-ID(WS-TERM-IDX)
           END-PERFORM
           MOVE WS-DAY-NORMAL(WS-DAY-IDX) TO ATTN-NORMAL-COUNT
           MOVE WS-DAY-TIMEOUT(WS-DAY-IDX) TO ATTN-TIMEOUT-COUNT
           MOVE WS-DAY-REGREET(WS-DAY-IDX) TO ATTN-REGREET-COUNT
           MOVE WS-DAY-OTHER(WS-DAY-IDX) TO ATTN-OTHER-COUNT
           WRITE ATTENDANCE-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
           END-WRITE.
