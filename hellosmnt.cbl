      *************************************
      * Author: @trishmahan
      * Date: 2026/10/15
      * Purpose: Operator maintenance screen for SHIFT-SCHEDULE, the
      *          shift window and holiday calendar file. Lists the
      *          "S" windows and "H" holidays, adds/updates/deletes one
      *          (a window by its start time, a holiday by its date)
      *          and copies a year's holidays forward to the next
      *          year, so SHIFTSCH.DAT is no longer hand-edited.
      *          Times must be real HHMM clock times and dates real
      *          calendar dates; a window may not overlap another
      *          window and a holiday date may appear only once. The
      *          GTXT code must be on GREETTXT.IDX and a banner ID, if
      *          given, on BANNERS.IDX. A shift ID must be unique and
      *          may not be renamed or deleted while ROSTER.DAT or
      *          DEPTSHFT.DAT still uses it.
      *          Changes are held on screen until the operator saves
      *          them, because reshaping the day usually takes more
      *          than one edit: the save is refused unless the
      *          windows cover every minute of the day (or there are
      *          no windows at all, when the default greeting is
      *          used). On save the file is rewritten in window start
      *          order then holiday date order, any other record types
      *          are kept as they were, and every change is journaled
      *          to CHGAUDIT.DAT under file ID SHIFTSCH for HELLO-AUDR.
      *          The operator must sign on through HELLO-SIGNON
      *          (function SMNT) before the menu is shown, and the
      *          signed-on operator ID is carried on every audit
      *          record.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-SMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SHIFT-SCHEDULE ASSIGN TO "SHIFTSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GREETING-TEXT ASSIGN TO "GREETTXT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GTXT-LANG-CODE.
           SELECT OPTIONAL BANNER-MASTER ASSIGN TO "BANNERS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BANNER-ID.
           SELECT OPTIONAL EMPLOYEE-ROSTER ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPT-SHIFT ASSIGN TO "DEPTSHFT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-AUDIT ASSIGN TO "CHGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-SCHEDULE.
       COPY SHIFTSCH.
       FD  GREETING-TEXT.
       COPY GREETTXT.
       FD  BANNER-MASTER.
       COPY BANNERREC.
       FD  EMPLOYEE-ROSTER.
       COPY EMPMAST.
       FD  DEPT-SHIFT.
       COPY DEPTSHFT.
       FD  CHANGE-AUDIT.
       COPY CHGAUDIT.
       WORKING-STORAGE SECTION.
           01  WS-TERMINAL-ID PIC X(8) VALUE "TERM0001".
           01  WS-OPERATOR-ROLE PIC X(10) VALUE SPACES.
           01  WS-SCHED-EOF PIC X VALUE "N".
           01  WS-SCHED-COUNT PIC 9(3) VALUE 0.
           01  WS-SCHED-TABLE.
               05  WS-SCHED-ENTRY OCCURS 100 TIMES.
                   10  WS-TBL-TYPE PIC X.
                   10  WS-TBL-TIMES.
                       15  WS-TBL-START PIC 9(4).
                       15  WS-TBL-END PIC 9(4).
                   10  WS-TBL-DATE REDEFINES WS-TBL-TIMES PIC 9(8).
                   10  WS-TBL-GTXT PIC X(4).
                   10  WS-TBL-BANNER PIC X(8).
                   10  WS-TBL-SHIFT PIC X(4).
           01  WS-PEND-COUNT PIC 9(3) VALUE 0.
           01  WS-PEND-TABLE.
               05  WS-PEND-ENTRY OCCURS 300 TIMES.
                   10  WS-PEND-ACTION PIC X(6).
                   10  WS-PEND-KEY PIC X(8).
                   10  WS-PEND-BEFORE PIC X(25).
                   10  WS-PEND-AFTER PIC X(25).
           01  WS-PEND-IDX PIC 9(3) VALUE 0.
           01  WS-UNUSABLE-COUNT PIC 9(3) VALUE 0.
           01  WS-COVERAGE-TABLE.
               05  WS-CVR-COUNT PIC 9(3) OCCURS 1440 TIMES.
           01  WS-CVR-START PIC 9(4) VALUE 0.
           01  WS-CVR-END PIC 9(4) VALUE 0.
           01  WS-CVR-MINUTE PIC 9(4) VALUE 0.
           01  WS-CVR-LAST PIC 9(4) VALUE 0.
           01  WS-CVR-DONE PIC X VALUE "N".
           01  WS-CVR-CLASH PIC X VALUE "N".
           01  WS-CVR-AT-MINUTE PIC 9(4) VALUE 0.
           01  WS-CVR-WINDOWS PIC 9(3) VALUE 0.
           01  WS-CVR-HH PIC 9(2) VALUE 0.
           01  WS-CVR-MM PIC 9(2) VALUE 0.
           01  WS-CVR-AT-HHMM PIC 9(4) VALUE 0.
           01  WS-MENU-CHOICE PIC X VALUE SPACE.
           01  WS-DONE PIC X VALUE "N".
           01  WS-WORK-TYPE PIC X VALUE SPACE.
           01  WS-WORK-START PIC 9(4) VALUE 0.
           01  WS-WORK-END PIC 9(4) VALUE 0.
           01  WS-WORK-DATE PIC 9(8) VALUE 0.
           01  WS-WORK-GTXT PIC X(4) VALUE SPACES.
           01  WS-WORK-BANNER PIC X(8) VALUE SPACES.
           01  WS-WORK-SHIFT PIC X(4) VALUE SPACES.
           01  WS-OLD-SHIFT PIC X(4) VALUE SPACES.
           01  WS-ENTRY-KEY PIC X(8) VALUE SPACES.
           01  WS-ENTRY-START PIC X(4) VALUE SPACES.
           01  WS-ENTRY-END PIC X(4) VALUE SPACES.
           01  WS-ENTRY-GTXT PIC X(4) VALUE SPACES.
           01  WS-ENTRY-BANNER PIC X(8) VALUE SPACES.
           01  WS-ENTRY-SHIFT PIC X(4) VALUE SPACES.
           01  WS-ENTRY-YEAR PIC X(4) VALUE SPACES.
           01  WS-CHECK-TIME PIC X(4) VALUE SPACES.
           01  WS-CHECK-PARTS REDEFINES WS-CHECK-TIME.
               05  WS-CHECK-HH PIC 9(2).
               05  WS-CHECK-MM PIC 9(2).
           01  WS-FOUND-IDX PIC 9(3) VALUE 0.
           01  WS-SEARCH-IDX PIC 9(3) VALUE 0.
           01  WS-SORT-IDX PIC 9(3) VALUE 0.
           01  WS-RANK-A PIC 9 VALUE 0.
           01  WS-RANK-B PIC 9 VALUE 0.
           01  WS-SWAP-ENTRY PIC X(25) VALUE SPACES.
           01  WS-GTXT-OPEN PIC X VALUE "N".
           01  WS-BANNER-OPEN PIC X VALUE "N".
           01  WS-ROSTER-EOF PIC X VALUE "N".
           01  WS-DSHF-EOF PIC X VALUE "N".
           01  WS-SHIFT-USED PIC X(12) VALUE SPACES.
           01  WS-TODAY PIC 9(8) VALUE 0.
           01  WS-FROM-YEAR PIC 9(4) VALUE 0.
           01  WS-TO-YEAR PIC 9(4) VALUE 0.
           01  WS-DATE-YEAR PIC 9(4) VALUE 0.
           01  WS-DATE-MMDD PIC 9(4) VALUE 0.
           01  WS-COPY-LIMIT PIC 9(3) VALUE 0.
           01  WS-COPY-FOUND PIC 9(3) VALUE 0.
           01  WS-COPY-ADDED PIC 9(3) VALUE 0.
           01  WS-COPY-ON-FILE PIC 9(3) VALUE 0.
           01  WS-COPY-LEAP PIC 9(3) VALUE 0.
           01  WS-COPY-FULL PIC 9(3) VALUE 0.
           01  WS-EDIT-COPY PIC ZZ9.
           01  WS-VALID PIC X VALUE "Y".
           01  WS-ERROR-MSG PIC X(60) VALUE SPACES.
           01  WS-SCREEN-ROW PIC 9(4) VALUE 0.
           01  WS-CONFIRM PIC X VALUE SPACE.
           01  WS-LIST-ROW PIC 9(2) VALUE 0.
           01  WS-LIST-SHOWN PIC 9(3) VALUE 0.
           01  WS-DISPLAY-COUNT PIC ZZ9.
           01  WS-OVERFLOW-COUNT PIC 9(4) VALUE 0.
           01  WS-EDIT-OVERFLOW PIC Z(3)9.
           01  WS-AUDIT-ACTION PIC X(6) VALUE SPACES.
           01  WS-AUDIT-KEY PIC X(8) VALUE SPACES.
           01  WS-AUDIT-BEFORE PIC X(456) VALUE SPACES.
           01  WS-AUDIT-AFTER PIC X(456) VALUE SPACES.
           01  WS-AUDIT-DATE PIC 9(8) VALUE 0.
           01  WS-AUDIT-TIME PIC 9(8) VALUE 0.
       COPY SIGNON.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-TERMINAL-CONFIG.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM LOAD-SCHEDULE-TABLE.
           PERFORM UNTIL WS-DONE = "Y"
               PERFORM SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM LIST-SCHEDULE
                   WHEN "A"
                       PERFORM CHECK-UPDATE-ALLOWED
                       IF WS-VALID = "Y"
                           PERFORM ADD-SCHED-ENTRY
                       END-IF
                   WHEN "U"
                       PERFORM CHECK-UPDATE-ALLOWED
                       IF WS-VALID = "Y"
                           PERFORM UPDATE-SCHED-ENTRY
                       END-IF
                   WHEN "D"
                       PERFORM CHECK-UPDATE-ALLOWED
                       IF WS-VALID = "Y"
                           PERFORM DELETE-SCHED-ENTRY
                       END-IF
                   WHEN "C"
                       PERFORM CHECK-UPDATE-ALLOWED
                       IF WS-VALID = "Y"
                           PERFORM COPY-HOLIDAYS-FORWARD
                       END-IF
                   WHEN "S"
                       PERFORM SAVE-CHANGES
                   WHEN "X"
                       PERFORM CONFIRM-EXIT
                   WHEN OTHER
                       DISPLAY "Unknown choice" AT 2002
               END-EVALUATE
           END-PERFORM.
           PERFORM CLOSE-MASTERS.
           STOP RUN.

       LOAD-TERMINAL-CONFIG.
           DISPLAY "TERMINAL_ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT-VALUE
           IF WS-TERMINAL-ID = SPACES
               MOVE "TERM0001" TO WS-TERMINAL-ID
           END-IF
           DISPLAY "OPERATOR_ROLE" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-ROLE FROM ENVIRONMENT-VALUE.

       SIGN-ON-OPERATOR.
           MOVE "SMNT" TO SGN-FUNCTION
           MOVE WS-TERMINAL-ID TO SGN-TERMINAL-ID
           CALL "HELLO-SIGNON" USING SIGNON-PARMS
               ON EXCEPTION
                   MOVE "N" TO SGN-RESULT
           END-CALL
           IF SGN-RESULT NOT = "Y"
               MOVE "Y" TO WS-DONE
           END-IF.

       CLOSE-MASTERS.
           IF WS-GTXT-OPEN = "Y"
               CLOSE GREETING-TEXT
               MOVE "N" TO WS-GTXT-OPEN
           END-IF
           IF WS-BANNER-OPEN = "Y"
               CLOSE BANNER-MASTER
               MOVE "N" TO WS-BANNER-OPEN
           END-IF.

       LOAD-SCHEDULE-TABLE.
           MOVE "N" TO WS-SCHED-EOF
           MOVE 0 TO WS-SCHED-COUNT
           OPEN INPUT SHIFT-SCHEDULE.
           PERFORM UNTIL WS-SCHED-EOF = "Y"
               READ SHIFT-SCHEDULE
                   AT END
                       MOVE "Y" TO WS-SCHED-EOF
                   NOT AT END
                       IF SHIFT-SCHEDULE-RECORD NOT = SPACES
                           PERFORM CHECK-LOADED-RECORD
                           IF WS-VALID = "N"
                               PERFORM DROP-UNUSABLE-RECORD
                           ELSE
                               IF WS-SCHED-COUNT < 100
                                   ADD 1 TO WS-SCHED-COUNT
                                   MOVE SHIFT-SCHEDULE-RECORD
                                     TO WS-SCHED-ENTRY(WS-SCHED-COUNT)
                               ELSE
                                   ADD 1 TO WS-OVERFLOW-COUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHIFT-SCHEDULE.
           IF WS-OVERFLOW-COUNT > 0
               MOVE 0 TO WS-PEND-COUNT
               MOVE 0 TO WS-UNUSABLE-COUNT
           END-IF
           PERFORM SORT-SCHEDULE.

      * An "S" or "H" record whose times or date are not real (the
      * usual result of a hand edit landing in the wrong columns) is
      * unusable by HELLO-MAXX and HELLO-CONS. It is left out of the
      * table and queued as a deletion, so saving drops it from the
      * file and journals its image; exiting without saving leaves the
      * file as it was. When the file overflows the table nothing can
      * be saved, so no deletion is queued (and any queued before the
      * overflow showed up is discarded after the load).
       CHECK-LOADED-RECORD.
           MOVE "Y" TO WS-VALID
           EVALUATE SSCH-TYPE
               WHEN "S"
                   MOVE SSCH-TIMES(1:4) TO WS-CHECK-TIME
                   PERFORM VALIDATE-CLOCK-TIME
                   IF WS-VALID = "Y"
                       MOVE SSCH-TIMES(5:4) TO WS-CHECK-TIME
                       PERFORM VALIDATE-CLOCK-TIME
                   END-IF
               WHEN "H"
                   IF SSCH-DATE IS NOT NUMERIC
                       MOVE "N" TO WS-VALID
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD(SSCH-DATE) > 0
                           MOVE "N" TO WS-VALID
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DROP-UNUSABLE-RECORD.
           IF WS-OVERFLOW-COUNT = 0 AND WS-PEND-COUNT < 300
               ADD 1 TO WS-UNUSABLE-COUNT
               MOVE "DELETE" TO WS-AUDIT-ACTION
               MOVE SHIFT-SCHEDULE-RECORD(1:8) TO WS-AUDIT-KEY
               MOVE SHIFT-SCHEDULE-RECORD TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               PERFORM NOTE-PENDING-CHANGE
           END-IF.

       SAVE-SCHEDULE-TABLE.
           PERFORM SORT-SCHEDULE.
           OPEN OUTPUT SHIFT-SCHEDULE.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-SCHED-COUNT
               MOVE WS-SCHED-ENTRY(WS-SEARCH-IDX)
                   TO SHIFT-SCHEDULE-RECORD
               WRITE SHIFT-SCHEDULE-RECORD
           END-PERFORM.
           CLOSE SHIFT-SCHEDULE.

      * Windows first in start-time order, then holidays in date
      * order. Any other record type ranks last and, the sort being a
      * bubble sort, stays in the order it was read.
       SORT-SCHEDULE.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX >= WS-SCHED-COUNT
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                           UNTIL WS-SEARCH-IDX >= WS-SCHED-COUNT
                   PERFORM SET-SORT-RANKS
                   IF WS-RANK-A > WS-RANK-B
                          OR (WS-RANK-A = WS-RANK-B
                          AND WS-RANK-A < 3
                          AND WS-TBL-TIMES(WS-SEARCH-IDX)
                          > WS-TBL-TIMES(WS-SEARCH-IDX + 1))
                       MOVE WS-SCHED-ENTRY(WS-SEARCH-IDX)
                           TO WS-SWAP-ENTRY
                       MOVE WS-SCHED-ENTRY(WS-SEARCH-IDX + 1)
                           TO WS-SCHED-ENTRY(WS-SEARCH-IDX)
                       MOVE WS-SWAP-ENTRY
                           TO WS-SCHED-ENTRY(WS-SEARCH-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SET-SORT-RANKS.
           EVALUATE WS-TBL-TYPE(WS-SEARCH-IDX)
               WHEN "S"
                   MOVE 1 TO WS-RANK-A
               WHEN "H"
                   MOVE 2 TO WS-RANK-A
               WHEN OTHER
                   MOVE 3 TO WS-RANK-A
           END-EVALUATE
           EVALUATE WS-TBL-TYPE(WS-SEARCH-IDX + 1)
               WHEN "S"
                   MOVE 1 TO WS-RANK-B
               WHEN "H"
                   MOVE 2 TO WS-RANK-B
               WHEN OTHER
                   MOVE 3 TO WS-RANK-B
           END-EVALUATE.

       SHOW-MENU.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "==== HELLO-MAXX SHIFT SCHEDULE MAINTENANCE ===="
               AT 0116
           MOVE WS-SCHED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Records on file: " AT 0302
           DISPLAY WS-DISPLAY-COUNT AT 0320
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-EDIT-OVERFLOW
               DISPLAY "FILE TRUNCATED -" AT 0330
               DISPLAY WS-EDIT-OVERFLOW AT 0347
               DISPLAY "record(s) not loaded; updates disabled"
                   AT 0353
           END-IF
           IF WS-PEND-COUNT > 0
               MOVE WS-PEND-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Unsaved changes: " AT 0402
               DISPLAY WS-DISPLAY-COUNT AT 0420
           END-IF
           IF WS-UNUSABLE-COUNT > 0
               MOVE WS-UNUSABLE-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "- incl." AT 0425
               DISPLAY WS-DISPLAY-COUNT AT 0433
               DISPLAY "bad time/date record(s) to drop" AT 0437
           END-IF
           DISPLAY "L = List windows and holidays" AT 0502
           DISPLAY "A = Add a window or holiday" AT 0602
           DISPLAY "U = Update a window or holiday" AT 0702
           DISPLAY "D = Delete a window or holiday" AT 0802
           DISPLAY "C = Copy holidays forward to next year" AT 0902
           DISPLAY "S = Save changes" AT 1002
           DISPLAY "X = Exit" AT 1102
           DISPLAY "Choice: " AT 1302
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE AT 1310 WITH UPPER.

       CHECK-UPDATE-ALLOWED.
           MOVE "Y" TO WS-VALID
           IF WS-OVERFLOW-COUNT > 0
               MOVE "N" TO WS-VALID
               DISPLAY "File larger than this screen can hold - "
                   AT 2002
               DISPLAY "saving would drop records; edit refused"
                   AT 2102
               PERFORM PRESS-ENTER
           ELSE
               IF WS-PEND-COUNT >= 300
                   MOVE "N" TO WS-VALID
                   DISPLAY "Too many unsaved changes - save first"
                       AT 2002
                   PERFORM PRESS-ENTER
               END-IF
           END-IF.

       LIST-SCHEDULE.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "-- Schedule (type / times or date / GTXT / banner"
               AT 0102
           DISPLAY " / shift) --" AT 0152
           MOVE 0 TO WS-LIST-ROW
           MOVE 0 TO WS-LIST-SHOWN
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-SCHED-COUNT
               IF WS-TBL-TYPE(WS-SEARCH-IDX) = "S" OR "H"
                   PERFORM LIST-ONE-ENTRY
               END-IF
           END-PERFORM
           IF WS-LIST-SHOWN = 0
               DISPLAY "  (none)" AT 0302
           END-IF
           PERFORM CHECK-DAY-COVERAGE
           IF WS-VALID = "Y"
               IF WS-CVR-WINDOWS = 0
                   DISPLAY "No shift windows - default greeting all day"
                       AT 2002
               ELSE
                   DISPLAY "Shift windows cover the whole day" AT 2002
               END-IF
           ELSE
               DISPLAY WS-ERROR-MSG AT 2002
           END-IF
           PERFORM PRESS-ENTER.

       LIST-ONE-ENTRY.
           ADD 1 TO WS-LIST-SHOWN
           ADD 1 TO WS-LIST-ROW
           IF WS-LIST-ROW > 16
               PERFORM PRESS-ENTER
               DISPLAY SPACE AT 0101 WITH BLANK SCREEN
               DISPLAY "-- Schedule (type / times or date / GTXT / "
                   AT 0102
               DISPLAY "banner / shift) --" AT 0146
               MOVE 1 TO WS-LIST-ROW
           END-IF
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 2
           DISPLAY WS-TBL-TYPE(WS-SEARCH-IDX) AT WS-SCREEN-ROW
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 6
           IF WS-TBL-TYPE(WS-SEARCH-IDX) = "S"
               DISPLAY WS-TBL-START(WS-SEARCH-IDX) AT WS-SCREEN-ROW
               COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 10
               DISPLAY "-" AT WS-SCREEN-ROW
               COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 11
               DISPLAY WS-TBL-END(WS-SEARCH-IDX) AT WS-SCREEN-ROW
           ELSE
               DISPLAY WS-TBL-DATE(WS-SEARCH-IDX) AT WS-SCREEN-ROW
           END-IF
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 18
           DISPLAY WS-TBL-GTXT(WS-SEARCH-IDX) AT WS-SCREEN-ROW
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 24
           DISPLAY WS-TBL-BANNER(WS-SEARCH-IDX) AT WS-SCREEN-ROW
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 34
           DISPLAY WS-TBL-SHIFT(WS-SEARCH-IDX) AT WS-SCREEN-ROW.

       FIND-SCHED-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-SCHED-COUNT
               IF WS-TBL-TYPE(WS-SEARCH-IDX) = WS-WORK-TYPE
                   IF WS-WORK-TYPE = "S"
                       IF WS-TBL-START(WS-SEARCH-IDX) = WS-WORK-START
                           MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
                       END-IF
                   ELSE
                       IF WS-TBL-DATE(WS-SEARCH-IDX) = WS-WORK-DATE
                           MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ASK-SCHED-KEY.
           MOVE "Y" TO WS-VALID
           DISPLAY "Record type (S = shift window, H = holiday): "
               AT 0202
           MOVE SPACE TO WS-WORK-TYPE
           ACCEPT WS-WORK-TYPE AT 0248 WITH UPPER
           MOVE SPACES TO WS-ENTRY-KEY
           EVALUATE WS-WORK-TYPE
               WHEN "S"
                   DISPLAY "Window start time (HHMM): " AT 0302
                   ACCEPT WS-ENTRY-KEY AT 0329
                   MOVE WS-ENTRY-KEY TO WS-CHECK-TIME
                   PERFORM VALIDATE-CLOCK-TIME
                   IF WS-VALID = "Y"
                       MOVE WS-CHECK-TIME TO WS-WORK-START
                   ELSE
                       MOVE "Start time is not a valid HHMM time"
                           TO WS-ERROR-MSG
                   END-IF
               WHEN "H"
                   DISPLAY "Holiday date (YYYYMMDD): " AT 0302
                   ACCEPT WS-ENTRY-KEY AT 0328
                   MOVE 0 TO WS-WORK-DATE
                   IF WS-ENTRY-KEY IS NUMERIC
                       MOVE WS-ENTRY-KEY TO WS-WORK-DATE
                   END-IF
                   IF WS-WORK-DATE = 0
                       MOVE "N" TO WS-VALID
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE)
                              > 0
                           MOVE "N" TO WS-VALID
                       END-IF
                   END-IF
                   IF WS-VALID = "N"
                       MOVE "Holiday date is not a valid YYYYMMDD date"
                           TO WS-ERROR-MSG
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-VALID
                   MOVE "Record type must be S or H" TO WS-ERROR-MSG
           END-EVALUATE
           IF WS-VALID = "Y"
               PERFORM FIND-SCHED-ENTRY
           ELSE
               DISPLAY WS-ERROR-MSG AT 2002
               PERFORM PRESS-ENTER
           END-IF.

      * WS-CHECK-TIME must hold four digits making a real clock time,
      * 0000 through 2359.
       VALIDATE-CLOCK-TIME.
           MOVE "Y" TO WS-VALID
           IF WS-CHECK-TIME IS NOT NUMERIC
               MOVE "N" TO WS-VALID
           ELSE
               IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59
                   MOVE "N" TO WS-VALID
               END-IF
           END-IF.

       ADD-SCHED-ENTRY.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "-- Add window or holiday --" AT 0102
           PERFORM ASK-SCHED-KEY
           IF WS-VALID = "Y"
               IF WS-FOUND-IDX > 0
                   DISPLAY "Already on file - use Update" AT 2002
                   PERFORM PRESS-ENTER
               ELSE
                   IF WS-SCHED-COUNT >= 100
                       DISPLAY "Shift schedule file is full" AT 2002
                       PERFORM PRESS-ENTER
                   ELSE
                       IF WS-WORK-TYPE = "S"
                           MOVE WS-WORK-START TO WS-WORK-END
                       END-IF
                       MOVE SPACES TO WS-WORK-GTXT
                       MOVE SPACES TO WS-WORK-BANNER
                       MOVE SPACES TO WS-WORK-SHIFT
                       MOVE SPACES TO WS-OLD-SHIFT
                       PERFORM EDIT-SCHED-FIELDS
                       IF WS-VALID = "Y"
                           ADD 1 TO WS-SCHED-COUNT
                           MOVE WS-SCHED-COUNT TO WS-FOUND-IDX
                           MOVE SPACES TO WS-SCHED-ENTRY(WS-FOUND-IDX)
                           PERFORM STORE-WORK-FIELDS
                           MOVE "ADD" TO WS-AUDIT-ACTION
                           PERFORM SET-AUDIT-KEY
                           MOVE SPACES TO WS-AUDIT-BEFORE
                           MOVE WS-SCHED-ENTRY(WS-FOUND-IDX)
                               TO WS-AUDIT-AFTER
                           PERFORM NOTE-PENDING-CHANGE
                           PERFORM SORT-SCHEDULE
                           DISPLAY "Added - not saved until S" AT 2002
                           PERFORM PRESS-ENTER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       UPDATE-SCHED-ENTRY.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "-- Update window or holiday --" AT 0102
           PERFORM ASK-SCHED-KEY
           IF WS-VALID = "Y"
               IF WS-FOUND-IDX = 0
                   DISPLAY "Not on file" AT 2002
                   PERFORM PRESS-ENTER
               ELSE
                   MOVE WS-TBL-END(WS-FOUND-IDX) TO WS-WORK-END
                   MOVE WS-TBL-GTXT(WS-FOUND-IDX) TO WS-WORK-GTXT
                   MOVE WS-TBL-BANNER(WS-FOUND-IDX) TO WS-WORK-BANNER
                   MOVE WS-TBL-SHIFT(WS-FOUND-IDX) TO WS-WORK-SHIFT
                   MOVE WS-TBL-SHIFT(WS-FOUND-IDX) TO WS-OLD-SHIFT
                   PERFORM SET-AUDIT-KEY
                   MOVE WS-SCHED-ENTRY(WS-FOUND-IDX) TO WS-AUDIT-BEFORE
                   PERFORM SHOW-CURRENT-FIELDS
                   PERFORM EDIT-SCHED-FIELDS
                   IF WS-VALID = "Y"
                       PERFORM STORE-WORK-FIELDS
                       MOVE "UPDATE" TO WS-AUDIT-ACTION
                       MOVE WS-SCHED-ENTRY(WS-FOUND-IDX)
                           TO WS-AUDIT-AFTER
                       PERFORM NOTE-PENDING-CHANGE
                       PERFORM SORT-SCHEDULE
                       DISPLAY "Updated - not saved until S" AT 2002
                       PERFORM PRESS-ENTER
                   END-IF
               END-IF
           END-IF.

       SHOW-CURRENT-FIELDS.
           IF WS-WORK-TYPE = "S"
               DISPLAY "Current end time: " AT 0502
               DISPLAY WS-WORK-END AT 0521
           END-IF
           DISPLAY "Current GTXT:     " AT 0602
           DISPLAY WS-WORK-GTXT AT 0621
           DISPLAY "Current banner:   " AT 0702
           DISPLAY WS-WORK-BANNER AT 0721
           IF WS-WORK-TYPE = "S"
               DISPLAY "Current shift ID: " AT 0802
               DISPLAY WS-WORK-SHIFT AT 0821
           END-IF.

      * A window's start time may be changed on update (it is how the
      * window was found, so it is asked for again here); a holiday's
      * date may not - delete it and add the new date instead.
       EDIT-SCHED-FIELDS.
           MOVE "Y" TO WS-VALID
           DISPLAY "Enter fields (blank keeps current value):"
               AT 0902
           IF WS-WORK-TYPE = "S"
               DISPLAY "Start time: " AT 1102
               MOVE SPACES TO WS-ENTRY-START
               ACCEPT WS-ENTRY-START AT 1115
               DISPLAY "End time:   " AT 1202
               DISPLAY "(HHMM, inclusive; before start = overnight)"
                   AT 1222
               MOVE SPACES TO WS-ENTRY-END
               ACCEPT WS-ENTRY-END AT 1215
           END-IF
           DISPLAY "GTXT code:  " AT 1302
           MOVE SPACES TO WS-ENTRY-GTXT
           ACCEPT WS-ENTRY-GTXT AT 1315 WITH UPPER
           IF WS-ENTRY-GTXT NOT = SPACES
               MOVE WS-ENTRY-GTXT TO WS-WORK-GTXT
           END-IF
           DISPLAY "Banner ID:  " AT 1402
           DISPLAY "(- = none)" AT 1425
           MOVE SPACES TO WS-ENTRY-BANNER
           ACCEPT WS-ENTRY-BANNER AT 1415 WITH UPPER
           IF WS-ENTRY-BANNER = "-"
               MOVE SPACES TO WS-WORK-BANNER
           ELSE
               IF WS-ENTRY-BANNER NOT = SPACES
                   MOVE WS-ENTRY-BANNER TO WS-WORK-BANNER
               END-IF
           END-IF
           IF WS-WORK-TYPE = "S"
               DISPLAY "Shift ID:   " AT 1502
               DISPLAY "(- = none, not a working shift)" AT 1525
               MOVE SPACES TO WS-ENTRY-SHIFT
               ACCEPT WS-ENTRY-SHIFT AT 1515 WITH UPPER
               IF WS-ENTRY-SHIFT = "-"
                   MOVE SPACES TO WS-WORK-SHIFT
               ELSE
                   IF WS-ENTRY-SHIFT NOT = SPACES
                       MOVE WS-ENTRY-SHIFT TO WS-WORK-SHIFT
                   END-IF
               END-IF
           END-IF
           PERFORM VALIDATE-SCHED-FIELDS
           IF WS-VALID = "N"
               DISPLAY WS-ERROR-MSG AT 2002
               DISPLAY "- nothing changed" AT 2062
               PERFORM PRESS-ENTER
           END-IF.

       VALIDATE-SCHED-FIELDS.
           MOVE "Y" TO WS-VALID
           IF WS-WORK-TYPE = "S" AND WS-ENTRY-START NOT = SPACES
               MOVE WS-ENTRY-START TO WS-CHECK-TIME
               PERFORM VALIDATE-CLOCK-TIME
               IF WS-VALID = "Y"
                   MOVE WS-CHECK-TIME TO WS-WORK-START
               ELSE
                   MOVE "Start time is not a valid HHMM time"
                       TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-VALID = "Y"
                  AND WS-WORK-TYPE = "S" AND WS-ENTRY-END NOT = SPACES
               MOVE WS-ENTRY-END TO WS-CHECK-TIME
               PERFORM VALIDATE-CLOCK-TIME
               IF WS-VALID = "Y"
                   MOVE WS-CHECK-TIME TO WS-WORK-END
               ELSE
                   MOVE "End time is not a valid HHMM time"
                       TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-VALID = "Y" AND WS-WORK-GTXT = SPACES
               MOVE "N" TO WS-VALID
               MOVE "GTXT code may not be blank" TO WS-ERROR-MSG
           END-IF
           IF WS-VALID = "Y"
               PERFORM VALIDATE-GTXT-CODE
           END-IF
           IF WS-VALID = "Y" AND WS-WORK-BANNER NOT = SPACES
               PERFORM VALIDATE-BANNER-ID
           END-IF
           IF WS-VALID = "Y" AND WS-WORK-TYPE = "S"
               PERFORM CHECK-WINDOW-OVERLAP
           END-IF
           IF WS-VALID = "Y" AND WS-WORK-TYPE = "S"
                  AND WS-WORK-SHIFT NOT = SPACES
               PERFORM CHECK-SHIFT-ID-UNIQUE
           END-IF
           IF WS-VALID = "Y" AND WS-OLD-SHIFT NOT = SPACES
                  AND WS-WORK-SHIFT NOT = WS-OLD-SHIFT
               PERFORM CHECK-SHIFT-IN-USE
           END-IF.

       VALIDATE-GTXT-CODE.
           IF WS-GTXT-OPEN = "N"
               OPEN INPUT GREETING-TEXT
               MOVE "Y" TO WS-GTXT-OPEN
           END-IF
           MOVE SPACES TO GREETING-TEXT-RECORD
           MOVE WS-WORK-GTXT TO GTXT-LANG-CODE
           READ GREETING-TEXT
               INVALID KEY
                   MOVE "N" TO WS-VALID
                   MOVE "GTXT code not on GREETTXT.IDX"
                       TO WS-ERROR-MSG
           END-READ.

       VALIDATE-BANNER-ID.
           IF WS-BANNER-OPEN = "N"
               OPEN INPUT BANNER-MASTER
               MOVE "Y" TO WS-BANNER-OPEN
           END-IF
           MOVE SPACES TO BANNER-MASTER-RECORD
           MOVE WS-WORK-BANNER TO BANNER-ID
           READ BANNER-MASTER
               INVALID KEY
                   MOVE "N" TO WS-VALID
                   MOVE "Banner ID not on BANNERS.IDX"
                       TO WS-ERROR-MSG
           END-READ.

      * The window being updated is left out; any minute the new
      * window shares with another window is an overlap.
       CHECK-WINDOW-OVERLAP.
           MOVE ZEROS TO WS-COVERAGE-TABLE
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-SCHED-COUNT
               IF WS-SEARCH-IDX NOT = WS-FOUND-IDX
                      AND WS-TBL-TYPE(WS-SEARCH-IDX) = "S"
                   MOVE WS-TBL-START(WS-SEARCH-IDX) TO WS-CVR-START
                   MOVE WS-TBL-END(WS-SEARCH-IDX) TO WS-CVR-END
                   PERFORM MARK-WINDOW-COVERAGE
               END-IF
           END-PERFORM
           MOVE "N" TO WS-CVR-CLASH
           MOVE WS-WORK-START TO WS-CVR-START
           MOVE WS-WORK-END TO WS-CVR-END
           PERFORM MARK-WINDOW-COVERAGE
           IF WS-CVR-CLASH = "Y"
               PERFORM SET-CLASH-HHMM
               MOVE "N" TO WS-VALID
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Overlaps another window at "
                      WS-CVR-AT-HHMM DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
           END-IF.

      * Every minute of the day must fall in exactly one window,
      * unless there are no windows at all.
       CHECK-DAY-COVERAGE.
           MOVE "Y" TO WS-VALID
           MOVE ZEROS TO WS-COVERAGE-TABLE
           MOVE "N" TO WS-CVR-CLASH
           MOVE 0 TO WS-CVR-WINDOWS
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-SCHED-COUNT
               IF WS-TBL-TYPE(WS-SEARCH-IDX) = "S"
                   ADD 1 TO WS-CVR-WINDOWS
                   MOVE WS-TBL-START(WS-SEARCH-IDX) TO WS-CVR-START
                   MOVE WS-TBL-END(WS-SEARCH-IDX) TO WS-CVR-END
                   PERFORM MARK-WINDOW-COVERAGE
               END-IF
           END-PERFORM
           IF WS-CVR-CLASH = "Y"
               PERFORM SET-CLASH-HHMM
               MOVE "N" TO WS-VALID
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Shift windows overlap at "
                      WS-CVR-AT-HHMM DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
           END-IF
           IF WS-VALID = "Y" AND WS-CVR-WINDOWS > 0
               PERFORM VARYING WS-CVR-MINUTE FROM 0 BY 1
                           UNTIL WS-CVR-MINUTE > 1439
                              OR WS-VALID = "N"
                   IF WS-CVR-COUNT(WS-CVR-MINUTE + 1) = 0
                       MOVE "N" TO WS-VALID
                       MOVE WS-CVR-MINUTE TO WS-CVR-AT-MINUTE
                   END-IF
               END-PERFORM
               IF WS-VALID = "N"
                   PERFORM SET-CLASH-HHMM
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "No shift window covers "
                          WS-CVR-AT-HHMM DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
               END-IF
           END-IF.

      * Counts each minute from WS-CVR-START to WS-CVR-END inclusive,
      * running on past 2359 to 0000 when the end is before the
      * start. The first minute already counted is kept in
      * WS-CVR-AT-MINUTE.
       MARK-WINDOW-COVERAGE.
           MOVE WS-CVR-START TO WS-CHECK-TIME
           COMPUTE WS-CVR-MINUTE = WS-CHECK-HH * 60 + WS-CHECK-MM
           MOVE WS-CVR-END TO WS-CHECK-TIME
           COMPUTE WS-CVR-LAST = WS-CHECK-HH * 60 + WS-CHECK-MM
           MOVE "N" TO WS-CVR-DONE
           PERFORM UNTIL WS-CVR-DONE = "Y"
               ADD 1 TO WS-CVR-COUNT(WS-CVR-MINUTE + 1)
               IF WS-CVR-COUNT(WS-CVR-MINUTE + 1) > 1
                      AND WS-CVR-CLASH = "N"
                   MOVE "Y" TO WS-CVR-CLASH
                   MOVE WS-CVR-MINUTE TO WS-CVR-AT-MINUTE
               END-IF
               IF WS-CVR-MINUTE = WS-CVR-LAST
                   MOVE "Y" TO WS-CVR-DONE
               ELSE
                   ADD 1 TO WS-CVR-MINUTE
                   IF WS-CVR-MINUTE > 1439
                       MOVE 0 TO WS-CVR-MINUTE
                   END-IF
               END-IF
           END-PERFORM.

       SET-CLASH-HHMM.
           DIVIDE WS-CVR-AT-MINUTE BY 60
               GIVING WS-CVR-HH REMAINDER WS-CVR-MM
           COMPUTE WS-CVR-AT-HHMM = WS-CVR-HH * 100 + WS-CVR-MM.

       CHECK-SHIFT-ID-UNIQUE.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-SCHED-COUNT
               IF WS-SEARCH-IDX NOT = WS-FOUND-IDX
                      AND WS-TBL-TYPE(WS-SEARCH-IDX) = "S"
                      AND WS-TBL-SHIFT(WS-SEARCH-IDX) = WS-WORK-SHIFT
                   MOVE "N" TO WS-VALID
                   MOVE "Shift ID already used by another window"
                       TO WS-ERROR-MSG
               END-IF
           END-PERFORM.

      * A shift ID that employees or departments are assigned to may
      * not be renamed or dropped; HELLO-LATE would lose their start
      * time.
       CHECK-SHIFT-IN-USE.
           MOVE SPACES TO WS-SHIFT-USED
           MOVE "N" TO WS-ROSTER-EOF
           OPEN INPUT EMPLOYEE-ROSTER.
           PERFORM UNTIL WS-ROSTER-EOF = "Y"
               READ EMPLOYEE-ROSTER
                   AT END
                       MOVE "Y" TO WS-ROSTER-EOF
                   NOT AT END
                       IF EMP-NAME NOT = SPACES
                              AND EMP-SHIFT-ID = WS-OLD-SHIFT
                           MOVE "ROSTER.DAT" TO WS-SHIFT-USED
                           MOVE "Y" TO WS-ROSTER-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-ROSTER.
           IF WS-SHIFT-USED = SPACES
               MOVE "N" TO WS-DSHF-EOF
               OPEN INPUT DEPT-SHIFT
               PERFORM UNTIL WS-DSHF-EOF = "Y"
                   READ DEPT-SHIFT
                       AT END
                           MOVE "Y" TO WS-DSHF-EOF
                       NOT AT END
                           IF DSHF-SHIFT-ID = WS-OLD-SHIFT
                               MOVE "DEPTSHFT.DAT" TO WS-SHIFT-USED
                               MOVE "Y" TO WS-DSHF-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-SHIFT
           END-IF
           IF WS-SHIFT-USED NOT = SPACES
               MOVE "N" TO WS-VALID
               MOVE SPACES TO WS-ERROR-MSG
               STRING "Shift " WS-OLD-SHIFT " is still used on "
                      WS-SHIFT-USED DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
           END-IF.

       STORE-WORK-FIELDS.
           MOVE WS-WORK-TYPE TO WS-TBL-TYPE(WS-FOUND-IDX)
           IF WS-WORK-TYPE = "S"
               MOVE WS-WORK-START TO WS-TBL-START(WS-FOUND-IDX)
               MOVE WS-WORK-END TO WS-TBL-END(WS-FOUND-IDX)
               MOVE WS-WORK-SHIFT TO WS-TBL-SHIFT(WS-FOUND-IDX)
           ELSE
               MOVE WS-WORK-DATE TO WS-TBL-DATE(WS-FOUND-IDX)
               MOVE SPACES TO WS-TBL-SHIFT(WS-FOUND-IDX)
           END-IF
           MOVE WS-WORK-GTXT TO WS-TBL-GTXT(WS-FOUND-IDX)
           MOVE WS-WORK-BANNER TO WS-TBL-BANNER(WS-FOUND-IDX).

       DELETE-SCHED-ENTRY.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "-- Delete window or holiday --" AT 0102
           PERFORM ASK-SCHED-KEY
           IF WS-VALID = "Y"
               IF WS-FOUND-IDX = 0
                   DISPLAY "Not on file" AT 2002
                   PERFORM PRESS-ENTER
               ELSE
                   MOVE WS-TBL-END(WS-FOUND-IDX) TO WS-WORK-END
                   MOVE WS-TBL-GTXT(WS-FOUND-IDX) TO WS-WORK-GTXT
                   MOVE WS-TBL-BANNER(WS-FOUND-IDX) TO WS-WORK-BANNER
                   MOVE WS-TBL-SHIFT(WS-FOUND-IDX) TO WS-WORK-SHIFT
                   MOVE WS-TBL-SHIFT(WS-FOUND-IDX) TO WS-OLD-SHIFT
                   PERFORM SHOW-CURRENT-FIELDS
                   IF WS-WORK-TYPE = "S" AND WS-OLD-SHIFT NOT = SPACES
                       PERFORM CHECK-SHIFT-IN-USE
                   END-IF
                   IF WS-VALID = "N"
                       DISPLAY WS-ERROR-MSG AT 2002
                       DISPLAY "- not deleted" AT 2062
                       PERFORM PRESS-ENTER
                   ELSE
                       PERFORM CONFIRM-DELETE
                   END-IF
               END-IF
           END-IF.

       CONFIRM-DELETE.
           DISPLAY "Delete - are you sure (Y/N)? " AT 1002
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM AT 1032 WITH UPPER
           IF WS-CONFIRM = "Y"
               PERFORM SET-AUDIT-KEY
               MOVE "DELETE" TO WS-AUDIT-ACTION
               MOVE WS-SCHED-ENTRY(WS-FOUND-IDX) TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               PERFORM VARYING WS-SEARCH-IDX FROM WS-FOUND-IDX BY 1
                           UNTIL WS-SEARCH-IDX >= WS-SCHED-COUNT
                   MOVE WS-SCHED-ENTRY(WS-SEARCH-IDX + 1)
                       TO WS-SCHED-ENTRY(WS-SEARCH-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-SCHED-COUNT
               PERFORM NOTE-PENDING-CHANGE
               DISPLAY "Deleted - not saved until S" AT 2002
               PERFORM PRESS-ENTER
           END-IF.

      * Copies every holiday in the chosen year to the same month and
      * day of the following year. A 29 February that does not exist
      * next year and a date already on file are skipped; holidays
      * that move from year to year still need their dates changed.
       COPY-HOLIDAYS-FORWARD.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "-- Copy holidays forward --" AT 0102
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Copy holidays from year (ENTER = this year): "
               AT 0302
           MOVE SPACES TO WS-ENTRY-YEAR
           ACCEPT WS-ENTRY-YEAR AT 0348
           IF WS-ENTRY-YEAR = SPACES
               MOVE WS-TODAY(1:4) TO WS-FROM-YEAR
           ELSE
               IF WS-ENTRY-YEAR IS NUMERIC
                   MOVE WS-ENTRY-YEAR TO WS-FROM-YEAR
               ELSE
                   MOVE 0 TO WS-FROM-YEAR
               END-IF
           END-IF
           IF WS-FROM-YEAR < 1601 OR WS-FROM-YEAR > 9998
               DISPLAY "Year is not valid" AT 2002
               PERFORM PRESS-ENTER
           ELSE
               COMPUTE WS-TO-YEAR = WS-FROM-YEAR + 1
               DISPLAY "Copy holidays from " AT 0502
               DISPLAY WS-FROM-YEAR AT 0521
               DISPLAY " to " AT 0525
               DISPLAY WS-TO-YEAR AT 0529
               DISPLAY " (Y/N)? " AT 0533
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM AT 0541 WITH UPPER
               IF WS-CONFIRM = "Y"
                   PERFORM COPY-YEAR-HOLIDAYS
                   PERFORM SHOW-COPY-RESULTS
               END-IF
           END-IF.

       COPY-YEAR-HOLIDAYS.
           MOVE 0 TO WS-COPY-FOUND
           MOVE 0 TO WS-COPY-ADDED
           MOVE 0 TO WS-COPY-ON-FILE
           MOVE 0 TO WS-COPY-LEAP
           MOVE 0 TO WS-COPY-FULL
           MOVE "H" TO WS-WORK-TYPE
           MOVE WS-SCHED-COUNT TO WS-COPY-LIMIT
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX > WS-COPY-LIMIT
               IF WS-TBL-TYPE(WS-SORT-IDX) = "H"
                      AND WS-TBL-DATE(WS-SORT-IDX) IS NUMERIC
                   DIVIDE WS-TBL-DATE(WS-SORT-IDX) BY 10000
                       GIVING WS-DATE-YEAR REMAINDER WS-DATE-MMDD
                   IF WS-DATE-YEAR = WS-FROM-YEAR
                       ADD 1 TO WS-COPY-FOUND
                       PERFORM COPY-ONE-HOLIDAY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-COPY-ADDED > 0
               PERFORM SORT-SCHEDULE
           END-IF.

       COPY-ONE-HOLIDAY.
           COMPUTE WS-WORK-DATE = WS-TO-YEAR * 10000 + WS-DATE-MMDD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) > 0
               ADD 1 TO WS-COPY-LEAP
           ELSE
               PERFORM FIND-SCHED-ENTRY
               IF WS-FOUND-IDX > 0
                   ADD 1 TO WS-COPY-ON-FILE
               ELSE
                   IF WS-SCHED-COUNT >= 100 OR WS-PEND-COUNT >= 300
                       ADD 1 TO WS-COPY-FULL
                   ELSE
                       ADD 1 TO WS-SCHED-COUNT
                       MOVE WS-SCHED-COUNT TO WS-FOUND-IDX
                       MOVE WS-SCHED-ENTRY(WS-SORT-IDX)
                           TO WS-SCHED-ENTRY(WS-FOUND-IDX)
                       MOVE WS-WORK-DATE TO WS-TBL-DATE(WS-FOUND-IDX)
                       MOVE "ADD" TO WS-AUDIT-ACTION
                       PERFORM SET-AUDIT-KEY
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       MOVE WS-SCHED-ENTRY(WS-FOUND-IDX)
                           TO WS-AUDIT-AFTER
                       PERFORM NOTE-PENDING-CHANGE
                       ADD 1 TO WS-COPY-ADDED
                   END-IF
               END-IF
           END-IF.

       SHOW-COPY-RESULTS.
           MOVE WS-COPY-FOUND TO WS-EDIT-COPY
           DISPLAY "Holidays in source year:     " AT 0702
           DISPLAY WS-EDIT-COPY AT 0732
           MOVE WS-COPY-ADDED TO WS-EDIT-COPY
           DISPLAY "Copied (not saved until S):  " AT 0802
           DISPLAY WS-EDIT-COPY AT 0832
           MOVE WS-COPY-ON-FILE TO WS-EDIT-COPY
           DISPLAY "Skipped, already on file:    " AT 0902
           DISPLAY WS-EDIT-COPY AT 0932
           MOVE WS-COPY-LEAP TO WS-EDIT-COPY
           DISPLAY "Skipped, no 29 February:     " AT 1002
           DISPLAY WS-EDIT-COPY AT 1032
           MOVE WS-COPY-FULL TO WS-EDIT-COPY
           DISPLAY "Not copied, file full:       " AT 1102
           DISPLAY WS-EDIT-COPY AT 1132
           DISPLAY "Holidays that fall on a different date each year"
               AT 1302
           DISPLAY "must be checked and updated before saving." AT 1402
           PERFORM PRESS-ENTER.

       SET-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-KEY
           IF WS-TBL-TYPE(WS-FOUND-IDX) = "S"
               STRING "S" WS-TBL-START(WS-FOUND-IDX)
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
           ELSE
               MOVE WS-TBL-DATE(WS-FOUND-IDX) TO WS-AUDIT-KEY
           END-IF.

       NOTE-PENDING-CHANGE.
           ADD 1 TO WS-PEND-COUNT
           MOVE WS-AUDIT-ACTION TO WS-PEND-ACTION(WS-PEND-COUNT)
           MOVE WS-AUDIT-KEY TO WS-PEND-KEY(WS-PEND-COUNT)
           MOVE WS-AUDIT-BEFORE TO WS-PEND-BEFORE(WS-PEND-COUNT)
           MOVE WS-AUDIT-AFTER TO WS-PEND-AFTER(WS-PEND-COUNT).

       SAVE-CHANGES.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "-- Save changes --" AT 0102
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "File larger than this screen can hold - "
                   AT 2002
               DISPLAY "saving would drop records; save refused"
                   AT 2102
               PERFORM PRESS-ENTER
           ELSE
               IF WS-PEND-COUNT = 0
                   DISPLAY "No changes to save" AT 2002
                   PERFORM PRESS-ENTER
               ELSE
                   PERFORM CHECK-DAY-COVERAGE
                   IF WS-VALID = "N"
                       DISPLAY WS-ERROR-MSG AT 2002
                       DISPLAY "- nothing saved" AT 2062
                       PERFORM PRESS-ENTER
                   ELSE
                       PERFORM SAVE-SCHEDULE-TABLE
                       PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
                           MOVE WS-PEND-ACTION(WS-PEND-IDX)
                               TO WS-AUDIT-ACTION
                           MOVE WS-PEND-KEY(WS-PEND-IDX) TO WS-AUDIT-KEY
                           MOVE WS-PEND-BEFORE(WS-PEND-IDX)
                               TO WS-AUDIT-BEFORE
                           MOVE WS-PEND-AFTER(WS-PEND-IDX)
                               TO WS-AUDIT-AFTER
                           PERFORM WRITE-CHANGE-AUDIT
                       END-PERFORM
                       MOVE WS-PEND-COUNT TO WS-DISPLAY-COUNT
                       MOVE 0 TO WS-PEND-COUNT
                       MOVE 0 TO WS-UNUSABLE-COUNT
                       DISPLAY WS-DISPLAY-COUNT AT 2002
                       DISPLAY "change(s) saved to SHIFTSCH.DAT" AT 2006
                       PERFORM PRESS-ENTER
                   END-IF
               END-IF
           END-IF.

       CONFIRM-EXIT.
           IF WS-PEND-COUNT = 0
               MOVE "Y" TO WS-DONE
           ELSE
               DISPLAY "Unsaved changes - discard them (Y/N)? " AT 1502
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM AT 1541 WITH UPPER
               IF WS-CONFIRM = "Y"
                   MOVE "Y" TO WS-DONE
               END-IF
           END-IF.

       WRITE-CHANGE-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND CHANGE-AUDIT
           MOVE WS-AUDIT-DATE TO CAUD-DATE
           MOVE WS-AUDIT-TIME TO CAUD-TIME
           MOVE WS-TERMINAL-ID TO CAUD-TERMINAL-ID
           MOVE WS-OPERATOR-ROLE TO CAUD-ROLE
           MOVE "SHIFTSCH" TO CAUD-FILE-ID
           MOVE WS-AUDIT-ACTION TO CAUD-ACTION
           MOVE WS-AUDIT-KEY TO CAUD-KEY
           MOVE WS-AUDIT-BEFORE TO CAUD-BEFORE
           MOVE WS-AUDIT-AFTER TO CAUD-AFTER
           MOVE SGN-OPERATOR-ID TO CAUD-OPERATOR-ID
           WRITE CHANGE-AUDIT-RECORD
           CLOSE CHANGE-AUDIT.

       PRESS-ENTER.
           DISPLAY "Press ENTER to continue" AT 2202
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM AT 2226.
