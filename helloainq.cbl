      *************************************
      * Author: @trishmahan
      * Date: 2026/10/15
      * Purpose: Operator inquiry screen over ATTENDANCE-HISTORY
      *          (ATTNHIST.IDX). For one EMP-ID and calendar year
      *          (default the current year) it shows, month by month,
      *          the days present, greetings by status and the
      *          earliest and latest first-in times, with a totals
      *          line for the year. Reads only; the history is kept
      *          by the nightly HELLO-POST step. The operator must
      *          sign on through HELLO-SIGNON (function AINQ) first.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-AINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPLOYEE-ROSTER ASSIGN TO "ROSTER.DAT"
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
       FD  ATTENDANCE-HISTORY.
       COPY ATTNHIST.
       WORKING-STORAGE SECTION.
           01  WS-TERMINAL-ID PIC X(8) VALUE "TERM0001".
           01  WS-OPERATOR-ROLE PIC X(10) VALUE SPACES.
           01  WS-DONE PIC X VALUE "N".
           01  WS-CONFIRM PIC X VALUE SPACE.
           01  WS-VALID PIC X VALUE "Y".
           01  WS-ERROR-MSG PIC X(60) VALUE SPACES.
           01  WS-WORK-ID PIC X(6) VALUE SPACES.
           01  WS-WORK-NAME PIC X(54) VALUE SPACES.
           01  WS-ENTRY-YEAR PIC X(4) VALUE SPACES.
           01  WS-WORK-YEAR PIC 9(4) VALUE 0.
           01  WS-TODAY PIC 9(8) VALUE 0.
           01  WS-YEAR-FROM PIC 9(8) VALUE 0.
           01  WS-YEAR-TO PIC 9(8) VALUE 0.
           01  WS-ROSTER-EOF PIC X VALUE "N".
           01  WS-HISTORY-EOF PIC X VALUE "N".
           01  WS-HISTORY-OPEN PIC X VALUE "N".
           01  WS-DATE-WORK PIC 9(8) VALUE 0.
           01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               05  WS-DATE-YYYY PIC 9(4).
               05  WS-DATE-MM PIC 9(2).
               05  WS-DATE-DD PIC 9(2).
           01  WS-MONTH-NAMES PIC X(36)
               VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
           01  FILLER REDEFINES WS-MONTH-NAMES.
               05  WS-MONTH-NAME PIC X(3) OCCURS 12 TIMES.
           01  WS-MONTH-TABLE.
               05  WS-MONTH-ENTRY OCCURS 12 TIMES.
                   10  WS-MON-DAYS PIC 9(3).
                   10  WS-MON-GREETS PIC 9(6).
                   10  WS-MON-NORMAL PIC 9(6).
                   10  WS-MON-TIMEOUT PIC 9(6).
                   10  WS-MON-REGREET PIC 9(6).
                   10  WS-MON-OTHER PIC 9(6).
                   10  WS-MON-EARLIEST PIC 9(8).
                   10  WS-MON-LATEST PIC 9(8).
           01  WS-MONTH-IDX PIC 9(2) VALUE 0.
           01  WS-YEAR-DAYS PIC 9(3) VALUE 0.
           01  WS-YEAR-GREETS PIC 9(6) VALUE 0.
           01  WS-YEAR-NORMAL PIC 9(6) VALUE 0.
           01  WS-YEAR-TIMEOUT PIC 9(6) VALUE 0.
           01  WS-YEAR-REGREET PIC 9(6) VALUE 0.
           01  WS-YEAR-OTHER PIC 9(6) VALUE 0.
           01  WS-YEAR-EARLIEST PIC 9(8) VALUE 0.
           01  WS-YEAR-LATEST PIC 9(8) VALUE 0.
           01  WS-TIME-WORK PIC 9(8) VALUE 0.
           01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
               05  WS-TIME-HH PIC 9(2).
               05  WS-TIME-MM PIC 9(2).
               05  WS-TIME-SSCC PIC 9(4).
           01  WS-EDIT-TIME.
               05  WS-EDIT-TIME-HH PIC 9(2).
               05  FILLER PIC X VALUE ":".
               05  WS-EDIT-TIME-MM PIC 9(2).
           01  WS-EDIT-DAYS PIC Z(2)9.
           01  WS-EDIT-COUNT PIC Z(5)9.
           01  WS-SCREEN-ROW PIC 9(4) VALUE 0.
           01  WS-ROW-NUMBER PIC 9(2) VALUE 0.
           01  WS-ROW-DAYS PIC 9(3) VALUE 0.
           01  WS-ROW-GREETS PIC 9(6) VALUE 0.
           01  WS-ROW-NORMAL PIC 9(6) VALUE 0.
           01  WS-ROW-TIMEOUT PIC 9(6) VALUE 0.
           01  WS-ROW-REGREET PIC 9(6) VALUE 0.
           01  WS-ROW-OTHER PIC 9(6) VALUE 0.
           01  WS-ROW-EARLIEST PIC 9(8) VALUE 0.
           01  WS-ROW-LATEST PIC 9(8) VALUE 0.
       COPY SIGNON.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-TERMINAL-CONFIG.
           PERFORM SIGN-ON-OPERATOR.
           IF WS-DONE = "N"
               OPEN INPUT ATTENDANCE-HISTORY
               MOVE "Y" TO WS-HISTORY-OPEN
           END-IF
           PERFORM UNTIL WS-DONE = "Y"
               PERFORM ASK-INQUIRY-KEY
               IF WS-WORK-ID = SPACES
                   MOVE "Y" TO WS-DONE
               ELSE
                   IF WS-VALID = "Y"
                       PERFORM LOAD-YEAR-HISTORY
                       IF WS-YEAR-DAYS = 0
                           DISPLAY "No attendance history for that "
                               AT 2002
                           DISPLAY "employee and year" AT 2033
                       ELSE
                           PERFORM SHOW-YEAR-HISTORY
                       END-IF
                   ELSE
                       DISPLAY WS-ERROR-MSG AT 2002
                   END-IF
                   PERFORM PRESS-ENTER
               END-IF
           END-PERFORM.
           IF WS-HISTORY-OPEN = "Y"
               CLOSE ATTENDANCE-HISTORY
           END-IF.
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
           MOVE "AINQ" TO SGN-FUNCTION
           MOVE WS-TERMINAL-ID TO SGN-TERMINAL-ID
           CALL "HELLO-SIGNON" USING SIGNON-PARMS
               ON EXCEPTION
                   MOVE "N" TO SGN-RESULT
           END-CALL
           IF SGN-RESULT NOT = "Y"
               MOVE "Y" TO WS-DONE
           END-IF.

       ASK-INQUIRY-KEY.
           MOVE "Y" TO WS-VALID
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "==== HELLO-MAXX ATTENDANCE INQUIRY ====" AT 0120
           DISPLAY "Employee ID: " AT 0302
           DISPLAY "(blank to exit)" AT 0324
           MOVE SPACES TO WS-WORK-ID
           ACCEPT WS-WORK-ID AT 0316 WITH UPPER
           IF WS-WORK-ID NOT = SPACES
               DISPLAY "Year (YYYY): " AT 0402
               DISPLAY "(blank = this year)" AT 0424
               MOVE SPACES TO WS-ENTRY-YEAR
               ACCEPT WS-ENTRY-YEAR AT 0416
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               IF WS-ENTRY-YEAR = SPACES
                   MOVE WS-TODAY(1:4) TO WS-WORK-YEAR
               ELSE
                   IF WS-ENTRY-YEAR IS NUMERIC
                          AND WS-ENTRY-YEAR > "1900"
                       MOVE WS-ENTRY-YEAR TO WS-WORK-YEAR
                   ELSE
                       MOVE "N" TO WS-VALID
                       MOVE "Year must be four digits, e.g. 2026"
                           TO WS-ERROR-MSG
                   END-IF
               END-IF
           END-IF
           IF WS-WORK-ID NOT = SPACES AND WS-VALID = "Y"
               PERFORM LOOKUP-EMPLOYEE-NAME
               DISPLAY "Name: " AT 0602
               DISPLAY WS-WORK-NAME AT 0608
           END-IF.

       LOOKUP-EMPLOYEE-NAME.
           MOVE "(not on roster)" TO WS-WORK-NAME
           MOVE "N" TO WS-ROSTER-EOF
           OPEN INPUT EMPLOYEE-ROSTER.
           PERFORM UNTIL WS-ROSTER-EOF = "Y"
               READ EMPLOYEE-ROSTER
                   AT END
                       MOVE "Y" TO WS-ROSTER-EOF
                   NOT AT END
                       IF EMP-ID = WS-WORK-ID
                           MOVE EMP-NAME TO WS-WORK-NAME
                           MOVE "Y" TO WS-ROSTER-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-ROSTER.

       LOAD-YEAR-HISTORY.
           INITIALIZE WS-MONTH-TABLE
           MOVE 0 TO WS-YEAR-DAYS
           MOVE 0 TO WS-YEAR-GREETS
           MOVE 0 TO WS-YEAR-NORMAL
           MOVE 0 TO WS-YEAR-TIMEOUT
           MOVE 0 TO WS-YEAR-REGREET
           MOVE 0 TO WS-YEAR-OTHER
           MOVE 0 TO WS-YEAR-EARLIEST
           MOVE 0 TO WS-YEAR-LATEST
           COMPUTE WS-YEAR-FROM = WS-WORK-YEAR * 10000 + 101
           COMPUTE WS-YEAR-TO = WS-WORK-YEAR * 10000 + 1231
           MOVE "N" TO WS-HISTORY-EOF
           MOVE WS-WORK-ID TO ATTN-EMP-ID
           MOVE WS-YEAR-FROM TO ATTN-DATE
           START ATTENDANCE-HISTORY KEY IS >= ATTN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HISTORY-EOF
           END-START
           PERFORM UNTIL WS-HISTORY-EOF = "Y"
               READ ATTENDANCE-HISTORY NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF
                   NOT AT END
                       IF ATTN-EMP-ID NOT = WS-WORK-ID
                              OR ATTN-DATE > WS-YEAR-TO
                           MOVE "Y" TO WS-HISTORY-EOF
                       ELSE
                           PERFORM TALLY-HISTORY-DAY
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-HISTORY-DAY.
           MOVE ATTN-DATE TO WS-DATE-WORK
           MOVE WS-DATE-MM TO WS-MONTH-IDX
           IF WS-MONTH-IDX >= 1 AND WS-MONTH-IDX <= 12
               ADD 1 TO WS-MON-DAYS(WS-MONTH-IDX)
               ADD ATTN-GREET-COUNT TO WS-MON-GREETS(WS-MONTH-IDX)
               ADD ATTN-NORMAL-COUNT TO WS-MON-NORMAL(WS-MONTH-IDX)
               ADD ATTN-TIMEOUT-COUNT TO WS-MON-TIMEOUT(WS-MONTH-IDX)
               ADD ATTN-REGREET-COUNT TO WS-MON-REGREET(WS-MONTH-IDX)
               ADD ATTN-OTHER-COUNT TO WS-MON-OTHER(WS-MONTH-IDX)
               IF WS-MON-DAYS(WS-MONTH-IDX) = 1
                      OR ATTN-FIRST-IN < WS-MON-EARLIEST(WS-MONTH-IDX)
                   MOVE ATTN-FIRST-IN TO WS-MON-EARLIEST(WS-MONTH-IDX)
               END-IF
               IF ATTN-FIRST-IN > WS-MON-LATEST(WS-MONTH-IDX)
                   MOVE ATTN-FIRST-IN TO WS-MON-LATEST(WS-MONTH-IDX)
               END-IF
               ADD 1 TO WS-YEAR-DAYS
               ADD ATTN-GREET-COUNT TO WS-YEAR-GREETS
               ADD ATTN-NORMAL-COUNT TO WS-YEAR-NORMAL
               ADD ATTN-TIMEOUT-COUNT TO WS-YEAR-TIMEOUT
               ADD ATTN-REGREET-COUNT TO WS-YEAR-REGREET
               ADD ATTN-OTHER-COUNT TO WS-YEAR-OTHER
               IF WS-YEAR-DAYS = 1
                      OR ATTN-FIRST-IN < WS-YEAR-EARLIEST
                   MOVE ATTN-FIRST-IN TO WS-YEAR-EARLIEST
               END-IF
               IF ATTN-FIRST-IN > WS-YEAR-LATEST
                   MOVE ATTN-FIRST-IN TO WS-YEAR-LATEST
               END-IF
           END-IF.

       SHOW-YEAR-HISTORY.
           DISPLAY "Year: " AT 0702
           DISPLAY WS-WORK-YEAR AT 0708
           DISPLAY "Month Days Greets Normal TimedOut ReGreet Other"
               AT 0802
           DISPLAY "First-in: earliest latest" AT 0853
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
               COMPUTE WS-ROW-NUMBER = WS-MONTH-IDX + 8
               COMPUTE WS-SCREEN-ROW = WS-ROW-NUMBER * 100 + 2
               DISPLAY WS-MONTH-NAME(WS-MONTH-IDX) AT WS-SCREEN-ROW
               MOVE WS-MON-DAYS(WS-MONTH-IDX) TO WS-ROW-DAYS
               MOVE WS-MON-GREETS(WS-MONTH-IDX) TO WS-ROW-GREETS
               MOVE WS-MON-NORMAL(WS-MONTH-IDX) TO WS-ROW-NORMAL
               MOVE WS-MON-TIMEOUT(WS-MONTH-IDX) TO WS-ROW-TIMEOUT
               MOVE WS-MON-REGREET(WS-MONTH-IDX) TO WS-ROW-REGREET
               MOVE WS-MON-OTHER(WS-MONTH-IDX) TO WS-ROW-OTHER
               MOVE WS-MON-EARLIEST(WS-MONTH-IDX) TO WS-ROW-EARLIEST
               MOVE WS-MON-LATEST(WS-MONTH-IDX) TO WS-ROW-LATEST
               PERFORM SHOW-HISTORY-ROW
           END-PERFORM.
           MOVE 21 TO WS-ROW-NUMBER
           DISPLAY "YEAR" AT 2102
           MOVE WS-YEAR-DAYS TO WS-ROW-DAYS
           MOVE WS-YEAR-GREETS TO WS-ROW-GREETS
           MOVE WS-YEAR-NORMAL TO WS-ROW-NORMAL
           MOVE WS-YEAR-TIMEOUT TO WS-ROW-TIMEOUT
           MOVE WS-YEAR-REGREET TO WS-ROW-REGREET
           MOVE WS-YEAR-OTHER TO WS-ROW-OTHER
           MOVE WS-YEAR-EARLIEST TO WS-ROW-EARLIEST
           MOVE WS-YEAR-LATEST TO WS-ROW-LATEST
           PERFORM SHOW-HISTORY-ROW.

       SHOW-HISTORY-ROW.
           MOVE WS-ROW-DAYS TO WS-EDIT-DAYS
           COMPUTE WS-SCREEN-ROW = WS-ROW-NUMBER * 100 + 9
           DISPLAY WS-EDIT-DAYS AT WS-SCREEN-ROW
           MOVE WS-ROW-GREETS TO WS-EDIT-COUNT
           COMPUTE WS-SCREEN-ROW = WS-ROW-NUMBER * 100 + 13
           DISPLAY WS-EDIT-COUNT AT WS-SCREEN-ROW
           MOVE WS-ROW-NORMAL TO WS-EDIT-COUNT
           COMPUTE WS-SCREEN-ROW = WS-ROW-NUMBER * 100 + 20
           DISPLAY WS-EDIT-COUNT AT WS-SCREEN-ROW
           MOVE WS-ROW-TIMEOUT TO WS-EDIT-COUNT
           COMPUTE WS-SCREEN-ROW = WS-ROW-NUMBER * 100 + 29
           DISPLAY WS-EDIT-COUNT AT WS-SCREEN-ROW
           MOVE WS-ROW-REGREET TO WS-EDIT-COUNT
           COMPUTE WS-SCREEN-ROW = WS-ROW-NUMBER * 100 + 37
           DISPLAY WS-EDIT-COUNT AT WS-SCREEN-ROW
           MOVE WS-ROW-OTHER TO WS-EDIT-COUNT
           COMPUTE WS-SCREEN-ROW = WS-ROW-NUMBER * 100 + 43
           DISPLAY WS-EDIT-COUNT AT WS-SCREEN-ROW
           IF WS-ROW-DAYS > 0
               MOVE WS-ROW-EARLIEST TO WS-TIME-WORK
               MOVE WS-TIME-HH TO WS-EDIT-TIME-HH
               MOVE WS-TIME-MM TO WS-EDIT-TIME-MM
               COMPUTE WS-SCREEN-ROW = WS-ROW-NUMBER * 100 + 63
               DISPLAY WS-EDIT-TIME AT WS-SCREEN-ROW
               MOVE WS-ROW-LATEST TO WS-TIME-WORK
               MOVE WS-TIME-HH TO WS-EDIT-TIME-HH
               MOVE WS-TIME-MM TO WS-EDIT-TIME-MM
               COMPUTE WS-SCREEN-ROW = WS-ROW-NUMBER * 100 + 72
               DISPLAY WS-EDIT-TIME AT WS-SCREEN-ROW
           END-IF.

       PRESS-ENTER.
           DISPLAY "Press ENTER to continue" AT 2202
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM AT 2226.
