      *          EMP-LANG-CODE is validated against GREETTXT.IDX and
      *          EMP-BANNER-ID against BANNERS.IDX before anything is
      *          written back, so a typo can't silently fall through
      *          to the defaults at greeting time. EMP-STATUS is kept
      *          as A (active), L (on leave) or T (terminated).
      *          EMP-SHIFT-ID must name a shift window on SHIFTSCH.DAT
      *          or be left blank for the department's shift. Every
      *          add/update/delete is journaled to CHGAUDIT.DAT with
      *          before/after images for HELLO-AUDR.
      *          The operator must sign on through HELLO-SIGNON
      *          (function RMNT) before the menu is shown, and the
      *          signed-on operator ID is carried on every audit
      *          record.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-RMNT.
               RECORD KEY IS BANNER-ID.
           SELECT OPTIONAL CHANGE-AUDIT ASSIGN TO "CHGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHIFT-SCHEDULE ASSIGN TO "SHIFTSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-ROSTER.
       COPY BANNERREC.
       FD  CHANGE-AUDIT.
       COPY CHGAUDIT.
       FD  SHIFT-SCHEDULE.
       COPY SHIFTSCH.
       WORKING-STORAGE SECTION.
           01  WS-TERMINAL-ID PIC X(8) VALUE "TERM0001".
           01  WS-OPERATOR-ROLE PIC X(10) VALUE SPACES.
                   10  WS-TBL-DEPT PIC X(20).
                   10  WS-TBL-LANG PIC X(4).
                   10  WS-TBL-BANNER PIC X(8).
                   10  WS-TBL-STATUS PIC X.
                   10  WS-TBL-SHIFT PIC X(4).
           01  WS-MENU-CHOICE PIC X VALUE SPACE.
           01  WS-DONE PIC X VALUE "N".
           01  WS-WORK-ID PIC X(6) VALUE SPACES.
           01  WS-WORK-DEPT PIC X(20) VALUE SPACES.
           01  WS-WORK-LANG PIC X(4) VALUE SPACES.
           01  WS-WORK-BANNER PIC X(8) VALUE SPACES.
           01  WS-WORK-STATUS PIC X VALUE SPACE.
           01  WS-WORK-SHIFT PIC X(4) VALUE SPACES.
           01  WS-ENTRY-NAME PIC X(54) VALUE SPACES.
           01  WS-ENTRY-DEPT PIC X(20) VALUE SPACES.
           01  WS-ENTRY-LANG PIC X(4) VALUE SPACES.
           01  WS-ENTRY-BANNER PIC X(8) VALUE SPACES.
           01  WS-ENTRY-STATUS PIC X VALUE SPACE.
           01  WS-ENTRY-SHIFT PIC X(4) VALUE SPACES.
           01  WS-SCHED-EOF PIC X VALUE "N".
           01  WS-SHIFT-COUNT PIC 9(3) VALUE 0.
           01  WS-SHIFT-TABLE.
               05  WS-SHIFT-ENTRY OCCURS 100 TIMES.
                   10  WS-SHF-ID PIC X(4).
           01  WS-SHIFT-IDX PIC 9(3) VALUE 0.
           01  WS-FOUND-IDX PIC 9(4) VALUE 0.
           01  WS-SEARCH-IDX PIC 9(4) VALUE 0.
           01  WS-SORT-IDX PIC 9(4) VALUE 0.
               05  WS-SWAP-DEPT PIC X(20).
               05  WS-SWAP-LANG PIC X(4).
               05  WS-SWAP-BANNER PIC X(8).
               05  WS-SWAP-STATUS PIC X.
               05  WS-SWAP-SHIFT PIC X(4).
           01  WS-VALID PIC X VALUE "Y".
           01  WS-ERROR-MSG PIC X(60) VALUE SPACES.
           01  WS-SCREEN-ROW PIC 9(4) VALUE 0.
           01  WS-AUDIT-AFTER PIC X(456) VALUE SPACES.
           01  WS-AUDIT-DATE PIC 9(8) VALUE 0.
           01  WS-AUDIT-TIME PIC 9(8) VALUE 0.
       COPY SIGNON.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-TERMINAL-CONFIG.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM LOAD-ROSTER-TABLE.
           PERFORM LOAD-SHIFT-IDS.
           PERFORM UNTIL WS-DONE = "Y"
               PERFORM SHOW-MENU
               EVALUATE WS-MENU-CHOICE
           DISPLAY "OPERATOR_ROLE" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-ROLE FROM ENVIRONMENT-VALUE.

       SIGN-ON-OPERATOR.
           MOVE "RMNT" TO SGN-FUNCTION
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
           END-PERFORM.
           CLOSE EMPLOYEE-ROSTER.

       LOAD-SHIFT-IDS.
           MOVE "N" TO WS-SCHED-EOF
           MOVE 0 TO WS-SHIFT-COUNT
           OPEN INPUT SHIFT-SCHEDULE.
           PERFORM UNTIL WS-SCHED-EOF = "Y"
               READ SHIFT-SCHEDULE
                   AT END
                       MOVE "Y" TO WS-SCHED-EOF
                   NOT AT END
                       IF SSCH-TYPE = "S"
                              AND SSCH-SHIFT-ID NOT = SPACES
                              AND WS-SHIFT-COUNT < 100
                           ADD 1 TO WS-SHIFT-COUNT
                           MOVE SSCH-SHIFT-ID
                               TO WS-SHF-ID(WS-SHIFT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHIFT-SCHEDULE.

       SAVE-ROSTER-TABLE.
           PERFORM SORT-BY-DEPARTMENT.
           OPEN OUTPUT EMPLOYEE-ROSTER.

       LIST-EMPLOYEES.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "-- Employees (ID / name / dept / status) --"
               AT 0102
           MOVE 0 TO WS-LIST-ROW
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               IF WS-LIST-ROW > 18
                   PERFORM PRESS-ENTER
                   DISPLAY SPACE AT 0101 WITH BLANK SCREEN
                   DISPLAY "-- Employees (ID / name / dept / status) --"
                       AT 0102
                   MOVE 1 TO WS-LIST-ROW
               END-IF
                   AT WS-SCREEN-ROW
               COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 58
               DISPLAY WS-TBL-DEPT(WS-SEARCH-IDX) AT WS-SCREEN-ROW
               COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 79
               DISPLAY WS-TBL-STATUS(WS-SEARCH-IDX) AT WS-SCREEN-ROW
           END-PERFORM
           PERFORM PRESS-ENTER.

                       MOVE SPACES TO WS-WORK-DEPT
                       MOVE SPACES TO WS-WORK-LANG
                       MOVE SPACES TO WS-WORK-BANNER
                       MOVE "A" TO WS-WORK-STATUS
                       MOVE SPACES TO WS-WORK-SHIFT
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       PERFORM EDIT-EMPLOYEE-FIELDS
                       IF WS-VALID = "Y"
               MOVE WS-TBL-DEPT(WS-FOUND-IDX) TO WS-WORK-DEPT
               MOVE WS-TBL-LANG(WS-FOUND-IDX) TO WS-WORK-LANG
               MOVE WS-TBL-BANNER(WS-FOUND-IDX) TO WS-WORK-BANNER
               MOVE WS-TBL-STATUS(WS-FOUND-IDX) TO WS-WORK-STATUS
               MOVE WS-TBL-SHIFT(WS-FOUND-IDX) TO WS-WORK-SHIFT
               IF WS-WORK-STATUS = SPACE
                   MOVE "A" TO WS-WORK-STATUS
               END-IF
               MOVE WS-ROSTER-ENTRY(WS-FOUND-IDX) TO WS-AUDIT-BEFORE
               PERFORM SHOW-CURRENT-FIELDS
               PERFORM EDIT-EMPLOYEE-FIELDS
           DISPLAY "Current lang:    " AT 0602
           DISPLAY WS-WORK-LANG AT 0620
           DISPLAY "Current banner:  " AT 0702
           DISPLAY WS-WORK-BANNER AT 0720
           DISPLAY "Current status:  " AT 0802
           DISPLAY WS-WORK-STATUS AT 0820
           DISPLAY "Current shift:   " AT 0902
           DISPLAY WS-WORK-SHIFT AT 0920.

       EDIT-EMPLOYEE-FIELDS.
           MOVE "Y" TO WS-VALID
           DISPLAY "Enter fields (blank keeps current value):"
               AT 1002
           DISPLAY "Name:       " AT 1102
           MOVE SPACES TO WS-ENTRY-NAME
           ACCEPT WS-ENTRY-NAME AT 1115
           IF WS-ENTRY-BANNER NOT = SPACES
               MOVE WS-ENTRY-BANNER TO WS-WORK-BANNER
           END-IF
           DISPLAY "Status:     " AT 1502
           DISPLAY "(A = active, L = on leave, T = terminated)"
               AT 1518
           MOVE SPACE TO WS-ENTRY-STATUS
           ACCEPT WS-ENTRY-STATUS AT 1515 WITH UPPER
           IF WS-ENTRY-STATUS NOT = SPACE
               MOVE WS-ENTRY-STATUS TO WS-WORK-STATUS
           END-IF
           DISPLAY "Shift ID:   " AT 1602
           DISPLAY "(- = none, use the department's shift)" AT 1621
           MOVE SPACES TO WS-ENTRY-SHIFT
           ACCEPT WS-ENTRY-SHIFT AT 1615 WITH UPPER
           IF WS-ENTRY-SHIFT = "-"
               MOVE SPACES TO WS-WORK-SHIFT
           ELSE
               IF WS-ENTRY-SHIFT NOT = SPACES
                   MOVE WS-ENTRY-SHIFT TO WS-WORK-SHIFT
               END-IF
           END-IF
           PERFORM VALIDATE-EMPLOYEE-FIELDS
           IF WS-VALID = "N"
               DISPLAY WS-ERROR-MSG AT 2002
               MOVE "N" TO WS-VALID
               MOVE "Department may not be blank" TO WS-ERROR-MSG
           END-IF
           IF WS-VALID = "Y" AND WS-WORK-STATUS NOT = "A"
                  AND WS-WORK-STATUS NOT = "L"
                  AND WS-WORK-STATUS NOT = "T"
               MOVE "N" TO WS-VALID
               MOVE "Status must be A, L or T" TO WS-ERROR-MSG
           END-IF
           IF WS-VALID = "Y" AND WS-WORK-LANG NOT = SPACES
               PERFORM VALIDATE-LANG-CODE
           END-IF
           IF WS-VALID = "Y" AND WS-WORK-BANNER NOT = SPACES
               PERFORM VALIDATE-BANNER-ID
           END-IF
           IF WS-VALID = "Y" AND WS-WORK-SHIFT NOT = SPACES
               PERFORM VALIDATE-SHIFT-ID
           END-IF.

       VALIDATE-LANG-CODE.
                       TO WS-ERROR-MSG
           END-READ.

       VALIDATE-SHIFT-ID.
           MOVE "N" TO WS-VALID
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                       UNTIL WS-SHIFT-IDX > WS-SHIFT-COUNT
               IF WS-SHF-ID(WS-SHIFT-IDX) = WS-WORK-SHIFT
                   MOVE "Y" TO WS-VALID
               END-IF
           END-PERFORM
           IF WS-VALID = "N"
               MOVE "Shift ID not on SHIFTSCH.DAT" TO WS-ERROR-MSG
           END-IF.

       STORE-WORK-FIELDS.
           MOVE WS-WORK-ID TO WS-TBL-ID(WS-FOUND-IDX)
           MOVE WS-WORK-NAME TO WS-TBL-NAME(WS-FOUND-IDX)
           MOVE WS-WORK-DEPT TO WS-TBL-DEPT(WS-FOUND-IDX)
           MOVE WS-WORK-LANG TO WS-TBL-LANG(WS-FOUND-IDX)
           MOVE WS-WORK-BANNER TO WS-TBL-BANNER(WS-FOUND-IDX)
           MOVE WS-WORK-STATUS TO WS-TBL-STATUS(WS-FOUND-IDX)
           MOVE WS-WORK-SHIFT TO WS-TBL-SHIFT(WS-FOUND-IDX).

       DELETE-EMPLOYEE.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           MOVE WS-WORK-ID TO CAUD-KEY
           MOVE WS-AUDIT-BEFORE TO CAUD-BEFORE
           MOVE WS-AUDIT-AFTER TO CAUD-AFTER
           MOVE SGN-OPERATOR-ID TO CAUD-OPERATOR-ID
           WRITE CHANGE-AUDIT-RECORD
           CLOSE CHANGE-AUDIT.

