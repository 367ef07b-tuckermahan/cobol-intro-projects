      *************************************
      * Author: @trishmahan
      * Date: 2026/10/15
      * Purpose: Operator maintenance screen for LEAVE-FILE, the leave
      *          and absence calendar. Lists absences (all, or one
      *          employee's), adds/updates/deletes one by EMP-ID and
      *          first day away, and keeps LEAVE.DAT in EMP-ID / date
      *          order. The employee must be on ROSTER.DAT and not
      *          terminated, the dates must be real calendar dates with
      *          the last day on or after the first, the reason code
      *          must be one of the codes below, and an employee's
      *          absences may not overlap. Every add/update/delete is
      *          journaled to CHGAUDIT.DAT with before/after images for
      *          HELLO-AUDR.
      *          The operator must sign on through HELLO-SIGNON
      *          (function LMNT) before the menu is shown, and the
      *          signed-on operator ID is carried on every audit
      *          record.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-LMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEAVE-FILE ASSIGN TO "LEAVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYEE-ROSTER ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-AUDIT ASSIGN TO "CHGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-FILE.
       COPY LEAVE.
       FD  EMPLOYEE-ROSTER.
       COPY EMPMAST.
       FD  CHANGE-AUDIT.
       COPY CHGAUDIT.
       WORKING-STORAGE SECTION.
           01  WS-TERMINAL-ID PIC X(8) VALUE "TERM0001".
           01  WS-OPERATOR-ROLE PIC X(10) VALUE SPACES.
           01  WS-LEAVE-EOF PIC X VALUE "N".
           01  WS-LEAVE-COUNT PIC 9(4) VALUE 0.
           01  WS-LEAVE-TABLE.
               05  WS-LEAVE-ENTRY OCCURS 2000 TIMES.
                   10  WS-TBL-EMP-ID PIC X(6).
                   10  WS-TBL-FROM PIC 9(8).
                   10  WS-TBL-TO PIC 9(8).
                   10  WS-TBL-REASON PIC X(4).
           01  WS-ROSTER-EOF PIC X VALUE "N".
           01  WS-ROSTER-COUNT PIC 9(4) VALUE 0.
           01  WS-ROSTER-TABLE.
               05  WS-ROSTER-ENTRY OCCURS 2000 TIMES.
                   10  WS-RST-ID PIC X(6).
                   10  WS-RST-NAME PIC X(54).
                   10  WS-RST-STATUS PIC X.
           01  WS-RST-IDX PIC 9(4) VALUE 0.
           01  WS-RST-FOUND PIC 9(4) VALUE 0.
           01  WS-REASON-CODES PIC X(24)
               VALUE "VAC SICKTRNGBUS PERSOTH ".
           01  WS-REASON-TABLE REDEFINES WS-REASON-CODES.
               05  WS-REASON-CODE PIC X(4) OCCURS 6 TIMES.
           01  WS-REASON-IDX PIC 9(2) VALUE 0.
           01  WS-MENU-CHOICE PIC X VALUE SPACE.
           01  WS-DONE PIC X VALUE "N".
           01  WS-WORK-ID PIC X(6) VALUE SPACES.
           01  WS-WORK-FROM PIC 9(8) VALUE 0.
           01  WS-WORK-TO PIC 9(8) VALUE 0.
           01  WS-WORK-REASON PIC X(4) VALUE SPACES.
           01  WS-ENTRY-FROM PIC X(8) VALUE SPACES.
           01  WS-ENTRY-TO PIC X(8) VALUE SPACES.
           01  WS-ENTRY-REASON PIC X(4) VALUE SPACES.
           01  WS-LIST-ID PIC X(6) VALUE SPACES.
           01  WS-FOUND-IDX PIC 9(4) VALUE 0.
           01  WS-SEARCH-IDX PIC 9(4) VALUE 0.
           01  WS-SORT-IDX PIC 9(4) VALUE 0.
           01  WS-SWAP-ENTRY.
               05  WS-SWAP-EMP-ID PIC X(6).
               05  WS-SWAP-FROM PIC 9(8).
               05  WS-SWAP-TO PIC 9(8).
               05  WS-SWAP-REASON PIC X(4).
           01  WS-VALID PIC X VALUE "Y".
           01  WS-ERROR-MSG PIC X(60) VALUE SPACES.
           01  WS-SCREEN-ROW PIC 9(4) VALUE 0.
           01  WS-CONFIRM PIC X VALUE SPACE.
           01  WS-LIST-ROW PIC 9(2) VALUE 0.
           01  WS-LIST-SHOWN PIC 9(4) VALUE 0.
           01  WS-DISPLAY-COUNT PIC Z(3)9.
           01  WS-OVERFLOW-COUNT PIC 9(4) VALUE 0.
           01  WS-EDIT-OVERFLOW PIC Z(3)9.
           01  WS-AUDIT-ACTION PIC X(6) VALUE SPACES.
           01  WS-AUDIT-BEFORE PIC X(456) VALUE SPACES.
           01  WS-AUDIT-AFTER PIC X(456) VALUE SPACES.
           01  WS-AUDIT-DATE PIC 9(8) VALUE 0.
           01  WS-AUDIT-TIME PIC 9(8) VALUE 0.
       COPY SIGNON.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-TERMINAL-CONFIG.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM LOAD-ROSTER-TABLE.
           PERFORM LOAD-LEAVE-TABLE.
           PERFORM UNTIL WS-DONE = "Y"
               PERFORM SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM LIST-ABSENCES
                   WHEN "A"
                       PERFORM CHECK-UPDATE-ALLOWED
                       IF WS-OVERFLOW-COUNT = 0
                           PERFORM ADD-ABSENCE
                       END-IF
                   WHEN "U"
                       PERFORM CHECK-UPDATE-ALLOWED
                       IF WS-OVERFLOW-COUNT = 0
                           PERFORM UPDATE-ABSENCE
                       END-IF
                   WHEN "D"
                       PERFORM CHECK-UPDATE-ALLOWED
                       IF WS-OVERFLOW-COUNT = 0
                           PERFORM DELETE-ABSENCE
                       END-IF
                   WHEN "X"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "Unknown choice" AT 2002
               END-EVALUATE
           END-PERFORM.
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
           MOVE "LMNT" TO SGN-FUNCTION
           MOVE WS-TERMINAL-ID TO SGN-TERMINAL-ID
           CALL "HELLO-SIGNON" USING SIGNON-PARMS
               ON EXCEPTION
                   MOVE "N" TO SGN-RESULT
           END-CALL
           IF SGN-RESULT NOT = "Y"
               MOVE "Y" TO WS-DONE
           END-IF.

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
                              AND WS-ROSTER-COUNT < 2000
                           ADD 1 TO WS-ROSTER-COUNT
                           MOVE EMP-ID TO WS-RST-ID(WS-ROSTER-COUNT)
                           MOVE EMP-NAME
                               TO WS-RST-NAME(WS-ROSTER-COUNT)
                           MOVE EMP-STATUS
                               TO WS-RST-STATUS(WS-ROSTER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-ROSTER.

       LOAD-LEAVE-TABLE.
           MOVE "N" TO WS-LEAVE-EOF
           MOVE 0 TO WS-LEAVE-COUNT
           OPEN INPUT LEAVE-FILE.
           PERFORM UNTIL WS-LEAVE-EOF = "Y"
               READ LEAVE-FILE
                   AT END
                       MOVE "Y" TO WS-LEAVE-EOF
                   NOT AT END
                       IF LEAVE-EMP-ID NOT = SPACES
                           IF WS-LEAVE-COUNT < 2000
                               ADD 1 TO WS-LEAVE-COUNT
                               MOVE LEAVE-RECORD
                                   TO WS-LEAVE-ENTRY(WS-LEAVE-COUNT)
                           ELSE
                               ADD 1 TO WS-OVERFLOW-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVE-FILE.

       SAVE-LEAVE-TABLE.
           PERFORM SORT-BY-EMPLOYEE.
           OPEN OUTPUT LEAVE-FILE.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-LEAVE-COUNT
               MOVE WS-LEAVE-ENTRY(WS-SEARCH-IDX) TO LEAVE-RECORD
               WRITE LEAVE-RECORD
           END-PERFORM.
           CLOSE LEAVE-FILE.

       SORT-BY-EMPLOYEE.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX >= WS-LEAVE-COUNT
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                           UNTIL WS-SEARCH-IDX >= WS-LEAVE-COUNT
                   IF WS-TBL-EMP-ID(WS-SEARCH-IDX)
                          > WS-TBL-EMP-ID(WS-SEARCH-IDX + 1)
                          OR (WS-TBL-EMP-ID(WS-SEARCH-IDX)
                          = WS-TBL-EMP-ID(WS-SEARCH-IDX + 1)
                          AND WS-TBL-FROM(WS-SEARCH-IDX)
                          > WS-TBL-FROM(WS-SEARCH-IDX + 1))
                       MOVE WS-LEAVE-ENTRY(WS-SEARCH-IDX)
                           TO WS-SWAP-ENTRY
                       MOVE WS-LEAVE-ENTRY(WS-SEARCH-IDX + 1)
                           TO WS-LEAVE-ENTRY(WS-SEARCH-IDX)
                       MOVE WS-SWAP-ENTRY
                           TO WS-LEAVE-ENTRY(WS-SEARCH-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SHOW-MENU.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "==== HELLO-MAXX LEAVE CALENDAR MAINTENANCE ===="
               AT 0116
           MOVE WS-LEAVE-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Absences on file: " AT 0302
           DISPLAY WS-DISPLAY-COUNT AT 0321
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-EDIT-OVERFLOW
               DISPLAY "FILE TRUNCATED -" AT 0330
               DISPLAY WS-EDIT-OVERFLOW AT 0347
               DISPLAY "absence(s) not loaded; updates disabled"
                   AT 0353
           END-IF
           DISPLAY "L = List absences" AT 0502
           DISPLAY "A = Add an absence" AT 0602
           DISPLAY "U = Update an absence" AT 0702
           DISPLAY "D = Delete an absence" AT 0802
           DISPLAY "X = Exit" AT 0902
           DISPLAY "Choice: " AT 1102
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE AT 1110 WITH UPPER.

       CHECK-UPDATE-ALLOWED.
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "File larger than this screen can hold - "
                   AT 2002
               DISPLAY "saving would drop absences; edit refused"
                   AT 2102
               PERFORM PRESS-ENTER
           END-IF.

       LIST-ABSENCES.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "Employee ID (ENTER for all): " AT 0102
           MOVE SPACES TO WS-LIST-ID
           ACCEPT WS-LIST-ID AT 0132 WITH UPPER
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "-- Absences (ID / name / from / to / reason) --"
               AT 0102
           MOVE 0 TO WS-LIST-ROW
           MOVE 0 TO WS-LIST-SHOWN
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-LEAVE-COUNT
               IF WS-LIST-ID = SPACES
                      OR WS-TBL-EMP-ID(WS-SEARCH-IDX) = WS-LIST-ID
                   PERFORM LIST-ONE-ABSENCE
               END-IF
           END-PERFORM
           IF WS-LIST-SHOWN = 0
               DISPLAY "  (none)" AT 0302
           END-IF
           PERFORM PRESS-ENTER.

       LIST-ONE-ABSENCE.
           ADD 1 TO WS-LIST-SHOWN
           ADD 1 TO WS-LIST-ROW
           IF WS-LIST-ROW > 18
               PERFORM PRESS-ENTER
               DISPLAY SPACE AT 0101 WITH BLANK SCREEN
               DISPLAY "-- Absences (ID / name / from / to / reason) --"
                   AT 0102
               MOVE 1 TO WS-LIST-ROW
           END-IF
           MOVE WS-TBL-EMP-ID(WS-SEARCH-IDX) TO WS-WORK-ID
           PERFORM FIND-ROSTER-ENTRY
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 2
           DISPLAY WS-TBL-EMP-ID(WS-SEARCH-IDX) AT WS-SCREEN-ROW
           IF WS-RST-FOUND > 0
               COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 10
               DISPLAY WS-RST-NAME(WS-RST-FOUND)(1:36)
                   AT WS-SCREEN-ROW
           END-IF
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 48
           DISPLAY WS-TBL-FROM(WS-SEARCH-IDX) AT WS-SCREEN-ROW
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 58
           DISPLAY WS-TBL-TO(WS-SEARCH-IDX) AT WS-SCREEN-ROW
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 68
           DISPLAY WS-TBL-REASON(WS-SEARCH-IDX) AT WS-SCREEN-ROW.

       FIND-ROSTER-ENTRY.
           MOVE 0 TO WS-RST-FOUND
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                       UNTIL WS-RST-IDX > WS-ROSTER-COUNT
               IF WS-RST-ID(WS-RST-IDX) = WS-WORK-ID
                   MOVE WS-RST-IDX TO WS-RST-FOUND
               END-IF
           END-PERFORM.

       FIND-ABSENCE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-LEAVE-COUNT
               IF WS-TBL-EMP-ID(WS-SEARCH-IDX) = WS-WORK-ID
                      AND WS-TBL-FROM(WS-SEARCH-IDX) = WS-WORK-FROM
                   MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       ASK-LEAVE-KEY.
           MOVE "Y" TO WS-VALID
           DISPLAY "Employee ID: " AT 0202
           MOVE SPACES TO WS-WORK-ID
           ACCEPT WS-WORK-ID AT 0216 WITH UPPER
           DISPLAY "First day away (YYYYMMDD): " AT 0302
           MOVE SPACES TO WS-ENTRY-FROM
           ACCEPT WS-ENTRY-FROM AT 0330
           MOVE 0 TO WS-WORK-FROM
           IF WS-ENTRY-FROM IS NUMERIC
               MOVE WS-ENTRY-FROM TO WS-WORK-FROM
           END-IF
           IF WS-WORK-ID = SPACES
               MOVE "N" TO WS-VALID
               MOVE "Employee ID may not be blank" TO WS-ERROR-MSG
           END-IF
           IF WS-VALID = "Y"
               IF WS-WORK-FROM = 0
                   MOVE "N" TO WS-VALID
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-FROM) > 0
                       MOVE "N" TO WS-VALID
                   END-IF
               END-IF
               IF WS-VALID = "N"
                   MOVE "First day is not a valid YYYYMMDD date"
                       TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-VALID = "Y"
               PERFORM FIND-ABSENCE
               PERFORM FIND-ROSTER-ENTRY
               IF WS-RST-FOUND > 0
                   DISPLAY WS-RST-NAME(WS-RST-FOUND) AT 0224
               END-IF
           ELSE
               DISPLAY WS-ERROR-MSG AT 2002
               PERFORM PRESS-ENTER
           END-IF.

       ADD-ABSENCE.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "-- Add absence --" AT 0102
           PERFORM ASK-LEAVE-KEY
           IF WS-VALID = "Y"
               IF WS-FOUND-IDX > 0
                   DISPLAY "Absence already on file - use Update"
                       AT 2002
                   PERFORM PRESS-ENTER
               ELSE
                   IF WS-LEAVE-COUNT >= 2000
                       DISPLAY "Leave file is full" AT 2002
                       PERFORM PRESS-ENTER
                   ELSE
                       MOVE WS-WORK-FROM TO WS-WORK-TO
                       MOVE SPACES TO WS-WORK-REASON
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       PERFORM EDIT-LEAVE-FIELDS
                       IF WS-VALID = "Y"
                           ADD 1 TO WS-LEAVE-COUNT
                           MOVE WS-LEAVE-COUNT TO WS-FOUND-IDX
                           PERFORM STORE-WORK-FIELDS
                           MOVE "ADD" TO WS-AUDIT-ACTION
                           PERFORM NOTE-AFTER-IMAGE
                           PERFORM SAVE-LEAVE-TABLE
                           PERFORM WRITE-CHANGE-AUDIT
                           DISPLAY "Absence added" AT 2002
                           PERFORM PRESS-ENTER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       UPDATE-ABSENCE.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "-- Update absence --" AT 0102
           PERFORM ASK-LEAVE-KEY
           IF WS-VALID = "Y"
               IF WS-FOUND-IDX = 0
                   DISPLAY "Absence not on file" AT 2002
                   PERFORM PRESS-ENTER
               ELSE
                   MOVE WS-TBL-TO(WS-FOUND-IDX) TO WS-WORK-TO
                   MOVE WS-TBL-REASON(WS-FOUND-IDX) TO WS-WORK-REASON
                   MOVE WS-LEAVE-ENTRY(WS-FOUND-IDX)
                       TO WS-AUDIT-BEFORE
                   PERFORM SHOW-CURRENT-FIELDS
                   PERFORM EDIT-LEAVE-FIELDS
                   IF WS-VALID = "Y"
                       PERFORM STORE-WORK-FIELDS
                       MOVE "UPDATE" TO WS-AUDIT-ACTION
                       PERFORM NOTE-AFTER-IMAGE
                       PERFORM SAVE-LEAVE-TABLE
                       PERFORM WRITE-CHANGE-AUDIT
                       DISPLAY "Absence updated" AT 2002
                       PERFORM PRESS-ENTER
                   END-IF
               END-IF
           END-IF.

       SHOW-CURRENT-FIELDS.
           DISPLAY "Current last day: " AT 0502
           DISPLAY WS-WORK-TO AT 0521
           DISPLAY "Current reason:   " AT 0602
           DISPLAY WS-WORK-REASON AT 0621.

       EDIT-LEAVE-FIELDS.
           MOVE "Y" TO WS-VALID
           DISPLAY "Enter fields (blank keeps current value):"
               AT 0902
           DISPLAY "Last day away: " AT 1102
           MOVE SPACES TO WS-ENTRY-TO
           ACCEPT WS-ENTRY-TO AT 1118
           IF WS-ENTRY-TO NOT = SPACES
               IF WS-ENTRY-TO IS NUMERIC
                   MOVE WS-ENTRY-TO TO WS-WORK-TO
               ELSE
                   MOVE 0 TO WS-WORK-TO
               END-IF
           END-IF
           DISPLAY "Reason code:   " AT 1202
           DISPLAY "(VAC SICK TRNG BUS PERS OTH)" AT 1224
           MOVE SPACES TO WS-ENTRY-REASON
           ACCEPT WS-ENTRY-REASON AT 1218 WITH UPPER
           IF WS-ENTRY-REASON NOT = SPACES
               MOVE WS-ENTRY-REASON TO WS-WORK-REASON
           END-IF
           PERFORM VALIDATE-LEAVE-FIELDS
           IF WS-VALID = "N"
               DISPLAY WS-ERROR-MSG AT 2002
               DISPLAY "- nothing saved" AT 2062
               PERFORM PRESS-ENTER
           END-IF.

       VALIDATE-LEAVE-FIELDS.
           MOVE "Y" TO WS-VALID
           IF WS-RST-FOUND = 0
               MOVE "N" TO WS-VALID
               MOVE "Employee not on ROSTER.DAT" TO WS-ERROR-MSG
           END-IF
           IF WS-VALID = "Y"
               IF WS-RST-STATUS(WS-RST-FOUND) = "T"
                   MOVE "N" TO WS-VALID
                   MOVE "Employee is terminated" TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-VALID = "Y"
               IF WS-WORK-TO = 0
                   MOVE "N" TO WS-VALID
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-TO) > 0
                       MOVE "N" TO WS-VALID
                   END-IF
               END-IF
               IF WS-VALID = "N"
                   MOVE "Last day is not a valid YYYYMMDD date"
                       TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-VALID = "Y" AND WS-WORK-TO < WS-WORK-FROM
               MOVE "N" TO WS-VALID
               MOVE "Last day is before the first day" TO WS-ERROR-MSG
           END-IF
           IF WS-VALID = "Y"
               PERFORM VALIDATE-REASON-CODE
           END-IF
           IF WS-VALID = "Y"
               PERFORM CHECK-OVERLAP
           END-IF.

       VALIDATE-REASON-CODE.
           MOVE "N" TO WS-VALID
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                       UNTIL WS-REASON-IDX > 6
               IF WS-REASON-CODE(WS-REASON-IDX) = WS-WORK-REASON
                   MOVE "Y" TO WS-VALID
               END-IF
           END-PERFORM
           IF WS-VALID = "N"
               MOVE "Reason must be VAC, SICK, TRNG, BUS, PERS or OTH"
                   TO WS-ERROR-MSG
           END-IF.

      * The entry being updated is skipped; any other absence for the
      * same employee that shares a day is an overlap.
       CHECK-OVERLAP.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-LEAVE-COUNT
               IF WS-SEARCH-IDX NOT = WS-FOUND-IDX
                      AND WS-TBL-EMP-ID(WS-SEARCH-IDX) = WS-WORK-ID
                      AND WS-TBL-FROM(WS-SEARCH-IDX) <= WS-WORK-TO
                      AND WS-TBL-TO(WS-SEARCH-IDX) >= WS-WORK-FROM
                   MOVE "N" TO WS-VALID
                   MOVE "Overlaps another absence for this employee"
                       TO WS-ERROR-MSG
               END-IF
           END-PERFORM.

       STORE-WORK-FIELDS.
           MOVE WS-WORK-ID TO WS-TBL-EMP-ID(WS-FOUND-IDX)
           MOVE WS-WORK-FROM TO WS-TBL-FROM(WS-FOUND-IDX)
           MOVE WS-WORK-TO TO WS-TBL-TO(WS-FOUND-IDX)
           MOVE WS-WORK-REASON TO WS-TBL-REASON(WS-FOUND-IDX).

       DELETE-ABSENCE.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "-- Delete absence --" AT 0102
           PERFORM ASK-LEAVE-KEY
           IF WS-VALID = "Y"
               IF WS-FOUND-IDX = 0
                   DISPLAY "Absence not on file" AT 2002
                   PERFORM PRESS-ENTER
               ELSE
                   DISPLAY "Last day: " AT 0502
                   DISPLAY WS-TBL-TO(WS-FOUND-IDX) AT 0512
                   DISPLAY "Reason:   " AT 0602
                   DISPLAY WS-TBL-REASON(WS-FOUND-IDX) AT 0612
                   DISPLAY "Delete - are you sure (Y/N)? " AT 0802
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM AT 0832 WITH UPPER
                   IF WS-CONFIRM = "Y"
                       MOVE WS-LEAVE-ENTRY(WS-FOUND-IDX)
                           TO WS-AUDIT-BEFORE
                       PERFORM VARYING WS-SEARCH-IDX FROM WS-FOUND-IDX
                                   BY 1
                                   UNTIL WS-SEARCH-IDX >= WS-LEAVE-COUNT
                           MOVE WS-LEAVE-ENTRY(WS-SEARCH-IDX + 1)
                               TO WS-LEAVE-ENTRY(WS-SEARCH-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-LEAVE-COUNT
                       PERFORM SAVE-LEAVE-TABLE
                       MOVE "DELETE" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-AFTER
                       PERFORM WRITE-CHANGE-AUDIT
                       DISPLAY "Absence deleted" AT 2002
                       PERFORM PRESS-ENTER
                   END-IF
               END-IF
           END-IF.

       NOTE-AFTER-IMAGE.
           MOVE WS-LEAVE-ENTRY(WS-FOUND-IDX) TO WS-AUDIT-AFTER.

       WRITE-CHANGE-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND CHANGE-AUDIT
           MOVE WS-AUDIT-DATE TO CAUD-DATE
           MOVE WS-AUDIT-TIME TO CAUD-TIME
           MOVE WS-TERMINAL-ID TO CAUD-TERMINAL-ID
           MOVE WS-OPERATOR-ROLE TO CAUD-ROLE
           MOVE "LEAVE" TO CAUD-FILE-ID
           MOVE WS-AUDIT-ACTION TO CAUD-ACTION
           MOVE WS-WORK-ID TO CAUD-KEY
           MOVE WS-AUDIT-BEFORE TO CAUD-BEFORE
           MOVE WS-AUDIT-AFTER TO CAUD-AFTER
           MOVE SGN-OPERATOR-ID TO CAUD-OPERATOR-ID
           WRITE CHANGE-AUDIT-RECORD
           CLOSE CHANGE-AUDIT.

       PRESS-ENTER.
           DISPLAY "Press ENTER to continue" AT 2202
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM AT 2226.
