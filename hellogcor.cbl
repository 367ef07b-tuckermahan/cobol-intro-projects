      *************************************
      * Author: @trishmahan
      * Date: 2026/10/15
      * Purpose: Supervisor correction screen for GREETING-LOG. A
      *          logged greeting is picked by GLOG-DATE and GLOG-SEQ
      *          (from the live log or any archive on ARCHCAT.DAT) and
      *          can be voided, reassigned to the right EMP-ID and
      *          name, or put back as logged. Nothing on the log is
      *          rewritten: each correction is appended to the
      *          GLOGCORR.DAT journal with a reason, so GLOGCTL still
      *          balances, and the report, reconciliation, trend and
      *          feed programs apply the journal as they read. Every
      *          correction is also journaled to CHGAUDIT.DAT under
      *          file ID GREETLOG with the greeting as it stood before
      *          and after, for HELLO-AUDR. The operator must sign on
      *          through HELLO-SIGNON (function GCOR) before the menu
      *          is shown.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-GCOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GREETING-LOG ASSIGN TO "GREETLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-CATALOG ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-LOG
               ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLOG-CORRECTION ASSIGN TO "GLOGCORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYEE-ROSTER ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-AUDIT ASSIGN TO "CHGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GREETING-LOG.
       COPY GREETLOG.
       FD  ARCHIVE-CATALOG.
       COPY ARCHCAT.
       FD  ARCHIVE-LOG.
           01  ARCHIVE-LOG-RECORD PIC X(100).
       FD  GLOG-CORRECTION.
       COPY GLOGCORR.
       FD  EMPLOYEE-ROSTER.
       COPY EMPMAST.
       FD  CHANGE-AUDIT.
       COPY CHGAUDIT.
       WORKING-STORAGE SECTION.
           01  WS-TERMINAL-ID PIC X(8) VALUE "TERM0001".
           01  WS-OPERATOR-ROLE PIC X(10) VALUE SPACES.
           01  WS-MENU-CHOICE PIC X VALUE SPACE.
           01  WS-DONE PIC X VALUE "N".
           01  WS-CONFIRM PIC X VALUE SPACE.
           01  WS-VALID PIC X VALUE "Y".
           01  WS-ERROR-MSG PIC X(60) VALUE SPACES.
           01  WS-ENTRY-DATE PIC X(8) VALUE SPACES.
           01  WS-ENTRY-SEQ PIC X(6) VALUE SPACES.
           01  WS-WORK-DATE PIC 9(8) VALUE 0.
           01  WS-WORK-SEQ PIC 9(6) VALUE 0.
           01  WS-LOG-EOF PIC X VALUE "N".
           01  WS-CATALOG-EOF PIC X VALUE "N".
           01  WS-ARCHIVE-EOF PIC X VALUE "N".
           01  WS-ARCHIVE-NAME PIC X(20) VALUE SPACES.
           01  WS-CORR-EOF PIC X VALUE "N".
           01  WS-ROSTER-EOF PIC X VALUE "N".
           01  WS-LOG-FOUND PIC X VALUE "N".
           01  WS-LOG-RAW PIC X(100) VALUE SPACES.
           01  WS-BEFORE-RECORD PIC X(100) VALUE SPACES.
           01  WS-AFTER-RECORD PIC X(100) VALUE SPACES.
           01  WS-CURRENT-ACTION PIC X(6) VALUE SPACES.
           01  WS-CURRENT-EMP-ID PIC X(6) VALUE SPACES.
           01  WS-CURRENT-NAME PIC X(54) VALUE SPACES.
           01  WS-LAST-NUMBER PIC 9(6) VALUE 0.
           01  WS-NEW-ACTION PIC X(6) VALUE SPACES.
           01  WS-NEW-EMP-ID PIC X(6) VALUE SPACES.
           01  WS-NEW-NAME PIC X(54) VALUE SPACES.
           01  WS-ENTRY-REASON PIC X(40) VALUE SPACES.
           01  WS-ROSTER-NAME PIC X(54) VALUE SPACES.
           01  WS-ROSTER-FOUND PIC X VALUE "N".
           01  WS-EDIT-SEQ PIC Z(5)9.
           01  WS-EDIT-NUMBER PIC Z(5)9.
           01  WS-EDIT-TIME.
               05  WS-EDIT-TIME-HH PIC 9(2).
               05  FILLER PIC X VALUE ":".
               05  WS-EDIT-TIME-MM PIC 9(2).
               05  FILLER PIC X VALUE ":".
               05  WS-EDIT-TIME-SS PIC 9(2).
           01  WS-TIME-WORK PIC 9(8) VALUE 0.
           01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
               05  WS-TIME-HH PIC 9(2).
               05  WS-TIME-MM PIC 9(2).
               05  WS-TIME-SS PIC 9(2).
               05  WS-TIME-CC PIC 9(2).
           01  WS-LIST-ROW PIC 9(2) VALUE 0.
           01  WS-LIST-COUNT PIC 9(6) VALUE 0.
           01  WS-SCREEN-ROW PIC 9(4) VALUE 0.
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
           PERFORM UNTIL WS-DONE = "Y"
               PERFORM SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                       PERFORM LIST-CORRECTIONS
                   WHEN "V"
                       MOVE "VOID" TO WS-NEW-ACTION
                       PERFORM CORRECT-GREETING
                   WHEN "R"
                       MOVE "REASGN" TO WS-NEW-ACTION
                       PERFORM CORRECT-GREETING
                   WHEN "U"
                       MOVE "RESTOR" TO WS-NEW-ACTION
                       PERFORM CORRECT-GREETING
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
           MOVE "GCOR" TO SGN-FUNCTION
           MOVE WS-TERMINAL-ID TO SGN-TERMINAL-ID
           CALL "HELLO-SIGNON" USING SIGNON-PARMS
               ON EXCEPTION
                   MOVE "N" TO SGN-RESULT
           END-CALL
           IF SGN-RESULT NOT = "Y"
               MOVE "Y" TO WS-DONE
           END-IF.

       SHOW-MENU.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "==== HELLO-MAXX GREETING LOG CORRECTIONS ===="
               AT 0118
           DISPLAY "L = List corrections for a log date" AT 0502
           DISPLAY "V = Void a greeting" AT 0602
           DISPLAY "R = Reassign a greeting to another employee"
               AT 0702
           DISPLAY "U = Undo corrections (restore as logged)" AT 0802
           DISPLAY "X = Exit" AT 0902
           DISPLAY "Choice: " AT 1102
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE AT 1110 WITH UPPER.

       LIST-CORRECTIONS.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "-- Corrections for a log date --" AT 0102
           DISPLAY "Log date (YYYYMMDD): " AT 0202
           MOVE SPACES TO WS-ENTRY-DATE
           ACCEPT WS-ENTRY-DATE AT 0223
           IF WS-ENTRY-DATE IS NOT NUMERIC
               DISPLAY "Log date must be YYYYMMDD" AT 2002
               PERFORM PRESS-ENTER
           ELSE
               MOVE WS-ENTRY-DATE TO WS-WORK-DATE
               PERFORM SHOW-LIST-HEADING
               MOVE 0 TO WS-LIST-ROW
               MOVE 0 TO WS-LIST-COUNT
               MOVE "N" TO WS-CORR-EOF
               OPEN INPUT GLOG-CORRECTION
               PERFORM UNTIL WS-CORR-EOF = "Y"
                   READ GLOG-CORRECTION
                       AT END
                           MOVE "Y" TO WS-CORR-EOF
                       NOT AT END
                           IF GCOR-LOG-DATE = WS-WORK-DATE
                               PERFORM LIST-ONE-CORRECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLOG-CORRECTION
               IF WS-LIST-COUNT = 0
                   DISPLAY "No corrections for that date" AT 2002
               END-IF
               PERFORM PRESS-ENTER
           END-IF.

       SHOW-LIST-HEADING.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           DISPLAY "-- Corrections (no. / seq / action / EMP-ID / name"
               AT 0102
           DISPLAY "/ operator / entered) --" AT 0154.

       LIST-ONE-CORRECTION.
           ADD 1 TO WS-LIST-COUNT
           ADD 1 TO WS-LIST-ROW
           IF WS-LIST-ROW > 18
               PERFORM PRESS-ENTER
               PERFORM SHOW-LIST-HEADING
               MOVE 1 TO WS-LIST-ROW
           END-IF
           MOVE GCOR-NUMBER TO WS-EDIT-NUMBER
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 2
           DISPLAY WS-EDIT-NUMBER AT WS-SCREEN-ROW
           MOVE GCOR-LOG-SEQ TO WS-EDIT-SEQ
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 9
           DISPLAY WS-EDIT-SEQ AT WS-SCREEN-ROW
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 16
           DISPLAY GCOR-ACTION AT WS-SCREEN-ROW
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 23
           DISPLAY GCOR-NEW-EMP-ID AT WS-SCREEN-ROW
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 30
           DISPLAY GCOR-NEW-NAME(1:30) AT WS-SCREEN-ROW
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 61
           DISPLAY GCOR-OPERATOR-ID AT WS-SCREEN-ROW
           COMPUTE WS-SCREEN-ROW = (WS-LIST-ROW + 2) * 100 + 70
           DISPLAY GCOR-ENTRY-DATE AT WS-SCREEN-ROW.

      * One path for all three corrections: find the greeting, show
      * it as logged and as it now stands, check the correction makes
      * sense against that, then take the details and a reason.
       CORRECT-GREETING.
           DISPLAY SPACE AT 0101 WITH BLANK SCREEN
           EVALUATE WS-NEW-ACTION
               WHEN "VOID"
                   DISPLAY "-- Void a greeting --" AT 0102
               WHEN "REASGN"
                   DISPLAY "-- Reassign a greeting --" AT 0102
               WHEN OTHER
                   DISPLAY "-- Restore a greeting as logged --"
                       AT 0102
           END-EVALUATE
           PERFORM ASK-GREETING-KEY
           IF WS-VALID = "Y"
               PERFORM FIND-LOG-RECORD
               IF WS-LOG-FOUND = "N"
                   MOVE "N" TO WS-VALID
                   MOVE "No greeting with that date and sequence"
                       TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-VALID = "Y"
               PERFORM FIND-CURRENT-CORRECTION
               PERFORM SHOW-GREETING
               PERFORM CHECK-CORRECTION-ALLOWED
           END-IF
           IF WS-VALID = "Y" AND WS-NEW-ACTION = "REASGN"
               PERFORM ASK-NEW-EMPLOYEE
           END-IF
           IF WS-VALID = "Y"
               PERFORM ASK-REASON
           END-IF
           IF WS-VALID = "Y"
               DISPLAY "Record this correction (Y/N)? " AT 1602
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM AT 1633 WITH UPPER
               IF WS-CONFIRM = "Y"
                   PERFORM WRITE-CORRECTION
                   PERFORM WRITE-CHANGE-AUDIT
                   MOVE WS-LAST-NUMBER TO WS-EDIT-NUMBER
                   DISPLAY "Correction recorded as number" AT 2002
                   DISPLAY WS-EDIT-NUMBER AT 2032
               ELSE
                   DISPLAY "Correction not recorded" AT 2002
               END-IF
           ELSE
               DISPLAY WS-ERROR-MSG AT 2002
           END-IF
           PERFORM PRESS-ENTER.

       ASK-GREETING-KEY.
           MOVE "Y" TO WS-VALID
           DISPLAY "Log date (YYYYMMDD): " AT 0202
           MOVE SPACES TO WS-ENTRY-DATE
           ACCEPT WS-ENTRY-DATE AT 0223
           DISPLAY "Log sequence (GLOG-SEQ): " AT 0302
           MOVE SPACES TO WS-ENTRY-SEQ
           ACCEPT WS-ENTRY-SEQ AT 0327
           MOVE 0 TO WS-WORK-DATE
           MOVE 0 TO WS-WORK-SEQ
           IF WS-ENTRY-DATE IS NUMERIC
               MOVE WS-ENTRY-DATE TO WS-WORK-DATE
           END-IF
           IF WS-ENTRY-SEQ NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-ENTRY-SEQ) = 0
               MOVE FUNCTION NUMVAL(WS-ENTRY-SEQ) TO WS-WORK-SEQ
           END-IF
           IF WS-WORK-DATE = 0
               MOVE "N" TO WS-VALID
               MOVE "Log date must be YYYYMMDD" TO WS-ERROR-MSG
           END-IF
           IF WS-VALID = "Y" AND WS-WORK-SEQ = 0
               MOVE "N" TO WS-VALID
               MOVE "Log sequence must be a number above zero"
                   TO WS-ERROR-MSG
           END-IF.

       FIND-LOG-RECORD.
           MOVE "N" TO WS-LOG-FOUND
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT GREETING-LOG.
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ GREETING-LOG
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       PERFORM TEST-LOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE GREETING-LOG.
           IF WS-LOG-FOUND = "N"
               PERFORM SCAN-ARCHIVES
           END-IF.

       SCAN-ARCHIVES.
           MOVE "N" TO WS-CATALOG-EOF
           OPEN INPUT ARCHIVE-CATALOG.
           PERFORM UNTIL WS-CATALOG-EOF = "Y"
               READ ARCHIVE-CATALOG
                   AT END
                       MOVE "Y" TO WS-CATALOG-EOF
                   NOT AT END
                       IF ARCAT-DATE IS NUMERIC
                              AND ARCAT-DATE >= WS-WORK-DATE
                              AND WS-LOG-FOUND = "N"
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
                       PERFORM TEST-LOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-LOG.

       TEST-LOG-RECORD.
           IF GLOG-DATE = WS-WORK-DATE
                  AND GLOG-SEQ IS NUMERIC
                  AND GLOG-SEQ = WS-WORK-SEQ
               MOVE "Y" TO WS-LOG-FOUND
               MOVE GREETING-LOG-RECORD TO WS-LOG-RAW
           END-IF.

      * The latest journal entry for the greeting is what stands now;
      * the same pass finds the last correction number in use.
       FIND-CURRENT-CORRECTION.
           MOVE SPACES TO WS-CURRENT-ACTION
           MOVE SPACES TO WS-CURRENT-EMP-ID
           MOVE SPACES TO WS-CURRENT-NAME
           MOVE 0 TO WS-LAST-NUMBER
           MOVE "N" TO WS-CORR-EOF
           OPEN INPUT GLOG-CORRECTION.
           PERFORM UNTIL WS-CORR-EOF = "Y"
               READ GLOG-CORRECTION
                   AT END
                       MOVE "Y" TO WS-CORR-EOF
                   NOT AT END
                       IF GCOR-NUMBER IS NUMERIC
                              AND GCOR-NUMBER > WS-LAST-NUMBER
                           MOVE GCOR-NUMBER TO WS-LAST-NUMBER
                       END-IF
                       IF GCOR-LOG-DATE = WS-WORK-DATE
                              AND GCOR-LOG-SEQ = WS-WORK-SEQ
                           MOVE GCOR-ACTION TO WS-CURRENT-ACTION
                           MOVE GCOR-NEW-EMP-ID TO WS-CURRENT-EMP-ID
                           MOVE GCOR-NEW-NAME TO WS-CURRENT-NAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLOG-CORRECTION.
           IF WS-CURRENT-ACTION = "RESTOR"
               MOVE SPACES TO WS-CURRENT-ACTION
           END-IF.
           MOVE WS-LOG-RAW TO GREETING-LOG-RECORD
           IF WS-CURRENT-ACTION = "REASGN"
               MOVE WS-CURRENT-EMP-ID TO GLOG-EMP-ID
               MOVE WS-CURRENT-NAME TO GLOG-NAME
           END-IF
           IF WS-CURRENT-ACTION = "VOID"
               MOVE SPACES TO WS-BEFORE-RECORD
           ELSE
               MOVE GREETING-LOG-RECORD TO WS-BEFORE-RECORD
           END-IF.

       SHOW-GREETING.
           MOVE WS-LOG-RAW TO GREETING-LOG-RECORD
           DISPLAY "Logged:   " AT 0502
           DISPLAY GLOG-NAME AT 0512
           DISPLAY "EMP-ID:" AT 0602
           DISPLAY GLOG-EMP-ID AT 0612
           DISPLAY "Terminal:" AT 0620
           DISPLAY GLOG-TERMINAL-ID AT 0630
           MOVE GLOG-TIME TO WS-TIME-WORK
           MOVE WS-TIME-HH TO WS-EDIT-TIME-HH
           MOVE WS-TIME-MM TO WS-EDIT-TIME-MM
           MOVE WS-TIME-SS TO WS-EDIT-TIME-SS
           DISPLAY "Time:" AT 0640
           DISPLAY WS-EDIT-TIME AT 0646
           DISPLAY "Status:" AT 0656
           DISPLAY GLOG-STATUS AT 0664
           DISPLAY "Now:      " AT 0702
           EVALUATE WS-CURRENT-ACTION
               WHEN "VOID"
                   DISPLAY "VOIDED" AT 0712
               WHEN "REASGN"
                   DISPLAY "Reassigned to" AT 0712
                   DISPLAY WS-CURRENT-EMP-ID AT 0726
                   DISPLAY WS-CURRENT-NAME(1:40) AT 0733
               WHEN OTHER
                   DISPLAY "As logged" AT 0712
           END-EVALUATE.

       CHECK-CORRECTION-ALLOWED.
           EVALUATE TRUE
               WHEN WS-NEW-ACTION = "VOID"
                      AND WS-CURRENT-ACTION = "VOID"
                   MOVE "N" TO WS-VALID
                   MOVE "Greeting is already voided" TO WS-ERROR-MSG
               WHEN WS-NEW-ACTION = "RESTOR"
                      AND WS-CURRENT-ACTION = SPACES
                   MOVE "N" TO WS-VALID
                   MOVE "Greeting already stands as logged"
                       TO WS-ERROR-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A reassignment names a roster EMP-ID and takes the roster
      * name; with no EMP-ID it is a walk-up and the name is keyed.
       ASK-NEW-EMPLOYEE.
           DISPLAY "New EMP-ID (blank = walk-up): " AT 0902
           MOVE SPACES TO WS-NEW-EMP-ID
           ACCEPT WS-NEW-EMP-ID AT 0933 WITH UPPER
           MOVE SPACES TO WS-NEW-NAME
           IF WS-NEW-EMP-ID NOT = SPACES
               PERFORM FIND-ROSTER-NAME
               IF WS-ROSTER-FOUND = "N"
                   MOVE "N" TO WS-VALID
                   MOVE "EMP-ID not on ROSTER.DAT" TO WS-ERROR-MSG
               ELSE
                   MOVE WS-ROSTER-NAME TO WS-NEW-NAME
                   DISPLAY "Name:" AT 1002
                   DISPLAY WS-NEW-NAME AT 1012
               END-IF
           ELSE
               DISPLAY "Name: " AT 1002
               ACCEPT WS-NEW-NAME AT 1012
               IF WS-NEW-NAME = SPACES
                   MOVE "N" TO WS-VALID
                   MOVE "A walk-up needs a name" TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-VALID = "Y"
               MOVE WS-LOG-RAW TO GREETING-LOG-RECORD
               IF WS-CURRENT-ACTION = "REASGN"
                   MOVE WS-CURRENT-EMP-ID TO GLOG-EMP-ID
                   MOVE WS-CURRENT-NAME TO GLOG-NAME
               END-IF
               IF WS-CURRENT-ACTION NOT = "VOID"
                      AND WS-NEW-EMP-ID = GLOG-EMP-ID
                      AND WS-NEW-NAME = GLOG-NAME
                   MOVE "N" TO WS-VALID
                   MOVE "Greeting already stands under that employee"
                       TO WS-ERROR-MSG
               END-IF
           END-IF.

       FIND-ROSTER-NAME.
           MOVE "N" TO WS-ROSTER-FOUND
           MOVE SPACES TO WS-ROSTER-NAME
           MOVE "N" TO WS-ROSTER-EOF
           OPEN INPUT EMPLOYEE-ROSTER.
           PERFORM UNTIL WS-ROSTER-EOF = "Y"
               READ EMPLOYEE-ROSTER
                   AT END
                       MOVE "Y" TO WS-ROSTER-EOF
                   NOT AT END
                       IF EMP-ID = WS-NEW-EMP-ID
                           MOVE "Y" TO WS-ROSTER-FOUND
                           MOVE EMP-NAME TO WS-ROSTER-NAME
                           MOVE "Y" TO WS-ROSTER-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-ROSTER.

       ASK-REASON.
           DISPLAY "Reason: " AT 1202
           MOVE SPACES TO WS-ENTRY-REASON
           ACCEPT WS-ENTRY-REASON AT 1212
           IF WS-ENTRY-REASON = SPACES
               MOVE "N" TO WS-VALID
               MOVE "A reason is required" TO WS-ERROR-MSG
           END-IF.

       WRITE-CORRECTION.
           ADD 1 TO WS-LAST-NUMBER
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND GLOG-CORRECTION
           MOVE WS-LAST-NUMBER TO GCOR-NUMBER
           MOVE WS-WORK-DATE TO GCOR-LOG-DATE
           MOVE WS-WORK-SEQ TO GCOR-LOG-SEQ
           MOVE WS-NEW-ACTION TO GCOR-ACTION
           MOVE WS-NEW-EMP-ID TO GCOR-NEW-EMP-ID
           MOVE WS-NEW-NAME TO GCOR-NEW-NAME
           MOVE WS-ENTRY-REASON TO GCOR-REASON
           MOVE WS-AUDIT-DATE TO GCOR-ENTRY-DATE
           MOVE WS-AUDIT-TIME TO GCOR-ENTRY-TIME
           MOVE WS-TERMINAL-ID TO GCOR-TERMINAL-ID
           MOVE SGN-OPERATOR-ID TO GCOR-OPERATOR-ID
           WRITE GLOG-CORRECTION-RECORD
           CLOSE GLOG-CORRECTION.
           MOVE WS-LOG-RAW TO GREETING-LOG-RECORD
           EVALUATE WS-NEW-ACTION
               WHEN "VOID"
                   MOVE SPACES TO WS-AFTER-RECORD
               WHEN "REASGN"
                   MOVE WS-NEW-EMP-ID TO GLOG-EMP-ID
                   MOVE WS-NEW-NAME TO GLOG-NAME
                   MOVE GREETING-LOG-RECORD TO WS-AFTER-RECORD
               WHEN OTHER
                   MOVE GREETING-LOG-RECORD TO WS-AFTER-RECORD
           END-EVALUATE.

      * The audit key is the log sequence; the log date is in both
      * images, and the reason follows the after image.
       WRITE-CHANGE-AUDIT.
           MOVE WS-NEW-ACTION TO WS-AUDIT-ACTION
           MOVE WS-WORK-SEQ TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           IF WS-BEFORE-RECORD = SPACES
               MOVE WS-LOG-RAW TO WS-AUDIT-BEFORE
               MOVE "(voided)" TO WS-AUDIT-BEFORE(102:8)
           ELSE
               MOVE WS-BEFORE-RECORD TO WS-AUDIT-BEFORE
           END-IF
           IF WS-AFTER-RECORD = SPACES
               MOVE WS-LOG-RAW TO WS-AUDIT-AFTER
               MOVE "(voided)" TO WS-AUDIT-AFTER(102:8)
           ELSE
               MOVE WS-AFTER-RECORD TO WS-AUDIT-AFTER
           END-IF
           MOVE "Reason:" TO WS-AUDIT-AFTER(115:7)
           MOVE WS-ENTRY-REASON TO WS-AUDIT-AFTER(123:40)
           OPEN EXTEND CHANGE-AUDIT
           MOVE WS-AUDIT-DATE TO CAUD-DATE
           MOVE WS-AUDIT-TIME TO CAUD-TIME
           MOVE WS-TERMINAL-ID TO CAUD-TERMINAL-ID
           MOVE WS-OPERATOR-ROLE TO CAUD-ROLE
           MOVE "GREETLOG" TO CAUD-FILE-ID
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
