      *************************************
      * Author: @trishmahan
      * Date: 2026/10/15
      * Purpose: Applies HR's nightly full employee extract,
      *          HRROSTER.DAT, to EMPLOYEE-ROSTER. The extract is one
      *          "H" header with the extract date, one "D" detail per
      *          employee and a "T" trailer with the detail count; a
      *          file without its header or trailer, with a trailer
      *          count that does not match, or with no details at all
      *          is refused outright and ROSTER.DAT is left untouched,
      *          so a truncated file can never wipe out half the
      *          roster. Details are compared to the roster by EMP-ID:
      *          new IDs are added, name/department/language/status
      *          changes are applied and IDs missing from the extract
      *          are removed. Rows with a duplicate ID, a blank ID,
      *          name or department, an unknown status or a language
      *          code not on GREETTXT.IDX are rejected to the edit
      *          report and the roster entry for that ID is left as it
      *          was. The roster is rewritten in EMP-DEPARTMENT order
      *          and every change is journaled to CHGAUDIT.DAT under
      *          the HRLOAD role. Results go to HRLOAD.RPT; RETURN-CODE
      *          is 0 clean, 4 when rows were rejected or a new
      *          employee did not fit on the roster, 8 when the file
      *          was refused.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-HRLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HR-EXTRACT ASSIGN TO "HRROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYEE-ROSTER ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GREETING-TEXT ASSIGN TO "GREETTXT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GTXT-LANG-CODE.
           SELECT OPTIONAL CHANGE-AUDIT ASSIGN TO "CHGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAD-REPORT ASSIGN TO "HRLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HR-EXTRACT.
           01  HR-EXTRACT-RECORD PIC X(86).
       FD  EMPLOYEE-ROSTER.
       COPY EMPMAST.
       FD  GREETING-TEXT.
       COPY GREETTXT.
       FD  CHANGE-AUDIT.
       COPY CHGAUDIT.
       FD  LOAD-REPORT.
           01  LOAD-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01  WS-HR-WORK-RECORD PIC X(86).
           01  FILLER REDEFINES WS-HR-WORK-RECORD.
               05  WS-HR-TYPE PIC X.
               05  WS-HR-EXTRACT-DATE PIC X(8).
               05  FILLER PIC X(77).
           01  FILLER REDEFINES WS-HR-WORK-RECORD.
               05  FILLER PIC X.
               05  WS-HR-EMP-ID PIC X(6).
               05  WS-HR-NAME PIC X(54).
               05  WS-HR-DEPT PIC X(20).
               05  WS-HR-LANG PIC X(4).
               05  WS-HR-STATUS PIC X.
           01  FILLER REDEFINES WS-HR-WORK-RECORD.
               05  FILLER PIC X.
               05  WS-HR-TRAILER-COUNT PIC X(6).
               05  FILLER PIC X(79).
           01  WS-HR-EOF PIC X VALUE "N".
           01  WS-ROSTER-EOF PIC X VALUE "N".
           01  WS-RUN-DATE PIC 9(8) VALUE 0.
           01  WS-EXTRACT-DATE PIC X(8) VALUE SPACES.
           01  WS-HEADER-SEEN PIC X VALUE "N".
           01  WS-TRAILER-SEEN PIC X VALUE "N".
           01  WS-TRAILER-COUNT PIC 9(6) VALUE 0.
           01  WS-DETAIL-READ PIC 9(6) VALUE 0.
           01  WS-OUT-OF-PLACE PIC 9(6) VALUE 0.
           01  WS-REFUSED PIC X VALUE "N".
           01  WS-REFUSE-REASON PIC X(60) VALUE SPACES.
           01  WS-ROSTER-COUNT PIC 9(4) VALUE 0.
           01  WS-ROSTER-DROPPED PIC 9(4) VALUE 0.
           01  WS-ROSTER-TABLE.
               05  WS-ROSTER-ENTRY OCCURS 2000 TIMES.
                   10  WS-TBL-ID PIC X(6).
                   10  WS-TBL-NAME PIC X(54).
                   10  WS-TBL-DEPT PIC X(20).
                   10  WS-TBL-LANG PIC X(4).
                   10  WS-TBL-BANNER PIC X(8).
                   10  WS-TBL-STATUS PIC X.
                   10  WS-TBL-SHIFT PIC X(4).
           01  WS-SWAP-ENTRY.
               05  WS-SWAP-ID PIC X(6).
               05  WS-SWAP-NAME PIC X(54).
               05  WS-SWAP-DEPT PIC X(20).
               05  WS-SWAP-LANG PIC X(4).
               05  WS-SWAP-BANNER PIC X(8).
               05  WS-SWAP-STATUS PIC X.
               05  WS-SWAP-SHIFT PIC X(4).
           01  WS-HR-COUNT PIC 9(4) VALUE 0.
           01  WS-HR-TABLE.
               05  WS-HR-ENTRY OCCURS 2000 TIMES.
                   10  WS-HRT-ID PIC X(6).
                   10  WS-HRT-NAME PIC X(54).
                   10  WS-HRT-DEPT PIC X(20).
                   10  WS-HRT-LANG PIC X(4).
                   10  WS-HRT-STATUS PIC X.
                   10  WS-HRT-REJECT PIC X(30).
           01  WS-HR-IDX PIC 9(4) VALUE 0.
           01  WS-DUP-IDX PIC 9(4) VALUE 0.
           01  WS-SEARCH-IDX PIC 9(4) VALUE 0.
           01  WS-SORT-IDX PIC 9(4) VALUE 0.
           01  WS-FOUND-IDX PIC 9(4) VALUE 0.
           01  WS-IN-EXTRACT PIC X VALUE "N".
           01  WS-GTXT-OPEN PIC X VALUE "N".
           01  WS-CHANGED PIC X VALUE "N".
           01  WS-CHANGE-FLAGS.
               05  WS-CHG-NAME PIC X(6).
               05  WS-CHG-DEPT PIC X(6).
               05  WS-CHG-LANG PIC X(6).
               05  WS-CHG-STATUS PIC X(6).
           01  WS-ADD-COUNT PIC 9(4) VALUE 0.
           01  WS-UPDATE-COUNT PIC 9(4) VALUE 0.
           01  WS-DELETE-COUNT PIC 9(4) VALUE 0.
           01  WS-UNCHANGED-COUNT PIC 9(4) VALUE 0.
           01  WS-REJECT-COUNT PIC 9(4) VALUE 0.
           01  WS-NO-ROOM-COUNT PIC 9(4) VALUE 0.
           01  WS-EDIT-COUNT PIC Z(5)9.
           01  WS-WORK-ID PIC X(6) VALUE SPACES.
           01  WS-AUDIT-ACTION PIC X(6) VALUE SPACES.
           01  WS-AUDIT-BEFORE PIC X(456) VALUE SPACES.
           01  WS-AUDIT-AFTER PIC X(456) VALUE SPACES.
           01  WS-AUDIT-DATE PIC 9(8) VALUE 0.
           01  WS-AUDIT-TIME PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT LOAD-REPORT.
           PERFORM LOAD-ROSTER-TABLE.
           PERFORM LOAD-HR-EXTRACT.
           PERFORM CHECK-EXTRACT-CONTROLS.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-REFUSED = "Y"
               PERFORM WRITE-REFUSAL
           ELSE
               PERFORM MARK-DUPLICATE-IDS
               PERFORM EDIT-HR-ROWS
               PERFORM WRITE-REJECTED-ROWS
               MOVE SPACES TO LOAD-LINE
               WRITE LOAD-LINE
               MOVE "-- Changes applied --" TO LOAD-LINE
               WRITE LOAD-LINE
               PERFORM REMOVE-LEAVERS
               PERFORM APPLY-HR-ROWS
               IF WS-ADD-COUNT + WS-UPDATE-COUNT + WS-DELETE-COUNT = 0
                   MOVE "  (none)" TO LOAD-LINE
                   WRITE LOAD-LINE
               ELSE
                   PERFORM SAVE-ROSTER-TABLE
               END-IF
               PERFORM WRITE-LOAD-TOTALS
           END-IF.
           PERFORM CLOSE-MASTERS.
           CLOSE LOAD-REPORT.
           IF WS-REFUSED = "Y"
               DISPLAY "HELLO-HRLD: HR extract REFUSED - "
                   FUNCTION TRIM(WS-REFUSE-REASON)
               DISPLAY "HELLO-HRLD: ROSTER.DAT not changed"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
               DISPLAY "HELLO-HRLD: " FUNCTION TRIM(WS-EDIT-COUNT)
                   " employee(s) added"
               MOVE WS-UPDATE-COUNT TO WS-EDIT-COUNT
               DISPLAY "HELLO-HRLD: " FUNCTION TRIM(WS-EDIT-COUNT)
                   " employee(s) updated"
               MOVE WS-DELETE-COUNT TO WS-EDIT-COUNT
               DISPLAY "HELLO-HRLD: " FUNCTION TRIM(WS-EDIT-COUNT)
                   " employee(s) removed"
               IF WS-REJECT-COUNT > 0
                   MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
                   DISPLAY "HELLO-HRLD: WARNING - "
                       FUNCTION TRIM(WS-EDIT-COUNT)
                       " row(s) rejected - see HRLOAD.RPT"
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-NO-ROOM-COUNT > 0
                   MOVE WS-NO-ROOM-COUNT TO WS-EDIT-COUNT
                   DISPLAY "HELLO-HRLD: WARNING - "
                       FUNCTION TRIM(WS-EDIT-COUNT)
                       " new employee(s) not added - roster full"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       CLOSE-MASTERS.
           IF WS-GTXT-OPEN = "Y"
               CLOSE GREETING-TEXT
               MOVE "N" TO WS-GTXT-OPEN
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
                           IF WS-ROSTER-COUNT < 2000
                               ADD 1 TO WS-ROSTER-COUNT
                               MOVE EMPLOYEE-MASTER-RECORD
                                   TO WS-ROSTER-ENTRY(WS-ROSTER-COUNT)
                           ELSE
                               ADD 1 TO WS-ROSTER-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-ROSTER.

      * Only the first record may be the header and only the last the
      * trailer; anything after the trailer, a second header or an
      * unknown record type means the file was not built the way HR
      * agreed to send it and is counted against the controls.
       LOAD-HR-EXTRACT.
           MOVE "N" TO WS-HR-EOF
           MOVE 0 TO WS-HR-COUNT
           OPEN INPUT HR-EXTRACT.
           PERFORM UNTIL WS-HR-EOF = "Y"
               READ HR-EXTRACT INTO WS-HR-WORK-RECORD
                   AT END
                       MOVE "Y" TO WS-HR-EOF
                   NOT AT END
                       IF WS-TRAILER-SEEN = "Y"
                           ADD 1 TO WS-OUT-OF-PLACE
                       ELSE
                           EVALUATE WS-HR-TYPE
                               WHEN "H"
                                   PERFORM TAKE-HR-HEADER
                               WHEN "D"
                                   PERFORM TAKE-HR-DETAIL
                               WHEN "T"
                                   PERFORM TAKE-HR-TRAILER
                               WHEN OTHER
                                   ADD 1 TO WS-OUT-OF-PLACE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HR-EXTRACT.

       TAKE-HR-HEADER.
           IF WS-HEADER-SEEN = "Y" OR WS-DETAIL-READ > 0
               ADD 1 TO WS-OUT-OF-PLACE
           ELSE
               MOVE "Y" TO WS-HEADER-SEEN
               MOVE WS-HR-EXTRACT-DATE TO WS-EXTRACT-DATE
           END-IF.

       TAKE-HR-DETAIL.
           ADD 1 TO WS-DETAIL-READ
           IF WS-HR-COUNT < 2000
               ADD 1 TO WS-HR-COUNT
               MOVE WS-HR-EMP-ID TO WS-HRT-ID(WS-HR-COUNT)
               MOVE WS-HR-NAME TO WS-HRT-NAME(WS-HR-COUNT)
               MOVE WS-HR-DEPT TO WS-HRT-DEPT(WS-HR-COUNT)
               MOVE FUNCTION UPPER-CASE(WS-HR-LANG)
                   TO WS-HRT-LANG(WS-HR-COUNT)
               MOVE FUNCTION UPPER-CASE(WS-HR-STATUS)
                   TO WS-HRT-STATUS(WS-HR-COUNT)
               MOVE SPACES TO WS-HRT-REJECT(WS-HR-COUNT)
           END-IF.

       TAKE-HR-TRAILER.
           MOVE "Y" TO WS-TRAILER-SEEN
           IF WS-HR-TRAILER-COUNT IS NUMERIC
               MOVE WS-HR-TRAILER-COUNT TO WS-TRAILER-COUNT
           ELSE
               ADD 1 TO WS-OUT-OF-PLACE
           END-IF.

       CHECK-EXTRACT-CONTROLS.
           MOVE "N" TO WS-REFUSED
           EVALUATE TRUE
               WHEN WS-HEADER-SEEN = "N"
                   MOVE "Y" TO WS-REFUSED
                   MOVE "no header record" TO WS-REFUSE-REASON
               WHEN WS-TRAILER-SEEN = "N"
                   MOVE "Y" TO WS-REFUSED
                   MOVE "no trailer record - file truncated"
                       TO WS-REFUSE-REASON
               WHEN WS-OUT-OF-PLACE > 0
                   MOVE "Y" TO WS-REFUSED
                   MOVE "malformed or out-of-place record(s)"
                       TO WS-REFUSE-REASON
               WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-READ
                   MOVE "Y" TO WS-REFUSED
                   MOVE "trailer count does not match detail records"
                       TO WS-REFUSE-REASON
               WHEN WS-DETAIL-READ = 0
                   MOVE "Y" TO WS-REFUSED
                   MOVE "extract holds no employees"
                       TO WS-REFUSE-REASON
               WHEN WS-DETAIL-READ > 2000
                   MOVE "Y" TO WS-REFUSED
                   MOVE "more employees than the roster can hold"
                       TO WS-REFUSE-REASON
               WHEN WS-ROSTER-DROPPED > 0
                   MOVE "Y" TO WS-REFUSED
                   MOVE "ROSTER.DAT larger than this load can hold"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO LOAD-LINE
           STRING
               "==== HR EMPLOYEE LOAD " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " ====" DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE.
           MOVE SPACES TO LOAD-LINE
           STRING
               "Extract date " DELIMITED BY SIZE
               WS-EXTRACT-DATE DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE.
           MOVE WS-DETAIL-READ TO WS-EDIT-COUNT
           MOVE SPACES TO LOAD-LINE
           STRING
               "Detail records read:    " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE.
           MOVE WS-TRAILER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LOAD-LINE
           STRING
               "Trailer count:          " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE.

       WRITE-REFUSAL.
           MOVE SPACES TO LOAD-LINE
           WRITE LOAD-LINE.
           MOVE SPACES TO LOAD-LINE
           STRING
               "*** EXTRACT REFUSED - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REFUSE-REASON) DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE.
           MOVE "*** ROSTER.DAT NOT CHANGED ***" TO LOAD-LINE
           WRITE LOAD-LINE.

      * Every occurrence of a repeated ID is rejected: there is no way
      * to tell which of HR's rows is the right one.
       MARK-DUPLICATE-IDS.
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                       UNTIL WS-HR-IDX > WS-HR-COUNT
               PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                           UNTIL WS-DUP-IDX > WS-HR-COUNT
                   IF WS-DUP-IDX NOT = WS-HR-IDX
                          AND WS-HRT-ID(WS-DUP-IDX)
                              = WS-HRT-ID(WS-HR-IDX)
                          AND WS-HRT-ID(WS-HR-IDX) NOT = SPACES
                       MOVE "duplicate EMP-ID in extract"
                           TO WS-HRT-REJECT(WS-HR-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       EDIT-HR-ROWS.
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                       UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HRT-STATUS(WS-HR-IDX) = SPACE
                   MOVE "A" TO WS-HRT-STATUS(WS-HR-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN WS-HRT-REJECT(WS-HR-IDX) NOT = SPACES
                       CONTINUE
                   WHEN WS-HRT-ID(WS-HR-IDX) = SPACES
                       MOVE "blank EMP-ID"
                           TO WS-HRT-REJECT(WS-HR-IDX)
                   WHEN WS-HRT-NAME(WS-HR-IDX) = SPACES
                       MOVE "blank employee name"
                           TO WS-HRT-REJECT(WS-HR-IDX)
                   WHEN WS-HRT-DEPT(WS-HR-IDX) = SPACES
                       MOVE "blank department"
                           TO WS-HRT-REJECT(WS-HR-IDX)
                   WHEN WS-HRT-STATUS(WS-HR-IDX) NOT = "A"
                          AND WS-HRT-STATUS(WS-HR-IDX) NOT = "L"
                          AND WS-HRT-STATUS(WS-HR-IDX) NOT = "T"
                       MOVE "status not A, L or T"
                           TO WS-HRT-REJECT(WS-HR-IDX)
                   WHEN WS-HRT-LANG(WS-HR-IDX) NOT = SPACES
                       PERFORM VALIDATE-LANG-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-HRT-REJECT(WS-HR-IDX) NOT = SPACES
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-PERFORM.

       VALIDATE-LANG-CODE.
           IF WS-GTXT-OPEN = "N"
               OPEN INPUT GREETING-TEXT
               MOVE "Y" TO WS-GTXT-OPEN
           END-IF
           MOVE SPACES TO GREETING-TEXT-RECORD
           MOVE WS-HRT-LANG(WS-HR-IDX) TO GTXT-LANG-CODE
           READ GREETING-TEXT
               INVALID KEY
                   MOVE "lang code not on GREETTXT.IDX"
                       TO WS-HRT-REJECT(WS-HR-IDX)
           END-READ.

       WRITE-REJECTED-ROWS.
           MOVE SPACES TO LOAD-LINE
           WRITE LOAD-LINE.
           MOVE "-- Rejected rows (roster entry left unchanged) --"
               TO LOAD-LINE
           WRITE LOAD-LINE.
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                       UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HRT-REJECT(WS-HR-IDX) NOT = SPACES
                   MOVE SPACES TO LOAD-LINE
                   STRING
                       "  " DELIMITED BY SIZE
                       WS-HRT-ID(WS-HR-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-HRT-NAME(WS-HR-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-HRT-REJECT(WS-HR-IDX) DELIMITED BY SIZE
                       INTO LOAD-LINE
                   END-STRING
                   WRITE LOAD-LINE
               END-IF
           END-PERFORM.
           IF WS-REJECT-COUNT = 0
               MOVE "  (none)" TO LOAD-LINE
               WRITE LOAD-LINE
           END-IF.

      * The banner ID is not carried on HR's extract; an existing
      * employee keeps the banner set through HELLO-RMNT.
       APPLY-HR-ROWS.
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                       UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HRT-REJECT(WS-HR-IDX) = SPACES
                   MOVE WS-HRT-ID(WS-HR-IDX) TO WS-WORK-ID
                   PERFORM FIND-EMPLOYEE
                   IF WS-FOUND-IDX = 0
                       PERFORM ADD-HR-EMPLOYEE
                   ELSE
                       PERFORM UPDATE-HR-EMPLOYEE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-EMPLOYEE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-ROSTER-COUNT
               IF WS-TBL-ID(WS-SEARCH-IDX) = WS-WORK-ID
                   MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       ADD-HR-EMPLOYEE.
           IF WS-ROSTER-COUNT >= 2000
               PERFORM WRITE-NO-ROOM-LINE
           ELSE
               PERFORM STORE-HR-EMPLOYEE
           END-IF.

       WRITE-NO-ROOM-LINE.
           ADD 1 TO WS-NO-ROOM-COUNT
           MOVE SPACES TO LOAD-LINE
           STRING
               "  NOROOM  " DELIMITED BY SIZE
               WS-HRT-ID(WS-HR-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HRT-NAME(WS-HR-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HRT-DEPT(WS-HR-IDX) DELIMITED BY SIZE
               "  roster full - not added" DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE.

       STORE-HR-EMPLOYEE.
           ADD 1 TO WS-ROSTER-COUNT
           MOVE WS-ROSTER-COUNT TO WS-FOUND-IDX
           MOVE SPACES TO WS-ROSTER-ENTRY(WS-FOUND-IDX)
           MOVE WS-HRT-ID(WS-HR-IDX) TO WS-TBL-ID(WS-FOUND-IDX)
           PERFORM STORE-HR-FIELDS
           ADD 1 TO WS-ADD-COUNT
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE WS-ROSTER-ENTRY(WS-FOUND-IDX) TO WS-AUDIT-AFTER
           MOVE "ADD" TO WS-AUDIT-ACTION
           PERFORM WRITE-CHANGE-AUDIT
           MOVE SPACES TO WS-CHANGE-FLAGS
           PERFORM WRITE-CHANGE-LINE.

       UPDATE-HR-EMPLOYEE.
           MOVE "N" TO WS-CHANGED
           MOVE SPACES TO WS-CHANGE-FLAGS
           IF WS-TBL-NAME(WS-FOUND-IDX) NOT = WS-HRT-NAME(WS-HR-IDX)
               MOVE "Y" TO WS-CHANGED
               MOVE "name" TO WS-CHG-NAME
           END-IF
           IF WS-TBL-DEPT(WS-FOUND-IDX) NOT = WS-HRT-DEPT(WS-HR-IDX)
               MOVE "Y" TO WS-CHANGED
               MOVE "dept" TO WS-CHG-DEPT
           END-IF
           IF WS-TBL-LANG(WS-FOUND-IDX) NOT = WS-HRT-LANG(WS-HR-IDX)
               MOVE "Y" TO WS-CHANGED
               MOVE "lang" TO WS-CHG-LANG
           END-IF
           IF WS-TBL-STATUS(WS-FOUND-IDX)
                  NOT = WS-HRT-STATUS(WS-HR-IDX)
               MOVE "Y" TO WS-CHANGED
               MOVE "status" TO WS-CHG-STATUS
           END-IF
           IF WS-CHANGED = "Y"
               MOVE WS-ROSTER-ENTRY(WS-FOUND-IDX) TO WS-AUDIT-BEFORE
               PERFORM STORE-HR-FIELDS
               ADD 1 TO WS-UPDATE-COUNT
               MOVE WS-ROSTER-ENTRY(WS-FOUND-IDX) TO WS-AUDIT-AFTER
               MOVE "UPDATE" TO WS-AUDIT-ACTION
               PERFORM WRITE-CHANGE-AUDIT
               PERFORM WRITE-CHANGE-LINE
           ELSE
               ADD 1 TO WS-UNCHANGED-COUNT
           END-IF.

       STORE-HR-FIELDS.
           MOVE WS-HRT-NAME(WS-HR-IDX) TO WS-TBL-NAME(WS-FOUND-IDX)
           MOVE WS-HRT-DEPT(WS-HR-IDX) TO WS-TBL-DEPT(WS-FOUND-IDX)
           MOVE WS-HRT-LANG(WS-HR-IDX) TO WS-TBL-LANG(WS-FOUND-IDX)
           MOVE WS-HRT-STATUS(WS-HR-IDX)
               TO WS-TBL-STATUS(WS-FOUND-IDX).

      * An ID that appears anywhere on the extract - even on a
      * rejected row - is not a leaver and stays on the roster.
       REMOVE-LEAVERS.
           MOVE 1 TO WS-FOUND-IDX
           PERFORM UNTIL WS-FOUND-IDX > WS-ROSTER-COUNT
               MOVE "N" TO WS-IN-EXTRACT
               PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                           UNTIL WS-HR-IDX > WS-HR-COUNT
                   IF WS-HRT-ID(WS-HR-IDX) = WS-TBL-ID(WS-FOUND-IDX)
                       MOVE "Y" TO WS-IN-EXTRACT
                   END-IF
               END-PERFORM
               IF WS-IN-EXTRACT = "Y"
                   ADD 1 TO WS-FOUND-IDX
               ELSE
                   PERFORM DELETE-HR-EMPLOYEE
               END-IF
           END-PERFORM.

       DELETE-HR-EMPLOYEE.
           MOVE WS-TBL-ID(WS-FOUND-IDX) TO WS-WORK-ID
           MOVE WS-ROSTER-ENTRY(WS-FOUND-IDX) TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           MOVE "DELETE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-CHANGE-FLAGS
           PERFORM WRITE-CHANGE-LINE
           PERFORM WRITE-CHANGE-AUDIT
           ADD 1 TO WS-DELETE-COUNT
           PERFORM VARYING WS-SEARCH-IDX FROM WS-FOUND-IDX BY 1
                       UNTIL WS-SEARCH-IDX >= WS-ROSTER-COUNT
               MOVE WS-ROSTER-ENTRY(WS-SEARCH-IDX + 1)
                   TO WS-ROSTER-ENTRY(WS-SEARCH-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-ROSTER-COUNT.

       WRITE-CHANGE-LINE.
           MOVE SPACES TO LOAD-LINE
           STRING
               "  " DELIMITED BY SIZE
               WS-AUDIT-ACTION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TBL-ID(WS-FOUND-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TBL-NAME(WS-FOUND-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TBL-DEPT(WS-FOUND-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHANGE-FLAGS DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE.

       WRITE-LOAD-TOTALS.
           MOVE SPACES TO LOAD-LINE
           WRITE LOAD-LINE.
           MOVE "-- Totals --" TO LOAD-LINE
           WRITE LOAD-LINE.
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LOAD-LINE
           STRING
               "ADDED:                  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE.
           MOVE WS-UPDATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LOAD-LINE
           STRING
               "UPDATED:                " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE.
           MOVE WS-DELETE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LOAD-LINE
           STRING
               "REMOVED:                " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE.
           MOVE WS-UNCHANGED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LOAD-LINE
           STRING
               "UNCHANGED:              " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE.
           MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LOAD-LINE
           STRING
               "REJECTED:               " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE.
           IF WS-NO-ROOM-COUNT > 0
               MOVE WS-NO-ROOM-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO LOAD-LINE
               STRING
                   "NOT ADDED - ROSTER FULL:" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO LOAD-LINE
               END-STRING
               WRITE LOAD-LINE
           END-IF.
           MOVE WS-ROSTER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO LOAD-LINE
           STRING
               "ROSTER NOW HOLDS:       " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO LOAD-LINE
           END-STRING
           WRITE LOAD-LINE.

       SAVE-ROSTER-TABLE.
           PERFORM SORT-BY-DEPARTMENT.
           OPEN OUTPUT EMPLOYEE-ROSTER.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-ROSTER-COUNT
               MOVE WS-ROSTER-ENTRY(WS-SEARCH-IDX)
                   TO EMPLOYEE-MASTER-RECORD
               WRITE EMPLOYEE-MASTER-RECORD
           END-PERFORM.
           CLOSE EMPLOYEE-ROSTER.

       SORT-BY-DEPARTMENT.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX >= WS-ROSTER-COUNT
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                           UNTIL WS-SEARCH-IDX >= WS-ROSTER-COUNT
                   IF WS-TBL-DEPT(WS-SEARCH-IDX)
                          > WS-TBL-DEPT(WS-SEARCH-IDX + 1)
                       MOVE WS-ROSTER-ENTRY(WS-SEARCH-IDX)
                           TO WS-SWAP-ENTRY
                       MOVE WS-ROSTER-ENTRY(WS-SEARCH-IDX + 1)
                           TO WS-ROSTER-ENTRY(WS-SEARCH-IDX)
                       MOVE WS-SWAP-ENTRY
                           TO WS-ROSTER-ENTRY(WS-SEARCH-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-CHANGE-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           OPEN EXTEND CHANGE-AUDIT
           MOVE WS-AUDIT-DATE TO CAUD-DATE
           MOVE WS-AUDIT-TIME TO CAUD-TIME
           MOVE "BATCH" TO CAUD-TERMINAL-ID
           MOVE "HRLOAD" TO CAUD-ROLE
           MOVE "ROSTER" TO CAUD-FILE-ID
           MOVE WS-AUDIT-ACTION TO CAUD-ACTION
           MOVE WS-WORK-ID TO CAUD-KEY
           MOVE WS-AUDIT-BEFORE TO CAUD-BEFORE
           MOVE WS-AUDIT-AFTER TO CAUD-AFTER
           MOVE "HRLOAD" TO CAUD-OPERATOR-ID
           WRITE CHANGE-AUDIT-RECORD
           CLOSE CHANGE-AUDIT.
