      *          dropped walk-ups, and no linear scan per log record.
      *          Log records that carry a badge ID but match no
      *          roster ID are walk-ups; only records without an ID
      *          fall back to the name match. Terminated employees
      *          are left out of the match; ungreeted employees with
      *          leave status or a LEAVE.DAT absence covering the day
      *          are listed as excused absentees, not as missed names.
      *          Supervisor corrections on GLOGCORR.DAT are applied as
      *          the day's records are read: voided greetings are left
      *          out and reassigned ones match under their new EMP-ID.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-RECON.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-REPORT ASSIGN TO "RECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEAVE-FILE ASSIGN TO "LEAVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-CATALOG ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-LOG
       COPY GREETLOG.
       FD  RECON-REPORT.
           01  RECON-LINE PIC X(132).
       FD  LEAVE-FILE.
       COPY LEAVE.
       FD  ARCHIVE-CATALOG.
       COPY ARCHCAT.
       FD  ARCHIVE-LOG.
               05  LNMS-EMP-ID PIC X(6).
               05  LNMS-SEQ PIC 9(6).
       FD  ROSTER-ID-WORK.
           01  ROSTER-ID-WORK-RECORD PIC X(97).
       FD  ROSTER-ID-SORTED.
           01  ROSTER-ID-SORTED-RECORD.
               05  RIDS-ID PIC X(6).
               05  RIDS-NAME PIC X(54).
               05  FILLER PIC X(32).
               05  RIDS-STATUS PIC X.
               05  FILLER PIC X(4).
       FD  ROSTER-NAME-WORK.
           01  ROSTER-NAME-WORK-RECORD PIC X(97).
       FD  ROSTER-NAME-SORTED.
           01  ROSTER-NAME-SORTED-RECORD.
               05  RNMS-ID PIC X(6).
               05  RNMS-NAME PIC X(54).
               05  FILLER PIC X(32).
               05  RNMS-STATUS PIC X.
               05  FILLER PIC X(4).
       FD  WALKUP-WORK.
           01  WALKUP-WORK-RECORD PIC X(54).
       FD  WALKUP-SORTED.
               05  MRES-NAME PIC X(54).
               05  MRES-GREETS PIC 9(4).
               05  MRES-TERMS PIC X(44).
               05  MRES-EMP-ID PIC X(6).
               05  MRES-STATUS PIC X.
       SD  SORT-LOG.
           01  SORT-LOG-RECORD.
               05  SLOG-NAME PIC X(54).
           01  SORT-ROSTER-RECORD.
               05  SRST-ID PIC X(6).
               05  SRST-NAME PIC X(54).
               05  FILLER PIC X(37).
       SD  SORT-NAME.
           01  SORT-NAME-RECORD PIC X(54).
       WORKING-STORAGE SECTION.
           01  WS-MISSED-COUNT PIC 9(6) VALUE 0.
           01  WS-WALKUP-COUNT PIC 9(6) VALUE 0.
           01  WS-DUP-COUNT PIC 9(6) VALUE 0.
           01  WS-EXCUSED-COUNT PIC 9(6) VALUE 0.
           01  WS-LEAVE-EOF PIC X VALUE "N".
           01  WS-LEAVE-COUNT PIC 9(4) VALUE 0.
           01  WS-LEAVE-TABLE.
               05  WS-LEAVE-ENTRY OCCURS 1000 TIMES.
                   10  WS-LV-EMP-ID PIC X(6).
                   10  WS-LV-REASON PIC X(4).
           01  WS-LEAVE-DROPPED PIC 9(4) VALUE 0.
           01  WS-LV-IDX PIC 9(4) VALUE 0.
           01  WS-EXCUSE-TEXT PIC X(30) VALUE SPACES.
           01  WS-EDIT-COUNT PIC Z(5)9.
           01  WS-EDIT-GREETS PIC Z(3)9.
           01  WS-ARCHIVE-NAME PIC X(20) VALUE SPACES.
           01  WS-CATALOG-EOF PIC X VALUE "N".
           01  WS-ARCHIVE-EOF PIC X VALUE "N".
       COPY GCORPARM.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-SHIFT-DATE.
           PERFORM LOAD-LEAVE-TABLE.
           PERFORM LOAD-LOG-CORRECTIONS.
           PERFORM EXTRACT-LOG-INPUTS.
           PERFORM EXTRACT-ROSTER-INPUT.
           PERFORM SORT-ID-INPUTS.
               END-IF
           END-IF.

      * Only absences covering the report date are kept; an
      * employee with more than one hit shows the first reason.
       LOAD-LEAVE-TABLE.
           MOVE "N" TO WS-LEAVE-EOF
           MOVE 0 TO WS-LEAVE-COUNT
           OPEN INPUT LEAVE-FILE.
           PERFORM UNTIL WS-LEAVE-EOF = "Y"
               READ LEAVE-FILE
                   AT END
                       MOVE "Y" TO WS-LEAVE-EOF
                   NOT AT END
                       IF LEAVE-FROM-DATE IS NUMERIC
                              AND LEAVE-TO-DATE IS NUMERIC
                              AND LEAVE-FROM-DATE <= WS-SHIFT-DATE
                              AND LEAVE-TO-DATE >= WS-SHIFT-DATE
                           IF WS-LEAVE-COUNT < 1000
                               ADD 1 TO WS-LEAVE-COUNT
                               MOVE LEAVE-EMP-ID
                                   TO WS-LV-EMP-ID(WS-LEAVE-COUNT)
                               MOVE LEAVE-REASON
                                   TO WS-LV-REASON(WS-LEAVE-COUNT)
                           ELSE
                               ADD 1 TO WS-LEAVE-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVE-FILE.
           IF WS-LEAVE-DROPPED > 0
               DISPLAY "HELLO-RECON: WARNING - leave table full; "
                   "some absence(s) will show as missed names"
           END-IF.

      * The day's records - live log plus swept archives - are split
      * by whether they carry a badge ID: ID records go to the ID
      * round, the rest straight to the name round.
           END-PERFORM.
           CLOSE ARCHIVE-LOG.

       LOAD-LOG-CORRECTIONS.
           MOVE "L" TO GCP-FUNCTION
           MOVE WS-SHIFT-DATE TO GCP-FROM-DATE
           MOVE WS-SHIFT-DATE TO GCP-TO-DATE
           MOVE 0 TO GCP-LOADED
           MOVE 0 TO GCP-DROPPED
           CALL "HELLO-GCAP" USING GLOG-CORR-PARMS GREETING-LOG-RECORD
               ON EXCEPTION
                   MOVE 0 TO GCP-LOADED
                   DISPLAY "HELLO-RECON: WARNING - HELLO-GCAP not "
                       "available; log corrections not applied"
           END-CALL
           IF GCP-DROPPED > 0
               DISPLAY "HELLO-RECON: WARNING - correction table full; "
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

      * Registered visitors are greeted on purpose - they are not
      * walk-ups, so their records stay out of the match entirely.
       DISTRIBUTE-LOG-RECORD.
           PERFORM APPLY-LOG-CORRECTION
           IF GLOG-STATUS = "VISITOR" OR GCP-RESULT = "V"
               CONTINUE
           ELSE
               IF GLOG-EMP-ID NOT = SPACES
                       MOVE "Y" TO WS-ROSTER-EOF
                   NOT AT END
                       IF EMP-NAME NOT = SPACES
                              AND EMP-STATUS NOT = "T"
                           WRITE ROSTER-ID-WORK-RECORD
                               FROM EMPLOYEE-MASTER-RECORD
                       END-IF
           MOVE SPACES TO WS-GROUP-KEY
           MOVE RIDS-ID TO WS-GROUP-KEY(1:6)
           MOVE RIDS-NAME TO MRES-NAME
           MOVE RIDS-ID TO MRES-EMP-ID
           MOVE RIDS-STATUS TO MRES-STATUS
           MOVE 0 TO WS-GROUP-GREETS
           MOVE SPACES TO WS-GROUP-TERMS
           PERFORM UNTIL WS-LID-EOF = "Y"
           PERFORM UNTIL WS-RID-EOF = "Y"
                      OR RIDS-ID NOT = WS-GROUP-KEY(1:6)
               MOVE RIDS-NAME TO MRES-NAME
               MOVE RIDS-ID TO MRES-EMP-ID
               MOVE RIDS-STATUS TO MRES-STATUS
               MOVE 0 TO MRES-GREETS
               MOVE SPACES TO MRES-TERMS
               WRITE MATCH-RESULT-RECORD

       WRITE-MISSED-RESULT.
           MOVE RNMS-NAME TO MRES-NAME
           MOVE RNMS-ID TO MRES-EMP-ID
           MOVE RNMS-STATUS TO MRES-STATUS
           MOVE 0 TO MRES-GREETS
           MOVE SPACES TO MRES-TERMS
           WRITE MATCH-RESULT-RECORD.
       MATCH-NAME-GROUP.
           MOVE RNMS-NAME TO WS-GROUP-KEY
           MOVE RNMS-NAME TO MRES-NAME
           MOVE RNMS-ID TO MRES-EMP-ID
           MOVE RNMS-STATUS TO MRES-STATUS
           MOVE 0 TO WS-GROUP-GREETS
           MOVE SPACES TO WS-GROUP-TERMS
           PERFORM UNTIL WS-LNM-EOF = "Y"
               MOVE "  (none)" TO RECON-LINE
               WRITE RECON-LINE
           END-IF.
           MOVE "-- Excused absentees (on leave) --" TO RECON-LINE
           WRITE RECON-LINE.
           PERFORM LIST-EXCUSED-NAMES.
           IF WS-EXCUSED-COUNT = 0
               MOVE "  (none)" TO RECON-LINE
               WRITE RECON-LINE
           END-IF.
           MOVE "-- Logged names not on the roster --" TO RECON-LINE
           WRITE RECON-LINE.
           PERFORM LIST-WALKUP-NAMES.
           MOVE WS-MISSED-COUNT TO WS-EDIT-COUNT
           DISPLAY "HELLO-RECON: " FUNCTION TRIM(WS-EDIT-COUNT)
               " missed roster name(s)".
           MOVE WS-EXCUSED-COUNT TO WS-EDIT-COUNT
           DISPLAY "HELLO-RECON: " FUNCTION TRIM(WS-EDIT-COUNT)
               " excused absentee(s)".
           MOVE WS-WALKUP-COUNT TO WS-EDIT-COUNT
           DISPLAY "HELLO-RECON: " FUNCTION TRIM(WS-EDIT-COUNT)
               " name(s) logged but not on roster".
                       MOVE "Y" TO WS-RES-EOF
                   NOT AT END
                       IF MRES-GREETS = 0
                           PERFORM FIND-EXCUSE
                           IF WS-EXCUSE-TEXT = SPACES
                               ADD 1 TO WS-MISSED-COUNT
                               MOVE SPACES TO RECON-LINE
                               STRING
                                   "  " DELIMITED BY SIZE
                                   MRES-NAME DELIMITED BY SIZE
                                   INTO RECON-LINE
                               END-STRING
                               WRITE RECON-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MATCH-RESULTS.

       LIST-EXCUSED-NAMES.
           MOVE "N" TO WS-RES-EOF
           OPEN INPUT MATCH-RESULTS.
           PERFORM UNTIL WS-RES-EOF = "Y"
               READ MATCH-RESULTS
                   AT END
                       MOVE "Y" TO WS-RES-EOF
                   NOT AT END
                       IF MRES-GREETS = 0
                           PERFORM FIND-EXCUSE
                           IF WS-EXCUSE-TEXT NOT = SPACES
                               ADD 1 TO WS-EXCUSED-COUNT
                               MOVE SPACES TO RECON-LINE
                               STRING
                                   "  " DELIMITED BY SIZE
                                   MRES-NAME DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   MRES-EMP-ID DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   WS-EXCUSE-TEXT DELIMITED BY SIZE
                                   INTO RECON-LINE
                               END-STRING
                               WRITE RECON-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MATCH-RESULTS.

      * A dated absence on LEAVE.DAT wins over the bare leave status
      * so the report shows why the person is away.
       FIND-EXCUSE.
           MOVE SPACES TO WS-EXCUSE-TEXT
           IF MRES-EMP-ID NOT = SPACES
               PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                           UNTIL WS-LV-IDX > WS-LEAVE-COUNT
                              OR WS-EXCUSE-TEXT NOT = SPACES
                   IF WS-LV-EMP-ID(WS-LV-IDX) = MRES-EMP-ID
                       STRING
                           "leave calendar: " DELIMITED BY SIZE
                           WS-LV-REASON(WS-LV-IDX) DELIMITED BY SIZE
                           INTO WS-EXCUSE-TEXT
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EXCUSE-TEXT = SPACES AND MRES-STATUS = "L"
               MOVE "on leave (employee status)" TO WS-EXCUSE-TEXT
           END-IF.

       LIST-WALKUP-NAMES.
           MOVE "N" TO WS-WLK-EOF
           MOVE SPACES TO WS-WLK-NAME
