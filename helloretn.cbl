      *************************************
      * Author: @trishmahan
      * Date: 2026/10/15
      * Purpose: Personal-data retention sweep. HELLO-ARCH ages out
      *          whole archive files, but names also sit on
      *          VISITORS.DAT, CHGAUDIT.DAT (roster and log images),
      *          GREETLOG.DAT and its surviving archives, and
      *          GLOGCORR.DAT long after they are needed. The rules on
      *          RETNRULE.DAT set a keep period per file and record
      *          type; once a record's date is older than that, its
      *          names (and visitor purpose / correction reason text)
      *          are replaced by a placeholder or a token, or for
      *          VISITORS and CHGAUDIT the record may be purged. Dates,
      *          times, counts, terminal IDs and EMP-ID are never
      *          changed and no log record is ever removed, so the
      *          GLOGCTL count/hash (date and time only) still
      *          balances and HELLO-TRND totals are unchanged. A file
      *          is rewritten only when something in it changed.
      *          RETNCERT.RPT certifies the rules applied and, per
      *          file and per rule, what was anonymized, tokenized or
      *          purged. Tokens are a hash of RETENTION_TOKEN_KEY and
      *          the name; without a key set anyone holding a list of
      *          names could recompute them, and the certificate says
      *          so. Run date is EOD_DATE, else argument 1, else
      *          today. Run it after the EOD chain, while no terminal
      *          is logging. RC 4 if a rule was rejected or there are
      *          no rules; RC 8 if ROSTER.DAT is too large to tell
      *          employees from leavers, in which case GREETLOG and
      *          GLOGCORR are not swept.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-RETN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETENTION-RULE ASSIGN TO "RETNRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYEE-ROSTER ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VISITOR-FILE ASSIGN TO "VISITORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHANGE-AUDIT ASSIGN TO "CHGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GREETING-LOG ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-CATALOG ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLOG-CORRECTION ASSIGN TO "GLOGCORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETN-WORK ASSIGN TO "RETNWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-REPORT ASSIGN TO "RETNCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-RULE.
       COPY RETNRULE.
       FD  EMPLOYEE-ROSTER.
       COPY EMPMAST.
       FD  VISITOR-FILE.
       COPY VISITOR.
       FD  CHANGE-AUDIT.
       COPY CHGAUDIT.
       FD  GREETING-LOG.
       COPY GREETLOG.
       FD  ARCHIVE-CATALOG.
       COPY ARCHCAT.
       FD  GLOG-CORRECTION.
       COPY GLOGCORR.
       FD  RETN-WORK.
           01  RETN-WORK-RECORD PIC X(976).
       FD  CERT-REPORT.
           01  CERT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           01  WS-ARG-COUNT PIC 9(2) VALUE 0.
           01  WS-EOD-DATE PIC X(8) VALUE SPACES.
           01  WS-RUN-DATE PIC 9(8) VALUE 0.
           01  WS-RUN-TIME PIC 9(8) VALUE 0.
           01  WS-DATE-INTEGER PIC 9(8) VALUE 0.
           01  WS-TOKEN-KEY PIC X(20) VALUE SPACES.
           01  WS-PLACEHOLDER PIC X(10) VALUE "ANONYMIZED".
           01  WS-RULE-EOF PIC X VALUE "N".
           01  WS-RULE-COUNT PIC 9(2) VALUE 0.
           01  WS-RULE-TABLE.
               05  WS-RULE-ENTRY OCCURS 50 TIMES.
                   10  WS-RUL-FILE-ID PIC X(8).
                   10  WS-RUL-TYPE PIC X(10).
                   10  WS-RUL-KEEP PIC 9(5).
                   10  WS-RUL-ACTION PIC X(6).
                   10  WS-RUL-CUTOFF PIC 9(8).
                   10  WS-RUL-DUE PIC 9(7).
                   10  WS-RUL-ANON PIC 9(7).
                   10  WS-RUL-TOKEN PIC 9(7).
                   10  WS-RUL-PURGE PIC 9(7).
                   10  WS-RUL-NO-CHANGE PIC 9(7).
           01  WS-RUL-IDX PIC 9(2) VALUE 0.
           01  WS-RULE-FOUND PIC 9(2) VALUE 0.
           01  WS-RULE-REJECTED PIC 9(3) VALUE 0.
           01  WS-REJECT-REASON PIC X(60) VALUE SPACES.
           01  WS-ROSTER-EOF PIC X VALUE "N".
           01  WS-ROSTER-COUNT PIC 9(4) VALUE 0.
           01  WS-ROSTER-DROPPED PIC 9(4) VALUE 0.
           01  WS-ROSTER-TABLE.
               05  WS-ROSTER-ENTRY OCCURS 2000 TIMES.
                   10  WS-RST-ID PIC X(6).
                   10  WS-RST-STATUS PIC X.
                   10  WS-RST-NAME PIC X(54).
           01  WS-RST-IDX PIC 9(4) VALUE 0.
           01  WS-RST-FOUND PIC 9(4) VALUE 0.
           01  WS-CATALOG-EOF PIC X VALUE "N".
           01  WS-ARCH-COUNT PIC 9(3) VALUE 0.
           01  WS-ARCH-TABLE.
               05  WS-ARCH-NAME PIC X(20) OCCURS 400 TIMES.
           01  WS-ARCH-IDX PIC 9(3) VALUE 0.
           01  WS-ARCH-DROPPED PIC 9(4) VALUE 0.
           01  WS-LOG-NAME PIC X(20) VALUE SPACES.
           01  WS-FILE-EOF PIC X VALUE "N".
           01  WS-WORK-EOF PIC X VALUE "N".
           01  WS-REC-FILE-ID PIC X(8) VALUE SPACES.
           01  WS-REC-TYPE PIC X(10) VALUE SPACES.
           01  WS-REC-DATE PIC X(8) VALUE SPACES.
           01  WS-REC-EMP-ID PIC X(6) VALUE SPACES.
           01  WS-REC-NAME PIC X(54) VALUE SPACES.
           01  WS-REC-DUE PIC X VALUE "N".
           01  WS-REC-CHANGED PIC X VALUE "N".
           01  WS-OUTCOME PIC X VALUE SPACE.
           01  WS-FIELD-NAME PIC X(54) VALUE SPACES.
           01  WS-FIELD-TEXT PIC X(40) VALUE SPACES.
           01  WS-HASH-INPUT.
               05  WS-HASH-KEY PIC X(20).
               05  WS-HASH-NAME PIC X(54).
           01  WS-HASH PIC 9(12) VALUE 0.
           01  WS-CHAR-IDX PIC 9(2) VALUE 0.
           01  WS-TOKEN.
               05  FILLER PIC X(6) VALUE "TOKEN-".
               05  WS-TOKEN-HASH PIC 9(12).
           01  WS-FILE-READ PIC 9(7) VALUE 0.
           01  WS-FILE-DUE PIC 9(7) VALUE 0.
           01  WS-FILE-ANON PIC 9(7) VALUE 0.
           01  WS-FILE-TOKEN PIC 9(7) VALUE 0.
           01  WS-FILE-PURGE PIC 9(7) VALUE 0.
           01  WS-FILE-NO-CHANGE PIC 9(7) VALUE 0.
           01  WS-FILE-UNDATED PIC 9(7) VALUE 0.
           01  WS-TOTAL-ANON PIC 9(8) VALUE 0.
           01  WS-TOTAL-TOKEN PIC 9(8) VALUE 0.
           01  WS-TOTAL-PURGE PIC 9(8) VALUE 0.
           01  WS-FILES-REWRITTEN PIC 9(4) VALUE 0.
           01  WS-EDIT-KEEP PIC Z(4)9.
           01  WS-EDIT-READ PIC Z(6)9.
           01  WS-EDIT-DUE PIC Z(6)9.
           01  WS-EDIT-ANON PIC Z(6)9.
           01  WS-EDIT-TOKEN PIC Z(6)9.
           01  WS-EDIT-PURGE PIC Z(6)9.
           01  WS-EDIT-NO-CHANGE PIC Z(6)9.
           01  WS-EDIT-COUNT PIC Z(7)9.
           01  WS-FILE-LABEL PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-RUN-PARMS.
           OPEN OUTPUT CERT-REPORT.
           PERFORM WRITE-CERT-HEADER.
           PERFORM LOAD-RETENTION-RULES.
           IF WS-RULE-COUNT > 0
               PERFORM LOAD-ROSTER-TABLE
               PERFORM LOAD-ARCHIVE-NAMES
               PERFORM WRITE-RESULTS-HEADER
               PERFORM SWEEP-VISITORS
               PERFORM SWEEP-CHANGE-AUDIT
               IF WS-ROSTER-DROPPED = 0
                   MOVE "GREETLOG.DAT" TO WS-LOG-NAME
                   PERFORM SWEEP-GREETING-LOG
                   PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                               UNTIL WS-ARCH-IDX > WS-ARCH-COUNT
                       MOVE WS-ARCH-NAME(WS-ARCH-IDX) TO WS-LOG-NAME
                       PERFORM SWEEP-GREETING-LOG
                   END-PERFORM
                   PERFORM SWEEP-CORRECTIONS
               ELSE
                   PERFORM WRITE-ROSTER-REFUSAL
               END-IF
               PERFORM WRITE-RULE-RESULTS
           ELSE
               MOVE "No retention rules in force - nothing swept"
                   TO CERT-LINE
               WRITE CERT-LINE
           END-IF.
           PERFORM WRITE-CERT-FOOTER.
           CLOSE CERT-REPORT.
           MOVE WS-TOTAL-ANON TO WS-EDIT-COUNT.
           DISPLAY "HELLO-RETN: " FUNCTION TRIM(WS-EDIT-COUNT)
               " record(s) anonymized".
           MOVE WS-TOTAL-TOKEN TO WS-EDIT-COUNT.
           DISPLAY "HELLO-RETN: " FUNCTION TRIM(WS-EDIT-COUNT)
               " record(s) tokenized".
           MOVE WS-TOTAL-PURGE TO WS-EDIT-COUNT.
           DISPLAY "HELLO-RETN: " FUNCTION TRIM(WS-EDIT-COUNT)
               " record(s) purged (see RETNCERT.RPT)".
           IF WS-RULE-REJECTED > 0
               DISPLAY "HELLO-RETN: WARNING - retention rule(s) "
                   "rejected (see RETNCERT.RPT)"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-RULE-COUNT = 0
               DISPLAY "HELLO-RETN: no retention rules in force"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ARCH-DROPPED > 0
               DISPLAY "HELLO-RETN: WARNING - archive table full; "
                   "some archives not swept"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ROSTER-DROPPED > 0
               DISPLAY "HELLO-RETN: ERROR - roster table full; "
                   "GREETLOG and GLOGCORR not swept"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-RUN-PARMS.
           DISPLAY "EOD_DATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-EOD-DATE FROM ENVIRONMENT-VALUE
           IF WS-EOD-DATE IS NUMERIC
               MOVE WS-EOD-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
               IF WS-ARG-COUNT > 0
                   ACCEPT WS-RUN-DATE FROM ARGUMENT-VALUE
               ELSE
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY "RETENTION_TOKEN_KEY" UPON ENVIRONMENT-NAME
           ACCEPT WS-TOKEN-KEY FROM ENVIRONMENT-VALUE.

       WRITE-CERT-HEADER.
           MOVE SPACES TO CERT-LINE
           STRING
               "==== HELLO-MAXX PERSONAL-DATA RETENTION "
                   DELIMITED BY SIZE
               "CERTIFICATE ====" DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE
           STRING
               "Run date " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE.
           IF WS-TOKEN-KEY = SPACES
               MOVE SPACES TO CERT-LINE
               STRING
                   "Token key: NOT SET - tokens can be "
                       DELIMITED BY SIZE
                   "recomputed from a list of names" DELIMITED BY SIZE
                   INTO CERT-LINE
               END-STRING
           ELSE
               MOVE "Token key: set" TO CERT-LINE
           END-IF
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE.
           MOVE "-- Retention rules --" TO CERT-LINE
           WRITE CERT-LINE.
           MOVE "  FILE     TYPE        KEEP DAYS  ACTION  CUTOFF"
               TO CERT-LINE
           WRITE CERT-LINE.

      * A record is due when its date is before the rule's cutoff,
      * i.e. older than the keep period on the run date. Bad rules
      * are listed on the certificate and not applied.
       LOAD-RETENTION-RULES.
           MOVE "N" TO WS-RULE-EOF
           MOVE 0 TO WS-RULE-COUNT
           OPEN INPUT RETENTION-RULE.
           PERFORM UNTIL WS-RULE-EOF = "Y"
               READ RETENTION-RULE
                   AT END
                       MOVE "Y" TO WS-RULE-EOF
                   NOT AT END
                       IF RETENTION-RULE-RECORD NOT = SPACES
                           PERFORM CHECK-RETENTION-RULE
                           IF WS-REJECT-REASON = SPACES
                               PERFORM STORE-RETENTION-RULE
                           ELSE
                               PERFORM WRITE-REJECTED-RULE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETENTION-RULE.
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE.

       CHECK-RETENTION-RULE.
           MOVE SPACES TO WS-REJECT-REASON
           IF RRUL-RECORD-TYPE = SPACES
               MOVE "*" TO RRUL-RECORD-TYPE
           END-IF
           EVALUATE RRUL-FILE-ID
               WHEN "VISITORS"
                   IF RRUL-RECORD-TYPE NOT = "*"
                          AND RRUL-RECORD-TYPE NOT = "VISITOR"
                       MOVE "VISITORS record type must be VISITOR or *"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "GREETLOG"
                   IF RRUL-RECORD-TYPE NOT = "*"
                          AND RRUL-RECORD-TYPE NOT = "EMPLOYEE"
                          AND RRUL-RECORD-TYPE NOT = "LEAVER"
                          AND RRUL-RECORD-TYPE NOT = "VISITOR"
                          AND RRUL-RECORD-TYPE NOT = "WALKUP"
                       STRING
                           "GREETLOG type must be EMPLOYEE, "
                               DELIMITED BY SIZE
                           "LEAVER, VISITOR, WALKUP or *"
                               DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                       END-STRING
                   END-IF
               WHEN "GLOGCORR"
                   IF RRUL-RECORD-TYPE NOT = "*"
                          AND RRUL-RECORD-TYPE NOT = "EMPLOYEE"
                          AND RRUL-RECORD-TYPE NOT = "LEAVER"
                          AND RRUL-RECORD-TYPE NOT = "WALKUP"
                       STRING
                           "GLOGCORR type must be EMPLOYEE, "
                               DELIMITED BY SIZE
                           "LEAVER, WALKUP or *" DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                       END-STRING
                   END-IF
               WHEN "CHGAUDIT"
                   CONTINUE
               WHEN OTHER
                   STRING
                       "File ID must be VISITORS, GREETLOG, "
                           DELIMITED BY SIZE
                       "GLOGCORR or CHGAUDIT" DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               IF RRUL-KEEP-DAYS IS NOT NUMERIC
                   MOVE "Keep days must be 1 to 99999" TO
                       WS-REJECT-REASON
               ELSE
                   IF RRUL-KEEP-DAYS = 0
                       MOVE "Keep days must be 1 to 99999" TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
                  AND RRUL-ACTION NOT = "ANON"
                  AND RRUL-ACTION NOT = "TOKEN"
                  AND RRUL-ACTION NOT = "PURGE"
               MOVE "Action must be ANON, TOKEN or PURGE"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES AND RRUL-ACTION = "PURGE"
                  AND (RRUL-FILE-ID = "GREETLOG"
                       OR RRUL-FILE-ID = "GLOGCORR")
               STRING
                   "PURGE not allowed - log must still "
                       DELIMITED BY SIZE
                   "balance to GLOGCTL" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                           UNTIL WS-RUL-IDX > WS-RULE-COUNT
                   IF WS-RUL-FILE-ID(WS-RUL-IDX) = RRUL-FILE-ID
                          AND WS-RUL-TYPE(WS-RUL-IDX)
                              = RRUL-RECORD-TYPE
                       MOVE "Duplicate rule for this file and type"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-RULE-COUNT >= 50
               MOVE "Rule table full (50 rules)" TO WS-REJECT-REASON
           END-IF.

       STORE-RETENTION-RULE.
           ADD 1 TO WS-RULE-COUNT
           MOVE RRUL-FILE-ID TO WS-RUL-FILE-ID(WS-RULE-COUNT)
           MOVE RRUL-RECORD-TYPE TO WS-RUL-TYPE(WS-RULE-COUNT)
           MOVE RRUL-KEEP-DAYS TO WS-RUL-KEEP(WS-RULE-COUNT)
           MOVE RRUL-ACTION TO WS-RUL-ACTION(WS-RULE-COUNT)
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - RRUL-KEEP-DAYS
           COMPUTE WS-RUL-CUTOFF(WS-RULE-COUNT) =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE 0 TO WS-RUL-DUE(WS-RULE-COUNT)
           MOVE 0 TO WS-RUL-ANON(WS-RULE-COUNT)
           MOVE 0 TO WS-RUL-TOKEN(WS-RULE-COUNT)
           MOVE 0 TO WS-RUL-PURGE(WS-RULE-COUNT)
           MOVE 0 TO WS-RUL-NO-CHANGE(WS-RULE-COUNT)
           MOVE RRUL-KEEP-DAYS TO WS-EDIT-KEEP
           MOVE SPACES TO CERT-LINE
           STRING
               "  " DELIMITED BY SIZE
               RRUL-FILE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RRUL-RECORD-TYPE DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-EDIT-KEEP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RRUL-ACTION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RUL-CUTOFF(WS-RULE-COUNT) DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE.

       WRITE-REJECTED-RULE.
           ADD 1 TO WS-RULE-REJECTED
           MOVE SPACES TO CERT-LINE
           STRING
               "  REJECTED: " DELIMITED BY SIZE
               RETENTION-RULE-RECORD DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE.

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
                               MOVE EMP-ID
                                   TO WS-RST-ID(WS-ROSTER-COUNT)
                               MOVE EMP-STATUS
                                   TO WS-RST-STATUS(WS-ROSTER-COUNT)
                               MOVE FUNCTION UPPER-CASE(EMP-NAME)
                                   TO WS-RST-NAME(WS-ROSTER-COUNT)
                           ELSE
                               ADD 1 TO WS-ROSTER-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-ROSTER.

      * With part of the roster missing a current employee would be
      * taken for a leaver and get the leaver keep period, so the
      * files aged by employee type are left alone entirely.
       WRITE-ROSTER-REFUSAL.
           MOVE WS-ROSTER-DROPPED TO WS-EDIT-COUNT
           MOVE SPACES TO CERT-LINE
           STRING
               "  NOT SWEPT: GREETLOG.DAT, archives and GLOGCORR.DAT - "
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               " ROSTER.DAT employee(s) beyond the 2000 the sweep "
                   DELIMITED BY SIZE
               "can hold" DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE.
           MOVE "  (current employees could not be told from leavers)"
               TO CERT-LINE
           WRITE CERT-LINE.

       LOAD-ARCHIVE-NAMES.
           MOVE "N" TO WS-CATALOG-EOF
           MOVE 0 TO WS-ARCH-COUNT
           OPEN INPUT ARCHIVE-CATALOG.
           PERFORM UNTIL WS-CATALOG-EOF = "Y"
               READ ARCHIVE-CATALOG
                   AT END
                       MOVE "Y" TO WS-CATALOG-EOF
                   NOT AT END
                       IF ARCAT-FILE-NAME NOT = SPACES
                           IF WS-ARCH-COUNT < 400
                               ADD 1 TO WS-ARCH-COUNT
                               MOVE ARCAT-FILE-NAME
                                   TO WS-ARCH-NAME(WS-ARCH-COUNT)
                           ELSE
                               ADD 1 TO WS-ARCH-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-CATALOG.

       WRITE-RESULTS-HEADER.
           MOVE "-- Results by file --" TO CERT-LINE
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE
           STRING
               "  FILE                    READ   PAST KEEP"
                   DELIMITED BY SIZE
               "  ANONYMIZED   TOKENIZED     PURGED  NO CHANGE"
                   DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE.

       RESET-FILE-COUNTS.
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-DUE
           MOVE 0 TO WS-FILE-ANON
           MOVE 0 TO WS-FILE-TOKEN
           MOVE 0 TO WS-FILE-PURGE
           MOVE 0 TO WS-FILE-NO-CHANGE
           MOVE 0 TO WS-FILE-UNDATED.

      *************************************
      * VISITORS.DAT - name and purpose
      *************************************
       SWEEP-VISITORS.
           PERFORM RESET-FILE-COUNTS
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT VISITOR-FILE.
           OPEN OUTPUT RETN-WORK.
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ VISITOR-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       PERFORM CHECK-VISITOR-RECORD
                       IF WS-OUTCOME NOT = "P"
                           WRITE RETN-WORK-RECORD FROM VISITOR-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VISITOR-FILE.
           CLOSE RETN-WORK.
           IF WS-FILE-ANON + WS-FILE-TOKEN + WS-FILE-PURGE > 0
               MOVE "N" TO WS-WORK-EOF
               OPEN INPUT RETN-WORK
               OPEN OUTPUT VISITOR-FILE
               PERFORM UNTIL WS-WORK-EOF = "Y"
                   READ RETN-WORK
                       AT END
                           MOVE "Y" TO WS-WORK-EOF
                       NOT AT END
                           WRITE VISITOR-RECORD FROM RETN-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETN-WORK
               CLOSE VISITOR-FILE
               ADD 1 TO WS-FILES-REWRITTEN
           END-IF.
           MOVE "VISITORS.DAT" TO WS-FILE-LABEL
           PERFORM WRITE-FILE-RESULT.

       CHECK-VISITOR-RECORD.
           MOVE "VISITORS" TO WS-REC-FILE-ID
           MOVE "VISITOR" TO WS-REC-TYPE
           MOVE VIS-DATE TO WS-REC-DATE
           PERFORM FIND-DUE-RULE
           IF WS-REC-DUE = "Y"
               IF WS-RUL-ACTION(WS-RULE-FOUND) NOT = "PURGE"
                   MOVE VIS-NAME TO WS-FIELD-NAME
                   PERFORM REPLACE-NAME-FIELD
                   MOVE WS-FIELD-NAME TO VIS-NAME
                   MOVE VIS-PURPOSE TO WS-FIELD-TEXT
                   PERFORM REPLACE-TEXT-FIELD
                   MOVE WS-FIELD-TEXT TO VIS-PURPOSE
               END-IF
               PERFORM TALLY-OUTCOME
           END-IF.

      *************************************
      * CHGAUDIT.DAT - names inside the roster and log images
      *************************************
       SWEEP-CHANGE-AUDIT.
           PERFORM RESET-FILE-COUNTS
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CHANGE-AUDIT.
           OPEN OUTPUT RETN-WORK.
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CHANGE-AUDIT
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       PERFORM CHECK-AUDIT-RECORD
                       IF WS-OUTCOME NOT = "P"
                           WRITE RETN-WORK-RECORD
                               FROM CHANGE-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHANGE-AUDIT.
           CLOSE RETN-WORK.
           IF WS-FILE-ANON + WS-FILE-TOKEN + WS-FILE-PURGE > 0
               MOVE "N" TO WS-WORK-EOF
               OPEN INPUT RETN-WORK
               OPEN OUTPUT CHANGE-AUDIT
               PERFORM UNTIL WS-WORK-EOF = "Y"
                   READ RETN-WORK
                       AT END
                           MOVE "Y" TO WS-WORK-EOF
                       NOT AT END
                           WRITE CHANGE-AUDIT-RECORD
                               FROM RETN-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETN-WORK
               CLOSE CHANGE-AUDIT
               ADD 1 TO WS-FILES-REWRITTEN
           END-IF.
           MOVE "CHGAUDIT.DAT" TO WS-FILE-LABEL
           PERFORM WRITE-FILE-RESULT.

      * Roster images carry EMP-NAME after the 6-byte EMP-ID; log
      * images from HELLO-GCOR carry GLOG-NAME first and the
      * correction reason after "Reason:" in the after image. The
      * other audited files hold no names, so an ANON or TOKEN rule
      * finds nothing to change in them.
       CHECK-AUDIT-RECORD.
           MOVE "CHGAUDIT" TO WS-REC-FILE-ID
           MOVE CAUD-FILE-ID TO WS-REC-TYPE
           MOVE CAUD-DATE TO WS-REC-DATE
           PERFORM FIND-DUE-RULE
           IF WS-REC-DUE = "Y"
               IF WS-RUL-ACTION(WS-RULE-FOUND) NOT = "PURGE"
                   EVALUATE CAUD-FILE-ID
                       WHEN "ROSTER"
                           MOVE CAUD-BEFORE(7:54) TO WS-FIELD-NAME
                           PERFORM REPLACE-NAME-FIELD
                           MOVE WS-FIELD-NAME TO CAUD-BEFORE(7:54)
                           MOVE CAUD-AFTER(7:54) TO WS-FIELD-NAME
                           PERFORM REPLACE-NAME-FIELD
                           MOVE WS-FIELD-NAME TO CAUD-AFTER(7:54)
                       WHEN "GREETLOG"
                           MOVE CAUD-BEFORE(1:54) TO WS-FIELD-NAME
                           PERFORM REPLACE-NAME-FIELD
                           MOVE WS-FIELD-NAME TO CAUD-BEFORE(1:54)
                           MOVE CAUD-AFTER(1:54) TO WS-FIELD-NAME
                           PERFORM REPLACE-NAME-FIELD
                           MOVE WS-FIELD-NAME TO CAUD-AFTER(1:54)
                           IF CAUD-AFTER(115:7) = "Reason:"
                               MOVE CAUD-AFTER(123:40) TO WS-FIELD-TEXT
                               PERFORM REPLACE-TEXT-FIELD
                               MOVE WS-FIELD-TEXT TO CAUD-AFTER(123:40)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM TALLY-OUTCOME
           END-IF.

      *************************************
      * GREETLOG.DAT and each catalogued archive - name only
      *************************************
       SWEEP-GREETING-LOG.
           PERFORM RESET-FILE-COUNTS
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT GREETING-LOG.
           OPEN OUTPUT RETN-WORK.
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ GREETING-LOG
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       PERFORM CHECK-LOG-RECORD
                       WRITE RETN-WORK-RECORD FROM GREETING-LOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE GREETING-LOG.
           CLOSE RETN-WORK.
           IF WS-FILE-ANON + WS-FILE-TOKEN > 0
               MOVE "N" TO WS-WORK-EOF
               OPEN INPUT RETN-WORK
               OPEN OUTPUT GREETING-LOG
               PERFORM UNTIL WS-WORK-EOF = "Y"
                   READ RETN-WORK
                       AT END
                           MOVE "Y" TO WS-WORK-EOF
                       NOT AT END
                           WRITE GREETING-LOG-RECORD
                               FROM RETN-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETN-WORK
               CLOSE GREETING-LOG
               ADD 1 TO WS-FILES-REWRITTEN
           END-IF.
           MOVE WS-LOG-NAME TO WS-FILE-LABEL
           PERFORM WRITE-FILE-RESULT.

       CHECK-LOG-RECORD.
           MOVE "GREETLOG" TO WS-REC-FILE-ID
           MOVE GLOG-DATE TO WS-REC-DATE
           IF GLOG-STATUS = "VISITOR"
               MOVE "VISITOR" TO WS-REC-TYPE
           ELSE
               MOVE GLOG-EMP-ID TO WS-REC-EMP-ID
               MOVE FUNCTION UPPER-CASE(GLOG-NAME) TO WS-REC-NAME
               PERFORM SET-PERSON-TYPE
           END-IF
           PERFORM FIND-DUE-RULE
           IF WS-REC-DUE = "Y"
               MOVE GLOG-NAME TO WS-FIELD-NAME
               PERFORM REPLACE-NAME-FIELD
               MOVE WS-FIELD-NAME TO GLOG-NAME
               PERFORM TALLY-OUTCOME
           END-IF.

      *************************************
      * GLOGCORR.DAT - reassigned name and reason
      *************************************
       SWEEP-CORRECTIONS.
           PERFORM RESET-FILE-COUNTS
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT GLOG-CORRECTION.
           OPEN OUTPUT RETN-WORK.
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ GLOG-CORRECTION
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       PERFORM CHECK-CORRECTION-RECORD
                       WRITE RETN-WORK-RECORD
                           FROM GLOG-CORRECTION-RECORD
               END-READ
           END-PERFORM.
           CLOSE GLOG-CORRECTION.
           CLOSE RETN-WORK.
           IF WS-FILE-ANON + WS-FILE-TOKEN > 0
               MOVE "N" TO WS-WORK-EOF
               OPEN INPUT RETN-WORK
               OPEN OUTPUT GLOG-CORRECTION
               PERFORM UNTIL WS-WORK-EOF = "Y"
                   READ RETN-WORK
                       AT END
                           MOVE "Y" TO WS-WORK-EOF
                       NOT AT END
                           WRITE GLOG-CORRECTION-RECORD
                               FROM RETN-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETN-WORK
               CLOSE GLOG-CORRECTION
               ADD 1 TO WS-FILES-REWRITTEN
           END-IF.
           MOVE "GLOGCORR.DAT" TO WS-FILE-LABEL
           PERFORM WRITE-FILE-RESULT.

      * Aged by the corrected greeting's date, not the entry date, so
      * a correction is anonymized together with its log record.
       CHECK-CORRECTION-RECORD.
           MOVE "GLOGCORR" TO WS-REC-FILE-ID
           MOVE GCOR-LOG-DATE TO WS-REC-DATE
           MOVE GCOR-NEW-EMP-ID TO WS-REC-EMP-ID
           MOVE FUNCTION UPPER-CASE(GCOR-NEW-NAME) TO WS-REC-NAME
           PERFORM SET-PERSON-TYPE
           PERFORM FIND-DUE-RULE
           IF WS-REC-DUE = "Y"
               MOVE GCOR-NEW-NAME TO WS-FIELD-NAME
               PERFORM REPLACE-NAME-FIELD
               MOVE WS-FIELD-NAME TO GCOR-NEW-NAME
               MOVE GCOR-REASON TO WS-FIELD-TEXT
               PERFORM REPLACE-TEXT-FIELD
               MOVE WS-FIELD-TEXT TO GCOR-REASON
               PERFORM TALLY-OUTCOME
           END-IF.

      *************************************
      * Shared rule matching and replacement
      *************************************
      * An EMP-ID that is no longer on the roster, or is terminated
      * there, is a leaver. With no EMP-ID the greeting is matched to
      * the roster by upper-cased name (a name-only sign-in by a
      * current or former employee); only a name not on the roster
      * is a walk-up.
       SET-PERSON-TYPE.
           MOVE 0 TO WS-RST-FOUND
           IF WS-REC-EMP-ID = SPACES
               IF WS-REC-NAME NOT = SPACES
                   PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                               UNTIL WS-RST-IDX > WS-ROSTER-COUNT
                                  OR WS-RST-FOUND > 0
                       IF WS-RST-NAME(WS-RST-IDX) = WS-REC-NAME
                           MOVE WS-RST-IDX TO WS-RST-FOUND
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-RST-FOUND = 0
                   MOVE "WALKUP" TO WS-REC-TYPE
               ELSE
                   IF WS-RST-STATUS(WS-RST-FOUND) = "T"
                       MOVE "LEAVER" TO WS-REC-TYPE
                   ELSE
                       MOVE "EMPLOYEE" TO WS-REC-TYPE
                   END-IF
               END-IF
           ELSE
               PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                           UNTIL WS-RST-IDX > WS-ROSTER-COUNT
                              OR WS-RST-FOUND > 0
                   IF WS-RST-ID(WS-RST-IDX) = WS-REC-EMP-ID
                       MOVE WS-RST-IDX TO WS-RST-FOUND
                   END-IF
               END-PERFORM
               IF WS-RST-FOUND = 0
                   MOVE "LEAVER" TO WS-REC-TYPE
               ELSE
                   IF WS-RST-STATUS(WS-RST-FOUND) = "T"
                       MOVE "LEAVER" TO WS-REC-TYPE
                   ELSE
                       MOVE "EMPLOYEE" TO WS-REC-TYPE
                   END-IF
               END-IF
           END-IF.

      * The rule for the record's own type wins over the file's "*"
      * rule. A record with no usable date is never due.
       FIND-DUE-RULE.
           MOVE "N" TO WS-REC-DUE
           MOVE "N" TO WS-REC-CHANGED
           MOVE SPACE TO WS-OUTCOME
           MOVE 0 TO WS-RULE-FOUND
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                       UNTIL WS-RUL-IDX > WS-RULE-COUNT
               IF WS-RUL-FILE-ID(WS-RUL-IDX) = WS-REC-FILE-ID
                   IF WS-RUL-TYPE(WS-RUL-IDX) = WS-REC-TYPE
                       MOVE WS-RUL-IDX TO WS-RULE-FOUND
                   END-IF
                   IF WS-RUL-TYPE(WS-RUL-IDX) = "*"
                          AND WS-RULE-FOUND = 0
                       MOVE WS-RUL-IDX TO WS-RULE-FOUND
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RULE-FOUND > 0
               IF WS-REC-DATE IS NOT NUMERIC
                   ADD 1 TO WS-FILE-UNDATED
               ELSE
                   IF WS-REC-DATE < WS-RUL-CUTOFF(WS-RULE-FOUND)
                       MOVE "Y" TO WS-REC-DUE
                   END-IF
               END-IF
           END-IF.

      * A name already replaced is left alone, except that an ANON
      * rule also replaces an earlier token.
       REPLACE-NAME-FIELD.
           IF WS-FIELD-NAME NOT = SPACES
                  AND WS-FIELD-NAME NOT = WS-PLACEHOLDER
               IF WS-RUL-ACTION(WS-RULE-FOUND) = "TOKEN"
                   IF WS-FIELD-NAME(1:6) NOT = "TOKEN-"
                       PERFORM COMPUTE-NAME-TOKEN
                       MOVE WS-TOKEN TO WS-FIELD-NAME
                       MOVE "Y" TO WS-REC-CHANGED
                   END-IF
               ELSE
                   MOVE WS-PLACEHOLDER TO WS-FIELD-NAME
                   MOVE "Y" TO WS-REC-CHANGED
               END-IF
           END-IF.

       REPLACE-TEXT-FIELD.
           IF WS-FIELD-TEXT NOT = SPACES
                  AND WS-FIELD-TEXT NOT = WS-PLACEHOLDER
               MOVE WS-PLACEHOLDER TO WS-FIELD-TEXT
               MOVE "Y" TO WS-REC-CHANGED
           END-IF.

      * Same name, same token, in every file: the hash runs over the
      * site token key and the upper-cased name.
       COMPUTE-NAME-TOKEN.
           MOVE WS-TOKEN-KEY TO WS-HASH-KEY
           MOVE FUNCTION UPPER-CASE(WS-FIELD-NAME) TO WS-HASH-NAME
           MOVE 0 TO WS-HASH
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > 74
               COMPUTE WS-HASH = FUNCTION MOD
                   (WS-HASH * 131
                    + FUNCTION ORD(WS-HASH-INPUT(WS-CHAR-IDX:1)),
                    999999999989)
           END-PERFORM
           MOVE WS-HASH TO WS-TOKEN-HASH.

       TALLY-OUTCOME.
           ADD 1 TO WS-FILE-DUE
           ADD 1 TO WS-RUL-DUE(WS-RULE-FOUND)
           EVALUATE TRUE
               WHEN WS-RUL-ACTION(WS-RULE-FOUND) = "PURGE"
                   MOVE "P" TO WS-OUTCOME
                   ADD 1 TO WS-FILE-PURGE
                   ADD 1 TO WS-RUL-PURGE(WS-RULE-FOUND)
                   ADD 1 TO WS-TOTAL-PURGE
               WHEN WS-REC-CHANGED = "N"
                   MOVE "N" TO WS-OUTCOME
                   ADD 1 TO WS-FILE-NO-CHANGE
                   ADD 1 TO WS-RUL-NO-CHANGE(WS-RULE-FOUND)
               WHEN WS-RUL-ACTION(WS-RULE-FOUND) = "TOKEN"
                   MOVE "T" TO WS-OUTCOME
                   ADD 1 TO WS-FILE-TOKEN
                   ADD 1 TO WS-RUL-TOKEN(WS-RULE-FOUND)
                   ADD 1 TO WS-TOTAL-TOKEN
               WHEN OTHER
                   MOVE "A" TO WS-OUTCOME
                   ADD 1 TO WS-FILE-ANON
                   ADD 1 TO WS-RUL-ANON(WS-RULE-FOUND)
                   ADD 1 TO WS-TOTAL-ANON
           END-EVALUATE.

      *************************************
      * Certificate lines
      *************************************
       WRITE-FILE-RESULT.
           MOVE WS-FILE-READ TO WS-EDIT-READ
           MOVE WS-FILE-DUE TO WS-EDIT-DUE
           MOVE WS-FILE-ANON TO WS-EDIT-ANON
           MOVE WS-FILE-TOKEN TO WS-EDIT-TOKEN
           MOVE WS-FILE-PURGE TO WS-EDIT-PURGE
           MOVE WS-FILE-NO-CHANGE TO WS-EDIT-NO-CHANGE
           MOVE SPACES TO CERT-LINE
           STRING
               "  " DELIMITED BY SIZE
               WS-FILE-LABEL DELIMITED BY SIZE
               WS-EDIT-READ DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-EDIT-DUE DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-EDIT-ANON DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-EDIT-TOKEN DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-EDIT-PURGE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-EDIT-NO-CHANGE DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE.
           IF WS-FILE-UNDATED > 0
               MOVE WS-FILE-UNDATED TO WS-EDIT-COUNT
               MOVE SPACES TO CERT-LINE
               STRING
                   "    WARNING: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   " record(s) with no valid date left as they are"
                       DELIMITED BY SIZE
                   INTO CERT-LINE
               END-STRING
               WRITE CERT-LINE
           END-IF.

       WRITE-RULE-RESULTS.
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE.
           MOVE "-- Results by rule --" TO CERT-LINE
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE
           STRING
               "  FILE     TYPE         PAST KEEP" DELIMITED BY SIZE
               "  ANONYMIZED   TOKENIZED     PURGED  NO CHANGE"
                   DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE.
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                       UNTIL WS-RUL-IDX > WS-RULE-COUNT
               MOVE WS-RUL-DUE(WS-RUL-IDX) TO WS-EDIT-DUE
               MOVE WS-RUL-ANON(WS-RUL-IDX) TO WS-EDIT-ANON
               MOVE WS-RUL-TOKEN(WS-RUL-IDX) TO WS-EDIT-TOKEN
               MOVE WS-RUL-PURGE(WS-RUL-IDX) TO WS-EDIT-PURGE
               MOVE WS-RUL-NO-CHANGE(WS-RUL-IDX) TO WS-EDIT-NO-CHANGE
               MOVE SPACES TO CERT-LINE
               STRING
                   "  " DELIMITED BY SIZE
                   WS-RUL-FILE-ID(WS-RUL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RUL-TYPE(WS-RUL-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-EDIT-DUE DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-EDIT-ANON DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-EDIT-TOKEN DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-EDIT-PURGE DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-EDIT-NO-CHANGE DELIMITED BY SIZE
                   INTO CERT-LINE
               END-STRING
               WRITE CERT-LINE
           END-PERFORM.

       WRITE-CERT-FOOTER.
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE.
           MOVE WS-FILES-REWRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO CERT-LINE
           STRING
               "File(s) rewritten: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE.
           IF WS-ARCH-DROPPED > 0
               MOVE WS-ARCH-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO CERT-LINE
               STRING
                   "WARNING: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   " catalogued archive(s) not swept - table full"
                       DELIMITED BY SIZE
                   INTO CERT-LINE
               END-STRING
               WRITE CERT-LINE
           END-IF.
           MOVE SPACES TO CERT-LINE
           STRING
               "Names and free text past their keep period "
                   DELIMITED BY SIZE
               "were replaced; dates, times, counts, terminal IDs and"
                   DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE
           STRING
               "EMP-IDs were kept and no greeting log record "
                   DELIMITED BY SIZE
               "was removed, so GLOGCTL balancing and HELLO-TRND totals"
                   DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE.
           MOVE "are unaffected." TO CERT-LINE
           WRITE CERT-LINE.
           MOVE "==== END OF CERTIFICATE ====" TO CERT-LINE
           WRITE CERT-LINE.
