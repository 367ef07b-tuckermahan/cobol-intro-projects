      *          count and hash; days HELLO-ACK has marked REJECTED
      *          are the retransmit queue and are re-extracted here
      *          to dated staging files (HRFEEDyyyymmdd.DAT) on the
      *          next run. Supervisor corrections on GLOGCORR.DAT are
      *          applied as a day is extracted - voided greetings are
      *          left out and reassigned ones carry the new EMP-ID and
      *          name - while the day is still proved against GLOGCTL
      *          on the records as logged. Corrections to days already
      *          STAGED or CONFIRMED go to HR as adjustment records on
      *          HRADJyyyymmdd.DAT instead, with its own header and
      *          trailer; HRADJCTL.DAT holds the last GCOR-NUMBER
      *          handled so each correction is sent once. A rerun for
      *          the same feed date keeps the adjustments already
      *          staged in that file and adds the new ones.
      *************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-FEED.
           SELECT OPTIONAL ARCHIVE-LOG
               ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLOG-CORRECTION ASSIGN TO "GLOGCORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUST-CONTROL ASSIGN TO "HRADJCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUST-STAGED
               ASSIGN TO DYNAMIC WS-ADJUST-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADJUST-WORK ASSIGN TO "HRADJ.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GREETING-LOG.
       COPY ARCHCAT.
       FD  ARCHIVE-LOG.
           01  ARCHIVE-LOG-RECORD PIC X(100).
       FD  GLOG-CORRECTION.
       COPY GLOGCORR.
       FD  ADJUST-CONTROL.
           01  ADJUST-CONTROL-RECORD.
               05  ADJCTL-LAST-NUMBER PIC 9(6).
               05  ADJCTL-RUN-DATE PIC 9(8).
       FD  ADJUST-STAGED.
           01  ADJUST-STAGED-RECORD PIC X(103).
           01  FILLER REDEFINES ADJUST-STAGED-RECORD.
               05  ADJ-STG-TYPE PIC X.
               05  ADJ-STG-ACTION PIC X(6).
               05  ADJ-STG-DATE PIC 9(8).
               05  ADJ-STG-TIME PIC 9(8).
               05  FILLER PIC X(80).
       FD  ADJUST-WORK.
           01  ADJUST-WORK-RECORD PIC X(103).
       WORKING-STORAGE SECTION.
           01  WS-ARG-COUNT PIC 9(2) VALUE 0.
           01  WS-FEED-DATE PIC 9(8) VALUE 0.
                   10  WS-GCT-HASH PIC 9(12).
           01  WS-GCT-IDX PIC 9(3) VALUE 0.
           01  WS-GCT-FOUND PIC 9(3) VALUE 0.
           01  WS-LOG-COUNT PIC 9(6) VALUE 0.
           01  WS-LOG-HASH PIC 9(12) VALUE 0.
           01  WS-VOID-COUNT PIC 9(6) VALUE 0.
           01  WS-SCAN-FROM-DATE PIC 9(8) VALUE 0.
           01  WS-ADJUST-MODE PIC X VALUE "N".
           01  WS-ADJUST-NAME PIC X(20) VALUE SPACES.
           01  WS-ADJ-EOF PIC X VALUE "N".
           01  WS-CORR-EOF PIC X VALUE "N".
           01  WS-ADJ-LAST PIC 9(6) VALUE 0.
           01  WS-ADJ-HIGH PIC 9(6) VALUE 0.
           01  WS-ADJ-COUNT PIC 9(3) VALUE 0.
           01  WS-ADJ-DROPPED PIC 9(4) VALUE 0.
           01  WS-ADJ-MISSING PIC 9(4) VALUE 0.
           01  WS-ADJ-SENT PIC 9(6) VALUE 0.
           01  WS-ADJ-HASH PIC 9(12) VALUE 0.
           01  WS-ADJ-CARRIED PIC 9(6) VALUE 0.
           01  WS-ADJ-TABLE.
               05  WS-ADJ-ENTRY OCCURS 500 TIMES.
                   10  WS-ADJ-DATE PIC 9(8).
                   10  WS-ADJ-SEQ PIC 9(6).
                   10  WS-ADJ-ACTION PIC X(6).
                   10  WS-ADJ-NEW-EMP-ID PIC X(6).
                   10  WS-ADJ-NEW-NAME PIC X(54).
                   10  WS-ADJ-FOUND PIC X.
                   10  WS-ADJ-TIME PIC 9(8).
                   10  WS-ADJ-TERMINAL-ID PIC X(8).
                   10  WS-ADJ-OLD-EMP-ID PIC X(6).
                   10  WS-ADJ-OLD-NAME PIC X(54).
           01  WS-ADJ-IDX PIC 9(3) VALUE 0.
           01  WS-DAY-STATUS PIC X(9) VALUE SPACES.
           01  FEED-HEADER-RECORD.
               05  FEED-HDR-TYPE PIC X VALUE "H".
               05  FEED-HDR-RUN-DATE PIC 9(8).
               05  FEED-AUD-COUNT PIC 9(6).
               05  FEED-AUD-HASH PIC 9(12).
               05  FILLER PIC X(76).
           01  ADJUST-HEADER-RECORD.
               05  ADJ-HDR-TYPE PIC X VALUE "H".
               05  ADJ-HDR-RUN-DATE PIC 9(8).
               05  ADJ-HDR-FEED-DATE PIC 9(8).
               05  ADJ-HDR-KIND PIC X(6) VALUE "ADJUST".
               05  FILLER PIC X(80) VALUE SPACES.
           01  ADJUST-DETAIL-RECORD.
               05  ADJ-DTL-TYPE PIC X VALUE "A".
               05  ADJ-DTL-ACTION PIC X(6).
               05  ADJ-DTL-DATE PIC 9(8).
               05  ADJ-DTL-TIME PIC 9(8).
               05  ADJ-DTL-TERMINAL-ID PIC X(8).
               05  ADJ-DTL-SEQ PIC 9(6).
               05  ADJ-DTL-OLD-EMP-ID PIC X(6).
               05  ADJ-DTL-NEW-EMP-ID PIC X(6).
               05  ADJ-DTL-NEW-NAME PIC X(54).
           01  ADJUST-TRAILER-RECORD.
               05  ADJ-TRL-TYPE PIC X VALUE "T".
               05  ADJ-TRL-COUNT PIC 9(6).
               05  ADJ-TRL-HASH PIC 9(12).
               05  FILLER PIC X(84) VALUE SPACES.
       COPY GCORPARM.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LOAD-FEED-DATE.
           PERFORM LOAD-FEED-STATUS.
           PERFORM SEND-HR-ADJUSTMENTS.
           MOVE "HRFEED.DAT" TO WS-STAGED-NAME
           PERFORM EXTRACT-ONE-DAY.
           PERFORM RETRANSMIT-REJECTED.
       EXTRACT-ONE-DAY.
           PERFORM WRITE-FEED-WORK.
           PERFORM AUDIT-FEED-WORK.
           IF WS-LOG-COUNT = 0
               DISPLAY "HELLO-FEED: no detail record(s) for feed "
                   "date - feed NOT staged"
               IF WS-RETRANS-MODE = "Y"
               END-IF
           END-PERFORM
           IF WS-GCT-FOUND = 0
               IF WS-UNSEQ-COUNT NOT = WS-LOG-COUNT
                   MOVE "N" TO WS-CONTROL-OK
                   DISPLAY "HELLO-FEED: sequenced record(s) for "
                       WS-FEED-DATE " but no log control record"
               END-IF
           ELSE
               IF WS-LOG-COUNT NOT = WS-GCT-COUNT(WS-GCT-FOUND)
                      OR WS-LOG-HASH
                      NOT = WS-GCT-HASH(WS-GCT-FOUND)
                   MOVE "N" TO WS-CONTROL-OK
               END-IF
               IF WS-CONTROL-OK = "Y" AND WS-UNSEQ-COUNT = 0
                   COMPUTE WS-EXPECT-SUM =
                       WS-LOG-COUNT * (WS-LOG-COUNT + 1) / 2
                   IF WS-SEQ-SUM NOT = WS-EXPECT-SUM
                          OR WS-SEQ-MAX NOT = WS-LOG-COUNT
                       MOVE "N" TO WS-CONTROL-OK
                       DISPLAY "HELLO-FEED: sequence gap or "
                           "duplicate in day's records"
           END-PERFORM.
           MOVE "N" TO WS-RETRANS-MODE.

      * Corrections are picked up in GCOR-NUMBER order past the last
      * one handled. Only days HR already holds need an adjustment;
      * any other day gets the correction in its own extract. When
      * the table fills, the mark stops short of the first correction
      * left out so the next run sends it.
       SEND-HR-ADJUSTMENTS.
           PERFORM LOAD-ADJUST-CONTROL
           PERFORM COLLECT-ADJUSTMENTS
           IF WS-ADJ-COUNT > 0
               PERFORM FIND-ADJUSTED-RECORDS
               PERFORM WRITE-ADJUSTMENT-FILE
           END-IF
           IF WS-ADJ-HIGH > WS-ADJ-LAST
               PERFORM SAVE-ADJUST-CONTROL
           END-IF
           IF WS-ADJ-DROPPED > 0
               DISPLAY "HELLO-FEED: WARNING - adjustment table full; "
                   "remaining correction(s) go on the next run"
           END-IF.

       LOAD-ADJUST-CONTROL.
           MOVE 0 TO WS-ADJ-LAST
           MOVE "N" TO WS-ADJ-EOF
           OPEN INPUT ADJUST-CONTROL.
           PERFORM UNTIL WS-ADJ-EOF = "Y"
               READ ADJUST-CONTROL
                   AT END
                       MOVE "Y" TO WS-ADJ-EOF
                   NOT AT END
                       IF ADJCTL-LAST-NUMBER IS NUMERIC
                           MOVE ADJCTL-LAST-NUMBER TO WS-ADJ-LAST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADJUST-CONTROL.
           MOVE WS-ADJ-LAST TO WS-ADJ-HIGH.

       COLLECT-ADJUSTMENTS.
           MOVE 0 TO WS-ADJ-COUNT
           MOVE 0 TO WS-ADJ-DROPPED
           MOVE 99999999 TO WS-SCAN-FROM-DATE
           MOVE "N" TO WS-CORR-EOF
           OPEN INPUT GLOG-CORRECTION.
           PERFORM UNTIL WS-CORR-EOF = "Y"
               READ GLOG-CORRECTION
                   AT END
                       MOVE "Y" TO WS-CORR-EOF
                   NOT AT END
                       IF GCOR-NUMBER IS NUMERIC
                              AND GCOR-NUMBER > WS-ADJ-LAST
                              AND GCOR-LOG-DATE IS NUMERIC
                              AND WS-ADJ-DROPPED = 0
                           PERFORM NOTE-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLOG-CORRECTION.

       NOTE-ADJUSTMENT.
           MOVE SPACES TO WS-DAY-STATUS
           PERFORM VARYING WS-FST-IDX FROM 1 BY 1
                       UNTIL WS-FST-IDX > WS-FSTAT-COUNT
               IF WS-FST-DATE(WS-FST-IDX) = GCOR-LOG-DATE
                   MOVE WS-FST-STATUS(WS-FST-IDX) TO WS-DAY-STATUS
               END-IF
           END-PERFORM
           IF WS-DAY-STATUS = "STAGED" OR WS-DAY-STATUS = "CONFIRMED"
               IF WS-ADJ-COUNT < 500
                   ADD 1 TO WS-ADJ-COUNT
                   MOVE GCOR-LOG-DATE TO WS-ADJ-DATE(WS-ADJ-COUNT)
                   MOVE GCOR-LOG-SEQ TO WS-ADJ-SEQ(WS-ADJ-COUNT)
                   MOVE GCOR-ACTION TO WS-ADJ-ACTION(WS-ADJ-COUNT)
                   MOVE GCOR-NEW-EMP-ID
                       TO WS-ADJ-NEW-EMP-ID(WS-ADJ-COUNT)
                   MOVE GCOR-NEW-NAME TO WS-ADJ-NEW-NAME(WS-ADJ-COUNT)
                   MOVE "N" TO WS-ADJ-FOUND(WS-ADJ-COUNT)
                   IF GCOR-LOG-DATE < WS-SCAN-FROM-DATE
                       MOVE GCOR-LOG-DATE TO WS-SCAN-FROM-DATE
                   END-IF
               ELSE
                   ADD 1 TO WS-ADJ-DROPPED
               END-IF
           END-IF
           IF WS-ADJ-DROPPED = 0
               MOVE GCOR-NUMBER TO WS-ADJ-HIGH
           END-IF.

       FIND-ADJUSTED-RECORDS.
           MOVE "Y" TO WS-ADJUST-MODE
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT GREETING-LOG.
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ GREETING-LOG
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       PERFORM TAKE-LOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE GREETING-LOG.
           PERFORM SCAN-ARCHIVES.
           MOVE "N" TO WS-ADJUST-MODE.

       MATCH-ADJUSTMENT.
           IF GLOG-SEQ IS NUMERIC AND GLOG-SEQ > 0
               PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                           UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
                   IF WS-ADJ-DATE(WS-ADJ-IDX) = GLOG-DATE
                          AND WS-ADJ-SEQ(WS-ADJ-IDX) = GLOG-SEQ
                       MOVE "Y" TO WS-ADJ-FOUND(WS-ADJ-IDX)
                       MOVE GLOG-TIME TO WS-ADJ-TIME(WS-ADJ-IDX)
                       MOVE GLOG-TERMINAL-ID
                           TO WS-ADJ-TERMINAL-ID(WS-ADJ-IDX)
                       MOVE GLOG-EMP-ID TO WS-ADJ-OLD-EMP-ID(WS-ADJ-IDX)
                       MOVE GLOG-NAME TO WS-ADJ-OLD-NAME(WS-ADJ-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      * A RESTOR sends the greeting back to HR as it was logged.
      * HRADJCTL.DAT has already moved past whatever an earlier run
      * for the same feed date staged, so those details are carried
      * into the new file ahead of this run's and the file is
      * rebuilt with one header and one trailer over all of them.
      * An adjustment sets the greeting's state, so HR applying a
      * carried detail a second time changes nothing.
       WRITE-ADJUSTMENT-FILE.
           MOVE 0 TO WS-ADJ-SENT
           MOVE 0 TO WS-ADJ-HASH
           MOVE 0 TO WS-ADJ-MISSING
           MOVE SPACES TO WS-ADJUST-NAME
           STRING
               "HRADJ" DELIMITED BY SIZE
               WS-FEED-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-ADJUST-NAME
           END-STRING
           OPEN OUTPUT ADJUST-WORK.
           PERFORM CARRY-STAGED-ADJUSTMENTS.
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                       UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
               IF WS-ADJ-FOUND(WS-ADJ-IDX) = "Y"
                   MOVE WS-ADJ-ACTION(WS-ADJ-IDX) TO ADJ-DTL-ACTION
                   MOVE WS-ADJ-DATE(WS-ADJ-IDX) TO ADJ-DTL-DATE
                   MOVE WS-ADJ-TIME(WS-ADJ-IDX) TO ADJ-DTL-TIME
                   MOVE WS-ADJ-TERMINAL-ID(WS-ADJ-IDX)
                       TO ADJ-DTL-TERMINAL-ID
                   MOVE WS-ADJ-SEQ(WS-ADJ-IDX) TO ADJ-DTL-SEQ
                   MOVE WS-ADJ-OLD-EMP-ID(WS-ADJ-IDX)
                       TO ADJ-DTL-OLD-EMP-ID
                   EVALUATE WS-ADJ-ACTION(WS-ADJ-IDX)
                       WHEN "REASGN"
                           MOVE WS-ADJ-NEW-EMP-ID(WS-ADJ-IDX)
                               TO ADJ-DTL-NEW-EMP-ID
                           MOVE WS-ADJ-NEW-NAME(WS-ADJ-IDX)
                               TO ADJ-DTL-NEW-NAME
                       WHEN "RESTOR"
                           MOVE WS-ADJ-OLD-EMP-ID(WS-ADJ-IDX)
                               TO ADJ-DTL-NEW-EMP-ID
                           MOVE WS-ADJ-OLD-NAME(WS-ADJ-IDX)
                               TO ADJ-DTL-NEW-NAME
                       WHEN OTHER
                           MOVE SPACES TO ADJ-DTL-NEW-EMP-ID
                           MOVE SPACES TO ADJ-DTL-NEW-NAME
                   END-EVALUATE
                   WRITE ADJUST-WORK-RECORD FROM ADJUST-DETAIL-RECORD
                   ADD 1 TO WS-ADJ-SENT
                   ADD WS-ADJ-DATE(WS-ADJ-IDX) TO WS-ADJ-HASH
                   ADD WS-ADJ-TIME(WS-ADJ-IDX) TO WS-ADJ-HASH
               ELSE
                   ADD 1 TO WS-ADJ-MISSING
               END-IF
           END-PERFORM.
           CLOSE ADJUST-WORK.
           PERFORM STAGE-ADJUSTMENTS.
           COMPUTE WS-EDIT-COUNT = WS-ADJ-SENT - WS-ADJ-CARRIED
           DISPLAY "HELLO-FEED: staged " FUNCTION TRIM(WS-EDIT-COUNT)
               " HR adjustment record(s) to "
               FUNCTION TRIM(WS-ADJUST-NAME)
           IF WS-ADJ-CARRIED > 0
               MOVE WS-ADJ-CARRIED TO WS-EDIT-COUNT
               DISPLAY "HELLO-FEED: "
                   FUNCTION TRIM(WS-EDIT-COUNT)
                   " adjustment record(s) from an earlier run kept "
                   "in the same file"
           END-IF
           IF WS-ADJ-MISSING > 0
               MOVE WS-ADJ-MISSING TO WS-EDIT-COUNT
               DISPLAY "HELLO-FEED: WARNING - "
                   FUNCTION TRIM(WS-EDIT-COUNT)
                   " corrected greeting(s) no longer on the log or "
                   "archives; adjustment not sent"
           END-IF.

       CARRY-STAGED-ADJUSTMENTS.
           MOVE 0 TO WS-ADJ-CARRIED
           MOVE "N" TO WS-ADJ-EOF
           OPEN INPUT ADJUST-STAGED.
           PERFORM UNTIL WS-ADJ-EOF = "Y"
               READ ADJUST-STAGED
                   AT END
                       MOVE "Y" TO WS-ADJ-EOF
                   NOT AT END
                       IF ADJ-STG-TYPE = "A"
                           WRITE ADJUST-WORK-RECORD
                               FROM ADJUST-STAGED-RECORD
                           ADD 1 TO WS-ADJ-CARRIED
                           ADD 1 TO WS-ADJ-SENT
                           IF ADJ-STG-DATE IS NUMERIC
                               ADD ADJ-STG-DATE TO WS-ADJ-HASH
                           END-IF
                           IF ADJ-STG-TIME IS NUMERIC
                               ADD ADJ-STG-TIME TO WS-ADJ-HASH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADJUST-STAGED.

       STAGE-ADJUSTMENTS.
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT ADJUST-WORK.
           OPEN OUTPUT ADJUST-STAGED.
           MOVE WS-RUN-DATE TO ADJ-HDR-RUN-DATE
           MOVE WS-FEED-DATE TO ADJ-HDR-FEED-DATE
           WRITE ADJUST-STAGED-RECORD FROM ADJUST-HEADER-RECORD.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               READ ADJUST-WORK
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       WRITE ADJUST-STAGED-RECORD
                           FROM ADJUST-WORK-RECORD
               END-READ
           END-PERFORM.
           MOVE WS-ADJ-SENT TO ADJ-TRL-COUNT
           MOVE WS-ADJ-HASH TO ADJ-TRL-HASH
           WRITE ADJUST-STAGED-RECORD FROM ADJUST-TRAILER-RECORD.
           CLOSE ADJUST-WORK.
           CLOSE ADJUST-STAGED.

       SAVE-ADJUST-CONTROL.
           OPEN OUTPUT ADJUST-CONTROL.
           MOVE WS-ADJ-HIGH TO ADJCTL-LAST-NUMBER
           MOVE WS-RUN-DATE TO ADJCTL-RUN-DATE
           WRITE ADJUST-CONTROL-RECORD.
           CLOSE ADJUST-CONTROL.

       LOAD-FEED-STATUS.
           MOVE "N" TO WS-STATUS-EOF
           MOVE 0 TO WS-FSTAT-COUNT
           MOVE 0 TO WS-SEQ-SUM
           MOVE 0 TO WS-SEQ-MAX
           MOVE 0 TO WS-UNSEQ-COUNT
           MOVE 0 TO WS-LOG-COUNT
           MOVE 0 TO WS-LOG-HASH
           MOVE 0 TO WS-VOID-COUNT
           MOVE WS-FEED-DATE TO WS-SCAN-FROM-DATE
           PERFORM LOAD-LOG-CORRECTIONS
           OPEN INPUT GREETING-LOG.
           OPEN OUTPUT FEED-WORK.
           MOVE WS-RUN-DATE TO FEED-HDR-RUN-DATE
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       PERFORM TAKE-LOG-RECORD
               END-READ
           END-PERFORM.
           PERFORM SCAN-ARCHIVES.
                       MOVE "Y" TO WS-CATALOG-EOF
                   NOT AT END
                       IF ARCAT-DATE IS NUMERIC
                              AND ARCAT-DATE >= WS-SCAN-FROM-DATE
                           MOVE ARCAT-FILE-NAME TO WS-ARCHIVE-NAME
                           PERFORM SCAN-ONE-ARCHIVE
                       END-IF
                       MOVE "Y" TO WS-ARCHIVE-EOF
                   NOT AT END
                       MOVE ARCHIVE-LOG-RECORD TO GREETING-LOG-RECORD
                       PERFORM TAKE-LOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-LOG.

       LOAD-LOG-CORRECTIONS.
           MOVE "L" TO GCP-FUNCTION
           MOVE WS-FEED-DATE TO GCP-FROM-DATE
           MOVE WS-FEED-DATE TO GCP-TO-DATE
           MOVE 0 TO GCP-LOADED
           MOVE 0 TO GCP-DROPPED
           CALL "HELLO-GCAP" USING GLOG-CORR-PARMS GREETING-LOG-RECORD
               ON EXCEPTION
                   MOVE 0 TO GCP-LOADED
                   DISPLAY "HELLO-FEED: WARNING - HELLO-GCAP not "
                       "available; log corrections not applied"
           END-CALL
           IF GCP-DROPPED > 0
               DISPLAY "HELLO-FEED: WARNING - correction table full; "
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

       TAKE-LOG-RECORD.
           IF WS-ADJUST-MODE = "Y"
               PERFORM MATCH-ADJUSTMENT
           ELSE
               IF GLOG-DATE = WS-FEED-DATE
                   PERFORM WRITE-FEED-DETAIL
               END-IF
           END-IF.

      * The control totals are taken on the record as logged; the
      * correction is applied only to what goes out to HR, and the
      * trailer counts what was actually written.
       WRITE-FEED-DETAIL.
           ADD 1 TO WS-LOG-COUNT
           ADD GLOG-TIME TO WS-LOG-HASH
           ADD GLOG-DATE TO WS-LOG-HASH
           IF GLOG-SEQ IS NUMERIC AND GLOG-SEQ > 0
               ADD GLOG-SEQ TO WS-SEQ-SUM
               IF GLOG-SEQ > WS-SEQ-MAX
               END-IF
           ELSE
               ADD 1 TO WS-UNSEQ-COUNT
           END-IF
           PERFORM APPLY-LOG-CORRECTION
           IF GCP-RESULT = "V"
               ADD 1 TO WS-VOID-COUNT
           ELSE
               MOVE GLOG-NAME TO FEED-DTL-NAME
               MOVE GLOG-TERMINAL-ID TO FEED-DTL-TERMINAL-ID
               MOVE GLOG-DATE TO FEED-DTL-DATE
               MOVE GLOG-TIME TO FEED-DTL-TIME
               MOVE GLOG-STATUS TO FEED-DTL-STATUS
               MOVE GLOG-EMP-ID TO FEED-DTL-EMP-ID
               WRITE FEED-WORK-RECORD FROM FEED-DETAIL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD GLOG-TIME TO WS-HASH-TOTAL
               ADD GLOG-DATE TO WS-HASH-TOTAL
           END-IF.

       AUDIT-FEED-WORK.
