      * Purpose:  Shared record layout for CHANGE-AUDIT, the audit
      *           trail of master-file maintenance. The maintenance
      *           screens (HELLO-BMNT, HELLO-RMNT) append one record
      *           per add/update/delete carrying who (terminal,
      *           operator role and the signed-on operator ID), what
      *           (file, action, key, before and after record images)
      *           and when. The image fields are sized for the widest
      *           master (the banner record) so the same layout serves
      *           any master that grows a maintenance screen. Batch
      *           loads put their role in CAUD-OPERATOR-ID. HELLO-GCOR
      *           journals greeting log corrections here too, under
      *           file ID GREETLOG keyed by GLOG-SEQ. HELLO-SMNT uses
      *           file ID SHIFTSCH keyed by "S" and the window start
      *           time, or by the holiday date. Reported by HELLO-AUDR.
      *           HELLO-RETN anonymizes names in the ROSTER and
      *           GREETLOG images, or purges records, once they are
      *           past their retention period.
      *************************************
       01  CHANGE-AUDIT-RECORD.
           05  CAUD-DATE            PIC 9(8).
           05  CAUD-KEY             PIC X(8).
           05  CAUD-BEFORE          PIC X(456).
           05  CAUD-AFTER           PIC X(456).
           05  CAUD-OPERATOR-ID     PIC X(8).
