      *************************************
      * Copybook: RETNRULE
      * Purpose:  Record layout for RETENTION-RULE (RETNRULE.DAT), the
      *           personal-data retention rules applied by HELLO-RETN.
      *           One record per file and record type gives how many
      *           days a record is kept, counted from its date, before
      *           the action is taken:
      *             ANON  - names and free text (visitor purpose,
      *                     correction reason) replaced by the fixed
      *                     placeholder ANONYMIZED
      *             TOKEN - names replaced by TOKEN-nnnnnnnnnnnn, the
      *                     same token for the same name in every
      *                     file, so distinct people can still be
      *                     counted; free text as for ANON
      *             PURGE - the whole record deleted (VISITORS and
      *                     CHGAUDIT only)
      *           Dates, times, counts, terminal IDs and EMP-ID are
      *           never changed. File IDs and record types:
      *             VISITORS  VISITOR
      *             GREETLOG  EMPLOYEE, LEAVER (EMP-ID no longer on
      *                       ROSTER.DAT or terminated), VISITOR,
      *                       WALKUP (no EMP-ID and name not on
      *                       ROSTER.DAT; a name-only greeting that
      *                       matches the roster by name is typed
      *                       EMPLOYEE or LEAVER) - live log and
      *                       catalogued archives, aged by GLOG-DATE
      *             GLOGCORR  EMPLOYEE, LEAVER, WALKUP by the new
      *                       EMP-ID (or new name), aged by the
      *                       corrected greeting's date so a
      *                       correction goes with its log
      *                       record - give both files the same keep
      *             CHGAUDIT  the audited file ID (ROSTER, GREETLOG,
      *                       BANNERS, LEAVE, SHIFTSCH, ...)
      *           A type of "*" (or blank) covers every type in the
      *           file that has no rule of its own.
      *************************************
       01  RETENTION-RULE-RECORD.
           05  RRUL-FILE-ID          PIC X(8).
           05  RRUL-RECORD-TYPE      PIC X(10).
           05  RRUL-KEEP-DAYS        PIC 9(5).
           05  RRUL-ACTION           PIC X(6).
