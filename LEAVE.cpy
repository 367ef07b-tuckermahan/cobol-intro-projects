      *************************************
      * Copybook: LEAVE
      * Purpose:  Shared record layout for LEAVE-FILE, the leave and
      *           absence calendar kept by HELLO-LMNT. One record per
      *           approved absence: the employee, the first and last
      *           day away (inclusive) and a reason code (VAC, SICK,
      *           TRNG, BUS, PERS, OTH). HELLO-RECON lists employees
      *           covered on the report date as excused absentees
      *           rather than as missed names.
      *************************************
       01  LEAVE-RECORD.
           05  LEAVE-EMP-ID         PIC X(6).
           05  LEAVE-FROM-DATE      PIC 9(8).
           05  LEAVE-TO-DATE        PIC 9(8).
           05  LEAVE-REASON         PIC X(4).
