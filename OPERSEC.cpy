      *************************************
      * Copybook: OPERSEC
      * Purpose:  Record layout for OPERATOR-SECURITY, the operator
      *           sign-on file read and rewritten by HELLO-SIGNON.
      *           One record per person: the hashed password (never
      *           the password itself; zero until the operator sets
      *           one at first sign-on), the date it was last set for
      *           expiry, the consecutive failed-attempt count and
      *           lockout flag, and up to ten function codes the
      *           operator may use (BMNT banner maintenance, RMNT
      *           roster maintenance, LMNT leave calendar, SMNT shift
      *           schedule and holidays, AINQ attendance inquiry, GCOR
      *           greeting log corrections, RRUN report reruns). A
      *           locked operator stays locked until the security
      *           administrator clears OPSEC-LOCKED and
      *           OPSEC-FAIL-COUNT.
      *************************************
       01  OPERATOR-SECURITY-RECORD.
           05  OPSEC-OPERATOR-ID    PIC X(8).
           05  OPSEC-NAME           PIC X(30).
           05  OPSEC-PASSWORD-HASH  PIC 9(12).
           05  OPSEC-PASSWORD-DATE  PIC 9(8).
           05  OPSEC-FAIL-COUNT     PIC 9(2).
           05  OPSEC-LOCKED         PIC X.
           05  OPSEC-FUNCTIONS.
               10  OPSEC-FUNCTION   PIC X(4) OCCURS 10 TIMES.
           05  OPSEC-LAST-SIGNON    PIC 9(8).
