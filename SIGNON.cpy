      *************************************
      * Copybook: SIGNON
      * Purpose:  Parameter block passed to HELLO-SIGNON by the
      *           maintenance screens. The caller fills in the
      *           function code it is guarding and its terminal ID;
      *           HELLO-SIGNON returns the signed-on operator ID and
      *           SGN-RESULT "Y" when the menu may be shown.
      *************************************
       01  SIGNON-PARMS.
           05  SGN-FUNCTION         PIC X(4).
           05  SGN-TERMINAL-ID      PIC X(8).
           05  SGN-OPERATOR-ID      PIC X(8).
           05  SGN-RESULT           PIC X.
