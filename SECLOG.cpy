      *************************************
      * Copybook: SECLOG
      * Purpose:  Record layout for SECURITY-LOG, the sign-on event
      *           journal appended by HELLO-SIGNON and reported by
      *           HELLO-SRPT. SLOG-EVENT is SIGNON (accepted), FAILED
      *           (bad ID or password), LOCKOUT (the failure that
      *           locked the operator), LOCKED (attempt on an already
      *           locked operator), DENIED (signed on but not allowed
      *           the function) or PWCHANGE (password set or changed).
      *************************************
       01  SECURITY-LOG-RECORD.
           05  SLOG-DATE            PIC 9(8).
           05  SLOG-TIME            PIC 9(8).
           05  SLOG-TERMINAL-ID     PIC X(8).
           05  SLOG-OPERATOR-ID     PIC X(8).
           05  SLOG-FUNCTION        PIC X(4).
           05  SLOG-EVENT           PIC X(8).
           05  SLOG-DETAIL          PIC X(40).
