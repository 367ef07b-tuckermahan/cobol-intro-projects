      *************************************
      * Copybook: DEPTSHFT
      * Purpose:  Record layout for DEPT-SHIFT, the config file that
      *           assigns a default shift to each department. The
      *           SHIFT-ID refers to a SHIFTSCH "S" window; employees
      *           with their own EMP-SHIFT-ID on the roster override it.
      *************************************
       01  DEPT-SHIFT-RECORD.
           05  DSHF-DEPARTMENT       PIC X(20).
           05  DSHF-SHIFT-ID         PIC X(4).
