      *           Carries each employee's preferred greeting language
      *           and banner so BATCH-PROCEDURE can greet per person
      *           instead of one-size-fits-all. Read by HELLO-MAXX and
      *           HELLO-RECON. EMP-STATUS is "A" (or blank on older
      *           records) for active, "L" on leave and "T" terminated;
      *           terminated badges are refused at the terminal and
      *           only active employees are greeted in batch.
      *           EMP-SHIFT-ID names the SHIFTSCH "S" window the
      *           employee is due at; blank means the department's
      *           shift from DEPTSHFT.DAT applies.
      *************************************
       01  EMPLOYEE-MASTER-RECORD.
           05  EMP-ID               PIC X(6).
           05  EMP-DEPARTMENT       PIC X(20).
           05  EMP-LANG-CODE        PIC X(4).
           05  EMP-BANNER-ID        PIC X(8).
           05  EMP-STATUS           PIC X.
           05  EMP-SHIFT-ID         PIC X(4).
