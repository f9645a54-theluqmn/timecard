      *EMPLOYEE MASTER RECORD LAYOUT - keyed by EMP-ID
      *EMP-ROLE: C = clerk, S = supervisor, B = billing,
      *          P = payroll admin (space = S or C from EMP-SUPER-FLAG)
           05 EMP-ID                   PIC X(12).
           05 EMP-NAME                 PIC X(30).
           05 EMP-DEPT                 PIC X(12).
           05 EMP-RATE                 PIC 9(4)V99.
           05 EMP-ACTIVE-FLAG          PIC X(1).
           05 EMP-SUPER-FLAG           PIC X(1).
           05 EMP-ROLE                 PIC X(1).
           05 FILLER                   PIC X(8).
