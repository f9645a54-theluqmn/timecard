      *REPORTING LINE RECORD LAYOUT - keyed by SUPV-EMPLOYEE-ID
      *SUPV-SUPERVISOR-ID: the EMP-ID of the employee's supervisor
           05 SUPV-EMPLOYEE-ID         PIC X(12).
           05 SUPV-SUPERVISOR-ID       PIC X(12).
           05 SUPV-SET-DATE            PIC 9(8).
           05 SUPV-SET-BY-ID           PIC X(12).
           05 FILLER                   PIC X(8).
