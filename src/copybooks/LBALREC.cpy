      *LEAVE BALANCE RECORD LAYOUT - keyed by employee + type + month
      *One record per month with postings; hours taken come from the
      *absence file. Balance = accrued + added - deducted - taken.
      *LBAL-ACCRUAL-FLAG: Y = the month's accrual run has posted
      *LBAL-BASIS-HOURS: hours worked used by an hourly policy
           05 LBAL-KEY.
               10 LBAL-EMPLOYEE-ID     PIC X(12).
               10 LBAL-TYPE            PIC X(1).
               10 LBAL-MONTH           PIC 9(6).
           05 LBAL-ACCRUED             PIC 9(4)V99.
           05 LBAL-ADJ-ADDED           PIC 9(4)V99.
           05 LBAL-ADJ-DEDUCTED        PIC 9(4)V99.
           05 LBAL-BASIS-HOURS         PIC 9(5)V99.
           05 LBAL-ACCRUAL-FLAG        PIC X(1).
           05 LBAL-POST-DATE           PIC 9(8).
           05 LBAL-POST-BY-ID          PIC X(12).
           05 FILLER                   PIC X(8).
