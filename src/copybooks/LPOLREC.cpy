      *LEAVE ACCRUAL POLICY RECORD LAYOUT - keyed by employee + type
      *LPOL-TYPE: V = vacation, S = sick
      *LPOL-METHOD: M = LPOL-RATE hours per month,
      *             H = LPOL-RATE hours per hour worked
      *LPOL-ANNUAL-CAP: most hours accrued per calendar year (0 = none)
      *LPOL-CARRY-FLAG: Y = balance carried into January is limited to
      *                 LPOL-CARRY-MAX, N = no limit
      *LPOL-OVERDRAW: W = warn, R = refuse bookings below zero balance
      *LPOL-START-MONTH: first month (YYYYMM) the policy covers -
      *                  absences before it are not charged to the
      *                  balance; opening balances go in by adjustment
           05 LPOL-KEY.
               10 LPOL-EMPLOYEE-ID     PIC X(12).
               10 LPOL-TYPE            PIC X(1).
           05 LPOL-METHOD              PIC X(1).
           05 LPOL-RATE                PIC 9(3)V9999.
           05 LPOL-ANNUAL-CAP          PIC 9(4)V99.
           05 LPOL-CARRY-FLAG          PIC X(1).
           05 LPOL-CARRY-MAX           PIC 9(4)V99.
           05 LPOL-OVERDRAW            PIC X(1).
           05 LPOL-SET-DATE            PIC 9(8).
           05 LPOL-SET-BY-ID           PIC X(12).
           05 LPOL-START-MONTH         PIC 9(6).
           05 FILLER                   PIC X(2).
