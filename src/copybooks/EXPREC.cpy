      *EXPENSE RECORD LAYOUT - keyed by employee + date + task + seq
      *EXP-CATEGORY: M = mileage, P = parts/materials, T = travel,
      *              O = other
      *EXP-INVOICE-NO: 0 = not yet billed
           05 EXP-KEY.
               10 EXP-EMPLOYEE-ID      PIC X(12).
               10 EXP-DATE             PIC 9(8).
               10 EXP-TASK-ID          PIC X(24).
               10 EXP-SEQ              PIC 9(2).
           05 EXP-PROJECT              PIC X(8).
           05 EXP-CATEGORY             PIC X(1).
           05 EXP-DESCRIPTION          PIC X(30).
           05 EXP-AMOUNT               PIC 9(5)V99.
           05 EXP-RECEIPT-REF          PIC X(15).
           05 EXP-BILLABLE-FLAG        PIC X(1).
           05 EXP-INVOICE-NO           PIC 9(6).
           05 FILLER                   PIC X(8).
