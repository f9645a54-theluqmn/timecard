      *INVOICE REGISTER RECORD LAYOUT - keyed by invoice number
      *INV-STATUS: space = open, V = void
           05 INV-NUMBER               PIC 9(6).
           05 INV-PROJECT              PIC X(8).
           05 INV-CLIENT-NAME          PIC X(30).
           05 INV-BILL-RATE            PIC 9(4)V99.
           05 INV-TOTAL-HOURS          PIC 9(5)V99.
           05 INV-TOTAL-AMOUNT         PIC 9(7)V99.
           05 INV-STATUS               PIC X(1).
           05 FILLER                   PIC X(7).
