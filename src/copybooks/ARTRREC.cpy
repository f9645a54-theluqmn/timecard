      *RECEIVABLES TRANSACTION RECORD LAYOUT - keyed by invoice + seq
      *ART-TYPE: P = payment, C = credit note, V = void
           05 ART-KEY.
               10 ART-INV-NUMBER       PIC 9(6).
               10 ART-SEQ              PIC 9(4).
           05 ART-TYPE                 PIC X(1).
           05 ART-DATE                 PIC 9(8).
           05 ART-AMOUNT               PIC 9(7)V99.
           05 ART-REFERENCE            PIC X(20).
           05 ART-ENTERED-BY           PIC X(12).
           05 FILLER                   PIC X(8).
