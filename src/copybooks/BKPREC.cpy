      *BACKUP DATA RECORD LAYOUT - keyed by generation + file + seq
      *BKP-FILE-NO: position of the file in WS-BKP-FILE-NAME
      *BKP-DATA: the source record image, space filled
           05 BKP-KEY.
               10 BKP-GEN              PIC 9(4).
               10 BKP-FILE-NO          PIC 9(1).
               10 BKP-SEQ              PIC 9(7).
           05 BKP-DATA                 PIC X(160).
           05 FILLER                   PIC X(8).
