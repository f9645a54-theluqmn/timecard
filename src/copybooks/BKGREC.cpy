      *BACKUP GENERATION RECORD LAYOUT - keyed by generation number
      *BKG-COMMAND: the command the generation was taken before
      *BKG-FILE-FLAG(n): Y = file n of WS-BKP-FILE-NAME was copied
           05 BKG-GEN                  PIC 9(4).
           05 BKG-DATE                 PIC 9(8).
           05 BKG-TIME                 PIC 9(6).
           05 BKG-COMMAND              PIC X(12).
           05 BKG-EMPLOYEE-ID          PIC X(12).
           05 BKG-FILE OCCURS 8 TIMES.
               10 BKG-FILE-FLAG        PIC X(1).
               10 BKG-FILE-COUNT       PIC 9(7).
