      *BADGE PUNCH RECORD LAYOUT - one fixed-width line per punch
      *PUNCH-DIRECTION: I = in, O = out
      *PUNCH-TASK-ID: assigned task (blank = the badge's default task)
           05 PUNCH-BADGE              PIC X(10).
           05 PUNCH-DATE               PIC 9(8).
           05 PUNCH-TIME               PIC 9(6).
           05 PUNCH-DIRECTION          PIC X(1).
           05 PUNCH-TASK-ID            PIC X(24).
           05 FILLER                   PIC X(31).
