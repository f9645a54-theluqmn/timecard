      *PUNCH SUSPENSE RECORD LAYOUT - keyed by SUS-SEQ
      *SUS-REASON: U = unknown badge or inactive employee,
      *            I = in punch with no out, O = out punch with no in,
      *            V = overlaps an existing session, T = no usable task,
      *            A = week approved, C = month closed, B = bad punch
      *SUS-STATUS: S = suspended, P = posted, R = rejected
      *SUS-IN-TIME / SUS-OUT-TIME: the missing side of I / O is 0
           05 SUS-SEQ                  PIC 9(6).
           05 SUS-BADGE                PIC X(10).
           05 SUS-EMPLOYEE-ID          PIC X(12).
           05 SUS-TASK-ID              PIC X(24).
           05 SUS-DATE                 PIC 9(8).
           05 SUS-IN-TIME              PIC 9(6).
           05 SUS-OUT-TIME             PIC 9(6).
           05 SUS-REASON               PIC X(1).
           05 SUS-STATUS               PIC X(1).
           05 SUS-IMPORT-DATE          PIC 9(8).
           05 SUS-REVIEW-ID            PIC X(12).
           05 SUS-REVIEW-DATE          PIC 9(8).
           05 FILLER                   PIC X(10).
