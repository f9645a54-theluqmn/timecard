      *BADGE RECORD LAYOUT - keyed by BDG-NUMBER
      *BDG-TASK-ID: default task for punches that name no task
           05 BDG-NUMBER               PIC X(10).
           05 BDG-EMPLOYEE-ID          PIC X(12).
           05 BDG-TASK-ID              PIC X(24).
           05 FILLER                   PIC X(10).
