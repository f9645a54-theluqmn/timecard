      *EMPLOYEE PIN RECORD LAYOUT - keyed by employee ID
      *PIN-HASH holds a salted one-way hash - the PIN is never stored
      *PIN-LOCKED-FLAG: Y = locked after repeated failures
      *PIN-MUST-CHANGE-FLAG: Y = change required at next login
           05 PIN-EMP-ID               PIC X(12).
           05 PIN-HASH                 PIC 9(10).
           05 PIN-FAIL-COUNT           PIC 9(2).
           05 PIN-LOCKED-FLAG          PIC X(1).
           05 PIN-MUST-CHANGE-FLAG     PIC X(1).
           05 PIN-CHANGED-DATE         PIC 9(8).
           05 FILLER                   PIC X(8).
