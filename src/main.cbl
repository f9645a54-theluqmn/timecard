               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-BATCHLOG.

           SELECT BATCH-CKPT-FILE ASSIGN TO "batchckpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-CKPT.

           SELECT EXCEPTIONS-FILE ASSIGN TO "exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-EXCEPT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-SCRUB.

           SELECT AR-TRANS-FILE ASSIGN TO "artrans"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ART-KEY
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               SHARING WITH ALL OTHER
               FILE STATUS IS SFS-ARTRANS.

           SELECT AGING-REPORT-FILE ASSIGN TO "aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-AGING.

           SELECT EXPENSE-FILE ASSIGN TO "expenses"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXP-KEY
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               SHARING WITH ALL OTHER
               FILE STATUS IS SFS-EXP.

           SELECT PIN-FILE ASSIGN TO "pins"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PIN-EMP-ID
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               SHARING WITH ALL OTHER
               FILE STATUS IS SFS-PIN.

           SELECT ROLES-FILE ASSIGN TO "roles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-ROLES.

           SELECT SECURITY-LOG-FILE ASSIGN TO "security.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-SECLOG.

           SELECT BACKUP-FILE ASSIGN TO "backups"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BKP-KEY
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               SHARING WITH ALL OTHER
               FILE STATUS IS SFS-BKP.

           SELECT BACKUP-GEN-FILE ASSIGN TO "backupgens"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BKG-GEN
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               SHARING WITH ALL OTHER
               FILE STATUS IS SFS-BKG.

           SELECT BACKUP-LOG-FILE ASSIGN TO "backup.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-BKPLOG.

           SELECT SETTINGS-FILE ASSIGN TO "settings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-SETTINGS.

           SELECT GL-MAP-FILE ASSIGN TO "glmap.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-GLMAP.

           SELECT GL-JOURNAL-FILE ASSIGN TO "journal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-JOURNAL.

           SELECT UTIL-REPORT-FILE ASSIGN TO "util.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-UTIL.

           SELECT PUNCH-FILE ASSIGN TO "punches.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-PUNCH.

           SELECT BADGE-FILE ASSIGN TO "badges"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BDG-NUMBER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               SHARING WITH ALL OTHER
               FILE STATUS IS SFS-BADGE.

           SELECT SUSPENSE-FILE ASSIGN TO "punchsusp"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SUS-SEQ
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               SHARING WITH ALL OTHER
               FILE STATUS IS SFS-SUSP.

           SELECT SUPV-FILE ASSIGN TO "reportlines"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SUPV-EMPLOYEE-ID
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               SHARING WITH ALL OTHER
               FILE STATUS IS SFS-SUPV.

           SELECT COMPLY-REPORT-FILE ASSIGN TO "comply.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-COMPLY.

           SELECT LEAVE-POLICY-FILE ASSIGN TO "leavepolicy"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LPOL-KEY
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               SHARING WITH ALL OTHER
               FILE STATUS IS SFS-LPOL.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO "leavebal"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LBAL-KEY
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               SHARING WITH ALL OTHER
               FILE STATUS IS SFS-LBAL.

           SELECT LEAVE-REPORT-FILE ASSIGN TO "leave.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SFS-LEAVE.

       DATA DIVISION.
       FILE SECTION.
       01 BATCH-PARM-RECORD PIC X(80).

       FD BATCH-LOG-FILE.
       01 BATCH-LOG-RECORD PIC X(300).

       FD BATCH-CKPT-FILE.
       01 BATCH-CKPT-RECORD PIC X(100).

       FD EXCEPTIONS-FILE.
       01 EXCEPTIONS-RECORD PIC X(100).
       FD SCRUB-REPORT-FILE.
       01 SCRUB-REPORT-RECORD PIC X(100).

       FD AR-TRANS-FILE.
       01 AR-TRANS-RECORD.
           COPY ARTRREC.

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD PIC X(80).

       FD EXPENSE-FILE.
       01 EXPENSE-RECORD.
           COPY EXPREC.

       FD PIN-FILE.
       01 PIN-RECORD.
           COPY PINREC.

       FD ROLES-FILE.
       01 ROLES-RECORD PIC X(80).

       FD SECURITY-LOG-FILE.
       01 SECURITY-LOG-RECORD PIC X(100).

       FD BACKUP-FILE.
       01 BACKUP-RECORD.
           COPY BKPREC.

       FD BACKUP-GEN-FILE.
       01 BACKUP-GEN-RECORD.
           COPY BKGREC.

       FD BACKUP-LOG-FILE.
       01 BACKUP-LOG-RECORD PIC X(100).

       FD SETTINGS-FILE.
       01 SETTINGS-RECORD PIC X(80).

       FD GL-MAP-FILE.
       01 GL-MAP-RECORD PIC X(80).

       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD PIC X(100).

       FD UTIL-REPORT-FILE.
       01 UTIL-REPORT-RECORD PIC X(80).

       FD PUNCH-FILE.
       01 PUNCH-RECORD.
           COPY PUNCHREC.

       FD BADGE-FILE.
       01 BADGE-RECORD.
           COPY BADGEREC.

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           COPY SUSPREC.

       FD SUPV-FILE.
       01 SUPV-RECORD.
           COPY SUPVREC.

       FD COMPLY-REPORT-FILE.
       01 COMPLY-REPORT-RECORD PIC X(80).

       FD LEAVE-POLICY-FILE.
       01 LEAVE-POLICY-RECORD.
           COPY LPOLREC.

       FD LEAVE-BALANCE-FILE.
       01 LEAVE-BALANCE-RECORD.
           COPY LBALREC.

       FD LEAVE-REPORT-FILE.
       01 LEAVE-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *SYSTEM VARIABLES
       01 CLI-INPUT PIC X(48).         01 CLI-ACCEPT PIC X(48).
           88 SFS-INVREG-NOT-FOUND VALUE "35".
           88 SFS-INVREG-BAD-LAYOUT VALUE "39".
       01 SFS-INVDOC PIC XX.
       01 SFS-ARTRANS PIC XX.
           88 SFS-ARTRANS-NOT-FOUND VALUE "35".
           88 SFS-ARTRANS-BAD-LAYOUT VALUE "39".
       01 SFS-AGING PIC XX.
       01 SFS-EXP PIC XX.
           88 SFS-EXP-NOT-FOUND VALUE "35".
           88 SFS-EXP-BAD-LAYOUT VALUE "39".
           88 SFS-EXP-LOCKED VALUE "51".
       01 SFS-CKPT PIC XX.
           88 SFS-CKPT-NOT-FOUND VALUE "35".
       01 SFS-PIN PIC XX.
           88 SFS-PIN-NOT-FOUND VALUE "35".
           88 SFS-PIN-BAD-LAYOUT VALUE "39".
       01 SFS-ROLES PIC XX.
           88 SFS-ROLES-NOT-FOUND VALUE "35".
       01 SFS-SECLOG PIC XX.
           88 SFS-SECLOG-NOT-FOUND VALUE "35".
       01 SFS-BKP PIC XX.
           88 SFS-BKP-NOT-FOUND VALUE "35".
           88 SFS-BKP-BAD-LAYOUT VALUE "39".
       01 SFS-BKG PIC XX.
           88 SFS-BKG-NOT-FOUND VALUE "35".
           88 SFS-BKG-BAD-LAYOUT VALUE "39".
       01 SFS-BKPLOG PIC XX.
           88 SFS-BKPLOG-NOT-FOUND VALUE "35".
       01 SFS-SETTINGS PIC XX.
           88 SFS-SETTINGS-NOT-FOUND VALUE "35".
       01 SFS-GLMAP PIC XX.
           88 SFS-GLMAP-NOT-FOUND VALUE "35".
       01 SFS-JOURNAL PIC XX.
       01 SFS-UTIL PIC XX.
       01 SFS-PUNCH PIC XX.
           88 SFS-PUNCH-NOT-FOUND VALUE "35".
       01 SFS-BADGE PIC XX.
           88 SFS-BADGE-NOT-FOUND VALUE "35".
           88 SFS-BADGE-BAD-LAYOUT VALUE "39".
       01 SFS-SUSP PIC XX.
           88 SFS-SUSP-NOT-FOUND VALUE "35".
           88 SFS-SUSP-BAD-LAYOUT VALUE "39".
       01 SFS-SUPV PIC XX.
           88 SFS-SUPV-NOT-FOUND VALUE "35".
           88 SFS-SUPV-BAD-LAYOUT VALUE "39".
       01 SFS-COMPLY PIC XX.
       01 SFS-LPOL PIC XX.
           88 SFS-LPOL-NOT-FOUND VALUE "35".
           88 SFS-LPOL-BAD-LAYOUT VALUE "39".
       01 SFS-LBAL PIC XX.
           88 SFS-LBAL-NOT-FOUND VALUE "35".
           88 SFS-LBAL-BAD-LAYOUT VALUE "39".
       01 SFS-LEAVE PIC XX.
       01 SYS-CURRENT-DATE PIC 9(8).
       01 SYS-CURRENT-DATE-REDEF REDEFINES SYS-CURRENT-DATE.
           05 SYS-CURRENT-YEAR         PIC 9(4).
       01 WS-BATCH-RC PIC 9(2) VALUE 0.
       01 WS-BATCH-EOF-FLAG PIC X VALUE "N".
           88 WS-BATCH-EOF VALUE "Y".
       01 WS-BATCH-LOG-TEXT PIC X(300).
       01 WS-BATCH-CMD-COUNT PIC 9(4) VALUE 0.
       01 WS-BATCH-SKIP-FLAG PIC X VALUE "N".
           88 WS-BATCH-SKIP VALUE "Y".
       01 WS-BATCH-CMD-STATUS PIC XX.

      *BATCH CHECKPOINT / RESTART (batchckpt.txt step results:
      *DONE, HOLD = done with exceptions, FAIL, BYPS = bypassed)
       01 WS-BATCH-RESTART-FLAG PIC X VALUE "N".
           88 WS-BATCH-RESTART VALUE "Y".
       01 WS-BATCH-HOLD-FLAG PIC X VALUE "N".
           88 WS-BATCH-HOLD VALUE "Y".
       01 WS-BATCH-COMMITTED-FLAG PIC X VALUE "N".
           88 WS-BATCH-COMMITTED VALUE "Y".
       01 WS-BATCH-STEP-RESULT PIC X(4).
       01 WS-BATCH-FIRST-OPEN PIC 9(4).
       01 WS-BATCH-BYPASS-LIST PIC X(200).
       01 WS-BATCH-BYPASS-PTR PIC 9(3).
       01 WS-BATCH-LOG-PTR PIC 9(3).
       01 WS-BATCH-BYPASS-FULL-FLAG PIC X VALUE "N".
           88 WS-BATCH-BYPASS-FULL VALUE "Y".
       01 WS-CKPT-LINE.
           05 WS-CKPT-STEP              PIC 9(4).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-CKPT-RESULT            PIC X(4).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-CKPT-COMMAND           PIC X(80).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-CKPT-RC                PIC 9(2).
       01 WS-CKPT-COUNT PIC 9(3) VALUE 0.
       01 WS-CKPT-IDX PIC 9(3).
       01 WS-CKPT-TABLE.
           05 WS-CKPT-ENTRY OCCURS 200 TIMES.
               10 WS-CK-STEP                PIC 9(4).
               10 WS-CK-RESULT              PIC X(4).
               10 WS-CK-COMMAND             PIC X(80).
               10 WS-CK-RC                  PIC 9(2).
       01 WS-CKPT-EOF-FLAG PIC X VALUE "N".
           88 WS-CKPT-EOF VALUE "Y".

      *BATCH STEP CONDITIONS - a parm line may end "if <step> <test>":
      *<step> = an earlier command name (its latest run) or step
      *number, <test> = ok (step DONE), notok, or rc<n (step return
      *code below n; DONE 0, HOLD/BYPS/warnings 4, FAIL 8)
       01 WS-BATCH-STEP-RC PIC 9(2).
       01 WS-BATCH-CMD-PART PIC X(80).
       01 WS-BATCH-COND-TEXT PIC X(80).
       01 WS-BATCH-COND-WORK PIC X(80).
       01 WS-BATCH-COND-STEP PIC X(12).
       01 WS-BATCH-COND-TEST PIC X(12).
       01 WS-BATCH-COND-STEP-NO PIC 9(4).
       01 WS-BATCH-COND-LIMIT PIC 9(2).
       01 WS-BATCH-COND-FLAG PIC X VALUE "N".
           88 WS-BATCH-COND-MET VALUE "Y".
           88 WS-BATCH-COND-NOT-MET VALUE "N".
           88 WS-BATCH-COND-BAD VALUE "E".
       01 WS-BATCH-COND-IDX PIC 9(3).
       01 WS-BATCH-COND-FOUND-IDX PIC 9(3).
       01 WS-BSTEP-COUNT PIC 9(3) VALUE 0.
       01 WS-BSTEP-TABLE.
           05 WS-BSTEP-ENTRY OCCURS 200 TIMES.
               10 WS-BS-STEP                PIC 9(4).
               10 WS-BS-COMMAND             PIC X(12).
               10 WS-BS-RESULT              PIC X(4).
               10 WS-BS-RC                  PIC 9(2).
       01 WS-ARCHIVE-OK-FLAG PIC X VALUE "N".
           88 WS-ARCHIVE-OK VALUE "Y".

       01 WS-CURRENT-EMP-SUPER-FLAG PIC X VALUE "N".
           88 WS-CURRENT-EMP-SUPER VALUE "Y".
       01 WS-EMP-SUPER-INPUT PIC X(1).

      *PIN AUTHENTICATION / ROLE PERMISSIONS
       01 WS-CURRENT-EMP-ROLE PIC X(1).
       01 WS-EMP-ROLE-INPUT PIC X(1).
       01 WS-EMP-SAVE-OK-FLAG PIC X VALUE "N".
           88 WS-EMP-SAVE-OK VALUE "Y".
       01 WS-PIN-CHECK-DUE-FLAG PIC X VALUE "N".
           88 WS-PIN-CHECK-DUE VALUE "Y".
       01 WS-PIN-INPUT PIC X(8).
       01 WS-PIN-CONFIRM-INPUT PIC X(8).
       01 WS-PIN-LEN PIC 9(2).
       01 WS-PIN-VALID-FLAG PIC X VALUE "N".
           88 WS-PIN-VALID VALUE "Y".
       01 WS-PIN-DONE-FLAG PIC X VALUE "N".
           88 WS-PIN-DONE VALUE "Y".
       01 WS-PIN-OK-FLAG PIC X VALUE "N".
           88 WS-PIN-OK VALUE "Y".
       01 WS-PIN-FILE-EMPTY-FLAG PIC X VALUE "N".
           88 WS-PIN-FILE-EMPTY VALUE "Y".
       01 WS-PIN-MAX-TRIES PIC 9(2) VALUE 3.
       01 WS-PIN-HASH-EMP PIC X(12).
       01 WS-PIN-SALTED PIC X(20).
       01 WS-PIN-HASH-WORK PIC 9(18).
       01 WS-PIN-HASH PIC 9(10).
       01 WS-PIN-ROUND PIC 9(4).
       01 WS-PIN-POS PIC 9(2).
       01 WS-PIN-RESET-EMP PIC X(12).
       01 WS-ROLE-COUNT PIC 9(3) VALUE 0.
       01 WS-ROLE-IDX PIC 9(3).
       01 WS-ROLE-TABLE.
           05 WS-ROLE-ENTRY OCCURS 200 TIMES.
               10 WS-RL-ROLE               PIC X(1).
               10 WS-RL-CMD                PIC X(12).
       01 WS-DEFAULT-ROLE-DATA.
           05 FILLER PIC X(13) VALUE "*help".
           05 FILLER PIC X(13) VALUE "*exit".
           05 FILLER PIC X(13) VALUE "*pin".
           05 FILLER PIC X(13) VALUE "*add".
           05 FILLER PIC X(13) VALUE "*edit".
           05 FILLER PIC X(13) VALUE "*delete".
           05 FILLER PIC X(13) VALUE "*done".
           05 FILLER PIC X(13) VALUE "*list".
           05 FILLER PIC X(13) VALUE "*start".
           05 FILLER PIC X(13) VALUE "*stop".
           05 FILLER PIC X(13) VALUE "*logtime".
           05 FILLER PIC X(13) VALUE "*expadd".
           05 FILLER PIC X(13) VALUE "*absadd".
           05 FILLER PIC X(13) VALUE "*adjust".
           05 FILLER PIC X(13) VALUE "*tpladd".
           05 FILLER PIC X(13) VALUE "*export".
           05 FILLER PIC X(13) VALUE "*report".
           05 FILLER PIC X(13) VALUE "*find".
           05 FILLER PIC X(13) VALUE "S*".
           05 FILLER PIC X(13) VALUE "Bprojadd".
           05 FILLER PIC X(13) VALUE "Bbilling".
           05 FILLER PIC X(13) VALUE "Bbudget".
           05 FILLER PIC X(13) VALUE "Bdept".
           05 FILLER PIC X(13) VALUE "Binvoice".
           05 FILLER PIC X(13) VALUE "Binvprint".
           05 FILLER PIC X(13) VALUE "Bpayment".
           05 FILLER PIC X(13) VALUE "Bcredit".
           05 FILLER PIC X(13) VALUE "Bvoid".
           05 FILLER PIC X(13) VALUE "Baging".
           05 FILLER PIC X(13) VALUE "Ppayroll".
           05 FILLER PIC X(13) VALUE "Phistory".
           05 FILLER PIC X(13) VALUE "Pholadd".
           05 FILLER PIC X(13) VALUE "Pdept".
           05 FILLER PIC X(13) VALUE "Butil".
           05 FILLER PIC X(13) VALUE "Putil".
           05 FILLER PIC X(13) VALUE "Ppunch".
           05 FILLER PIC X(13) VALUE "Pcomply".
           05 FILLER PIC X(13) VALUE "*leave".
           05 FILLER PIC X(13) VALUE "Pleavepol".
           05 FILLER PIC X(13) VALUE "Paccrue".
           05 FILLER PIC X(13) VALUE "Pleaveadj".
           05 FILLER PIC X(13) VALUE "Pleaveall".
       01 WS-DEFAULT-ROLE-TABLE REDEFINES WS-DEFAULT-ROLE-DATA.
           05 WS-DEFAULT-ROLE-ENTRY OCCURS 42 TIMES PIC X(13).
       01 WS-DEFAULT-ROLE-COUNT PIC 9(3) VALUE 42.
       01 WS-ROLES-EOF-FLAG PIC X VALUE "N".
           88 WS-ROLES-EOF VALUE "Y".
       01 WS-ROLE-KEY PIC X(12).
       01 WS-ROLE-VALUE PIC X(12).
       01 WS-CMD-ALLOWED-FLAG PIC X VALUE "N".
           88 WS-CMD-ALLOWED VALUE "Y".
       01 WS-SEC-EVENT PIC X(10).
       01 WS-SEC-EMP PIC X(12).
       01 WS-SEC-DETAIL PIC X(40).

      *SITE SETTINGS (settings.txt: "generations n", "day-hours n",
      *"util-low n", "util-high n", "min-hours n")
       01 WS-SETTINGS-EOF-FLAG PIC X VALUE "N".
           88 WS-SETTINGS-EOF VALUE "Y".
       01 WS-SETTING-KEY PIC X(12).
       01 WS-SETTING-VALUE PIC X(12).

      *BACKUP GENERATIONS / RESTORE
       01 WS-BKP-FILE-NAME-DATA.
           05 FILLER PIC X(12) VALUE "tasks".
           05 FILLER PIC X(12) VALUE "taskarchive".
           05 FILLER PIC X(12) VALUE "timelog".
           05 FILLER PIC X(12) VALUE "hoursledger".
           05 FILLER PIC X(12) VALUE "invoices".
           05 FILLER PIC X(12) VALUE "periods".
           05 FILLER PIC X(12) VALUE "expenses".
           05 FILLER PIC X(12) VALUE "artrans".
       01 WS-BKP-FILE-NAMES REDEFINES WS-BKP-FILE-NAME-DATA.
           05 WS-BKP-FILE-NAME OCCURS 8 TIMES PIC X(12).
       01 WS-BKP-MASK PIC X(8).
       01 WS-BKP-COMMAND PIC X(12).
       01 WS-BKP-KEEP PIC 9(3) VALUE 5.
       01 WS-BKP-GEN PIC 9(4).
       01 WS-BKP-FILE-IDX PIC 9(2).
       01 WS-BKP-SEQ PIC 9(7).
       01 WS-BKP-COUNT PIC 9(7).
       01 WS-BKP-GEN-COUNT PIC 9(4).
       01 WS-BKP-DROP-GEN PIC 9(4).
       01 WS-BKP-OK-FLAG PIC X VALUE "N".
           88 WS-BKP-OK VALUE "Y".
       01 WS-BKP-FAILED-FLAG PIC X VALUE "N".
           88 WS-BKP-FAILED VALUE "Y".
       01 WS-BKP-HOLD-PRUNE-FLAG PIC X VALUE "N".
           88 WS-BKP-HOLD-PRUNE VALUE "Y".
       01 WS-BKP-EOF-FLAG PIC X VALUE "N".
           88 WS-BKP-EOF VALUE "Y".
       01 WS-BKP-LOG-LINE.
           05 WS-BL-DATE                PIC 9(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-BL-TIME                PIC 9(6).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-BL-EMPLOYEE            PIC X(12).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-BL-ACTION              PIC X(8).
           05 WS-BL-GEN                 PIC 9(4).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-BL-COMMAND             PIC X(12).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-BL-FILE                PIC X(12).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-BL-COUNT               PIC Z(6)9.
           05 FILLER                    PIC X(10) VALUE " record(s)".
       01 WS-BKG-LIST-LINE.
           05 WS-BG-GEN                 PIC 9(4).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-BG-DATE                PIC 9(8).
           05 FILLER                    PIC X VALUE SPACE.
           05 WS-BG-TIME                PIC 9(6).
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-BG-COMMAND             PIC X(12).
           05 WS-BG-EMPLOYEE            PIC X(12).
       01 WS-BKG-FILE-LINE.
           05 FILLER                    PIC X(6) VALUE SPACES.
           05 WS-BF-FILE                PIC X(12).
           05 WS-BF-COUNT               PIC Z(6)9.
           05 FILLER                    PIC X(10) VALUE " record(s)".
       01 WS-RST-GEN-INPUT PIC X(4).
       01 WS-RST-GEN PIC 9(4).
       01 WS-RST-FILE-INPUT PIC X(12).
       01 WS-RST-CONFIRM PIC X(1).
       01 WS-RST-MASK PIC X(8).
       01 WS-RST-STATUS PIC XX.
       01 WS-RST-FAIL-COUNT PIC 9(7).
       01 WS-RST-REC-OK-FLAG PIC X VALUE "N".
           88 WS-RST-REC-OK VALUE "Y".
       01 WS-RST-SAFETY-GEN PIC 9(4).
       01 WS-RST-OK-FLAG PIC X VALUE "N".
           88 WS-RST-OK VALUE "Y".
       01 WS-APPR-CHK-EMPLOYEE PIC X(12).
       01 WS-APPR-CHK-DATE PIC 9(8).
       01 WS-APPR-CHK-INT PIC 9(9).
           05 WS-BILL-ENTRY OCCURS 200 TIMES.
               10 WS-B-PROJECT             PIC X(8).
               10 WS-B-SECONDS             PIC S9(9).
               10 WS-B-EXPENSES            PIC 9(7)V99.
       01 WS-BILL-EOF-FLAG PIC X VALUE "N".
           88 WS-BILL-EOF VALUE "Y".
       01 WS-BILL-LINE.
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-BL-PROJECT             PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-BL-CLIENT              PIC X(19).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-BL-BILLABLE            PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-BL-HOURS               PIC X(11).
           05 FILLER                   PIC X VALUE SPACE.
           05 WS-BL-EXPENSES            PIC X(10).

      *PAYROLL EXTRACT
       01 WS-PAY-COUNT PIC 9(3) VALUE 0.
       01 WS-CLS-CHK-EMPLOYEE PIC X(12).
       01 WS-CLS-CHK-TASK PIC X(24).

      *GL JOURNAL (glmap.txt: "<type> <dept|project|*> <account>",
      *types labor/accrued by dept, receivable/revenue/wip/unbilled
      *by project)
       01 WS-GL-OK-FLAG PIC X VALUE "N".
           88 WS-GL-OK VALUE "Y".
       01 WS-GL-EOF-FLAG PIC X VALUE "N".
           88 WS-GL-EOF VALUE "Y".
       01 WS-GL-MAP-TYPE PIC X(12).
       01 WS-GL-MAP-CODE PIC X(12).
       01 WS-GL-MAP-ACCOUNT PIC X(12).
       01 WS-GL-MAP-COUNT PIC 9(3) VALUE 0.
       01 WS-GL-MAP-IDX PIC 9(3).
       01 WS-GL-MAP-TABLE.
           05 WS-GL-MAP-ENTRY OCCURS 200 TIMES.
               10 WS-GM-TYPE               PIC X(12).
               10 WS-GM-CODE               PIC X(12).
               10 WS-GM-ACCOUNT            PIC X(12).
       01 WS-GL-COUNT PIC 9(3) VALUE 0.
       01 WS-GL-IDX PIC 9(3).
       01 WS-GL-FOUND-IDX PIC 9(3).
       01 WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 200 TIMES.
               10 WS-GJ-TYPE               PIC X(12).
               10 WS-GJ-CODE               PIC X(12).
               10 WS-GJ-ACCOUNT            PIC X(12).
               10 WS-GJ-SIDE               PIC X(1).
               10 WS-GJ-AMOUNT             PIC S9(9)V99.
       01 WS-GL-DR-TYPE PIC X(12).
       01 WS-GL-CR-TYPE PIC X(12).
       01 WS-GL-CODE PIC X(12).
       01 WS-GL-ADD-TYPE PIC X(12).
       01 WS-GL-ADD-SIDE PIC X(1).
       01 WS-GL-AMOUNT PIC S9(9)V99.
       01 WS-GL-ACCOUNT PIC X(12).
       01 WS-GL-TOTAL-DEBIT PIC 9(11)V99.
       01 WS-GL-TOTAL-CREDIT PIC 9(11)V99.
       01 WS-GL-LINE-DEBIT PIC 9(9)V99.
       01 WS-GL-LINE-CREDIT PIC 9(9)V99.
       01 WS-GL-MISSING-COUNT PIC 9(4) VALUE 0.
       01 WS-GL-ROWS PIC 9(4) VALUE 0.
       01 WS-GL-MONTH-END PIC 9(8).
       01 WS-GL-NEXT-MONTH PIC 9(8).
       01 WS-GL-NEXT-MONTH-R REDEFINES WS-GL-NEXT-MONTH.
           05 WS-GL-NEXT-YEAR          PIC 9(4).
           05 WS-GL-NEXT-MM            PIC 9(2).
           05 WS-GL-NEXT-DD            PIC 9(2).
       01 WS-GL-RATE PIC 9(4)V99.
       01 WS-GL-SECS PIC S9(9).
       01 WS-GL-DEBIT-TXT PIC Z(10)9.99.
       01 WS-GL-CREDIT-TXT PIC Z(10)9.99.

      *UTILIZATION / CAPACITY REPORT
       01 WS-UTIL-DAY-HOURS PIC 9(2)V99 VALUE 8.
       01 WS-UTIL-LOW-PCT PIC 9(3) VALUE 60.
       01 WS-UTIL-HIGH-PCT PIC 9(3) VALUE 110.
       01 WS-UTIL-OK-FLAG PIC X VALUE "N".
           88 WS-UTIL-OK VALUE "Y".
       01 WS-UTIL-EOF-FLAG PIC X VALUE "N".
           88 WS-UTIL-EOF VALUE "Y".
       01 WS-UTIL-FROM-INT PIC 9(7).
       01 WS-UTIL-TO-INT PIC 9(7).
       01 WS-UTIL-DAY-INT PIC 9(7).
       01 WS-UTIL-DOW PIC 9.
       01 WS-UTIL-WORK-DAYS PIC 9(4).
       01 WS-UTIL-HOL-DAYS PIC 9(4).
       01 WS-UTIL-BASE-HOURS PIC 9(5)V99.
       01 WS-UTIL-MONTH PIC 9(8).
       01 WS-UTIL-MONTH-R REDEFINES WS-UTIL-MONTH.
           05 WS-UTIL-YEAR             PIC 9(4).
           05 WS-UTIL-MM               PIC 9(2).
           05 WS-UTIL-DD               PIC 9(2).
       01 WS-UTIL-COUNT PIC 9(3) VALUE 0.
       01 WS-UTIL-IDX PIC 9(3).
       01 WS-UTIL-FOUND-IDX PIC 9(3).
       01 WS-UTIL-TABLE.
           05 WS-UTIL-ENTRY OCCURS 200 TIMES.
               10 WS-U-DEPT                PIC X(12).
               10 WS-U-EMPLOYEE            PIC X(12).
               10 WS-U-ABS-HOURS           PIC 9(5)V99.
               10 WS-U-BILL-SECS           PIC S9(9).
               10 WS-U-NONBILL-SECS        PIC S9(9).
       01 WS-UTIL-CUR-DEPT PIC X(12).
       01 WS-UTIL-AVAIL PIC 9(5)V99.
       01 WS-UTIL-BILL PIC 9(5)V99.
       01 WS-UTIL-NONBILL PIC 9(5)V99.
       01 WS-UTIL-WORKED PIC 9(5)V99.
       01 WS-UTIL-PCT PIC 9(4)V9.
       01 WS-UTIL-BILL-PCT PIC 9(4)V9.
       01 WS-UTIL-SUB-AVAIL PIC 9(7)V99.
       01 WS-UTIL-SUB-BILL PIC 9(7)V99.
       01 WS-UTIL-SUB-NONBILL PIC 9(7)V99.
       01 WS-UTIL-TOT-AVAIL PIC 9(7)V99.
       01 WS-UTIL-TOT-BILL PIC 9(7)V99.
       01 WS-UTIL-TOT-NONBILL PIC 9(7)V99.
       01 WS-UTIL-FLAG-COUNT PIC 9(3) VALUE 0.
       01 WS-UTIL-ABS-DAY-FLAG PIC X VALUE "N".
           88 WS-UTIL-ABS-DAY VALUE "Y".
       01 WS-UTIL-TEXT PIC X(80).
       01 WS-UTIL-LINE.
           05 WS-UL-NAME                PIC X(14).
           05 WS-UL-AVAIL               PIC Z(4)9.99.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-UL-WORKED              PIC Z(4)9.99.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-UL-BILL                PIC Z(4)9.99.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-UL-NONBILL             PIC Z(4)9.99.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-UL-UTIL                PIC Z(3)9.9.
           05 FILLER                    PIC X VALUE "%".
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-UL-BILL-PCT            PIC Z(3)9.9.
           05 FILLER                    PIC X VALUE "%".
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-UL-FLAG                PIC X(4).

      *BADGE PUNCH IMPORT / SUSPENSE REVIEW
       01 WS-PUNCH-OK-FLAG PIC X VALUE "N".
           88 WS-PUNCH-OK VALUE "Y".
       01 WS-PUNCH-FILE-STATUS PIC XX.
       01 WS-PUNCH-EOF-FLAG PIC X VALUE "N".
           88 WS-PUNCH-EOF VALUE "Y".
       01 WS-PUNCH-PAIRED-FLAG PIC X VALUE "N".
           88 WS-PUNCH-PAIRED VALUE "Y".
       01 WS-PUNCH-BADGE-FOUND-FLAG PIC X VALUE "N".
           88 WS-PUNCH-BADGE-FOUND VALUE "Y".
       01 WS-PUNCH-READ-COUNT PIC 9(4) VALUE 0.
       01 WS-PUNCH-POSTED-COUNT PIC 9(4) VALUE 0.
       01 WS-PUNCH-SUSP-COUNT PIC 9(4) VALUE 0.
       01 WS-PUNCH-COUNT PIC 9(4) VALUE 0.
       01 WS-PUNCH-IDX PIC 9(4).
       01 WS-PUNCH-NEXT PIC 9(4).
       01 WS-PUNCH-TABLE.
           05 WS-PUNCH-ENTRY OCCURS 500 TIMES.
               10 WS-PN-BADGE              PIC X(10).
               10 WS-PN-DATE               PIC 9(8).
               10 WS-PN-TIME               PIC 9(6).
               10 WS-PN-DIRECTION          PIC X(1).
               10 WS-PN-TASK-ID            PIC X(24).
       01 WS-PUNCH-DAY-INT PIC 9(7).
       01 WS-PUNCH-NEXT-INT PIC 9(7).
       01 WS-PP-BADGE PIC X(10).
       01 WS-PP-EMPLOYEE PIC X(12).
       01 WS-PP-TASK PIC X(24).
       01 WS-PP-DATE PIC 9(8).
       01 WS-PP-IN PIC 9(6).
       01 WS-PP-IN-R REDEFINES WS-PP-IN.
           05 WS-PP-IN-HH              PIC 9(2).
           05 WS-PP-IN-MM              PIC 9(2).
           05 WS-PP-IN-SS              PIC 9(2).
       01 WS-PP-OUT PIC 9(6).
       01 WS-PP-OUT-R REDEFINES WS-PP-OUT.
           05 WS-PP-OUT-HH             PIC 9(2).
           05 WS-PP-OUT-MM             PIC 9(2).
           05 WS-PP-OUT-SS             PIC 9(2).
       01 WS-PP-REASON PIC X(1).
           88 WS-PP-OK VALUE SPACE.
       01 WS-PP-START-SECS PIC 9(8).
       01 WS-PP-STOP-SECS PIC 9(8).
       01 WS-PP-TL-START PIC S9(8).
       01 WS-PP-TL-STOP PIC S9(8).
       01 WS-PP-TL-SHIFT PIC S9(6).
       01 WS-PP-DAY-INT PIC 9(7).
       01 WS-PP-PREV-DATE PIC 9(8).
       01 WS-PP-NEXT-DATE PIC 9(8).
       01 WS-PP-SCAN-EOF-FLAG PIC X VALUE "N".
           88 WS-PP-SCAN-EOF VALUE "Y".
       01 WS-SUS-NEXT-SEQ PIC 9(6).
       01 WS-SUS-EOF-FLAG PIC X VALUE "N".
           88 WS-SUS-EOF VALUE "Y".
       01 WS-SR-SEQ PIC 9(6).
       01 WS-SR-CUR-SEQ PIC 9(6).
       01 WS-SR-COUNT PIC 9(4).
       01 WS-SR-DONE-FLAG PIC X VALUE "N".
           88 WS-SR-DONE VALUE "Y".
       01 WS-SR-BACKED-UP-FLAG PIC X VALUE "N".
           88 WS-SR-BACKED-UP VALUE "Y".
       01 WS-SR-FOUND-FLAG PIC X VALUE "N".
           88 WS-SR-FOUND VALUE "Y".
       01 WS-SR-ENTRY-OK-FLAG PIC X VALUE "N".
           88 WS-SR-ENTRY-OK VALUE "Y".
       01 WS-SR-ORIG-REASON PIC X(1).
       01 WS-SR-NEW-STATUS PIC X(1).
       01 WS-SR-ACTION PIC X(1).
       01 WS-SR-INPUT PIC X(24).
       01 WS-SR-TIME-INPUT PIC X(6).
       01 WS-SR-TIME PIC 9(6).
       01 WS-SR-TIME-R REDEFINES WS-SR-TIME.
           05 WS-SR-TIME-HH            PIC 9(2).
           05 WS-SR-TIME-MM            PIC 9(2).
           05 WS-SR-TIME-SS            PIC 9(2).
       01 WS-SR-REASON-TEXT PIC X(36).
       01 WS-BDG-INPUT PIC X(10).
       01 WS-BDG-TASK-INPUT PIC X(24).
       01 WS-BDG-OK-FLAG PIC X VALUE "N".
           88 WS-BDG-OK VALUE "Y".
       01 WS-BDG-EXISTS-FLAG PIC X VALUE "N".
           88 WS-BDG-EXISTS VALUE "Y".

      *REPORTING LINES / TIMESHEET COMPLIANCE
       01 WS-SUPV-CHK-EMPLOYEE PIC X(12).
       01 WS-SUPV-OF PIC X(12).
       01 WS-SUPV-EMP-INPUT PIC X(12).
       01 WS-SUPV-INPUT PIC X(12).
       01 WS-SUPV-NEW PIC X(12).
       01 WS-SUPV-ASK-FLAG PIC X VALUE "N".
           88 WS-SUPV-ASK VALUE "Y".
       01 WS-SUPV-OK-FLAG PIC X VALUE "N".
           88 WS-SUPV-OK VALUE "Y".
       01 WS-SUPV-EOF-FLAG PIC X VALUE "N".
           88 WS-SUPV-EOF VALUE "Y".
       01 WS-SUPV-TEAM-COUNT PIC 9(3).
       01 WS-COMP-MIN-HOURS PIC 9(2)V99 VALUE 8.
       01 WS-COMP-MIN-SECS PIC 9(8).
       01 WS-COMP-DAY-SECS PIC S9(9).
       01 WS-COMP-HOURS PIC 9(2)V99.
       01 WS-COMP-HOURS-TXT PIC Z9.99.
       01 WS-COMP-EOF-FLAG PIC X VALUE "N".
           88 WS-COMP-EOF VALUE "Y".
       01 WS-COMP-COUNT PIC 9(3) VALUE 0.
       01 WS-COMP-IDX PIC 9(3).
       01 WS-COMP-TABLE.
           05 WS-COMP-ENTRY OCCURS 200 TIMES.
               10 WS-CP-SUPERVISOR         PIC X(12).
               10 WS-CP-EMPLOYEE           PIC X(12).
               10 WS-CP-NAME               PIC X(30).
       01 WS-COMP-CUR-SUPER PIC X(12).
       01 WS-COMP-EMP-EXC PIC 9(4).
       01 WS-COMP-EXC-COUNT PIC 9(5) VALUE 0.
       01 WS-COMP-EMP-LISTED PIC 9(3) VALUE 0.
       01 WS-COMP-LINE PIC X(80).
       01 WS-COMP-TEXT PIC X(80).

      *LEAVE ACCRUAL / BALANCES / STATEMENT
       01 WS-LV-EMPLOYEE PIC X(12).
       01 WS-LV-TYPE PIC X(1).
       01 WS-LV-TYPE-NAME PIC X(8).
       01 WS-LV-METHOD PIC X(1).
       01 WS-LV-RATE PIC 9(3)V9999.
       01 WS-LV-CAP PIC 9(4)V99.
       01 WS-LV-CARRY-FLAG PIC X(1).
       01 WS-LV-CARRY-MAX PIC 9(4)V99.
       01 WS-LV-OVERDRAW PIC X(1).
       01 WS-LV-START-MONTH PIC 9(6).
       01 WS-LV-START-DATE PIC 9(8).
       01 WS-LV-POLICY-FOUND-FLAG PIC X VALUE "N".
           88 WS-LV-POLICY-FOUND VALUE "Y".
       01 WS-LV-REFUSE-FLAG PIC X VALUE "N".
           88 WS-LV-REFUSE VALUE "Y".
       01 WS-LV-EOF-FLAG PIC X VALUE "N".
           88 WS-LV-EOF VALUE "Y".
       01 WS-LV-SCAN-EOF-FLAG PIC X VALUE "N".
           88 WS-LV-SCAN-EOF VALUE "Y".
       01 WS-LV-OK-FLAG PIC X VALUE "N".
           88 WS-LV-OK VALUE "Y".
       01 WS-LV-ACCRUE-OK-FLAG PIC X VALUE "N".
           88 WS-LV-ACCRUE-OK VALUE "Y".
       01 WS-LV-POSTED-FLAG PIC X VALUE "N".
           88 WS-LV-POSTED VALUE "Y".
       01 WS-LV-TO-DATE PIC 9(8).
       01 WS-LV-TO-MONTH PIC 9(6).
       01 WS-LV-SKIP-DATE PIC 9(8).
       01 WS-LV-FROM-DATE PIC 9(8).
       01 WS-LV-THRU-DATE PIC 9(8).
       01 WS-LV-BALANCE PIC S9(5)V99.
       01 WS-LV-BAL-TXT PIC -(5)9.99.
       01 WS-LV-HOURS-TXT PIC Z(4)9.99.
       01 WS-LV-RATE-TXT PIC ZZ9.9999.
       01 WS-LV-MONTH PIC 9(6).
       01 WS-LV-MONTH-R REDEFINES WS-LV-MONTH.
           05 WS-LV-YEAR               PIC 9(4).
           05 WS-LV-MM                 PIC 9(2).
       01 WS-LV-ACCRUAL PIC 9(4)V99.
       01 WS-LV-FORFEIT PIC 9(5)V99.
       01 WS-LV-YTD PIC 9(5)V99.
       01 WS-LV-WORKED-SECS PIC S9(9).
       01 WS-LV-WORKED-HOURS PIC 9(5)V99.
       01 WS-LV-ADJ-HOURS PIC S9(4)V99.
       01 WS-LV-POSTED-COUNT PIC 9(4) VALUE 0.
       01 WS-LV-SKIPPED-COUNT PIC 9(4) VALUE 0.
       01 WS-LV-INPUT PIC X(12).
       01 WS-LV-SAVE-CMD PIC X(12).
       01 WS-LV-TYPE-INPUT PIC X(1).
       01 WS-LV-NUM-INPUT PIC X(10).
       01 WS-LS-YEAR PIC 9(4).
       01 WS-LS-LAST-MM PIC 9(2).
       01 WS-LS-MM PIC 9(2).
       01 WS-LS-DATE PIC 9(8).
       01 WS-LS-DATE-R REDEFINES WS-LS-DATE.
           05 WS-LS-DATE-YEAR          PIC 9(4).
           05 WS-LS-DATE-MM            PIC 9(2).
           05 WS-LS-DATE-DD            PIC 9(2).
       01 WS-LS-TABLE.
           05 WS-LS-ENTRY OCCURS 12 TIMES.
               10 WS-LS-ACCRUED            PIC 9(5)V99.
               10 WS-LS-ADJUSTED           PIC S9(5)V99.
               10 WS-LS-TAKEN              PIC 9(5)V99.
       01 WS-LS-OPENING PIC S9(5)V99.
       01 WS-LS-YEAR-OPENING PIC S9(5)V99.
       01 WS-LS-CLOSING PIC S9(5)V99.
       01 WS-LS-TOT-ACCRUED PIC 9(5)V99.
       01 WS-LS-TOT-ADJUSTED PIC S9(5)V99.
       01 WS-LS-TOT-TAKEN PIC 9(5)V99.
       01 WS-LS-SECTIONS PIC 9(4) VALUE 0.
       01 WS-LS-NAME PIC X(30).
       01 WS-LS-TEXT PIC X(80).
       01 WS-LS-HEAD.
           05 FILLER                    PIC X(10) VALUE "MONTH".
           05 FILLER                    PIC X(9) VALUE "  OPENING".
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 FILLER                    PIC X(8) VALUE " ACCRUED".
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 FILLER                    PIC X(8) VALUE "   TAKEN".
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 FILLER                    PIC X(9) VALUE " ADJUSTED".
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 FILLER                    PIC X(9) VALUE "  CLOSING".
       01 WS-LS-LINE.
           05 WS-LSL-LABEL              PIC X(10).
           05 WS-LSL-OPENING            PIC -(5)9.99.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-LSL-ACCRUED            PIC Z(4)9.99.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-LSL-TAKEN              PIC Z(4)9.99.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-LSL-ADJUSTED           PIC -(5)9.99.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 WS-LSL-CLOSING            PIC -(5)9.99.

      *MANUAL TIME ENTRY / ADJUSTMENTS
       01 WS-SEQ-TASK-ID PIC X(24).
       01 WS-TL-SIGNED-SECS PIC S9(9).
       01 WS-INV-AMOUNT-TXT PIC 9(7).99.
       01 WS-INV-TEXT PIC X(80).

      *ACCOUNTS RECEIVABLE
       01 WS-AR-INV-NUMBER PIC 9(6).
       01 WS-AR-INV-TOTAL PIC 9(7)V99.
       01 WS-AR-INV-CLIENT PIC X(30).
       01 WS-AR-TYPE PIC X(1).
       01 WS-AR-OK-FLAG PIC X VALUE "N".
           88 WS-AR-OK VALUE "Y".
       01 WS-AR-VOID-OK-FLAG PIC X VALUE "N".
           88 WS-AR-VOID-OK VALUE "Y".
       01 WS-AR-EOF-FLAG PIC X VALUE "N".
           88 WS-AR-EOF VALUE "Y".
       01 WS-AR-AS-OF-DATE PIC 9(8).
       01 WS-AR-PAID PIC S9(7)V99.
       01 WS-AR-CREDITED PIC S9(7)V99.
       01 WS-AR-BALANCE PIC S9(7)V99.
       01 WS-AR-NEXT-SEQ PIC 9(4).
       01 WS-AR-AMOUNT-INPUT PIC X(12).
       01 WS-AR-AMOUNT PIC 9(7)V99.
       01 WS-AR-MINUS-COUNT PIC 9(2).
       01 WS-AR-AMOUNT-DONE-FLAG PIC X VALUE "N".
           88 WS-AR-AMOUNT-DONE VALUE "Y".
       01 WS-AR-DATE PIC 9(8).
       01 WS-AR-REF-INPUT PIC X(20).
       01 WS-AR-CONFIRM PIC X(1).
       01 WS-AR-RELEASED PIC 9(5).
       01 WS-AR-TOTAL-TXT PIC 9(7).99.
       01 WS-AR-BALANCE-TXT PIC 9(7).99.
       01 WS-AR-AMOUNT-TXT PIC 9(7).99.
       01 WS-AGE-COUNT PIC 9(3) VALUE 0.
       01 WS-AGE-IDX PIC 9(3).
       01 WS-AGE-COL PIC 9(1).
       01 WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 200 TIMES.
               10 WS-AG-CLIENT             PIC X(30).
               10 WS-AG-INVOICE            PIC 9(6).
               10 WS-AG-ISSUE-DATE         PIC 9(8).
               10 WS-AG-DAYS               PIC 9(5).
               10 WS-AG-BUCKET             PIC 9(1).
               10 WS-AG-BALANCE            PIC 9(7)V99.
       01 WS-AGE-EOF-FLAG PIC X VALUE "N".
           88 WS-AGE-EOF VALUE "Y".
       01 WS-AGE-CUR-CLIENT PIC X(30).
       01 WS-AGE-SUB-AMOUNTS.
           05 WS-AGE-SUB OCCURS 5 TIMES    PIC 9(7)V99.
       01 WS-AGE-TOT-AMOUNTS.
           05 WS-AGE-TOT OCCURS 5 TIMES    PIC 9(7)V99.
       01 WS-AGE-AMOUNT-TXT PIC 9(7).99.
       01 WS-AGE-LINE.
           05 WS-AGL-LABEL                 PIC X(24).
           05 WS-AGL-COLUMN OCCURS 5 TIMES.
               10 FILLER                   PIC X(1).
               10 WS-AGL-AMOUNT            PIC X(10).
       01 WS-AGE-TEXT PIC X(80).

      *BILLABLE EXPENSES
       01 WS-EXP-EMPLOYEE PIC X(12).
       01 WS-EXP-TASK-ID PIC X(24).
       01 WS-EXP-PROJECT PIC X(8).
       01 WS-EXP-PROJ-BILLABLE PIC X(1).
       01 WS-EXP-OK-FLAG PIC X VALUE "N".
           88 WS-EXP-OK VALUE "Y".
       01 WS-EXP-EOF-FLAG PIC X VALUE "N".
           88 WS-EXP-EOF VALUE "Y".
       01 WS-EXP-CAT-INPUT PIC X(1).
       01 WS-EXP-DESC-INPUT PIC X(30).
       01 WS-EXP-AMOUNT-INPUT PIC X(10).
       01 WS-EXP-AMOUNT PIC 9(5)V99.
       01 WS-EXP-RECEIPT-INPUT PIC X(15).
       01 WS-EXP-BILL-INPUT PIC X(1).
       01 WS-EXP-NEXT-SEQ PIC 9(3).
       01 WS-EXP-CAT-CODE PIC X(1).
       01 WS-EXP-CAT-NAME PIC X(8).
       01 WS-EXP-AMOUNT-TXT PIC 9(5).99.
       01 WS-EXP-WEEK-COUNT PIC 9(3).
       01 WS-EXP-WEEK-TOTAL PIC 9(7)V99.
       01 WS-EXP-TOTAL-TXT PIC 9(7).99.
       01 WS-EXP-RELEASED PIC 9(5).
       01 WS-EXP-PENDING PIC 9(5).
       01 WS-INVX-COUNT PIC 9(3) VALUE 0.
       01 WS-INVX-IDX PIC 9(3).
       01 WS-INVX-TABLE.
           05 WS-INVX-ENTRY OCCURS 200 TIMES.
               10 WS-IX-KEY                PIC X(46).
               10 WS-IX-DATE               PIC 9(8).
               10 WS-IX-CATEGORY           PIC X(1).
               10 WS-IX-DESCRIPTION        PIC X(30).
               10 WS-IX-AMOUNT             PIC 9(5)V99.
       01 WS-INV-EXP-TOTAL PIC 9(7)V99.

      *AUDIT TRAIL
       01 WS-AUDIT-TASK-ID PIC X(24).
       01 WS-AUDIT-FIELD PIC X(10).
       MOVE SPACES TO WS-CMDLINE.
       ACCEPT WS-CMDLINE FROM COMMAND-LINE.
       MOVE FUNCTION LOWER-CASE(WS-CMDLINE) TO WS-CMDLINE.
       IF FUNCTION TRIM(WS-CMDLINE) = "batch" OR
          FUNCTION TRIM(WS-CMDLINE) = "batch restart" THEN
           SET WS-BATCH TO TRUE
           IF FUNCTION TRIM(WS-CMDLINE) = "batch restart" THEN
               SET WS-BATCH-RESTART TO TRUE
           END-IF
           PERFORM BATCH-RUN
           MOVE WS-BATCH-RC TO RETURN-CODE
           STOP RUN
           PERFORM ENSURE-DATA-FILES.
           PERFORM CHECK-PROJECT-ANY.
           PERFORM CHECK-EMPLOYEE-ANY.
           PERFORM LOAD-ROLE-TABLE.
           PERFORM LOAD-SETTINGS.
           MOVE "N" TO WS-LOGIN-OK-FLAG.
           PERFORM LOGIN-EMPLOYEE UNTIL WS-LOGIN-OK.
           DISPLAY ESC BLU "[i] Logged in as "
           END-IF.
           CLOSE INVOICE-REGISTER.

           OPEN INPUT AR-TRANS-FILE.
           IF SFS-ARTRANS-BAD-LAYOUT THEN
               DISPLAY ESC RED
                   "[!] 'artrans' was built with an older record "
                   "layout and can't be opened." ESC RES
               DISPLAY ESC RED
                   "    Migrate it the same way as 'tasks' before "
                   "continuing." ESC RES
               CLOSE AR-TRANS-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE IF SFS-ARTRANS-NOT-FOUND THEN
               OPEN OUTPUT AR-TRANS-FILE
               CLOSE AR-TRANS-FILE
           END-IF.
           CLOSE AR-TRANS-FILE.

           OPEN INPUT EXPENSE-FILE.
           IF SFS-EXP-BAD-LAYOUT THEN
               DISPLAY ESC RED
                   "[!] 'expenses' was built with an older record "
                   "layout and can't be opened." ESC RES
               DISPLAY ESC RED
                   "    Migrate it the same way as 'tasks' before "
                   "continuing." ESC RES
               CLOSE EXPENSE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE IF SFS-EXP-NOT-FOUND THEN
               OPEN OUTPUT EXPENSE-FILE
               CLOSE EXPENSE-FILE
           END-IF.
           CLOSE EXPENSE-FILE.

           OPEN INPUT PIN-FILE.
           IF SFS-PIN-BAD-LAYOUT THEN
               DISPLAY ESC RED
                   "[!] 'pins' was built with an older record "
                   "layout and can't be opened." ESC RES
               DISPLAY ESC RED
                   "    Migrate it the same way as 'tasks' before "
                   "continuing." ESC RES
               CLOSE PIN-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE IF SFS-PIN-NOT-FOUND THEN
               OPEN OUTPUT PIN-FILE
               CLOSE PIN-FILE
           END-IF.
           CLOSE PIN-FILE.

           OPEN INPUT SECURITY-LOG-FILE.
           IF SFS-SECLOG-NOT-FOUND THEN
               OPEN OUTPUT SECURITY-LOG-FILE
               CLOSE SECURITY-LOG-FILE
           END-IF.
           CLOSE SECURITY-LOG-FILE.

           OPEN INPUT BACKUP-FILE.
           IF SFS-BKP-BAD-LAYOUT THEN
               DISPLAY ESC RED
                   "[!] 'backups' was built with an older record "
                   "layout and can't be opened." ESC RES
               DISPLAY ESC RED
                   "    Migrate it the same way as 'tasks' before "
                   "continuing." ESC RES
               CLOSE BACKUP-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE IF SFS-BKP-NOT-FOUND THEN
               OPEN OUTPUT BACKUP-FILE
               CLOSE BACKUP-FILE
           END-IF.
           CLOSE BACKUP-FILE.

           OPEN INPUT BACKUP-GEN-FILE.
           IF SFS-BKG-BAD-LAYOUT THEN
               DISPLAY ESC RED
                   "[!] 'backupgens' was built with an older record "
                   "layout and can't be opened." ESC RES
               DISPLAY ESC RED
                   "    Migrate it the same way as 'tasks' before "
                   "continuing." ESC RES
               CLOSE BACKUP-GEN-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE IF SFS-BKG-NOT-FOUND THEN
               OPEN OUTPUT BACKUP-GEN-FILE
               CLOSE BACKUP-GEN-FILE
           END-IF.
           CLOSE BACKUP-GEN-FILE.

           OPEN INPUT BACKUP-LOG-FILE.
           IF SFS-BKPLOG-NOT-FOUND THEN
               OPEN OUTPUT BACKUP-LOG-FILE
               CLOSE BACKUP-LOG-FILE
           END-IF.
           CLOSE BACKUP-LOG-FILE.

           OPEN INPUT BADGE-FILE.
           IF SFS-BADGE-BAD-LAYOUT THEN
               DISPLAY ESC RED
                   "[!] 'badges' was built with an older record "
                   "layout and can't be opened." ESC RES
               DISPLAY ESC RED
                   "    Migrate it the same way as 'tasks' before "
                   "continuing." ESC RES
               CLOSE BADGE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE IF SFS-BADGE-NOT-FOUND THEN
               OPEN OUTPUT BADGE-FILE
               CLOSE BADGE-FILE
           END-IF.
           CLOSE BADGE-FILE.

           OPEN INPUT SUSPENSE-FILE.
           IF SFS-SUSP-BAD-LAYOUT THEN
               DISPLAY ESC RED
                   "[!] 'punchsusp' was built with an older record "
                   "layout and can't be opened." ESC RES
               DISPLAY ESC RED
                   "    Migrate it the same way as 'tasks' before "
                   "continuing." ESC RES
               CLOSE SUSPENSE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE IF SFS-SUSP-NOT-FOUND THEN
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
           END-IF.
           CLOSE SUSPENSE-FILE.

           OPEN INPUT SUPV-FILE.
           IF SFS-SUPV-BAD-LAYOUT THEN
               DISPLAY ESC RED
                   "[!] 'reportlines' was built with an older record "
                   "layout and can't be opened." ESC RES
               DISPLAY ESC RED
                   "    Migrate it the same way as 'tasks' before "
                   "continuing." ESC RES
               CLOSE SUPV-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE IF SFS-SUPV-NOT-FOUND THEN
               OPEN OUTPUT SUPV-FILE
               CLOSE SUPV-FILE
           END-IF.
           CLOSE SUPV-FILE.

           OPEN INPUT LEAVE-POLICY-FILE.
           IF SFS-LPOL-BAD-LAYOUT THEN
               DISPLAY ESC RED
                   "[!] 'leavepolicy' was built with an older record "
                   "layout and can't be opened." ESC RES
               DISPLAY ESC RED
                   "    Migrate it the same way as 'tasks' before "
                   "continuing." ESC RES
               CLOSE LEAVE-POLICY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE IF SFS-LPOL-NOT-FOUND THEN
               OPEN OUTPUT LEAVE-POLICY-FILE
               CLOSE LEAVE-POLICY-FILE
           END-IF.
           CLOSE LEAVE-POLICY-FILE.

           OPEN INPUT LEAVE-BALANCE-FILE.
           IF SFS-LBAL-BAD-LAYOUT THEN
               DISPLAY ESC RED
                   "[!] 'leavebal' was built with an older record "
                   "layout and can't be opened." ESC RES
               DISPLAY ESC RED
                   "    Migrate it the same way as 'tasks' before "
                   "continuing." ESC RES
               CLOSE LEAVE-BALANCE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE IF SFS-LBAL-NOT-FOUND THEN
               OPEN OUTPUT LEAVE-BALANCE-FILE
               CLOSE LEAVE-BALANCE-FILE
           END-IF.
           CLOSE LEAVE-BALANCE-FILE.

           OPEN INPUT TASK-AUDIT-FILE.
           IF SFS-AUDIT-NOT-FOUND THEN
               OPEN OUTPUT TASK-AUDIT-FILE
       LOGIN-EMPLOYEE.
           DISPLAY "Employee ID: " WITH NO ADVANCING.
           ACCEPT WS-CURRENT-EMPLOYEE-ID.
           MOVE "N" TO WS-PIN-CHECK-DUE-FLAG.
           IF WS-CURRENT-EMPLOYEE-ID = SPACES THEN
               DISPLAY ESC RED "[!] Employee ID is required!" ESC RES
           ELSE IF NOT WS-EMP-ANY THEN
                   INVALID KEY
                       DISPLAY ESC RED "[!] Unknown employee ID!"
                           ESC RES
                       MOVE "BAD-ID" TO WS-SEC-EVENT
                       MOVE "login with unknown employee ID"
                           TO WS-SEC-DETAIL
                       PERFORM WRITE-SECURITY-LOG
                   NOT INVALID KEY
                       IF EMP-ACTIVE-FLAG = "Y" THEN
                           MOVE EMP-NAME TO WS-CURRENT-EMP-NAME
                           MOVE EMP-SUPER-FLAG
                               TO WS-CURRENT-EMP-SUPER-FLAG
                           PERFORM SET-CURRENT-EMP-ROLE
                           SET WS-PIN-CHECK-DUE TO TRUE
                       ELSE
                           DISPLAY ESC RED
                               "[!] Employee is marked inactive!"
                               ESC RES
                           MOVE "INACTIVE" TO WS-SEC-EVENT
                           MOVE "login by inactive employee"
                               TO WS-SEC-DETAIL
                           PERFORM WRITE-SECURITY-LOG
                       END-IF
               END-READ
               CLOSE EMPLOYEE-FILE
               IF WS-PIN-CHECK-DUE THEN
                   PERFORM CHECK-LOGIN-PIN
               END-IF
           END-IF.

       SET-CURRENT-EMP-ROLE.
           IF EMP-ROLE = "C" OR EMP-ROLE = "S" OR
              EMP-ROLE = "B" OR EMP-ROLE = "P" THEN
               MOVE EMP-ROLE TO WS-CURRENT-EMP-ROLE
           ELSE IF EMP-SUPER-FLAG = "Y" THEN
               MOVE "S" TO WS-CURRENT-EMP-ROLE
           ELSE
               MOVE "C" TO WS-CURRENT-EMP-ROLE
           END-IF.

       CHECK-LOGIN-PIN.
           OPEN I-O PIN-FILE.
           MOVE WS-CURRENT-EMPLOYEE-ID TO PIN-EMP-ID.
           READ PIN-FILE
               INVALID KEY
                   PERFORM CHECK-LOGIN-NO-PIN
               NOT INVALID KEY
                   IF PIN-LOCKED-FLAG = "Y" THEN
                       DISPLAY ESC RED "[!] Account is locked after "
                           "repeated wrong PINs - ask a supervisor "
                           "to reset it." ESC RES
                       MOVE "LOCKED" TO WS-SEC-EVENT
                       MOVE "login refused, account locked"
                           TO WS-SEC-DETAIL
                       PERFORM WRITE-SECURITY-LOG
                   ELSE
                       PERFORM CHECK-LOGIN-PIN-ENTRY
                   END-IF
           END-READ.
           CLOSE PIN-FILE.

       CHECK-LOGIN-NO-PIN.
           MOVE "N" TO WS-PIN-FILE-EMPTY-FLAG.
           MOVE LOW-VALUES TO PIN-EMP-ID.
           START PIN-FILE KEY IS NOT LESS THAN PIN-EMP-ID
               INVALID KEY
                   SET WS-PIN-FILE-EMPTY TO TRUE
           END-START.
           IF WS-PIN-FILE-EMPTY AND WS-CURRENT-EMP-SUPER THEN
               DISPLAY ESC YEL "[!] No PINs are set up yet - choose "
                   "a supervisor PIN now." ESC RES
               MOVE WS-CURRENT-EMPLOYEE-ID TO WS-PIN-HASH-EMP
               PERFORM CHOOSE-NEW-PIN
               MOVE WS-CURRENT-EMPLOYEE-ID TO PIN-EMP-ID
               MOVE "N" TO PIN-MUST-CHANGE-FLAG
               PERFORM WRITE-PIN-RECORD
               IF WS-PIN-OK THEN
                   SET WS-LOGIN-OK TO TRUE
                   MOVE "PIN-SET" TO WS-SEC-EVENT
                   MOVE "first supervisor PIN set at login"
                       TO WS-SEC-DETAIL
                   PERFORM WRITE-SECURITY-LOG
               END-IF
           ELSE
               DISPLAY ESC RED "[!] No PIN is set for this employee "
                   "- ask a supervisor to run 'pinreset'." ESC RES
               MOVE "NO-PIN" TO WS-SEC-EVENT
               MOVE "login refused, no PIN on file" TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-LOG
           END-IF.

       CHECK-LOGIN-PIN-ENTRY.
           DISPLAY "PIN: " WITH NO ADVANCING.
           MOVE SPACES TO WS-PIN-INPUT.
           ACCEPT WS-PIN-INPUT.
           MOVE WS-CURRENT-EMPLOYEE-ID TO WS-PIN-HASH-EMP.
           PERFORM COMPUTE-PIN-HASH.
           IF WS-PIN-HASH = PIN-HASH THEN
               MOVE 0 TO PIN-FAIL-COUNT
               IF PIN-MUST-CHANGE-FLAG = "Y" THEN
                   DISPLAY ESC YEL "[!] You must change your PIN "
                       "before continuing." ESC RES
                   PERFORM CHOOSE-NEW-PIN
                   MOVE WS-PIN-HASH TO PIN-HASH
                   MOVE "N" TO PIN-MUST-CHANGE-FLAG
                   MOVE SYS-CURRENT-DATE TO PIN-CHANGED-DATE
               END-IF
               REWRITE PIN-RECORD
               SET WS-LOGIN-OK TO TRUE
           ELSE
               ADD 1 TO PIN-FAIL-COUNT
               IF PIN-FAIL-COUNT >= WS-PIN-MAX-TRIES THEN
                   MOVE "Y" TO PIN-LOCKED-FLAG
                   DISPLAY ESC RED "[!] Wrong PIN - account is now "
                       "locked." ESC RES
                   MOVE "LOCKOUT" TO WS-SEC-EVENT
                   MOVE "account locked after repeated wrong PINs"
                       TO WS-SEC-DETAIL
               ELSE
                   DISPLAY ESC RED "[!] Wrong PIN!" ESC RES
                   MOVE "BAD-PIN" TO WS-SEC-EVENT
                   MOVE "login with wrong PIN" TO WS-SEC-DETAIL
               END-IF
               REWRITE PIN-RECORD
               PERFORM WRITE-SECURITY-LOG
           END-IF.

       CHOOSE-NEW-PIN.
           MOVE "N" TO WS-PIN-DONE-FLAG.
           PERFORM GET-NEW-PIN UNTIL WS-PIN-DONE.

       GET-NEW-PIN.
           DISPLAY "New PIN (4-8 digits): " WITH NO ADVANCING.
           MOVE SPACES TO WS-PIN-INPUT.
           ACCEPT WS-PIN-INPUT.
           PERFORM VALIDATE-PIN-FORMAT.
           IF NOT WS-PIN-VALID THEN
               DISPLAY ESC RED "[!] PIN must be 4 to 8 digits!" ESC RES
           ELSE
               DISPLAY "Repeat new PIN: " WITH NO ADVANCING
               MOVE SPACES TO WS-PIN-CONFIRM-INPUT
               ACCEPT WS-PIN-CONFIRM-INPUT
               IF WS-PIN-CONFIRM-INPUT NOT = WS-PIN-INPUT THEN
                   DISPLAY ESC RED "[!] PINs do not match!" ESC RES
               ELSE
                   PERFORM COMPUTE-PIN-HASH
                   SET WS-PIN-DONE TO TRUE
               END-IF
           END-IF.

       VALIDATE-PIN-FORMAT.
           MOVE "N" TO WS-PIN-VALID-FLAG.
           MOVE 0 TO WS-PIN-LEN.
           INSPECT WS-PIN-INPUT TALLYING WS-PIN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PIN-LEN >= 4 AND WS-PIN-LEN <= 8 THEN
               IF WS-PIN-INPUT(1:WS-PIN-LEN) IS NUMERIC THEN
                   SET WS-PIN-VALID TO TRUE
               END-IF
           END-IF.

       COMPUTE-PIN-HASH.
           MOVE SPACES TO WS-PIN-SALTED.
           STRING WS-PIN-HASH-EMP DELIMITED SIZE
               WS-PIN-INPUT DELIMITED SIZE
               INTO WS-PIN-SALTED
           END-STRING.
           MOVE 7 TO WS-PIN-HASH-WORK.
           PERFORM VARYING WS-PIN-ROUND FROM 1 BY 1
               UNTIL WS-PIN-ROUND > 500
               PERFORM VARYING WS-PIN-POS FROM 1 BY 1
                   UNTIL WS-PIN-POS > 20
                   COMPUTE WS-PIN-HASH-WORK = FUNCTION MOD(
                       WS-PIN-HASH-WORK * 257 +
                       FUNCTION ORD(WS-PIN-SALTED(WS-PIN-POS:1)) +
                       WS-PIN-ROUND, 9999999967)
               END-PERFORM
           END-PERFORM.
           MOVE WS-PIN-HASH-WORK TO WS-PIN-HASH.

       WRITE-PIN-RECORD.
           MOVE "N" TO WS-PIN-OK-FLAG.
           MOVE WS-PIN-HASH TO PIN-HASH.
           MOVE 0 TO PIN-FAIL-COUNT.
           MOVE "N" TO PIN-LOCKED-FLAG.
           MOVE SYS-CURRENT-DATE TO PIN-CHANGED-DATE.
           WRITE PIN-RECORD
               INVALID KEY
                   REWRITE PIN-RECORD
                       INVALID KEY
                           DISPLAY ESC RED "[!] Unable to save PIN!"
                               ESC RES
                       NOT INVALID KEY
                           SET WS-PIN-OK TO TRUE
                   END-REWRITE
               NOT INVALID KEY
                   SET WS-PIN-OK TO TRUE
           END-WRITE.

       CHANGE-PIN.
           MOVE "N" TO WS-PIN-OK-FLAG.
           OPEN I-O PIN-FILE.
           MOVE WS-CURRENT-EMPLOYEE-ID TO PIN-EMP-ID.
           READ PIN-FILE
               INVALID KEY
                   DISPLAY ESC RED "[!] No PIN on file!" ESC RES
               NOT INVALID KEY
                   DISPLAY "Current PIN: " WITH NO ADVANCING
                   MOVE SPACES TO WS-PIN-INPUT
                   ACCEPT WS-PIN-INPUT
                   MOVE WS-CURRENT-EMPLOYEE-ID TO WS-PIN-HASH-EMP
                   PERFORM COMPUTE-PIN-HASH
                   IF WS-PIN-HASH NOT = PIN-HASH THEN
                       DISPLAY ESC RED "[!] Wrong PIN - not changed!"
                           ESC RES
                       MOVE "BAD-PIN" TO WS-SEC-EVENT
                       MOVE "wrong current PIN on PIN change"
                           TO WS-SEC-DETAIL
                       PERFORM WRITE-SECURITY-LOG
                   ELSE
                       PERFORM CHOOSE-NEW-PIN
                       MOVE "N" TO PIN-MUST-CHANGE-FLAG
                       PERFORM WRITE-PIN-RECORD
                   END-IF
           END-READ.
           CLOSE PIN-FILE.
           IF WS-PIN-OK THEN
               DISPLAY ESC GRN "[/] PIN changed." ESC RES
           END-IF.

       RESET-EMPLOYEE-PIN.
           IF NOT WS-CURRENT-EMP-SUPER THEN
               DISPLAY ESC RED "[!] Only a supervisor can reset a "
                   "PIN!" ESC RES
           ELSE
               DISPLAY "Employee ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-PIN-RESET-EMP
               ACCEPT WS-PIN-RESET-EMP
               MOVE WS-PIN-RESET-EMP TO WS-EMP-CHECK-INPUT
               PERFORM VALIDATE-EMPLOYEE-ID
               IF NOT WS-EMP-VALID THEN
                   DISPLAY ESC RED "[!] Unknown employee ID!" ESC RES
               ELSE
                   PERFORM SET-TEMPORARY-PIN
                   IF WS-PIN-OK THEN
                       DISPLAY ESC GRN "[/] PIN reset and account "
                           "unlocked - it must be changed at next "
                           "login." ESC RES
                       MOVE "PIN-RESET" TO WS-SEC-EVENT
                       MOVE SPACES TO WS-SEC-DETAIL
                       STRING "PIN reset for " DELIMITED SIZE
                           WS-PIN-RESET-EMP DELIMITED SIZE
                           INTO WS-SEC-DETAIL
                       END-STRING
                       PERFORM WRITE-SECURITY-LOG
                   END-IF
               END-IF
           END-IF.

       SET-TEMPORARY-PIN.
           DISPLAY ESC BLU "[i] Choose a temporary PIN for "
               FUNCTION TRIM(WS-PIN-RESET-EMP) "." ESC RES.
           MOVE WS-PIN-RESET-EMP TO WS-PIN-HASH-EMP.
           PERFORM CHOOSE-NEW-PIN.
           OPEN I-O PIN-FILE.
           MOVE WS-PIN-RESET-EMP TO PIN-EMP-ID.
           MOVE "Y" TO PIN-MUST-CHANGE-FLAG.
           PERFORM WRITE-PIN-RECORD.
           CLOSE PIN-FILE.

       WRITE-SECURITY-LOG.
           ACCEPT WS-TIME-NOW FROM TIME.
           OPEN EXTEND SECURITY-LOG-FILE.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           STRING SYS-CURRENT-DATE DELIMITED SIZE
               " " DELIMITED SIZE
               WS-TIME-NOW(1:6) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-CURRENT-EMPLOYEE-ID DELIMITED SIZE
               " " DELIMITED SIZE
               WS-SEC-EVENT DELIMITED SIZE
               " " DELIMITED SIZE
               WS-SEC-DETAIL DELIMITED SIZE
               INTO SECURITY-LOG-RECORD
           END-STRING.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

       LOAD-ROLE-TABLE.
           MOVE 0 TO WS-ROLE-COUNT.
           OPEN INPUT ROLES-FILE.
           IF SFS-ROLES-NOT-FOUND THEN
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > WS-DEFAULT-ROLE-COUNT
                   ADD 1 TO WS-ROLE-COUNT
                   MOVE WS-DEFAULT-ROLE-ENTRY(WS-ROLE-IDX)
                       TO WS-ROLE-ENTRY(WS-ROLE-COUNT)
               END-PERFORM
           ELSE
               MOVE "N" TO WS-ROLES-EOF-FLAG
               PERFORM UNTIL WS-ROLES-EOF
                   READ ROLES-FILE
                       AT END
                           SET WS-ROLES-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-ROLE-LINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ROLES-FILE.

       PARSE-ROLE-LINE.
           IF ROLES-RECORD = SPACES OR ROLES-RECORD(1:1) = "*" THEN
               CONTINUE
           ELSE
               MOVE SPACES TO WS-ROLE-KEY WS-ROLE-VALUE
               UNSTRING FUNCTION LOWER-CASE(ROLES-RECORD)
                   DELIMITED BY ALL SPACE
                   INTO WS-ROLE-KEY WS-ROLE-VALUE
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-ROLE-KEY) TO WS-ROLE-KEY
               IF WS-ROLE-KEY(2:) NOT = SPACES OR
                  WS-ROLE-VALUE = SPACES OR
                  (WS-ROLE-KEY(1:1) NOT = "C" AND
                   WS-ROLE-KEY(1:1) NOT = "S" AND
                   WS-ROLE-KEY(1:1) NOT = "B" AND
                   WS-ROLE-KEY(1:1) NOT = "P" AND
                   WS-ROLE-KEY(1:1) NOT = "*") THEN
                   DISPLAY ESC YEL "[!] Bad role line ignored: "
                       FUNCTION TRIM(ROLES-RECORD) ESC RES
               ELSE IF WS-ROLE-COUNT < 200 THEN
                   ADD 1 TO WS-ROLE-COUNT
                   MOVE WS-ROLE-KEY(1:1) TO WS-RL-ROLE(WS-ROLE-COUNT)
                   MOVE WS-ROLE-VALUE TO WS-RL-CMD(WS-ROLE-COUNT)
               ELSE
                   DISPLAY ESC RED "[!] More than 200 role lines - "
                       "the rest of roles.txt is ignored!" ESC RES
                   SET WS-ROLES-EOF TO TRUE
               END-IF
           END-IF.

       CHECK-COMMAND-ALLOWED.
           MOVE "N" TO WS-CMD-ALLOWED-FLAG.
           IF CLI-CMD = SPACES OR CLI-CMD = "exit" OR
              CLI-CMD = "help" THEN
               SET WS-CMD-ALLOWED TO TRUE
           END-IF.
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
               UNTIL WS-ROLE-IDX > WS-ROLE-COUNT
               IF (WS-RL-ROLE(WS-ROLE-IDX) = WS-CURRENT-EMP-ROLE OR
                   WS-RL-ROLE(WS-ROLE-IDX) = "*") AND
                  (WS-RL-CMD(WS-ROLE-IDX) = CLI-CMD OR
                   WS-RL-CMD(WS-ROLE-IDX) = "*") THEN
                   SET WS-CMD-ALLOWED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-CMD-ALLOWED THEN
               MOVE "REFUSED" TO WS-SEC-EVENT
               MOVE SPACES TO WS-SEC-DETAIL
               STRING "role " DELIMITED SIZE
                   WS-CURRENT-EMP-ROLE DELIMITED SIZE
                   " may not run " DELIMITED SIZE
                   CLI-CMD DELIMITED SIZE
                   INTO WS-SEC-DETAIL
               END-STRING
               PERFORM WRITE-SECURITY-LOG
           END-IF.

       REGISTER-FIRST-EMPLOYEE.
           OPEN I-O EMPLOYEE-FILE.
           MOVE WS-CURRENT-EMPLOYEE-ID TO EMP-ID.
           DISPLAY "Name: " WITH NO ADVANCING.
           ACCEPT EMP-NAME.
           DISPLAY "Department: " WITH NO ADVANCING.
           ACCEPT EMP-DEPT.
           DISPLAY "Hourly rate (e.g. 25.50): " WITH NO ADVANCING.
           ACCEPT WS-EMP-RATE-INPUT.
           COMPUTE EMP-RATE = FUNCTION NUMVAL(WS-EMP-RATE-INPUT).
           MOVE SYS-CURRENT-DATE TO WS-RATE-DATE.
           PERFORM WRITE-RATE-RECORD.
           MOVE "Y" TO EMP-ACTIVE-FLAG.
           MOVE "Y" TO EMP-SUPER-FLAG.
           MOVE "S" TO EMP-ROLE.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY ESC RED "[!] Unable to register employee!"
                       ESC RES
               NOT INVALID KEY
                   SET WS-EMP-ANY TO TRUE
                   MOVE EMP-NAME TO WS-CURRENT-EMP-NAME
                   MOVE EMP-SUPER-FLAG TO WS-CURRENT-EMP-SUPER-FLAG
                   MOVE EMP-ROLE TO WS-CURRENT-EMP-ROLE
                   SET WS-PIN-CHECK-DUE TO TRUE
                   DISPLAY ESC GRN "[/] Employee registered as "
                       "supervisor." ESC RES
           END-WRITE.
           CLOSE EMPLOYEE-FILE.
           IF WS-PIN-CHECK-DUE THEN
               MOVE WS-CURRENT-EMPLOYEE-ID TO WS-PIN-HASH-EMP
               PERFORM CHOOSE-NEW-PIN
               OPEN I-O PIN-FILE
               MOVE WS-CURRENT-EMPLOYEE-ID TO PIN-EMP-ID
               MOVE "N" TO PIN-MUST-CHANGE-FLAG
               PERFORM WRITE-PIN-RECORD
               CLOSE PIN-FILE
               SET WS-LOGIN-OK TO TRUE
           END-IF.

       ADD-EMPLOYEE.
           IF NOT WS-CURRENT-EMP-SUPER THEN
               DISPLAY ESC RED "[!] Only a supervisor can maintain "
                   "the employee master!" ESC RES
           ELSE
               PERFORM ADD-EMPLOYEE-PROMPT
           END-IF.

       ADD-EMPLOYEE-PROMPT.
           MOVE "N" TO WS-EMP-SAVE-OK-FLAG.
           MOVE "N" TO WS-SUPV-ASK-FLAG.
           OPEN I-O EMPLOYEE-FILE.
           DISPLAY "Employee ID: " WITH NO ADVANCING.
           ACCEPT EMP-ID.
           IF EMP-ID = SPACES THEN
               DISPLAY ESC RED "[!] Employee ID is required!" ESC RES
           ELSE
               DISPLAY "Name: " WITH NO ADVANCING
               ACCEPT EMP-NAME
               DISPLAY "Department: " WITH NO ADVANCING
               ACCEPT EMP-DEPT
               DISPLAY "Hourly rate (e.g. 25.50): " WITH NO ADVANCING
               ACCEPT WS-EMP-RATE-INPUT
               COMPUTE EMP-RATE = FUNCTION NUMVAL(WS-EMP-RATE-INPUT)
               DISPLAY "Rate effective date (YYYYMMDD, blank = "
                   "today): " WITH NO ADVANCING
               MOVE SPACES TO WS-RATE-EFF-INPUT
               ACCEPT WS-RATE-EFF-INPUT
               IF WS-RATE-EFF-INPUT = SPACES THEN
                   MOVE SYS-CURRENT-DATE TO WS-RATE-DATE
               ELSE
                   MOVE "Y" TO EMP-ACTIVE-FLAG
               END-IF
               DISPLAY "Role [C=Clerk S=Supervisor B=Billing "
                   "P=Payroll admin] (blank = C): " WITH NO ADVANCING
               MOVE SPACE TO WS-EMP-ROLE-INPUT
               ACCEPT WS-EMP-ROLE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-EMP-ROLE-INPUT)
                   TO WS-EMP-ROLE-INPUT
               IF WS-EMP-ROLE-INPUT NOT = "S" AND
                  WS-EMP-ROLE-INPUT NOT = "B" AND
                  WS-EMP-ROLE-INPUT NOT = "P" THEN
                   MOVE "C" TO WS-EMP-ROLE-INPUT
               END-IF
               MOVE WS-EMP-ROLE-INPUT TO EMP-ROLE
               IF EMP-ROLE = "S" THEN
                   MOVE "Y" TO EMP-SUPER-FLAG
               ELSE
                   MOVE "N" TO EMP-SUPER-FLAG
               END-IF
               MOVE EMP-ID TO WS-PIN-RESET-EMP
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       REWRITE EMPLOYEE-RECORD
                                   "[!] Unable to save employee!"
                                   ESC RES
                           NOT INVALID KEY
                               SET WS-SUPV-ASK TO TRUE
                               DISPLAY ESC GRN
                                   "[/] Employee updated." ESC RES
                       END-REWRITE
                   NOT INVALID KEY
                       SET WS-EMP-ANY TO TRUE
                       SET WS-EMP-SAVE-OK TO TRUE
                       SET WS-SUPV-ASK TO TRUE
                       DISPLAY ESC GRN "[/] Employee added." ESC RES
               END-WRITE
           END-IF.
           CLOSE EMPLOYEE-FILE.
           IF WS-SUPV-ASK THEN
               MOVE WS-PIN-RESET-EMP TO WS-SUPV-EMP-INPUT
               PERFORM GET-EMPLOYEE-SUPERVISOR
           END-IF.
           IF WS-EMP-SAVE-OK THEN
               PERFORM SET-TEMPORARY-PIN
           END-IF.

       GET-RATE-FOR-DATE.
           MOVE 0 TO WS-RATE-FOUND.
               DISPLAY ESC RED "[!] That week is approved and locked "
                   "- ask your supervisor." ESC RES
           ELSE
               MOVE "N" TO WS-LV-REFUSE-FLAG
               IF WS-ABS-TYPE-INPUT = "V" OR
                  WS-ABS-TYPE-INPUT = "S" THEN
                   PERFORM CHECK-LEAVE-BALANCE
               END-IF
               IF NOT WS-LV-REFUSE THEN
                   PERFORM ADD-ABSENCE-SAVE
               END-IF
           END-IF.

       ADD-ABSENCE-SAVE.
           OPEN I-O ABSENCE-FILE.
           MOVE WS-ABS-EMPLOYEE TO ABS-EMPLOYEE-ID.
           MOVE WS-VAL-DATE TO ABS-DATE.
           MOVE WS-ABS-TYPE-INPUT TO ABS-TYPE.
           MOVE WS-ABS-HOURS TO ABS-HOURS.
           WRITE ABSENCE-RECORD
               INVALID KEY
                   REWRITE ABSENCE-RECORD
                       INVALID KEY
                           DISPLAY ESC RED
                               "[!] Unable to save absence!"
                               ESC RES
                       NOT INVALID KEY
                           DISPLAY ESC GRN
                               "[/] Absence updated." ESC RES
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY ESC GRN "[/] Absence recorded."
                       ESC RES
           END-WRITE.
           CLOSE ABSENCE-FILE.

       CHECK-LEAVE-BALANCE.
           MOVE WS-ABS-EMPLOYEE TO WS-LV-EMPLOYEE.
           MOVE WS-ABS-TYPE-INPUT TO WS-LV-TYPE.
           PERFORM READ-LEAVE-POLICY.
           IF WS-LV-POLICY-FOUND AND
              WS-VAL-DATE >= WS-LV-START-DATE THEN
               MOVE 99991231 TO WS-LV-TO-DATE
               MOVE WS-VAL-DATE TO WS-LV-SKIP-DATE
               PERFORM COMPUTE-LEAVE-BALANCE
               SUBTRACT WS-ABS-HOURS FROM WS-LV-BALANCE
               IF WS-LV-BALANCE < 0 THEN
                   PERFORM SET-LEAVE-TYPE-NAME
                   MOVE WS-LV-BALANCE TO WS-LV-BAL-TXT
                   IF WS-LV-OVERDRAW = "R" THEN
                       DISPLAY ESC RED "[!] This booking would take "
                           "the " FUNCTION TRIM(WS-LV-TYPE-NAME)
                           " balance to "
                           FUNCTION TRIM(WS-LV-BAL-TXT)
                           " hours - refused!" ESC RES
                       SET WS-LV-REFUSE TO TRUE
                   ELSE
                       DISPLAY ESC YEL "[!] This booking takes the "
                           FUNCTION TRIM(WS-LV-TYPE-NAME)
                           " balance to "
                           FUNCTION TRIM(WS-LV-BAL-TXT)
                           " hours." ESC RES
                   END-IF
               END-IF
           END-IF.

       READ-LEAVE-POLICY.
           MOVE "N" TO WS-LV-POLICY-FOUND-FLAG.
           MOVE 0 TO WS-LV-START-MONTH WS-LV-START-DATE.
           OPEN INPUT LEAVE-POLICY-FILE.
           MOVE WS-LV-EMPLOYEE TO LPOL-EMPLOYEE-ID.
           MOVE WS-LV-TYPE TO LPOL-TYPE.
           READ LEAVE-POLICY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LV-POLICY-FOUND TO TRUE
                   PERFORM COPY-LEAVE-POLICY
           END-READ.
           CLOSE LEAVE-POLICY-FILE.

       COPY-LEAVE-POLICY.
           MOVE LPOL-EMPLOYEE-ID TO WS-LV-EMPLOYEE.
           MOVE LPOL-TYPE TO WS-LV-TYPE.
           MOVE LPOL-METHOD TO WS-LV-METHOD.
           MOVE LPOL-RATE TO WS-LV-RATE.
           MOVE LPOL-ANNUAL-CAP TO WS-LV-CAP.
           MOVE LPOL-CARRY-FLAG TO WS-LV-CARRY-FLAG.
           MOVE LPOL-CARRY-MAX TO WS-LV-CARRY-MAX.
           MOVE LPOL-OVERDRAW TO WS-LV-OVERDRAW.
           IF LPOL-START-MONTH IS NUMERIC THEN
               MOVE LPOL-START-MONTH TO WS-LV-START-MONTH
           ELSE
               MOVE 0 TO WS-LV-START-MONTH
           END-IF.
           COMPUTE WS-LV-START-DATE = WS-LV-START-MONTH * 100 + 1.

       SET-LEAVE-TYPE-NAME.
           IF WS-LV-TYPE = "V" THEN
               MOVE "vacation" TO WS-LV-TYPE-NAME
           ELSE
               MOVE "sick" TO WS-LV-TYPE-NAME
           END-IF.

       COMPUTE-LEAVE-BALANCE.
           MOVE 0 TO WS-LV-BALANCE.
           COMPUTE WS-LV-TO-MONTH = WS-LV-TO-DATE / 100.
           MOVE "N" TO WS-LV-SCAN-EOF-FLAG.
           OPEN INPUT LEAVE-BALANCE-FILE.
           MOVE WS-LV-EMPLOYEE TO LBAL-EMPLOYEE-ID.
           MOVE WS-LV-TYPE TO LBAL-TYPE.
           MOVE 0 TO LBAL-MONTH.
           START LEAVE-BALANCE-FILE KEY IS NOT LESS THAN LBAL-KEY
               INVALID KEY
                   SET WS-LV-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-LV-SCAN-EOF
               READ LEAVE-BALANCE-FILE NEXT RECORD
                   AT END
                       SET WS-LV-SCAN-EOF TO TRUE
                   NOT AT END
                       IF LBAL-EMPLOYEE-ID NOT = WS-LV-EMPLOYEE OR
                          LBAL-TYPE NOT = WS-LV-TYPE OR
                          LBAL-MONTH > WS-LV-TO-MONTH THEN
                           SET WS-LV-SCAN-EOF TO TRUE
                       ELSE
                           COMPUTE WS-LV-BALANCE = WS-LV-BALANCE +
                               LBAL-ACCRUED + LBAL-ADJ-ADDED -
                               LBAL-ADJ-DEDUCTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVE-BALANCE-FILE.
           MOVE "N" TO WS-LV-SCAN-EOF-FLAG.
           OPEN INPUT ABSENCE-FILE.
           MOVE WS-LV-EMPLOYEE TO ABS-EMPLOYEE-ID.
           MOVE 0 TO ABS-DATE.
           MOVE LOW-VALUES TO ABS-TYPE.
           START ABSENCE-FILE KEY IS NOT LESS THAN ABS-KEY
               INVALID KEY
                   SET WS-LV-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-LV-SCAN-EOF
               READ ABSENCE-FILE NEXT RECORD
                   AT END
                       SET WS-LV-SCAN-EOF TO TRUE
                   NOT AT END
                       IF ABS-EMPLOYEE-ID NOT = WS-LV-EMPLOYEE OR
                          ABS-DATE > WS-LV-TO-DATE THEN
                           SET WS-LV-SCAN-EOF TO TRUE
                       ELSE IF ABS-TYPE = WS-LV-TYPE AND
                          ABS-DATE >= WS-LV-START-DATE AND
                          ABS-DATE NOT = WS-LV-SKIP-DATE THEN
                           SUBTRACT ABS-HOURS FROM WS-LV-BALANCE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ABSENCE-FILE.

       LEAVE-POLICY-SET.
           PERFORM GET-LEAVE-EMPLOYEE-TYPE.
           IF WS-LV-OK THEN
               PERFORM READ-LEAVE-POLICY
               IF WS-LV-POLICY-FOUND THEN
                   PERFORM SHOW-LEAVE-POLICY
               ELSE
                   MOVE SYS-CURRENT-DATE(1:6) TO WS-LV-START-MONTH
                   DISPLAY ESC BLU "[i] New policy starts in "
                       WS-LV-START-MONTH " - post any opening balance "
                       "with 'leaveadj'." ESC RES
               END-IF
               DISPLAY "Accrual method [M=Hours per month H=Per hour "
                   "worked X=Remove]: " WITH NO ADVANCING
               MOVE SPACE TO WS-LV-METHOD
               ACCEPT WS-LV-METHOD
               MOVE FUNCTION UPPER-CASE(WS-LV-METHOD) TO WS-LV-METHOD
               EVALUATE WS-LV-METHOD
                   WHEN "X"
                       PERFORM DELETE-LEAVE-POLICY
                   WHEN "M"
                       PERFORM LEAVE-POLICY-PROMPT
                   WHEN "H"
                       PERFORM LEAVE-POLICY-PROMPT
                   WHEN OTHER
                       DISPLAY ESC RED "[!] Method must be M, H or X!"
                           ESC RES
               END-EVALUATE
           END-IF.

       GET-LEAVE-EMPLOYEE-TYPE.
           MOVE "N" TO WS-LV-OK-FLAG.
           DISPLAY "Employee ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-EMP-CHECK-INPUT.
           ACCEPT WS-EMP-CHECK-INPUT.
           PERFORM VALIDATE-EMPLOYEE-ID.
           IF NOT WS-EMP-VALID THEN
               DISPLAY ESC RED "[!] Unknown employee ID!" ESC RES
           ELSE
               MOVE WS-EMP-CHECK-INPUT TO WS-LV-EMPLOYEE
               DISPLAY "Leave type [V=Vacation S=Sick]: "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-LV-TYPE-INPUT
               ACCEPT WS-LV-TYPE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-LV-TYPE-INPUT)
                   TO WS-LV-TYPE
               IF WS-LV-TYPE NOT = "V" AND WS-LV-TYPE NOT = "S" THEN
                   DISPLAY ESC RED "[!] Type must be V or S!" ESC RES
               ELSE
                   SET WS-LV-OK TO TRUE
               END-IF
           END-IF.

       SHOW-LEAVE-POLICY.
           PERFORM SET-LEAVE-TYPE-NAME.
           MOVE WS-LV-RATE TO WS-LV-RATE-TXT.
           IF WS-LV-METHOD = "H" THEN
               DISPLAY ESC BLU "[i] Current " WS-LV-TYPE-NAME
                   " policy: " FUNCTION TRIM(WS-LV-RATE-TXT)
                   " hours per hour worked" ESC RES
           ELSE
               DISPLAY ESC BLU "[i] Current " WS-LV-TYPE-NAME
                   " policy: " FUNCTION TRIM(WS-LV-RATE-TXT)
                   " hours per month" ESC RES
           END-IF.
           DISPLAY "    in force from " WS-LV-START-MONTH.
           MOVE WS-LV-CAP TO WS-LV-HOURS-TXT.
           DISPLAY "    annual cap " FUNCTION TRIM(WS-LV-HOURS-TXT)
               " (0 = none), over-balance bookings " WS-LV-OVERDRAW.
           IF WS-LV-CARRY-FLAG = "Y" THEN
               MOVE WS-LV-CARRY-MAX TO WS-LV-HOURS-TXT
               DISPLAY "    carry-over limit "
                   FUNCTION TRIM(WS-LV-HOURS-TXT) " hours"
           ELSE
               DISPLAY "    no carry-over limit"
           END-IF.

       LEAVE-POLICY-PROMPT.
           SET WS-LV-OK TO TRUE.
           IF WS-LV-METHOD = "H" THEN
               DISPLAY "Hours accrued per hour worked (e.g. 0.0385): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Hours accrued per month (e.g. 10): "
                   WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-LV-NUM-INPUT.
           ACCEPT WS-LV-NUM-INPUT.
           COMPUTE WS-LV-RATE = FUNCTION NUMVAL(WS-LV-NUM-INPUT).
           IF WS-LV-RATE = 0 THEN
               DISPLAY ESC RED "[!] Accrual rate must be above zero!"
                   ESC RES
               MOVE "N" TO WS-LV-OK-FLAG
           END-IF.
           IF WS-LV-OK THEN
               DISPLAY "Annual accrual cap in hours (blank = none): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-LV-NUM-INPUT
               ACCEPT WS-LV-NUM-INPUT
               IF WS-LV-NUM-INPUT = SPACES THEN
                   MOVE 0 TO WS-LV-CAP
               ELSE
                   COMPUTE WS-LV-CAP = FUNCTION NUMVAL(WS-LV-NUM-INPUT)
               END-IF
               DISPLAY "Carry-over limit into January in hours "
                   "(blank = no limit): " WITH NO ADVANCING
               MOVE SPACES TO WS-LV-NUM-INPUT
               ACCEPT WS-LV-NUM-INPUT
               IF WS-LV-NUM-INPUT = SPACES THEN
                   MOVE "N" TO WS-LV-CARRY-FLAG
                   MOVE 0 TO WS-LV-CARRY-MAX
               ELSE
                   MOVE "Y" TO WS-LV-CARRY-FLAG
                   COMPUTE WS-LV-CARRY-MAX =
                       FUNCTION NUMVAL(WS-LV-NUM-INPUT)
               END-IF
               DISPLAY "Bookings below a zero balance [W=Warn "
                   "R=Refuse] (blank = W): " WITH NO ADVANCING
               MOVE SPACE TO WS-LV-OVERDRAW
               ACCEPT WS-LV-OVERDRAW
               MOVE FUNCTION UPPER-CASE(WS-LV-OVERDRAW)
                   TO WS-LV-OVERDRAW
               IF WS-LV-OVERDRAW NOT = "R" THEN
                   MOVE "W" TO WS-LV-OVERDRAW
               END-IF
               PERFORM WRITE-LEAVE-POLICY
           END-IF.

       WRITE-LEAVE-POLICY.
           OPEN I-O LEAVE-POLICY-FILE.
           MOVE SPACES TO LEAVE-POLICY-RECORD.
           MOVE WS-LV-EMPLOYEE TO LPOL-EMPLOYEE-ID.
           MOVE WS-LV-TYPE TO LPOL-TYPE.
           MOVE WS-LV-METHOD TO LPOL-METHOD.
           MOVE WS-LV-RATE TO LPOL-RATE.
           MOVE WS-LV-CAP TO LPOL-ANNUAL-CAP.
           MOVE WS-LV-CARRY-FLAG TO LPOL-CARRY-FLAG.
           MOVE WS-LV-CARRY-MAX TO LPOL-CARRY-MAX.
           MOVE WS-LV-OVERDRAW TO LPOL-OVERDRAW.
           MOVE WS-LV-START-MONTH TO LPOL-START-MONTH.
           MOVE SYS-CURRENT-DATE TO LPOL-SET-DATE.
           MOVE WS-CURRENT-EMPLOYEE-ID TO LPOL-SET-BY-ID.
           WRITE LEAVE-POLICY-RECORD
               INVALID KEY
                   REWRITE LEAVE-POLICY-RECORD
                       INVALID KEY
                           DISPLAY ESC RED
                               "[!] Unable to save leave policy!"
                               ESC RES
                       NOT INVALID KEY
                           DISPLAY ESC GRN
                               "[/] Leave policy updated." ESC RES
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY ESC GRN "[/] Leave policy added." ESC RES
           END-WRITE.
           CLOSE LEAVE-POLICY-FILE.

       DELETE-LEAVE-POLICY.
           OPEN I-O LEAVE-POLICY-FILE.
           MOVE WS-LV-EMPLOYEE TO LPOL-EMPLOYEE-ID.
           MOVE WS-LV-TYPE TO LPOL-TYPE.
           DELETE LEAVE-POLICY-FILE RECORD
               INVALID KEY
                   DISPLAY ESC RED "[!] No such leave policy!" ESC RES
               NOT INVALID KEY
                   DISPLAY ESC GRN "[/] Leave policy removed - "
                       "posted balances are kept." ESC RES
           END-DELETE.
           CLOSE LEAVE-POLICY-FILE.

       ACCRUAL-RUN.
           MOVE 0 TO WS-LV-POSTED-COUNT WS-LV-SKIPPED-COUNT.
           SET WS-LV-ACCRUE-OK TO TRUE.
           PERFORM PARSE-SCOPE-ARGS.
           IF WS-ARGS-W1 = SPACES THEN
               MOVE SYS-CURRENT-DATE(1:6) TO WS-LV-MONTH
               IF WS-LV-MM = 1 THEN
                   SUBTRACT 1 FROM WS-LV-YEAR
                   MOVE 12 TO WS-LV-MM
               ELSE
                   SUBTRACT 1 FROM WS-LV-MM
               END-IF
           ELSE IF WS-ARGS-W1(1:6) IS NOT NUMERIC OR
              WS-ARGS-W1(7:) NOT = SPACES THEN
               DISPLAY ESC RED "[!] Month must be numeric YYYYMM!"
                   ESC RES
               MOVE "N" TO WS-LV-ACCRUE-OK-FLAG
           ELSE
               MOVE WS-ARGS-W1(1:6) TO WS-LV-MONTH
               IF WS-LV-MM < 1 OR WS-LV-MM > 12 THEN
                   DISPLAY ESC RED "[!] Month must be 01-12!" ESC RES
                   MOVE "N" TO WS-LV-ACCRUE-OK-FLAG
               ELSE IF WS-LV-MONTH >= SYS-CURRENT-DATE(1:6) THEN
                   DISPLAY ESC RED "[!] That month has not ended!"
                       ESC RES
                   MOVE "N" TO WS-LV-ACCRUE-OK-FLAG
               END-IF
               END-IF
           END-IF.
           IF WS-LV-ACCRUE-OK THEN
               COMPUTE WS-LV-FROM-DATE = WS-LV-MONTH * 100 + 1
               COMPUTE WS-LV-THRU-DATE = WS-LV-MONTH * 100 + 31
               DISPLAY ESC BLU "[i] Leave accrual for " WS-LV-MONTH
                   ":" ESC RES
               MOVE "N" TO WS-LV-EOF-FLAG
               OPEN INPUT LEAVE-POLICY-FILE
               MOVE LOW-VALUES TO LPOL-KEY
               START LEAVE-POLICY-FILE KEY IS NOT LESS THAN LPOL-KEY
                   INVALID KEY
                       SET WS-LV-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-LV-EOF
                   READ LEAVE-POLICY-FILE NEXT RECORD
                       AT END
                           SET WS-LV-EOF TO TRUE
                       NOT AT END
                           PERFORM COPY-LEAVE-POLICY
                           PERFORM ACCRUE-ONE-POLICY
                   END-READ
               END-PERFORM
               CLOSE LEAVE-POLICY-FILE
               DISPLAY ESC GRN "[/] Accrual posted for "
                   WS-LV-POSTED-COUNT " polic(ies), "
                   WS-LV-SKIPPED-COUNT " skipped (already posted, "
                   "inactive or before policy start)." ESC RES
           END-IF.

       ACCRUE-ONE-POLICY.
           MOVE "N" TO WS-LV-POSTED-FLAG.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE WS-LV-EMPLOYEE TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   SET WS-LV-POSTED TO TRUE
               NOT INVALID KEY
                   IF EMP-ACTIVE-FLAG NOT = "Y" THEN
                       SET WS-LV-POSTED TO TRUE
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.
           OPEN INPUT LEAVE-BALANCE-FILE.
           MOVE WS-LV-EMPLOYEE TO LBAL-EMPLOYEE-ID.
           MOVE WS-LV-TYPE TO LBAL-TYPE.
           MOVE WS-LV-MONTH TO LBAL-MONTH.
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LBAL-ACCRUAL-FLAG = "Y" THEN
                       SET WS-LV-POSTED TO TRUE
                   END-IF
           END-READ.
           CLOSE LEAVE-BALANCE-FILE.
           IF WS-LV-MONTH < WS-LV-START-MONTH THEN
               SET WS-LV-POSTED TO TRUE
           END-IF.
           IF WS-LV-POSTED THEN
               ADD 1 TO WS-LV-SKIPPED-COUNT
           ELSE
               PERFORM COMPUTE-LEAVE-ACCRUAL
               PERFORM POST-LEAVE-ACCRUAL
           END-IF.

       COMPUTE-LEAVE-ACCRUAL.
           MOVE 0 TO WS-LV-FORFEIT WS-LV-WORKED-HOURS.
           IF WS-LV-MM = 1 AND WS-LV-CARRY-FLAG = "Y" THEN
               COMPUTE WS-LV-TO-DATE = (WS-LV-YEAR - 1) * 10000 + 1231
               MOVE 0 TO WS-LV-SKIP-DATE
               PERFORM COMPUTE-LEAVE-BALANCE
               IF WS-LV-BALANCE > WS-LV-CARRY-MAX THEN
                   COMPUTE WS-LV-FORFEIT =
                       WS-LV-BALANCE - WS-LV-CARRY-MAX
               END-IF
           END-IF.
           IF WS-LV-METHOD = "H" THEN
               PERFORM SUM-LEAVE-WORKED-HOURS
               COMPUTE WS-LV-ACCRUAL ROUNDED =
                   WS-LV-RATE * WS-LV-WORKED-HOURS
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-LV-ACCRUAL
               END-COMPUTE
           ELSE
               COMPUTE WS-LV-ACCRUAL ROUNDED = WS-LV-RATE
           END-IF.
           IF WS-LV-CAP > 0 THEN
               PERFORM SUM-LEAVE-YTD
               IF WS-LV-YTD >= WS-LV-CAP THEN
                   MOVE 0 TO WS-LV-ACCRUAL
               ELSE IF WS-LV-YTD + WS-LV-ACCRUAL > WS-LV-CAP THEN
                   COMPUTE WS-LV-ACCRUAL = WS-LV-CAP - WS-LV-YTD
               END-IF
               END-IF
           END-IF.

       SUM-LEAVE-YTD.
           MOVE 0 TO WS-LV-YTD.
           MOVE "N" TO WS-LV-SCAN-EOF-FLAG.
           OPEN INPUT LEAVE-BALANCE-FILE.
           MOVE WS-LV-EMPLOYEE TO LBAL-EMPLOYEE-ID.
           MOVE WS-LV-TYPE TO LBAL-TYPE.
           COMPUTE LBAL-MONTH = WS-LV-YEAR * 100 + 1.
           START LEAVE-BALANCE-FILE KEY IS NOT LESS THAN LBAL-KEY
               INVALID KEY
                   SET WS-LV-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-LV-SCAN-EOF
               READ LEAVE-BALANCE-FILE NEXT RECORD
                   AT END
                       SET WS-LV-SCAN-EOF TO TRUE
                   NOT AT END
                       IF LBAL-EMPLOYEE-ID NOT = WS-LV-EMPLOYEE OR
                          LBAL-TYPE NOT = WS-LV-TYPE OR
                          LBAL-MONTH >= WS-LV-MONTH THEN
                           SET WS-LV-SCAN-EOF TO TRUE
                       ELSE
                           ADD LBAL-ACCRUED TO WS-LV-YTD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVE-BALANCE-FILE.

       SUM-LEAVE-WORKED-HOURS.
           MOVE 0 TO WS-LV-WORKED-SECS.
           MOVE "N" TO WS-LV-SCAN-EOF-FLAG.
           OPEN INPUT TIME-LOG-FILE.
           OPEN INPUT TASK-FILE.
           MOVE LOW-VALUES TO TL-KEY.
           START TIME-LOG-FILE KEY IS NOT LESS THAN TL-KEY
               INVALID KEY
                   SET WS-LV-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-LV-SCAN-EOF
               READ TIME-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-LV-SCAN-EOF TO TRUE
                   NOT AT END
                       IF TL-DATE >= WS-LV-FROM-DATE AND
                          TL-DATE <= WS-LV-THRU-DATE THEN
                           PERFORM ADD-SESSION-TO-LEAVE-BASIS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIME-LOG-FILE.
           CLOSE TASK-FILE.
           MOVE "N" TO WS-LV-SCAN-EOF-FLAG.
           OPEN INPUT HOURS-LEDGER.
           MOVE WS-LV-EMPLOYEE TO LED-EMPLOYEE-ID.
           MOVE WS-LV-MONTH TO LED-MONTH.
           MOVE LOW-VALUES TO LED-TASK-ID.
           START HOURS-LEDGER KEY IS NOT LESS THAN LED-KEY
               INVALID KEY
                   SET WS-LV-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-LV-SCAN-EOF
               READ HOURS-LEDGER NEXT RECORD
                   AT END
                       SET WS-LV-SCAN-EOF TO TRUE
                   NOT AT END
                       IF LED-EMPLOYEE-ID NOT = WS-LV-EMPLOYEE OR
                          LED-MONTH NOT = WS-LV-MONTH THEN
                           SET WS-LV-SCAN-EOF TO TRUE
                       ELSE
                           ADD LED-SECONDS TO WS-LV-WORKED-SECS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOURS-LEDGER.
           IF WS-LV-WORKED-SECS > 0 THEN
               COMPUTE WS-LV-WORKED-HOURS ROUNDED =
                   WS-LV-WORKED-SECS / 3600
           END-IF.

       ADD-SESSION-TO-LEAVE-BASIS.
           MOVE TL-TASK-ID TO TASK-ID.
           READ TASK-FILE
               INVALID KEY
                   MOVE SPACES TO EMPLOYEE-ID
           END-READ.
           IF EMPLOYEE-ID = WS-LV-EMPLOYEE THEN
               PERFORM SET-SESSION-SIGNED-SECONDS
               ADD WS-TL-SIGNED-SECS TO WS-LV-WORKED-SECS
           END-IF.

       POST-LEAVE-ACCRUAL.
           OPEN I-O LEAVE-BALANCE-FILE.
           MOVE WS-LV-EMPLOYEE TO LBAL-EMPLOYEE-ID.
           MOVE WS-LV-TYPE TO LBAL-TYPE.
           MOVE WS-LV-MONTH TO LBAL-MONTH.
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   PERFORM INIT-LEAVE-BALANCE-RECORD
                   PERFORM FILL-LEAVE-ACCRUAL
                   WRITE LEAVE-BALANCE-RECORD
               NOT INVALID KEY
                   PERFORM FILL-LEAVE-ACCRUAL
                   REWRITE LEAVE-BALANCE-RECORD
           END-READ.
           IF SFS-LBAL = "00" THEN
               ADD 1 TO WS-LV-POSTED-COUNT
               PERFORM SET-LEAVE-TYPE-NAME
               MOVE WS-LV-ACCRUAL TO WS-LV-HOURS-TXT
               DISPLAY "  " WS-LV-EMPLOYEE "  " WS-LV-TYPE-NAME
                   "  +" FUNCTION TRIM(WS-LV-HOURS-TXT) " hours"
               IF WS-LV-FORFEIT > 0 THEN
                   MOVE WS-LV-FORFEIT TO WS-LV-HOURS-TXT
                   DISPLAY "  " WS-LV-EMPLOYEE "  " WS-LV-TYPE-NAME
                       "  -" FUNCTION TRIM(WS-LV-HOURS-TXT)
                       " hours over the carry-over limit"
               END-IF
           ELSE
               DISPLAY ESC RED "[!] Unable to post accrual for "
                   FUNCTION TRIM(WS-LV-EMPLOYEE) " - status "
                   SFS-LBAL "!" ESC RES
           END-IF.
           CLOSE LEAVE-BALANCE-FILE.

       INIT-LEAVE-BALANCE-RECORD.
           MOVE SPACES TO LEAVE-BALANCE-RECORD.
           MOVE WS-LV-EMPLOYEE TO LBAL-EMPLOYEE-ID.
           MOVE WS-LV-TYPE TO LBAL-TYPE.
           MOVE WS-LV-MONTH TO LBAL-MONTH.
           MOVE 0 TO LBAL-ACCRUED LBAL-ADJ-ADDED LBAL-ADJ-DEDUCTED.
           MOVE 0 TO LBAL-BASIS-HOURS.
           MOVE "N" TO LBAL-ACCRUAL-FLAG.

       FILL-LEAVE-ACCRUAL.
           ADD WS-LV-ACCRUAL TO LBAL-ACCRUED.
           ADD WS-LV-FORFEIT TO LBAL-ADJ-DEDUCTED.
           MOVE WS-LV-WORKED-HOURS TO LBAL-BASIS-HOURS.
           MOVE "Y" TO LBAL-ACCRUAL-FLAG.
           MOVE SYS-CURRENT-DATE TO LBAL-POST-DATE.
           MOVE WS-CURRENT-EMPLOYEE-ID TO LBAL-POST-BY-ID.

       LEAVE-ADJUST.
           PERFORM GET-LEAVE-EMPLOYEE-TYPE.
           IF WS-LV-OK THEN
               DISPLAY "Hours to add (negative to deduct, e.g. -4): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-LV-NUM-INPUT
               ACCEPT WS-LV-NUM-INPUT
               COMPUTE WS-LV-ADJ-HOURS =
                   FUNCTION NUMVAL(WS-LV-NUM-INPUT)
               IF WS-LV-ADJ-HOURS = 0 THEN
                   DISPLAY ESC RED "[!] Adjustment can't be zero!"
                       ESC RES
                   MOVE "N" TO WS-LV-OK-FLAG
               END-IF
           END-IF.
           IF WS-LV-OK THEN
               DISPLAY "Month (YYYYMM, blank = this month): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-LV-NUM-INPUT
               ACCEPT WS-LV-NUM-INPUT
               IF WS-LV-NUM-INPUT = SPACES THEN
                   MOVE SYS-CURRENT-DATE(1:6) TO WS-LV-MONTH
               ELSE IF WS-LV-NUM-INPUT(1:6) IS NOT NUMERIC THEN
                   DISPLAY ESC RED "[!] Month must be numeric YYYYMM!"
                       ESC RES
                   MOVE "N" TO WS-LV-OK-FLAG
               ELSE
                   MOVE WS-LV-NUM-INPUT(1:6) TO WS-LV-MONTH
                   IF WS-LV-MM < 1 OR WS-LV-MM > 12 THEN
                       DISPLAY ESC RED "[!] Month must be 01-12!"
                           ESC RES
                       MOVE "N" TO WS-LV-OK-FLAG
                   END-IF
               END-IF
               END-IF
           END-IF.
           IF WS-LV-OK THEN
               PERFORM POST-LEAVE-ADJUSTMENT
           END-IF.

       POST-LEAVE-ADJUSTMENT.
           OPEN I-O LEAVE-BALANCE-FILE.
           MOVE WS-LV-EMPLOYEE TO LBAL-EMPLOYEE-ID.
           MOVE WS-LV-TYPE TO LBAL-TYPE.
           MOVE WS-LV-MONTH TO LBAL-MONTH.
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   PERFORM INIT-LEAVE-BALANCE-RECORD
                   PERFORM FILL-LEAVE-ADJUSTMENT
                   WRITE LEAVE-BALANCE-RECORD
               NOT INVALID KEY
                   PERFORM FILL-LEAVE-ADJUSTMENT
                   REWRITE LEAVE-BALANCE-RECORD
           END-READ.
           IF SFS-LBAL = "00" THEN
               CLOSE LEAVE-BALANCE-FILE
               PERFORM READ-LEAVE-POLICY
               MOVE 99991231 TO WS-LV-TO-DATE
               MOVE 0 TO WS-LV-SKIP-DATE
               PERFORM COMPUTE-LEAVE-BALANCE
               PERFORM SET-LEAVE-TYPE-NAME
               MOVE WS-LV-BALANCE TO WS-LV-BAL-TXT
               DISPLAY ESC GRN "[/] Adjustment posted - "
                   FUNCTION TRIM(WS-LV-TYPE-NAME) " balance is now "
                   FUNCTION TRIM(WS-LV-BAL-TXT) " hours." ESC RES
           ELSE
               DISPLAY ESC RED "[!] Unable to post adjustment - "
                   "status " SFS-LBAL "!" ESC RES
               CLOSE LEAVE-BALANCE-FILE
           END-IF.

       FILL-LEAVE-ADJUSTMENT.
           IF WS-LV-ADJ-HOURS > 0 THEN
               ADD WS-LV-ADJ-HOURS TO LBAL-ADJ-ADDED
           ELSE
               SUBTRACT WS-LV-ADJ-HOURS FROM LBAL-ADJ-DEDUCTED
           END-IF.
           MOVE SYS-CURRENT-DATE TO LBAL-POST-DATE.
           MOVE WS-CURRENT-EMPLOYEE-ID TO LBAL-POST-BY-ID.

       LEAVE-STATEMENT.
           MOVE "N" TO WS-LV-OK-FLAG.
           MOVE 0 TO WS-LS-SECTIONS.
           PERFORM PARSE-SCOPE-ARGS.
           MOVE WS-CURRENT-EMPLOYEE-ID TO WS-LV-EMPLOYEE.
           MOVE SYS-CURRENT-DATE(1:4) TO WS-LS-YEAR.
           IF WS-ARGS-W1 = SPACES THEN
               CONTINUE
           ELSE IF WS-ARGS-W1(1:4) IS NUMERIC AND
              WS-ARGS-W1(5:) = SPACES THEN
               MOVE WS-ARGS-W1(1:4) TO WS-LS-YEAR
           ELSE
               MOVE WS-ARGS-W1 TO WS-LV-EMPLOYEE
               IF WS-ARGS-W2(1:4) IS NUMERIC THEN
                   MOVE WS-ARGS-W2(1:4) TO WS-LS-YEAR
               END-IF
           END-IF.
           SET WS-CMD-ALLOWED TO TRUE.
           IF WS-SCOPE-ALL OR
              WS-LV-EMPLOYEE NOT = WS-CURRENT-EMPLOYEE-ID THEN
               MOVE CLI-CMD TO WS-LV-SAVE-CMD
               MOVE "leaveall" TO CLI-CMD
               PERFORM CHECK-COMMAND-ALLOWED
               MOVE WS-LV-SAVE-CMD TO CLI-CMD
           END-IF.
           IF NOT WS-CMD-ALLOWED THEN
               DISPLAY ESC RED "[!] You can only view your own leave "
                   "statement!" ESC RES
           ELSE
               SET WS-LV-OK TO TRUE
               PERFORM WRITE-LEAVE-STATEMENT
           END-IF.

       WRITE-LEAVE-STATEMENT.
           IF WS-LS-YEAR = SYS-CURRENT-DATE(1:4) THEN
               MOVE SYS-CURRENT-DATE(5:2) TO WS-LS-LAST-MM
           ELSE
               MOVE 12 TO WS-LS-LAST-MM
           END-IF.
           OPEN OUTPUT LEAVE-REPORT-FILE.
           MOVE SPACES TO WS-LS-TEXT.
           STRING "Leave statement " DELIMITED SIZE
               WS-LS-YEAR DELIMITED SIZE
               " (as at " DELIMITED SIZE
               SYS-CURRENT-DATE DELIMITED SIZE
               "), hours" DELIMITED SIZE
               INTO WS-LS-TEXT
           END-STRING.
           PERFORM WRITE-LEAVE-TEXT.
           IF WS-SCOPE-ALL THEN
               MOVE "N" TO WS-LV-EOF-FLAG
               OPEN INPUT LEAVE-POLICY-FILE
               MOVE LOW-VALUES TO LPOL-KEY
               START LEAVE-POLICY-FILE KEY IS NOT LESS THAN LPOL-KEY
                   INVALID KEY
                       SET WS-LV-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-LV-EOF
                   READ LEAVE-POLICY-FILE NEXT RECORD
                       AT END
                           SET WS-LV-EOF TO TRUE
                       NOT AT END
                           PERFORM COPY-LEAVE-POLICY
                           PERFORM WRITE-LEAVE-SECTION
                   END-READ
               END-PERFORM
               CLOSE LEAVE-POLICY-FILE
           ELSE
               MOVE "V" TO WS-LV-TYPE
               PERFORM READ-LEAVE-POLICY
               IF WS-LV-POLICY-FOUND THEN
                   PERFORM WRITE-LEAVE-SECTION
               END-IF
               MOVE "S" TO WS-LV-TYPE
               PERFORM READ-LEAVE-POLICY
               IF WS-LV-POLICY-FOUND THEN
                   PERFORM WRITE-LEAVE-SECTION
               END-IF
           END-IF.
           IF WS-LS-SECTIONS = 0 THEN
               MOVE "(no leave policy on file)" TO WS-LS-TEXT
               PERFORM WRITE-LEAVE-TEXT
           END-IF.
           CLOSE LEAVE-REPORT-FILE.
           DISPLAY ESC GRN "[/] Leave statement written to leave.txt."
               ESC RES.

       WRITE-LEAVE-SECTION.
           ADD 1 TO WS-LS-SECTIONS.
           PERFORM SET-LEAVE-TYPE-NAME.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE WS-LV-EMPLOYEE TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
           END-READ.
           MOVE EMP-NAME TO WS-LS-NAME.
           CLOSE EMPLOYEE-FILE.
           MOVE SPACES TO WS-LS-TEXT.
           PERFORM WRITE-LEAVE-TEXT.
           STRING WS-LV-EMPLOYEE DELIMITED SIZE
               " " DELIMITED SIZE
               WS-LS-NAME DELIMITED SIZE
               " " DELIMITED SIZE
               FUNCTION UPPER-CASE(WS-LV-TYPE-NAME) DELIMITED SPACE
               INTO WS-LS-TEXT
           END-STRING.
           PERFORM WRITE-LEAVE-TEXT.
           MOVE WS-LS-HEAD TO WS-LS-TEXT.
           PERFORM WRITE-LEAVE-TEXT.

           COMPUTE WS-LV-TO-DATE = (WS-LS-YEAR - 1) * 10000 + 1231.
           MOVE 0 TO WS-LV-SKIP-DATE.
           PERFORM COMPUTE-LEAVE-BALANCE.
           MOVE WS-LV-BALANCE TO WS-LS-OPENING WS-LS-YEAR-OPENING.
           PERFORM FILL-LEAVE-STATEMENT-MONTHS.

           MOVE 0 TO WS-LS-TOT-ACCRUED WS-LS-TOT-ADJUSTED.
           MOVE 0 TO WS-LS-TOT-TAKEN.
           PERFORM VARYING WS-LS-MM FROM 1 BY 1
               UNTIL WS-LS-MM > WS-LS-LAST-MM
               COMPUTE WS-LS-CLOSING = WS-LS-OPENING +
                   WS-LS-ACCRUED(WS-LS-MM) - WS-LS-TAKEN(WS-LS-MM) +
                   WS-LS-ADJUSTED(WS-LS-MM)
               MOVE SPACES TO WS-LSL-LABEL
               STRING WS-LS-YEAR DELIMITED SIZE
                   "/" DELIMITED SIZE
                   WS-LS-MM DELIMITED SIZE
                   INTO WS-LSL-LABEL
               END-STRING
               MOVE WS-LS-OPENING TO WS-LSL-OPENING
               MOVE WS-LS-ACCRUED(WS-LS-MM) TO WS-LSL-ACCRUED
               MOVE WS-LS-TAKEN(WS-LS-MM) TO WS-LSL-TAKEN
               MOVE WS-LS-ADJUSTED(WS-LS-MM) TO WS-LSL-ADJUSTED
               MOVE WS-LS-CLOSING TO WS-LSL-CLOSING
               MOVE WS-LS-LINE TO WS-LS-TEXT
               PERFORM WRITE-LEAVE-TEXT
               ADD WS-LS-ACCRUED(WS-LS-MM) TO WS-LS-TOT-ACCRUED
               ADD WS-LS-TAKEN(WS-LS-MM) TO WS-LS-TOT-TAKEN
               ADD WS-LS-ADJUSTED(WS-LS-MM) TO WS-LS-TOT-ADJUSTED
               MOVE WS-LS-CLOSING TO WS-LS-OPENING
           END-PERFORM.
           MOVE "YEAR" TO WS-LSL-LABEL.
           MOVE WS-LS-YEAR-OPENING TO WS-LSL-OPENING.
           MOVE WS-LS-TOT-ACCRUED TO WS-LSL-ACCRUED.
           MOVE WS-LS-TOT-TAKEN TO WS-LSL-TAKEN.
           MOVE WS-LS-TOT-ADJUSTED TO WS-LSL-ADJUSTED.
           MOVE WS-LS-OPENING TO WS-LSL-CLOSING.
           MOVE WS-LS-LINE TO WS-LS-TEXT.
           PERFORM WRITE-LEAVE-TEXT.

       FILL-LEAVE-STATEMENT-MONTHS.
           PERFORM VARYING WS-LS-MM FROM 1 BY 1 UNTIL WS-LS-MM > 12
               MOVE 0 TO WS-LS-ACCRUED(WS-LS-MM)
               MOVE 0 TO WS-LS-ADJUSTED(WS-LS-MM)
               MOVE 0 TO WS-LS-TAKEN(WS-LS-MM)
           END-PERFORM.
           MOVE "N" TO WS-LV-SCAN-EOF-FLAG.
           OPEN INPUT LEAVE-BALANCE-FILE.
           MOVE WS-LV-EMPLOYEE TO LBAL-EMPLOYEE-ID.
           MOVE WS-LV-TYPE TO LBAL-TYPE.
           COMPUTE LBAL-MONTH = WS-LS-YEAR * 100 + 1.
           START LEAVE-BALANCE-FILE KEY IS NOT LESS THAN LBAL-KEY
               INVALID KEY
                   SET WS-LV-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-LV-SCAN-EOF
               READ LEAVE-BALANCE-FILE NEXT RECORD
                   AT END
                       SET WS-LV-SCAN-EOF TO TRUE
                   NOT AT END
                       COMPUTE WS-LS-DATE = LBAL-MONTH * 100 + 1
                       IF LBAL-EMPLOYEE-ID NOT = WS-LV-EMPLOYEE OR
                          LBAL-TYPE NOT = WS-LV-TYPE OR
                          WS-LS-DATE-YEAR NOT = WS-LS-YEAR THEN
                           SET WS-LV-SCAN-EOF TO TRUE
                       ELSE
                           ADD LBAL-ACCRUED
                               TO WS-LS-ACCRUED(WS-LS-DATE-MM)
                           COMPUTE WS-LS-ADJUSTED(WS-LS-DATE-MM) =
                               WS-LS-ADJUSTED(WS-LS-DATE-MM) +
                               LBAL-ADJ-ADDED - LBAL-ADJ-DEDUCTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVE-BALANCE-FILE.
           MOVE "N" TO WS-LV-SCAN-EOF-FLAG.
           OPEN INPUT ABSENCE-FILE.
           MOVE WS-LV-EMPLOYEE TO ABS-EMPLOYEE-ID.
           COMPUTE ABS-DATE = WS-LS-YEAR * 10000 + 101.
           MOVE LOW-VALUES TO ABS-TYPE.
           START ABSENCE-FILE KEY IS NOT LESS THAN ABS-KEY
               INVALID KEY
                   SET WS-LV-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-LV-SCAN-EOF
               READ ABSENCE-FILE NEXT RECORD
                   AT END
                       SET WS-LV-SCAN-EOF TO TRUE
                   NOT AT END
                       MOVE ABS-DATE TO WS-LS-DATE
                       IF ABS-EMPLOYEE-ID NOT = WS-LV-EMPLOYEE OR
                          WS-LS-DATE-YEAR NOT = WS-LS-YEAR THEN
                           SET WS-LV-SCAN-EOF TO TRUE
                       ELSE IF ABS-TYPE = WS-LV-TYPE AND
                          ABS-DATE >= WS-LV-START-DATE THEN
                           ADD ABS-HOURS TO WS-LS-TAKEN(WS-LS-DATE-MM)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ABSENCE-FILE.

       WRITE-LEAVE-TEXT.
           MOVE WS-LS-TEXT TO LEAVE-REPORT-RECORD.
           WRITE LEAVE-REPORT-RECORD.
           DISPLAY "  " FUNCTION TRIM(WS-LS-TEXT TRAILING).

       ADD-HOLIDAY.
           MOVE "N" TO WS-DATE-DONE-FLAG.
           PERFORM GET-ENTRY-DATE UNTIL WS-DATE-DONE.
           OPEN I-O HOLIDAY-FILE.
           MOVE WS-VAL-DATE TO HOL-DATE.
           DISPLAY "Holiday name: " WITH NO ADVANCING.
           ACCEPT HOL-NAME.
           WRITE HOLIDAY-RECORD
               INVALID KEY
                   REWRITE HOLIDAY-RECORD
                       INVALID KEY
                           DISPLAY ESC RED
                               "[!] Unable to save holiday!"
                               ESC RES
                       NOT INVALID KEY
                           DISPLAY ESC GRN
                               "[/] Holiday updated." ESC RES
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY ESC GRN "[/] Holiday added." ESC RES
           END-WRITE.
           CLOSE HOLIDAY-FILE.

       ADD-TEMPLATE.
           OPEN I-O TEMPLATE-FILE.
           DISPLAY "Template ID (max 15 chars): " WITH NO ADVANCING.
           MOVE SPACES TO TP-STR-A.
           ACCEPT TP-STR-A.
           IF TP-STR-A = SPACES THEN
               DISPLAY ESC RED "[!] Template ID is required!" ESC RES
           ELSE
               MOVE FUNCTION TRIM(TP-STR-A) TO TPL-ID
               PERFORM ADD-TEMPLATE-FIELDS
           END-IF.
           CLOSE TEMPLATE-FILE.

       ADD-TEMPLATE-FIELDS.
           DISPLAY "Details: " WITH NO ADVANCING.
           ACCEPT TPL-DETAILS.
           MOVE "N" TO WS-PROJ-VALID-FLAG.
           PERFORM GET-TASK-PROJECT UNTIL WS-PROJ-VALID.
           MOVE TASK-PROJECT TO TPL-PROJECT.
           DISPLAY "Priority [1=High 2=Medium 3=Low, blank = 2]: "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-PRIORITY-INPUT.
           ACCEPT WS-PRIORITY-INPUT.
           IF WS-PRIORITY-INPUT >= "1" AND WS-PRIORITY-INPUT <= "3" THEN
               MOVE WS-PRIORITY-INPUT TO TPL-PRIORITY
           ELSE
               MOVE 2 TO TPL-PRIORITY
           END-IF.
           DISPLAY "Assigned employee (blank = yourself): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-EMP-CHECK-INPUT.
           ACCEPT WS-EMP-CHECK-INPUT.
           IF WS-EMP-CHECK-INPUT = SPACES THEN
               MOVE WS-CURRENT-EMPLOYEE-ID TO TPL-EMPLOYEE-ID
           ELSE
               PERFORM VALIDATE-EMPLOYEE-ID
               IF WS-EMP-VALID THEN
                   MOVE WS-EMP-CHECK-INPUT TO TPL-EMPLOYEE-ID
               ELSE
                   DISPLAY ESC YEL "[!] Unknown employee - assigning "
                       "to yourself." ESC RES
                   MOVE WS-CURRENT-EMPLOYEE-ID TO TPL-EMPLOYEE-ID
               END-IF
           END-IF.
           DISPLAY "Recurs [W=weekly M=monthly]: " WITH NO ADVANCING.
           MOVE SPACE TO WS-TPL-TYPE-INPUT.
           ACCEPT WS-TPL-TYPE-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-TPL-TYPE-INPUT)
               TO WS-TPL-TYPE-INPUT.
           IF WS-TPL-TYPE-INPUT NOT = "W" AND
              WS-TPL-TYPE-INPUT NOT = "M" THEN
               DISPLAY ESC RED "[!] Recurrence must be W or M!" ESC RES
           ELSE
               MOVE WS-TPL-TYPE-INPUT TO TPL-RECUR-TYPE
               IF TPL-RECUR-TYPE = "W" THEN
                   DISPLAY "Day of week [1=Mon ... 7=Sun]: "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "Day of month [1-31]: " WITH NO ADVANCING
               END-IF
               MOVE SPACES TO WS-TPL-DAY-INPUT
               ACCEPT WS-TPL-DAY-INPUT
               COMPUTE TPL-RECUR-DAY =
                   FUNCTION NUMVAL(WS-TPL-DAY-INPUT)
               IF TPL-RECUR-DAY = 0 OR
                  (TPL-RECUR-TYPE = "W" AND TPL-RECUR-DAY > 7) OR
                  (TPL-RECUR-TYPE = "M" AND TPL-RECUR-DAY > 31) THEN
                   DISPLAY ESC RED "[!] Day is out of range!" ESC RES
               ELSE
                   DISPLAY "Due-date offset in days (blank = none): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-TPL-OFFSET-INPUT
                   ACCEPT WS-TPL-OFFSET-INPUT
                   COMPUTE TPL-DUE-OFFSET =
                       FUNCTION NUMVAL(WS-TPL-OFFSET-INPUT)
                   MOVE 0 TO TPL-LAST-GEN-DATE
                   WRITE TEMPLATE-RECORD
                       INVALID KEY
                           REWRITE TEMPLATE-RECORD
                               INVALID KEY
                                   DISPLAY ESC RED
                                       "[!] Unable to save template!"
                                       ESC RES
                               NOT INVALID KEY
                                   DISPLAY ESC GRN
                                       "[/] Template updated." ESC RES
                           END-REWRITE
                       NOT INVALID KEY
                           DISPLAY ESC GRN "[/] Template added."
                               ESC RES
                   END-WRITE
               END-IF
           END-IF.

       GENERATE-RECURRING-TASKS.
           MOVE 0 TO WS-TPL-GEN-COUNT.
           MOVE "N" TO WS-TPL-EOF-FLAG.
           COMPUTE WS-TPL-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(SYS-CURRENT-DATE).
           COMPUTE WS-TPL-DOW =
               FUNCTION MOD(WS-TPL-TODAY-INT - 1, 7) + 1.
           MOVE SYS-CURRENT-DATE TO WS-VAL-DATE-INPUT.
           PERFORM VALIDATE-DATE.
           OPEN I-O TEMPLATE-FILE.
           OPEN I-O TASK-FILE.
           MOVE LOW-VALUES TO TPL-ID.
           START TEMPLATE-FILE KEY IS NOT LESS THAN TPL-ID
               INVALID KEY
                   SET WS-TPL-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-TPL-EOF
               READ TEMPLATE-FILE NEXT RECORD
                   AT END
                       SET WS-TPL-EOF TO TRUE
                   NOT AT END
                       PERFORM GENERATE-ONE-TEMPLATE
               END-READ
           END-PERFORM.
           CLOSE TEMPLATE-FILE.
           CLOSE TASK-FILE.
           IF WS-TPL-GEN-COUNT > 0 THEN
               DISPLAY ESC BLU "[i] " WS-TPL-GEN-COUNT " recurring "
                   "task(s) generated from templates." ESC RES
           END-IF.

       GENERATE-ONE-TEMPLATE.
           MOVE "N" TO WS-TPL-DUE-FLAG.
           EVALUATE TPL-RECUR-TYPE
               WHEN "W"
                   IF TPL-RECUR-DAY = WS-TPL-DOW THEN
                       SET WS-TPL-DUE-TODAY TO TRUE
                   END-IF
               WHEN "M"
                   IF TPL-RECUR-DAY = SYS-CURRENT-DAY OR
                      (TPL-RECUR-DAY > WS-VAL-MAX-DAY AND
                       SYS-CURRENT-DAY = WS-VAL-MAX-DAY) THEN
                       SET WS-TPL-DUE-TODAY TO TRUE
                   END-IF
           END-EVALUATE.
           IF WS-TPL-DUE-TODAY AND
              TPL-LAST-GEN-DATE NOT = SYS-CURRENT-DATE THEN
               PERFORM GENERATE-TEMPLATE-TASK
               MOVE SYS-CURRENT-DATE TO TPL-LAST-GEN-DATE
               REWRITE TEMPLATE-RECORD
           END-IF.

       GENERATE-TEMPLATE-TASK.
           MOVE SPACES TO WS-TPL-NEW-TASK-ID.
           STRING FUNCTION TRIM(TPL-ID) DELIMITED SIZE
               "-" DELIMITED SIZE
               SYS-CURRENT-DATE DELIMITED SIZE
               INTO WS-TPL-NEW-TASK-ID
           END-STRING.
           MOVE WS-TPL-NEW-TASK-ID TO TASK-ID.
           MOVE TPL-DETAILS TO TASK-DETAILS.
           MOVE SYS-CURRENT-DATE TO TASK-DATE.
           MOVE WS-STATUS-OPEN TO TASK-STATUS.
           MOVE TPL-EMPLOYEE-ID TO EMPLOYEE-ID.
           MOVE TPL-PROJECT TO TASK-PROJECT.
           MOVE TPL-PRIORITY TO TASK-PRIORITY.
           MOVE SPACES TO TASK-DEPENDS-ON.
           IF TPL-DUE-OFFSET > 0 THEN
               COMPUTE WS-TPL-DUE-INT =
                   WS-TPL-TODAY-INT + TPL-DUE-OFFSET
               COMPUTE TASK-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TPL-DUE-INT)
           ELSE
               MOVE 0 TO TASK-DUE-DATE
           END-IF.
           WRITE TASK-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TPL-GEN-COUNT
                   MOVE TASK-ID TO WS-AUDIT-TASK-ID
                   MOVE "generated" TO WS-AUDIT-FIELD
                   MOVE 0 TO WS-AUDIT-OLD-STATUS
                   MOVE TASK-STATUS TO WS-AUDIT-NEW-STATUS
                   PERFORM WRITE-AUDIT-ROW
           END-WRITE.

       CLI-HANDLER.
           DISPLAY "> " WITH NO ADVANCING.
           ACCEPT CLI-ACCEPT.
           MOVE FUNCTION LOWER-CASE(CLI-ACCEPT) TO CLI-INPUT.
           CALL "CLI-CLEAR".

           MOVE SPACES TO CLI-CMD CLI-ARGS.
           MOVE 1 TO CLI-PTR.
           UNSTRING CLI-INPUT DELIMITED BY SPACE
               INTO CLI-CMD
               WITH POINTER CLI-PTR
           END-UNSTRING.
           IF CLI-PTR <= LENGTH OF CLI-INPUT THEN
               MOVE CLI-INPUT(CLI-PTR:) TO CLI-ARGS
           END-IF.

           PERFORM CHECK-COMMAND-ALLOWED.
           IF NOT WS-CMD-ALLOWED THEN
               DISPLAY ESC RED "[!] Your role is not permitted to run '"
                   FUNCTION TRIM(CLI-CMD) "'!" ESC RES
           ELSE
               PERFORM CLI-DISPATCH
           END-IF.

       CLI-DISPATCH.
           EVALUATE CLI-CMD
               WHEN "exit"
                   DISPLAY ESC BLU "[i] Exiting..." ESC RES
               WHEN "help"
                   PERFORM SCREEN-HELP
               WHEN "add"
                   PERFORM ADD-TASK
               WHEN "edit"
                   PERFORM EDIT-TASK
               WHEN "delete"
                   PERFORM DELETE-TASK
               WHEN "done"
                   PERFORM DONE-TASK
               WHEN "list"
                   PERFORM LIST-TASKS
               WHEN "start"
                   PERFORM START-CLOCK
               WHEN "stop"
                   PERFORM STOP-CLOCK
               WHEN "logtime"
                   PERFORM LOG-TIME
               WHEN "expadd"
                   PERFORM ADD-EXPENSE
               WHEN "pin"
                   PERFORM CHANGE-PIN
               WHEN "pinreset"
                   PERFORM RESET-EMPLOYEE-PIN
               WHEN "restore"
                   PERFORM RESTORE-BACKUP
               WHEN "adjust"
                   PERFORM ADJUST-SESSION
               WHEN "punch"
                   PERFORM PUNCH-IMPORT
               WHEN "suspense"
                   PERFORM SUSPENSE-REVIEW
               WHEN "badge"
                   PERFORM BADGE-ASSIGN
               WHEN "report"
                   PERFORM WEEKLY-REPORT
               WHEN "payroll"
                   PERFORM PAYROLL-EXTRACT
               WHEN "empadd"
                   PERFORM ADD-EMPLOYEE
               WHEN "projadd"
                   PERFORM ADD-PROJECT
               WHEN "absadd"
                   PERFORM ADD-ABSENCE
               WHEN "leave"
                   PERFORM LEAVE-STATEMENT
               WHEN "leavepol"
                   PERFORM LEAVE-POLICY-SET
               WHEN "leaveadj"
                   PERFORM LEAVE-ADJUST
               WHEN "accrue"
                   PERFORM ACCRUAL-RUN
               WHEN "tpladd"
                   PERFORM ADD-TEMPLATE
               WHEN "holadd"
                   PERFORM BUDGET-REPORT
               WHEN "dept"
                   PERFORM DEPT-REPORT
               WHEN "util"
                   PERFORM UTIL-REPORT
               WHEN "invoice"
                   PERFORM ISSUE-INVOICE
               WHEN "invprint"
                   PERFORM REPRINT-INVOICE
               WHEN "payment"
                   PERFORM RECORD-PAYMENT
               WHEN "credit"
                   PERFORM RECORD-CREDIT
               WHEN "void"
                   PERFORM VOID-INVOICE
               WHEN "aging"
                   PERFORM AGING-REPORT
               WHEN "export"
                   PERFORM EXPORT-TASKS
               WHEN "import"
                   PERFORM VERIFY-FILES
               WHEN "approve"
                   PERFORM APPROVE-WEEK
               WHEN "supset"
                   PERFORM SET-SUPERVISOR
               WHEN "comply"
                   PERFORM COMPLIANCE-REPORT
               WHEN "close"
                   PERFORM MONTH-CLOSE
               WHEN "reopen"
           "│ - 'logtime'        - Logs a past session manually"
           "             │".
           DISPLAY
           "│ - 'expadd'         - Records a billable expense"
           "               │".
           DISPLAY
           "│ - 'pin'            - Changes your PIN"
           "                         │".
           DISPLAY
           "│ - 'pinreset'       - Resets and unlocks a PIN"
           "                 │".
           DISPLAY
           "│ - 'restore'        - Rolls files back to a backup"
           "             │".
           DISPLAY
           "│ - 'adjust'         - Corrects a closed session"
           "                │".
           DISPLAY
           "│ - 'dept'           - Department hours/cost report"
           "             │".
           DISPLAY
           "│ - 'util'           - Utilization/capacity report"
           "              │".
           DISPLAY
           "│ - 'punch'          - Import badge punches (punches.txt)"
           "       │".
           DISPLAY
           "│ - 'suspense'       - Review/post punch suspense items"
           "         │".
           DISPLAY
           "│ - 'badge'          - Assign a badge and default task"
           "          │".
           DISPLAY
           "│ - 'supset'         - Set an employee's supervisor"
           "             │".
           DISPLAY
           "│ - 'comply'         - Missing-timesheet compliance run"
           "         │".
           DISPLAY
           "│ - 'leave'          - Leave statement (leave.txt)"
           "              │".
           DISPLAY
           "│ - 'leavepol'       - Set a leave accrual policy"
           "               │".
           DISPLAY
           "│ - 'leaveadj'       - Adjust a leave balance"
           "                   │".
           DISPLAY
           "│ - 'accrue'         - Monthly leave accrual run"
           "                │".
           DISPLAY
           "│ - 'invoice'        - Issues a client invoice"
           "                  │".
           DISPLAY
           "│ - 'invprint'       - Reprints a registered invoice"
           "            │".
           DISPLAY
           "│ - 'payment [inv]'  - Records a client payment"
           "                 │".
           DISPLAY
           "│ - 'credit [inv]'   - Issues a credit note on an invoice"
           "       │".
           DISPLAY
           "│ - 'void [inv]'     - Voids an invoice for rebilling"
           "           │".
           DISPLAY
           "│ - 'aging [date]'   - Aged receivables by client"
           "               │".
           DISPLAY
           "│ - 'export'         - Exports tasks to tasks.csv  "
           "             │".
           DISPLAY
               MOVE WS-TASK-COUNT TO WS-PAGE-END
           END-IF.

           CALL "BORDER-TOP".
           MOVE "TASK ID" TO WS-LL-ID.
           MOVE "DATE" TO WS-LL-DATE.
           MOVE "STATUS" TO WS-LL-STATUS.
           IF WS-SCOPE-ALL THEN
               MOVE "EMPLOYEE" TO WS-LL-EMPLOYEE
           ELSE
               MOVE SPACES TO WS-LL-EMPLOYEE
           END-IF.
           MOVE "DETAILS" TO WS-LL-DETAILS.
           DISPLAY "│" ESC UND BLD WHT WS-LIST-LINE ESC RES "│".
           CALL "BORDER-EMPTY".

           IF WS-TASK-COUNT = 0 THEN
               MOVE "(no tasks)" TO WS-LL-ID
               MOVE SPACES TO WS-LL-DATE WS-LL-STATUS WS-LL-EMPLOYEE
                   WS-LL-DETAILS
               DISPLAY "│" WS-LIST-LINE "│"
           ELSE
               PERFORM VARYING WS-T-IDX FROM WS-PAGE-START BY 1
                   UNTIL WS-T-IDX > WS-PAGE-END
                   PERFORM RENDER-LIST-ROW
               END-PERFORM
           END-IF.

           CALL "BORDER-EMPTY".
           MOVE SPACES TO WS-LL-ID WS-LL-DATE WS-LL-STATUS
               WS-LL-EMPLOYEE WS-LL-DETAILS.
           STRING "Page " DELIMITED SIZE
               WS-CUR-PAGE DELIMITED SIZE
               "/" DELIMITED SIZE
               WS-TOTAL-PAGES DELIMITED SIZE
               INTO WS-LL-ID
           END-STRING.
           DISPLAY "│" WS-LIST-LINE "│".
           CALL "BORDER-BOT".

       RENDER-LIST-ROW.
           MOVE WS-T-ID(WS-T-IDX) TO WS-LL-ID.
           STRING WS-T-YEAR(WS-T-IDX) "/" WS-T-MONTH(WS-T-IDX) "/"
               WS-T-DAY(WS-T-IDX) DELIMITED SIZE INTO WS-LL-DATE
           END-STRING.
           EVALUATE WS-T-STATUS(WS-T-IDX)
               WHEN 1 MOVE "Open" TO WS-LL-STATUS
               WHEN 2 MOVE "In Progress" TO WS-LL-STATUS
               WHEN 3 MOVE "Done" TO WS-LL-STATUS
               WHEN OTHER MOVE "Unknown" TO WS-LL-STATUS
           END-EVALUATE.
           IF WS-T-BLOCKED-FLAG(WS-T-IDX) = "Y" THEN
               MOVE "Blocked" TO WS-LL-STATUS
           END-IF.
           IF WS-SCOPE-ALL THEN
               MOVE WS-T-EMPLOYEE(WS-T-IDX) TO WS-LL-EMPLOYEE
           ELSE
               MOVE SPACES TO WS-LL-EMPLOYEE
           END-IF.
           MOVE WS-T-DETAILS(WS-T-IDX) TO WS-LL-DETAILS.
           DISPLAY "│" WS-LIST-LINE "│".

       START-CLOCK.
           IF CLI-ARGS = SPACES THEN
               DISPLAY ESC RED "[!] Usage: start <task-id>" ESC RES
           ELSE IF WS-ACTIVE THEN
               DISPLAY ESC RED "[!] Already clocked in on "
                   FUNCTION TRIM(WS-ACTIVE-TASK-ID) "!" ESC RES
           ELSE
               MOVE CLI-ARGS TO WS-ACTIVE-TASK-ID
               OPEN INPUT TASK-FILE
               MOVE WS-ACTIVE-TASK-ID TO TASK-ID
               READ TASK-FILE
                   INVALID KEY
                       DISPLAY ESC RED "[!] Task not found!" ESC RES
                   NOT INVALID KEY
                       PERFORM START-CLOCK-RECORD
               END-READ
               CLOSE TASK-FILE
           END-IF.

       START-CLOCK-RECORD.
           MOVE EMPLOYEE-ID TO WS-APPR-CHK-EMPLOYEE.
           MOVE TASK-PROJECT TO WS-BUD-PROJ.
           MOVE SYS-CURRENT-DATE TO WS-APPR-CHK-DATE.
           PERFORM CHECK-TASK-BLOCKED.
           PERFORM CHECK-WEEK-APPROVED.
           IF WS-DEP-BLOCKED THEN
               DISPLAY ESC RED "[!] Task is blocked by "
                   FUNCTION TRIM(WS-DEP-BLOCKING-ID)
                   " which is not done - clock-in refused!" ESC RES
           ELSE IF WS-WEEK-APPROVED THEN
               DISPLAY ESC RED "[!] That employee's week is approved "
                   "and locked for payroll!" ESC RES
           ELSE
               PERFORM CHECK-PROJECT-BUDGET
               IF WS-BUD-BLOCKED THEN
                   DISPLAY ESC RED "[!] Project "
                       FUNCTION TRIM(WS-BUD-PROJ) " is hard-capped "
                       "and at " WS-BUD-PCT "% of its "
                       WS-BUD-BUDGET-HOURS "h budget - clock-in "
                       "refused!" ESC RES
               ELSE
                   PERFORM START-CLOCK-WRITE
               END-IF
           END-IF.

       CHECK-PROJECT-BUDGET.
           MOVE "N" TO WS-BUD-BLOCKED-FLAG.
           MOVE 0 TO WS-BUD-PCT.
           MOVE 0 TO WS-BUD-BUDGET-HOURS.
           IF WS-BUD-PROJ NOT = SPACES THEN
               OPEN INPUT PROJECT-FILE
               MOVE WS-BUD-PROJ TO PROJ-CODE
               READ PROJECT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROJ-BUDGET-HOURS TO WS-BUD-BUDGET-HOURS
                       MOVE PROJ-CAP-FLAG TO WS-BUD-CAP-FLAG
               END-READ
               CLOSE PROJECT-FILE
               IF WS-BUD-BUDGET-HOURS > 0 THEN
                   PERFORM COMPUTE-PROJECT-CONSUMED
                   IF WS-BUD-CONSUMED-SECS < 0 THEN
                       MOVE 0 TO WS-BUD-CONSUMED-SECS
                   END-IF
                   COMPUTE WS-BUD-PCT =
                       WS-BUD-CONSUMED-SECS * 100 /
                       (WS-BUD-BUDGET-HOURS * 3600)
                   IF WS-BUD-PCT >= 100 AND WS-BUD-CAP-FLAG = "Y" THEN
                       SET WS-BUD-BLOCKED TO TRUE
                   ELSE IF WS-BUD-PCT >= 80 THEN
                       DISPLAY ESC YEL "[!] Project "
                           FUNCTION TRIM(WS-BUD-PROJ) " is at "
                           WS-BUD-PCT "% of its "
                           WS-BUD-BUDGET-HOURS "h budget." ESC RES
                   END-IF
               END-IF
           END-IF.

       COMPUTE-PROJECT-CONSUMED.
           MOVE 0 TO WS-BUD-CONSUMED-SECS.
           MOVE "N" TO WS-BUD-EOF-FLAG.
           OPEN INPUT TIME-LOG-FILE.
           MOVE LOW-VALUES TO TL-KEY.
           START TIME-LOG-FILE KEY IS NOT LESS THAN TL-KEY
               INVALID KEY
                   SET WS-BUD-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BUD-EOF
               READ TIME-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-BUD-EOF TO TRUE
                   NOT AT END
                       IF TL-ELAPSED > 0 THEN
                           MOVE TL-TASK-ID TO TASK-ID
                           READ TASK-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF TASK-PROJECT = WS-BUD-PROJ THEN
                                       PERFORM
                                           SET-SESSION-SIGNED-SECONDS
                                       ADD WS-TL-SIGNED-SECS
                                           TO WS-BUD-CONSUMED-SECS
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIME-LOG-FILE.

       START-CLOCK-WRITE.
           MOVE WS-ACTIVE-TASK-ID TO WS-SEQ-TASK-ID.
           PERFORM FIND-NEXT-TIME-SEQ.
           OPEN I-O TIME-LOG-FILE.
           MOVE WS-ACTIVE-TASK-ID TO TL-TASK-ID.
           MOVE WS-NEXT-SEQ TO TL-SEQ WS-ACTIVE-SEQ.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW-HHMMSS TO TL-START-TIME.
           MOVE 0 TO TL-STOP-TIME TL-ELAPSED TL-INVOICE-NO.
           MOVE SPACE TO TL-ADJ-SIGN.
           MOVE SYS-CURRENT-DATE TO TL-DATE.
           WRITE TIME-LOG-RECORD
               INVALID KEY
                   DISPLAY ESC RED "[!] Unable to clock in!" ESC RES
               NOT INVALID KEY
                   SET WS-ACTIVE TO TRUE
                   DISPLAY ESC GRN "[/] Clocked in on "
                       FUNCTION TRIM(WS-ACTIVE-TASK-ID) "." ESC RES
           END-WRITE.
           CLOSE TIME-LOG-FILE.

       FIND-NEXT-TIME-SEQ.
           MOVE 0 TO WS-NEXT-SEQ.
           OPEN INPUT TIME-LOG-FILE.
           MOVE WS-SEQ-TASK-ID TO TL-TASK-ID.
           MOVE 0 TO TL-SEQ.
           START TIME-LOG-FILE KEY IS NOT LESS THAN TL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TIMESEQ-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-TIMESEQ-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-TIMESEQ-EOF
               READ TIME-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-TIMESEQ-EOF TO TRUE
                   NOT AT END
                       IF TL-TASK-ID = WS-SEQ-TASK-ID THEN
                           MOVE TL-SEQ TO WS-NEXT-SEQ
                       ELSE
                           SET WS-TIMESEQ-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIME-LOG-FILE.
           ADD 1 TO WS-NEXT-SEQ.

       SET-SESSION-SIGNED-SECONDS.
           IF TL-ADJ-SIGN = "-" THEN
               COMPUTE WS-TL-SIGNED-SECS = 0 - TL-ELAPSED
           ELSE
               MOVE TL-ELAPSED TO WS-TL-SIGNED-SECS
           END-IF.

       STOP-CLOCK.
           IF NOT WS-ACTIVE THEN
               DISPLAY ESC RED "[!] No active clock-in!" ESC RES
           ELSE
               OPEN I-O TIME-LOG-FILE
               MOVE WS-ACTIVE-TASK-ID TO TL-TASK-ID
               MOVE WS-ACTIVE-SEQ TO TL-SEQ
               PERFORM READ-TIMELOG-WITH-LOCK
               EVALUATE TRUE
                   WHEN SFS-TIME = "00"
                       PERFORM CHECK-ACTIVE-WEEK-APPROVED
                       MOVE WS-APPR-CHK-DATE TO WS-CLS-CHK-DATE
                       PERFORM CHECK-MONTH-CLOSED
                       IF WS-WEEK-APPROVED THEN
                           DISPLAY ESC RED "[!] That week is approved "
                               "and locked for payroll - session left "
                               "open!" ESC RES
                       ELSE IF WS-MONTH-CLOSED THEN
                           DISPLAY ESC RED "[!] That month is closed "
                               "for payroll - session left open. Ask "
                               "a supervisor to reopen the period!"
                               ESC RES
                       ELSE
                           PERFORM STOP-CLOCK-RECORD
                           MOVE "N" TO WS-ACTIVE-FLAG
                       END-IF
                   WHEN SFS-TIME-LOCKED
                       DISPLAY ESC RED "[!] Session record is held "
                           "by another user - try again shortly."
                           ESC RES
                   WHEN OTHER
                       DISPLAY ESC RED "[!] Clock-in record lost!"
                           ESC RES
                       MOVE "N" TO WS-ACTIVE-FLAG
               END-EVALUATE
               CLOSE TIME-LOG-FILE
           END-IF.

       READ-TIMELOG-WITH-LOCK.
           MOVE 0 TO WS-LOCK-TRIES.
           READ TIME-LOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           PERFORM UNTIL NOT SFS-TIME-LOCKED OR WS-LOCK-TRIES >= 3
               ADD 1 TO WS-LOCK-TRIES
               DISPLAY ESC BLU "[i] Session record is locked - "
                   "retrying..." ESC RES
               CALL "C$SLEEP" USING WS-LOCK-WAIT
               READ TIME-LOG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM.

       CHECK-ACTIVE-WEEK-APPROVED.
           MOVE WS-CURRENT-EMPLOYEE-ID TO WS-APPR-CHK-EMPLOYEE.
           OPEN INPUT TASK-FILE.
           MOVE WS-ACTIVE-TASK-ID TO TASK-ID.
           READ TASK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMPLOYEE-ID TO WS-APPR-CHK-EMPLOYEE
           END-READ.
           CLOSE TASK-FILE.
           IF TL-DATE NUMERIC AND TL-DATE NOT = 0 THEN
               MOVE TL-DATE TO WS-APPR-CHK-DATE
           ELSE
               MOVE SYS-CURRENT-DATE TO WS-APPR-CHK-DATE
           END-IF.
           PERFORM CHECK-WEEK-APPROVED.

       STOP-CLOCK-RECORD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW-HHMMSS TO TL-STOP-TIME.
           COMPUTE WS-START-SECS =
               TL-START-HH * 3600 + TL-START-MM * 60 + TL-START-SS.
           COMPUTE WS-STOP-SECS =
               TL-STOP-HH * 3600 + TL-STOP-MM * 60 + TL-STOP-SS.
           IF WS-STOP-SECS < WS-START-SECS THEN
               ADD 86400 TO WS-STOP-SECS
           END-IF.
           COMPUTE WS-SESSION-ELAPSED = WS-STOP-SECS - WS-START-SECS.
           MOVE WS-SESSION-ELAPSED TO TL-ELAPSED.
           REWRITE TIME-LOG-RECORD.
           MOVE WS-ACTIVE-TASK-ID TO WS-ELAPSED-SUM-TASK-ID.
           PERFORM SUM-TASK-ELAPSED.
           COMPUTE WS-ELAPSED-HOURS = WS-SESSION-ELAPSED / 3600.
           COMPUTE WS-ELAPSED-MINS =
               (WS-SESSION-ELAPSED - (WS-ELAPSED-HOURS * 3600)) / 60.
           DISPLAY ESC GRN "[/] Clocked out of "
               FUNCTION TRIM(WS-ACTIVE-TASK-ID) " - session "
               WS-ELAPSED-HOURS "h" WS-ELAPSED-MINS "m, "
               WS-ELAPSED-SUM-TOTAL " total seconds logged."
               ESC RES.

       SUM-TASK-ELAPSED.
           MOVE 0 TO WS-ELAPSED-SUM-TOTAL.
           MOVE WS-ELAPSED-SUM-TASK-ID TO TL-TASK-ID.
           MOVE 0 TO TL-SEQ.
           START TIME-LOG-FILE KEY IS NOT LESS THAN TL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SUM-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-SUM-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-SUM-EOF
               READ TIME-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-SUM-EOF TO TRUE
                   NOT AT END
                       IF TL-TASK-ID = WS-ELAPSED-SUM-TASK-ID THEN
                           PERFORM SET-SESSION-SIGNED-SECONDS
                           ADD WS-TL-SIGNED-SECS
                               TO WS-ELAPSED-SUM-TOTAL
                       ELSE
                           SET WS-SUM-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ELAPSED-SUM-TOTAL < 0 THEN
               MOVE 0 TO WS-ELAPSED-SUM-TOTAL
           END-IF.

       LOG-TIME.
           MOVE "N" TO WS-MAN-OK-FLAG.
           DISPLAY "Task ID: " WITH NO ADVANCING.
           MOVE SPACES TO TP-STR-A.
           ACCEPT TP-STR-A.
           MOVE FUNCTION TRIM(TP-STR-A) TO WS-MAN-TASK-ID.
           OPEN INPUT TASK-FILE.
           MOVE WS-MAN-TASK-ID TO TASK-ID.
           READ TASK-FILE
               INVALID KEY
                   DISPLAY ESC RED "[!] Task not found!" ESC RES
               NOT INVALID KEY
                   IF EMPLOYEE-ID NOT = WS-CURRENT-EMPLOYEE-ID AND
                      NOT WS-CURRENT-EMP-SUPER THEN
                       DISPLAY ESC RED "[!] You can only log time "
                           "on your own tasks!" ESC RES
                   ELSE
                       MOVE EMPLOYEE-ID TO WS-MAN-EMPLOYEE
                       SET WS-MAN-OK TO TRUE
                   END-IF
           END-READ.
           CLOSE TASK-FILE.
           IF WS-MAN-OK THEN
               PERFORM LOG-TIME-PROMPT
           END-IF.

       LOG-TIME-PROMPT.
           MOVE "N" TO WS-DATE-DONE-FLAG.
           PERFORM GET-ENTRY-DATE UNTIL WS-DATE-DONE.
           MOVE "N" TO WS-MAN-OK-FLAG.
           DISPLAY "Start time (HHMMSS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-MAN-START-INPUT.
           ACCEPT WS-MAN-START-INPUT.
           DISPLAY "Stop time (HHMMSS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-MAN-STOP-INPUT.
           ACCEPT WS-MAN-STOP-INPUT.
           IF WS-MAN-START-INPUT NOT NUMERIC OR
              WS-MAN-STOP-INPUT NOT NUMERIC THEN
               DISPLAY ESC RED "[!] Times must be numeric HHMMSS!"
                   ESC RES
           ELSE
               MOVE WS-MAN-START-INPUT TO WS-MAN-START-TIME
               MOVE WS-MAN-STOP-INPUT TO WS-MAN-STOP-TIME
               IF WS-MAN-START-HH > 23 OR WS-MAN-START-MM > 59 OR
                  WS-MAN-START-SS > 59 OR WS-MAN-STOP-HH > 23 OR
                  WS-MAN-STOP-MM > 59 OR WS-MAN-STOP-SS > 59 THEN
                   DISPLAY ESC RED "[!] Not a valid time of day!"
                       ESC RES
               ELSE
                   SET WS-MAN-OK TO TRUE
               END-IF
           END-IF.
           IF WS-MAN-OK THEN
               MOVE WS-MAN-EMPLOYEE TO WS-APPR-CHK-EMPLOYEE
               MOVE WS-VAL-DATE TO WS-APPR-CHK-DATE
               PERFORM CHECK-WEEK-APPROVED
               MOVE WS-VAL-DATE TO WS-CLS-CHK-DATE
               PERFORM CHECK-MONTH-CLOSED
               IF WS-WEEK-APPROVED THEN
                   DISPLAY ESC RED "[!] That week is approved and "
                       "locked for payroll!" ESC RES
               ELSE IF WS-MONTH-CLOSED THEN
                   DISPLAY ESC RED "[!] That month is closed for "
                       "payroll - ask a supervisor to reopen the "
                       "period!" ESC RES
               ELSE
                   PERFORM LOG-TIME-WRITE
               END-IF
           END-IF.

       LOG-TIME-WRITE.
           MOVE WS-MAN-TASK-ID TO WS-SEQ-TASK-ID.
           PERFORM FIND-NEXT-TIME-SEQ.
           OPEN I-O TIME-LOG-FILE.
           MOVE WS-MAN-TASK-ID TO TL-TASK-ID.
           MOVE WS-NEXT-SEQ TO TL-SEQ.
           MOVE WS-MAN-START-TIME TO TL-START-TIME.
           MOVE WS-MAN-STOP-TIME TO TL-STOP-TIME.
           COMPUTE WS-START-SECS =
               WS-MAN-START-HH * 3600 + WS-MAN-START-MM * 60 +
               WS-MAN-START-SS.
           COMPUTE WS-STOP-SECS =
               WS-MAN-STOP-HH * 3600 + WS-MAN-STOP-MM * 60 +
               WS-MAN-STOP-SS.
           IF WS-STOP-SECS < WS-START-SECS THEN
               ADD 86400 TO WS-STOP-SECS
           END-IF.
           COMPUTE WS-SESSION-ELAPSED = WS-STOP-SECS - WS-START-SECS.
           MOVE WS-SESSION-ELAPSED TO TL-ELAPSED.
           MOVE WS-VAL-DATE TO TL-DATE.
           MOVE 0 TO TL-INVOICE-NO.
           MOVE SPACE TO TL-ADJ-SIGN.
           WRITE TIME-LOG-RECORD
               INVALID KEY
                   DISPLAY ESC RED "[!] Unable to log the session!"
                       ESC RES
               NOT INVALID KEY
                   COMPUTE WS-ELAPSED-HOURS = WS-SESSION-ELAPSED / 3600
                   COMPUTE WS-ELAPSED-MINS =
                       (WS-SESSION-ELAPSED -
                        (WS-ELAPSED-HOURS * 3600)) / 60
                   DISPLAY ESC GRN "[/] Logged "
                       WS-ELAPSED-HOURS "h" WS-ELAPSED-MINS "m on "
                       FUNCTION TRIM(WS-MAN-TASK-ID) " for "
                       TL-DATE "." ESC RES
                   MOVE WS-MAN-TASK-ID TO WS-AUDIT-TASK-ID
                   MOVE "logtime" TO WS-AUDIT-FIELD
                   MOVE 0 TO WS-AUDIT-OLD-STATUS
                   MOVE 0 TO WS-AUDIT-NEW-STATUS
                   PERFORM WRITE-AUDIT-ROW
           END-WRITE.
           CLOSE TIME-LOG-FILE.

       PUNCH-IMPORT.
           MOVE 0 TO WS-PUNCH-READ-COUNT WS-PUNCH-POSTED-COUNT.
           MOVE 0 TO WS-PUNCH-SUSP-COUNT.
           SET WS-PUNCH-OK TO TRUE.
           OPEN INPUT PUNCH-FILE.
           MOVE SFS-PUNCH TO WS-PUNCH-FILE-STATUS.
           IF SFS-PUNCH-NOT-FOUND THEN
               DISPLAY ESC RED "[!] punches.txt not found!" ESC RES
               MOVE "N" TO WS-PUNCH-OK-FLAG
           ELSE
               PERFORM LOAD-PUNCHES
           END-IF.
           CLOSE PUNCH-FILE.
           IF WS-PUNCH-OK THEN
               MOVE "punch" TO WS-BKP-COMMAND
               MOVE "NNYNNNNN" TO WS-BKP-MASK
               PERFORM TAKE-BACKUP
               IF WS-BKP-OK THEN
                   PERFORM POST-PUNCHES
               END-IF
           END-IF.

       LOAD-PUNCHES.
           MOVE 0 TO WS-PUNCH-COUNT.
           PERFORM VARYING WS-PUNCH-IDX FROM 1 BY 1
               UNTIL WS-PUNCH-IDX > 500
               MOVE HIGH-VALUES TO WS-PUNCH-ENTRY(WS-PUNCH-IDX)
           END-PERFORM.
           MOVE "N" TO WS-PUNCH-EOF-FLAG.
           PERFORM UNTIL WS-PUNCH-EOF
               READ PUNCH-FILE
                   AT END
                       SET WS-PUNCH-EOF TO TRUE
                   NOT AT END
                       IF PUNCH-RECORD NOT = SPACES THEN
                           PERFORM LOAD-ONE-PUNCH
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-PUNCH.
           ADD 1 TO WS-PUNCH-READ-COUNT.
           IF WS-PUNCH-COUNT >= 500 THEN
               IF WS-PUNCH-OK THEN
                   DISPLAY ESC RED "[!] More than 500 punches in "
                       "punches.txt - nothing was imported!" ESC RES
                   MOVE "N" TO WS-PUNCH-OK-FLAG
               END-IF
           ELSE
               ADD 1 TO WS-PUNCH-COUNT
               MOVE PUNCH-BADGE TO WS-PN-BADGE(WS-PUNCH-COUNT)
               MOVE PUNCH-TASK-ID TO WS-PN-TASK-ID(WS-PUNCH-COUNT)
               MOVE FUNCTION UPPER-CASE(PUNCH-DIRECTION)
                   TO WS-PN-DIRECTION(WS-PUNCH-COUNT)
               MOVE "N" TO WS-VAL-DATE-OK-FLAG
               MOVE 0 TO WS-PN-DATE(WS-PUNCH-COUNT)
               MOVE 0 TO WS-PN-TIME(WS-PUNCH-COUNT)
               IF PUNCH-DATE IS NUMERIC THEN
                   MOVE PUNCH-DATE TO WS-VAL-DATE-INPUT
                   PERFORM VALIDATE-DATE
                   MOVE PUNCH-DATE TO WS-PN-DATE(WS-PUNCH-COUNT)
               END-IF
               MOVE 99 TO WS-PP-IN-HH
               IF PUNCH-TIME IS NUMERIC THEN
                   MOVE PUNCH-TIME TO WS-PP-IN
                   MOVE PUNCH-TIME TO WS-PN-TIME(WS-PUNCH-COUNT)
               END-IF
               IF NOT WS-VAL-DATE-OK OR PUNCH-BADGE = SPACES OR
                  WS-PP-IN-HH > 23 OR WS-PP-IN-MM > 59 OR
                  WS-PP-IN-SS > 59 OR
                  (WS-PN-DIRECTION(WS-PUNCH-COUNT) NOT = "I" AND
                   WS-PN-DIRECTION(WS-PUNCH-COUNT) NOT = "O") THEN
                   MOVE "B" TO WS-PN-DIRECTION(WS-PUNCH-COUNT)
               END-IF
           END-IF.

       POST-PUNCHES.
           PERFORM FIND-NEXT-SUSPENSE-SEQ.
           SORT WS-PUNCH-ENTRY
               ASCENDING KEY WS-PN-BADGE WS-PN-DATE WS-PN-TIME.
           OPEN INPUT BADGE-FILE.
           MOVE 1 TO WS-PUNCH-IDX.
           PERFORM PAIR-ONE-PUNCH UNTIL WS-PUNCH-IDX > WS-PUNCH-COUNT.
           CLOSE BADGE-FILE.
           DISPLAY ESC GRN "[/] " WS-PUNCH-READ-COUNT " punch(es) "
               "read, " WS-PUNCH-POSTED-COUNT " session(s) posted, "
               WS-PUNCH-SUSP-COUNT " item(s) to suspense." ESC RES.
           IF WS-PUNCH-SUSP-COUNT > 0 THEN
               DISPLAY ESC YEL "[!] A supervisor should review them "
                   "with 'suspense'." ESC RES
           END-IF.

       PAIR-ONE-PUNCH.
           COMPUTE WS-PUNCH-NEXT = WS-PUNCH-IDX + 1.
           MOVE WS-PN-BADGE(WS-PUNCH-IDX) TO WS-PP-BADGE.
           MOVE WS-PN-DATE(WS-PUNCH-IDX) TO WS-PP-DATE.
           MOVE WS-PN-TASK-ID(WS-PUNCH-IDX) TO WS-PP-TASK.
           MOVE 0 TO WS-PP-IN WS-PP-OUT.
           MOVE "N" TO WS-PUNCH-PAIRED-FLAG.
           IF WS-PN-DIRECTION(WS-PUNCH-IDX) = "I" AND
              WS-PUNCH-NEXT <= WS-PUNCH-COUNT THEN
               IF WS-PN-BADGE(WS-PUNCH-NEXT) = WS-PP-BADGE AND
                  WS-PN-DIRECTION(WS-PUNCH-NEXT) = "O" THEN
                   COMPUTE WS-PUNCH-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-PP-DATE)
                   COMPUTE WS-PUNCH-NEXT-INT = FUNCTION INTEGER-OF-DATE
                       (WS-PN-DATE(WS-PUNCH-NEXT))
                   IF WS-PUNCH-NEXT-INT = WS-PUNCH-DAY-INT OR
                      (WS-PUNCH-NEXT-INT = WS-PUNCH-DAY-INT + 1 AND
                       WS-PN-TIME(WS-PUNCH-NEXT) <
                       WS-PN-TIME(WS-PUNCH-IDX)) THEN
                       SET WS-PUNCH-PAIRED TO TRUE
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-PUNCH-PAIRED
                   MOVE WS-PN-TIME(WS-PUNCH-IDX) TO WS-PP-IN
                   MOVE WS-PN-TIME(WS-PUNCH-NEXT) TO WS-PP-OUT
                   IF WS-PP-TASK = SPACES THEN
                       MOVE WS-PN-TASK-ID(WS-PUNCH-NEXT) TO WS-PP-TASK
                   END-IF
                   PERFORM POST-PUNCH-PAIR
                   ADD 2 TO WS-PUNCH-IDX
               WHEN WS-PN-DIRECTION(WS-PUNCH-IDX) = "I"
                   MOVE WS-PN-TIME(WS-PUNCH-IDX) TO WS-PP-IN
                   PERFORM PUNCH-LOOKUP-BADGE
                   MOVE "I" TO WS-PP-REASON
                   PERFORM WRITE-SUSPENSE-ITEM
                   ADD 1 TO WS-PUNCH-IDX
               WHEN WS-PN-DIRECTION(WS-PUNCH-IDX) = "O"
                   MOVE WS-PN-TIME(WS-PUNCH-IDX) TO WS-PP-OUT
                   PERFORM PUNCH-LOOKUP-BADGE
                   MOVE "O" TO WS-PP-REASON
                   PERFORM WRITE-SUSPENSE-ITEM
                   ADD 1 TO WS-PUNCH-IDX
               WHEN OTHER
                   MOVE WS-PN-TIME(WS-PUNCH-IDX) TO WS-PP-IN
                   MOVE SPACES TO WS-PP-EMPLOYEE
                   MOVE "B" TO WS-PP-REASON
                   PERFORM WRITE-SUSPENSE-ITEM
                   ADD 1 TO WS-PUNCH-IDX
           END-EVALUATE.

       PUNCH-LOOKUP-BADGE.
           MOVE "N" TO WS-PUNCH-BADGE-FOUND-FLAG.
           MOVE SPACES TO WS-PP-EMPLOYEE.
           MOVE WS-PP-BADGE TO BDG-NUMBER.
           READ BADGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PUNCH-BADGE-FOUND TO TRUE
                   MOVE BDG-EMPLOYEE-ID TO WS-PP-EMPLOYEE
                   IF WS-PP-TASK = SPACES THEN
                       MOVE BDG-TASK-ID TO WS-PP-TASK
                   END-IF
           END-READ.

       POST-PUNCH-PAIR.
           PERFORM PUNCH-LOOKUP-BADGE.
           IF NOT WS-PUNCH-BADGE-FOUND THEN
               MOVE "U" TO WS-PP-REASON
           ELSE
               PERFORM PUNCH-CHECK-SESSION
           END-IF.
           IF WS-PP-OK THEN
               PERFORM PUNCH-WRITE-SESSION
           END-IF.
           IF WS-PP-OK THEN
               ADD 1 TO WS-PUNCH-POSTED-COUNT
           ELSE
               PERFORM WRITE-SUSPENSE-ITEM
           END-IF.

       PUNCH-CHECK-SESSION.
           MOVE SPACE TO WS-PP-REASON.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE WS-PP-EMPLOYEE TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "U" TO WS-PP-REASON
               NOT INVALID KEY
                   IF EMP-ACTIVE-FLAG NOT = "Y" THEN
                       MOVE "U" TO WS-PP-REASON
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.
           IF WS-PP-OK THEN
               IF WS-PP-TASK = SPACES THEN
                   MOVE "T" TO WS-PP-REASON
               ELSE
                   OPEN INPUT TASK-FILE
                   MOVE WS-PP-TASK TO TASK-ID
                   READ TASK-FILE
                       INVALID KEY
                           MOVE "T" TO WS-PP-REASON
                       NOT INVALID KEY
                           IF EMPLOYEE-ID NOT = WS-PP-EMPLOYEE THEN
                               MOVE "T" TO WS-PP-REASON
                           END-IF
                   END-READ
                   CLOSE TASK-FILE
               END-IF
           END-IF.
           IF WS-PP-OK THEN
               MOVE WS-PP-EMPLOYEE TO WS-APPR-CHK-EMPLOYEE
               MOVE WS-PP-DATE TO WS-APPR-CHK-DATE
               PERFORM CHECK-WEEK-APPROVED
               MOVE WS-PP-DATE TO WS-CLS-CHK-DATE
               PERFORM CHECK-MONTH-CLOSED
               IF WS-WEEK-APPROVED THEN
                   MOVE "A" TO WS-PP-REASON
               ELSE IF WS-MONTH-CLOSED THEN
                   MOVE "C" TO WS-PP-REASON
               END-IF
               END-IF
           END-IF.
           IF WS-PP-OK THEN
               PERFORM PUNCH-CHECK-OVERLAP
           END-IF.

       SET-PUNCH-SECONDS.
           COMPUTE WS-PP-START-SECS =
               WS-PP-IN-HH * 3600 + WS-PP-IN-MM * 60 + WS-PP-IN-SS.
           COMPUTE WS-PP-STOP-SECS =
               WS-PP-OUT-HH * 3600 + WS-PP-OUT-MM * 60 + WS-PP-OUT-SS.
           IF WS-PP-STOP-SECS < WS-PP-START-SECS THEN
               ADD 86400 TO WS-PP-STOP-SECS
           END-IF.

       PUNCH-CHECK-OVERLAP.
           PERFORM SET-PUNCH-SECONDS.
           COMPUTE WS-PP-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-PP-DATE).
           COMPUTE WS-PP-PREV-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PP-DAY-INT - 1).
           COMPUTE WS-PP-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PP-DAY-INT + 1).
           MOVE "N" TO WS-PP-SCAN-EOF-FLAG.
           OPEN INPUT TIME-LOG-FILE.
           OPEN INPUT TASK-FILE.
           MOVE LOW-VALUES TO TL-KEY.
           START TIME-LOG-FILE KEY IS NOT LESS THAN TL-KEY
               INVALID KEY
                   SET WS-PP-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-PP-SCAN-EOF
               READ TIME-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-PP-SCAN-EOF TO TRUE
                   NOT AT END
                       IF TL-ADJ-SIGN = SPACE THEN
                           IF TL-DATE = WS-PP-DATE THEN
                               MOVE 0 TO WS-PP-TL-SHIFT
                               PERFORM PUNCH-CHECK-ONE-SESSION
                           ELSE IF TL-DATE = WS-PP-PREV-DATE THEN
                               MOVE -86400 TO WS-PP-TL-SHIFT
                               PERFORM PUNCH-CHECK-ONE-SESSION
                           ELSE IF TL-DATE = WS-PP-NEXT-DATE AND
                              WS-PP-STOP-SECS > 86400 THEN
                               MOVE 86400 TO WS-PP-TL-SHIFT
                               PERFORM PUNCH-CHECK-ONE-SESSION
                           END-IF
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIME-LOG-FILE.
           CLOSE TASK-FILE.

       PUNCH-CHECK-ONE-SESSION.
           MOVE TL-TASK-ID TO TASK-ID.
           READ TASK-FILE
               INVALID KEY
                   MOVE SPACES TO EMPLOYEE-ID
           END-READ.
           IF EMPLOYEE-ID = WS-PP-EMPLOYEE THEN
               COMPUTE WS-PP-TL-START =
                   TL-START-HH * 3600 + TL-START-MM * 60 + TL-START-SS
                   + WS-PP-TL-SHIFT
               IF TL-STOP-TIME = 0 AND TL-ELAPSED = 0 THEN
                   COMPUTE WS-PP-TL-STOP = 172800 + WS-PP-TL-SHIFT
               ELSE
                   COMPUTE WS-PP-TL-STOP = WS-PP-TL-START + TL-ELAPSED
               END-IF
               IF WS-PP-START-SECS < WS-PP-TL-STOP AND
                  WS-PP-TL-START < WS-PP-STOP-SECS THEN
                   MOVE "V" TO WS-PP-REASON
                   SET WS-PP-SCAN-EOF TO TRUE
               END-IF
           END-IF.

       PUNCH-WRITE-SESSION.
           PERFORM SET-PUNCH-SECONDS.
           MOVE WS-PP-TASK TO WS-SEQ-TASK-ID.
           PERFORM FIND-NEXT-TIME-SEQ.
           OPEN I-O TIME-LOG-FILE.
           MOVE WS-PP-TASK TO TL-TASK-ID.
           MOVE WS-NEXT-SEQ TO TL-SEQ.
           MOVE WS-PP-IN TO TL-START-TIME.
           MOVE WS-PP-OUT TO TL-STOP-TIME.
           COMPUTE TL-ELAPSED = WS-PP-STOP-SECS - WS-PP-START-SECS.
           MOVE WS-PP-DATE TO TL-DATE.
           MOVE 0 TO TL-INVOICE-NO.
           MOVE SPACE TO TL-ADJ-SIGN.
           WRITE TIME-LOG-RECORD
               INVALID KEY
                   DISPLAY ESC RED "[!] Unable to post the session for "
                       "badge " FUNCTION TRIM(WS-PP-BADGE) "!" ESC RES
                   MOVE "V" TO WS-PP-REASON
               NOT INVALID KEY
                   MOVE WS-PP-TASK TO WS-AUDIT-TASK-ID
                   MOVE "punch" TO WS-AUDIT-FIELD
                   MOVE 0 TO WS-AUDIT-OLD-STATUS
                   MOVE 0 TO WS-AUDIT-NEW-STATUS
                   PERFORM WRITE-AUDIT-ROW
           END-WRITE.
           CLOSE TIME-LOG-FILE.

       FIND-NEXT-SUSPENSE-SEQ.
           MOVE 0 TO WS-SUS-NEXT-SEQ.
           MOVE "N" TO WS-SUS-EOF-FLAG.
           OPEN INPUT SUSPENSE-FILE.
           MOVE 0 TO SUS-SEQ.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SUS-SEQ
               INVALID KEY
                   SET WS-SUS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SUS-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-SUS-EOF TO TRUE
                   NOT AT END
                       MOVE SUS-SEQ TO WS-SUS-NEXT-SEQ
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           ADD 1 TO WS-SUS-NEXT-SEQ.

       WRITE-SUSPENSE-ITEM.
           OPEN I-O SUSPENSE-FILE.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE WS-SUS-NEXT-SEQ TO SUS-SEQ.
           MOVE WS-PP-BADGE TO SUS-BADGE.
           MOVE WS-PP-EMPLOYEE TO SUS-EMPLOYEE-ID.
           MOVE WS-PP-TASK TO SUS-TASK-ID.
           MOVE WS-PP-DATE TO SUS-DATE.
           MOVE WS-PP-IN TO SUS-IN-TIME.
           MOVE WS-PP-OUT TO SUS-OUT-TIME.
           MOVE WS-PP-REASON TO SUS-REASON.
           MOVE "S" TO SUS-STATUS.
           MOVE SYS-CURRENT-DATE TO SUS-IMPORT-DATE.
           MOVE 0 TO SUS-REVIEW-DATE.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY ESC RED "[!] Unable to write suspense item "
                       WS-SUS-NEXT-SEQ "!" ESC RES
               NOT INVALID KEY
                   ADD 1 TO WS-PUNCH-SUSP-COUNT
           END-WRITE.
           CLOSE SUSPENSE-FILE.
           ADD 1 TO WS-SUS-NEXT-SEQ.

       SET-SUSPENSE-REASON-TEXT.
           EVALUATE WS-PP-REASON
               WHEN "U"
                   MOVE "unknown badge or inactive employee"
                       TO WS-SR-REASON-TEXT
               WHEN "I"
                   MOVE "in punch with no out punch"
                       TO WS-SR-REASON-TEXT
               WHEN "O"
                   MOVE "out punch with no in punch"
                       TO WS-SR-REASON-TEXT
               WHEN "V"
                   MOVE "overlaps an existing session"
                       TO WS-SR-REASON-TEXT
               WHEN "T"
                   MOVE "no task, or not the employee's task"
                       TO WS-SR-REASON-TEXT
               WHEN "A"
                   MOVE "week is approved and locked"
                       TO WS-SR-REASON-TEXT
               WHEN "C"
                   MOVE "month is closed for payroll"
                       TO WS-SR-REASON-TEXT
               WHEN OTHER
                   MOVE "unreadable punch line"
                       TO WS-SR-REASON-TEXT
           END-EVALUATE.

       SUSPENSE-REVIEW.
           IF NOT WS-CURRENT-EMP-SUPER THEN
               DISPLAY ESC RED "[!] Only a supervisor can review "
                   "punch suspense items!" ESC RES
           ELSE
               MOVE 0 TO WS-SR-SEQ WS-SR-COUNT
               MOVE "N" TO WS-SR-DONE-FLAG
               MOVE "N" TO WS-SR-BACKED-UP-FLAG
               PERFORM SUSPENSE-REVIEW-NEXT UNTIL WS-SR-DONE
               DISPLAY ESC BLU "[i] " WS-SR-COUNT " suspense item(s) "
                   "posted or rejected." ESC RES
           END-IF.

       SUSPENSE-REVIEW-NEXT.
           MOVE "N" TO WS-SR-FOUND-FLAG.
           MOVE "N" TO WS-SUS-EOF-FLAG.
           OPEN INPUT SUSPENSE-FILE.
           MOVE WS-SR-SEQ TO SUS-SEQ.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SUS-SEQ
               INVALID KEY
                   SET WS-SUS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SUS-EOF OR WS-SR-FOUND
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-SUS-EOF TO TRUE
                   NOT AT END
                       IF SUS-STATUS = "S" THEN
                           SET WS-SR-FOUND TO TRUE
                           MOVE SUS-SEQ TO WS-SR-CUR-SEQ
                           MOVE SUS-BADGE TO WS-PP-BADGE
                           MOVE SUS-EMPLOYEE-ID TO WS-PP-EMPLOYEE
                           MOVE SUS-TASK-ID TO WS-PP-TASK
                           MOVE SUS-DATE TO WS-PP-DATE
                           MOVE SUS-IN-TIME TO WS-PP-IN
                           MOVE SUS-OUT-TIME TO WS-PP-OUT
                           MOVE SUS-REASON TO WS-PP-REASON
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           IF NOT WS-SR-FOUND THEN
               SET WS-SR-DONE TO TRUE
               DISPLAY ESC BLU "[i] No more suspended punches."
                   ESC RES
           ELSE
               COMPUTE WS-SR-SEQ = WS-SR-CUR-SEQ + 1
               PERFORM SUSPENSE-REVIEW-ITEM
           END-IF.

       SUSPENSE-REVIEW-ITEM.
           PERFORM SET-SUSPENSE-REASON-TEXT.
           MOVE WS-PP-REASON TO WS-SR-ORIG-REASON.
           DISPLAY ESC BLU "[i] Item " WS-SR-CUR-SEQ ": "
               FUNCTION TRIM(WS-SR-REASON-TEXT) ESC RES.
           DISPLAY "  Badge " WS-PP-BADGE "  employee " WS-PP-EMPLOYEE
               "  task " FUNCTION TRIM(WS-PP-TASK).
           IF WS-PP-REASON = "I" THEN
               DISPLAY "  Date " WS-PP-DATE "  in " WS-PP-IN
                   "  out (none)"
           ELSE IF WS-PP-REASON = "O" THEN
               DISPLAY "  Date " WS-PP-DATE "  in (none)  out "
                   WS-PP-OUT
           ELSE
               DISPLAY "  Date " WS-PP-DATE "  in " WS-PP-IN
                   "  out " WS-PP-OUT
           END-IF.
           DISPLAY "Post, reject, skip or quit? (P/R/S/Q): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-SR-ACTION.
           ACCEPT WS-SR-ACTION.
           EVALUATE FUNCTION UPPER-CASE(WS-SR-ACTION)
               WHEN "P"
                   PERFORM SUSPENSE-POST-ITEM
               WHEN "R"
                   MOVE "R" TO WS-SR-NEW-STATUS
                   PERFORM SUSPENSE-UPDATE-ITEM
                   DISPLAY ESC GRN "[/] Item rejected." ESC RES
               WHEN "Q"
                   SET WS-SR-DONE TO TRUE
               WHEN OTHER
                   DISPLAY ESC BLU "[i] Item left in suspense." ESC RES
           END-EVALUATE.

       SUSPENSE-POST-ITEM.
           SET WS-SR-ENTRY-OK TO TRUE.
           DISPLAY "Employee ID (blank = keep): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SR-INPUT.
           ACCEPT WS-SR-INPUT.
           IF WS-SR-INPUT NOT = SPACES THEN
               MOVE WS-SR-INPUT TO WS-PP-EMPLOYEE
           END-IF.
           DISPLAY "Task ID (blank = keep): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SR-INPUT.
           ACCEPT WS-SR-INPUT.
           IF WS-SR-INPUT NOT = SPACES THEN
               MOVE WS-SR-INPUT TO WS-PP-TASK
           END-IF.
           DISPLAY "Date (YYYYMMDD, blank = keep): " WITH NO ADVANCING.
           MOVE SPACES TO WS-VAL-DATE-INPUT.
           ACCEPT WS-VAL-DATE-INPUT.
           IF WS-VAL-DATE-INPUT NOT = SPACES THEN
               PERFORM VALIDATE-DATE
               IF WS-VAL-DATE-OK THEN
                   MOVE WS-VAL-DATE TO WS-PP-DATE
               ELSE
                   DISPLAY ESC RED "[!] Not a valid calendar date!"
                       ESC RES
                   MOVE "N" TO WS-SR-ENTRY-OK-FLAG
               END-IF
           ELSE IF WS-SR-ORIG-REASON = "B" THEN
               MOVE WS-PP-DATE TO WS-VAL-DATE-INPUT
               PERFORM VALIDATE-DATE
               IF NOT WS-VAL-DATE-OK THEN
                   DISPLAY ESC RED "[!] A valid date is required!"
                       ESC RES
                   MOVE "N" TO WS-SR-ENTRY-OK-FLAG
               END-IF
           END-IF
           END-IF.
           IF WS-SR-ENTRY-OK THEN
               PERFORM SUSPENSE-GET-IN-TIME
           END-IF.
           IF WS-SR-ENTRY-OK THEN
               PERFORM SUSPENSE-GET-OUT-TIME
           END-IF.
           IF WS-SR-ENTRY-OK THEN
               PERFORM PUNCH-CHECK-SESSION
               IF WS-PP-OK AND NOT WS-SR-BACKED-UP THEN
                   MOVE "suspense" TO WS-BKP-COMMAND
                   MOVE "NNYNNNNN" TO WS-BKP-MASK
                   PERFORM TAKE-BACKUP
                   IF WS-BKP-OK THEN
                       SET WS-SR-BACKED-UP TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-SR-ENTRY-OK AND WS-PP-OK AND
              NOT WS-SR-BACKED-UP THEN
               DISPLAY ESC RED "[!] Not posted - item left in "
                   "suspense." ESC RES
           ELSE IF WS-SR-ENTRY-OK THEN
               IF WS-PP-OK THEN
                   PERFORM PUNCH-WRITE-SESSION
               END-IF
               IF WS-PP-OK THEN
                   MOVE "P" TO WS-SR-NEW-STATUS
                   PERFORM SUSPENSE-UPDATE-ITEM
                   DISPLAY ESC GRN "[/] Session posted to "
                       FUNCTION TRIM(WS-PP-TASK) "." ESC RES
               ELSE
                   PERFORM SET-SUSPENSE-REASON-TEXT
                   DISPLAY ESC RED "[!] Not posted - "
                       FUNCTION TRIM(WS-SR-REASON-TEXT)
                       ". Item left in suspense." ESC RES
               END-IF
           END-IF.

       SUSPENSE-GET-IN-TIME.
           IF WS-SR-ORIG-REASON = "O" OR WS-SR-ORIG-REASON = "B" THEN
               DISPLAY "In time (HHMMSS): " WITH NO ADVANCING
           ELSE
               DISPLAY "In time (HHMMSS, blank = " WS-PP-IN "): "
                   WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-SR-TIME-INPUT.
           ACCEPT WS-SR-TIME-INPUT.
           IF WS-SR-TIME-INPUT = SPACES AND
              WS-SR-ORIG-REASON NOT = "O" AND
              WS-SR-ORIG-REASON NOT = "B" THEN
               CONTINUE
           ELSE IF WS-SR-TIME-INPUT NOT NUMERIC THEN
               DISPLAY ESC RED "[!] Times must be numeric HHMMSS!"
                   ESC RES
               MOVE "N" TO WS-SR-ENTRY-OK-FLAG
           ELSE
               MOVE WS-SR-TIME-INPUT TO WS-SR-TIME
               IF WS-SR-TIME-HH > 23 OR WS-SR-TIME-MM > 59 OR
                  WS-SR-TIME-SS > 59 THEN
                   DISPLAY ESC RED "[!] Not a valid time of day!"
                       ESC RES
                   MOVE "N" TO WS-SR-ENTRY-OK-FLAG
               ELSE
                   MOVE WS-SR-TIME TO WS-PP-IN
               END-IF
           END-IF.

       SUSPENSE-GET-OUT-TIME.
           IF WS-SR-ORIG-REASON = "I" OR WS-SR-ORIG-REASON = "B" THEN
               DISPLAY "Out time (HHMMSS): " WITH NO ADVANCING
           ELSE
               DISPLAY "Out time (HHMMSS, blank = " WS-PP-OUT "): "
                   WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-SR-TIME-INPUT.
           ACCEPT WS-SR-TIME-INPUT.
           IF WS-SR-TIME-INPUT = SPACES AND
              WS-SR-ORIG-REASON NOT = "I" AND
              WS-SR-ORIG-REASON NOT = "B" THEN
               CONTINUE
           ELSE IF WS-SR-TIME-INPUT NOT NUMERIC THEN
               DISPLAY ESC RED "[!] Times must be numeric HHMMSS!"
                   ESC RES
               MOVE "N" TO WS-SR-ENTRY-OK-FLAG
           ELSE
               MOVE WS-SR-TIME-INPUT TO WS-SR-TIME
               IF WS-SR-TIME-HH > 23 OR WS-SR-TIME-MM > 59 OR
                  WS-SR-TIME-SS > 59 THEN
                   DISPLAY ESC RED "[!] Not a valid time of day!"
                       ESC RES
                   MOVE "N" TO WS-SR-ENTRY-OK-FLAG
               ELSE
                   MOVE WS-SR-TIME TO WS-PP-OUT
               END-IF
           END-IF.

       SUSPENSE-UPDATE-ITEM.
           OPEN I-O SUSPENSE-FILE.
           MOVE WS-SR-CUR-SEQ TO SUS-SEQ.
           READ SUSPENSE-FILE
               INVALID KEY
                   DISPLAY ESC RED "[!] Suspense item " WS-SR-CUR-SEQ
                       " is no longer on file!" ESC RES
               NOT INVALID KEY
                   MOVE WS-SR-NEW-STATUS TO SUS-STATUS
                   MOVE WS-CURRENT-EMPLOYEE-ID TO SUS-REVIEW-ID
                   MOVE SYS-CURRENT-DATE TO SUS-REVIEW-DATE
                   IF WS-SR-NEW-STATUS = "P" THEN
                       MOVE WS-PP-EMPLOYEE TO SUS-EMPLOYEE-ID
                       MOVE WS-PP-TASK TO SUS-TASK-ID
                       MOVE WS-PP-DATE TO SUS-DATE
                       MOVE WS-PP-IN TO SUS-IN-TIME
                       MOVE WS-PP-OUT TO SUS-OUT-TIME
                   END-IF
                   REWRITE SUSPENSE-RECORD
                   ADD 1 TO WS-SR-COUNT
           END-READ.
           CLOSE SUSPENSE-FILE.

       BADGE-ASSIGN.
           IF NOT WS-CURRENT-EMP-SUPER THEN
               DISPLAY ESC RED "[!] Only a supervisor can assign "
                   "badges!" ESC RES
           ELSE
               PERFORM BADGE-ASSIGN-PROMPT
           END-IF.

       BADGE-ASSIGN-PROMPT.
           SET WS-BDG-OK TO TRUE.
           DISPLAY "Badge number: " WITH NO ADVANCING.
           MOVE SPACES TO WS-BDG-INPUT.
           ACCEPT WS-BDG-INPUT.
           IF WS-BDG-INPUT = SPACES THEN
               DISPLAY ESC RED "[!] Badge number is required!" ESC RES
               MOVE "N" TO WS-BDG-OK-FLAG
           END-IF.
           IF WS-BDG-OK THEN
               DISPLAY "Employee ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-EMP-CHECK-INPUT
               ACCEPT WS-EMP-CHECK-INPUT
               PERFORM VALIDATE-EMPLOYEE-ID
               IF NOT WS-EMP-VALID THEN
                   DISPLAY ESC RED "[!] Unknown employee ID!" ESC RES
                   MOVE "N" TO WS-BDG-OK-FLAG
               END-IF
           END-IF.
           IF WS-BDG-OK THEN
               DISPLAY "Default task ID (blank = none): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-BDG-TASK-INPUT
               ACCEPT WS-BDG-TASK-INPUT
               IF WS-BDG-TASK-INPUT NOT = SPACES THEN
                   OPEN INPUT TASK-FILE
                   MOVE WS-BDG-TASK-INPUT TO TASK-ID
                   READ TASK-FILE
                       INVALID KEY
                           DISPLAY ESC RED "[!] Task not found!"
                               ESC RES
                           MOVE "N" TO WS-BDG-OK-FLAG
                       NOT INVALID KEY
                           IF EMPLOYEE-ID NOT = WS-EMP-CHECK-INPUT THEN
                               DISPLAY ESC RED "[!] That task belongs "
                                   "to another employee!" ESC RES
                               MOVE "N" TO WS-BDG-OK-FLAG
                           END-IF
                   END-READ
                   CLOSE TASK-FILE
               END-IF
           END-IF.
           IF WS-BDG-OK THEN
               PERFORM BADGE-ASSIGN-WRITE
           END-IF.

       BADGE-ASSIGN-WRITE.
           MOVE "N" TO WS-BDG-EXISTS-FLAG.
           OPEN I-O BADGE-FILE.
           MOVE WS-BDG-INPUT TO BDG-NUMBER.
           READ BADGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BDG-EXISTS TO TRUE
           END-READ.
           MOVE SPACES TO BADGE-RECORD.
           MOVE WS-BDG-INPUT TO BDG-NUMBER.
           MOVE WS-EMP-CHECK-INPUT TO BDG-EMPLOYEE-ID.
           MOVE WS-BDG-TASK-INPUT TO BDG-TASK-ID.
           IF WS-BDG-EXISTS THEN
               REWRITE BADGE-RECORD
           ELSE
               WRITE BADGE-RECORD
           END-IF.
           IF SFS-BADGE = "00" THEN
               DISPLAY ESC GRN "[/] Badge " FUNCTION TRIM(WS-BDG-INPUT)
                   " assigned to " FUNCTION TRIM(WS-EMP-CHECK-INPUT)
                   "." ESC RES
           ELSE
               DISPLAY ESC RED "[!] Unable to save badge - status "
                   SFS-BADGE "!" ESC RES
           END-IF.
           CLOSE BADGE-FILE.

       ADD-EXPENSE.
           MOVE "N" TO WS-EXP-OK-FLAG.
           DISPLAY "Task ID: " WITH NO ADVANCING.
           MOVE SPACES TO TP-STR-A.
           ACCEPT TP-STR-A.
           MOVE FUNCTION TRIM(TP-STR-A) TO WS-EXP-TASK-ID.
           OPEN INPUT TASK-FILE.
           MOVE WS-EXP-TASK-ID TO TASK-ID.
           READ TASK-FILE
               INVALID KEY
                   DISPLAY ESC RED "[!] Task not found!" ESC RES
               NOT INVALID KEY
                   IF EMPLOYEE-ID NOT = WS-CURRENT-EMPLOYEE-ID AND
                      NOT WS-CURRENT-EMP-SUPER THEN
                       DISPLAY ESC RED "[!] You can only claim "
                           "expenses on your own tasks!" ESC RES
                   ELSE
                       MOVE EMPLOYEE-ID TO WS-EXP-EMPLOYEE
                       MOVE TASK-PROJECT TO WS-EXP-PROJECT
                       SET WS-EXP-OK TO TRUE
                   END-IF
           END-READ.
           CLOSE TASK-FILE.
           IF WS-EXP-OK THEN
               MOVE "N" TO WS-EXP-PROJ-BILLABLE
               IF WS-EXP-PROJECT NOT = SPACES THEN
                   OPEN INPUT PROJECT-FILE
                   MOVE WS-EXP-PROJECT TO PROJ-CODE
                   READ PROJECT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PROJ-BILLABLE-FLAG
                               TO WS-EXP-PROJ-BILLABLE
                   END-READ
                   CLOSE PROJECT-FILE
               END-IF
               PERFORM ADD-EXPENSE-PROMPT
           END-IF.

       ADD-EXPENSE-PROMPT.
           MOVE "N" TO WS-DATE-DONE-FLAG.
           PERFORM GET-ENTRY-DATE UNTIL WS-DATE-DONE.
           DISPLAY "Category [M=Mileage P=Parts T=Travel O=Other]: "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-EXP-CAT-INPUT.
           ACCEPT WS-EXP-CAT-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-EXP-CAT-INPUT)
               TO WS-EXP-CAT-INPUT.
           IF WS-EXP-CAT-INPUT NOT = "M" AND
              WS-EXP-CAT-INPUT NOT = "P" AND
              WS-EXP-CAT-INPUT NOT = "T" AND
              WS-EXP-CAT-INPUT NOT = "O" THEN
               DISPLAY ESC RED "[!] Category must be M, P, T or O!"
                   ESC RES
           ELSE
               PERFORM ADD-EXPENSE-DETAILS
           END-IF.

       ADD-EXPENSE-DETAILS.
           DISPLAY "Amount: " WITH NO ADVANCING.
           MOVE SPACES TO WS-EXP-AMOUNT-INPUT.
           ACCEPT WS-EXP-AMOUNT-INPUT.
           IF WS-EXP-AMOUNT-INPUT = SPACES THEN
               MOVE 0 TO WS-EXP-AMOUNT
           ELSE
               COMPUTE WS-EXP-AMOUNT ROUNDED =
                   FUNCTION NUMVAL(WS-EXP-AMOUNT-INPUT)
           END-IF.
           IF WS-EXP-AMOUNT = 0 THEN
               DISPLAY ESC RED "[!] Amount must be above zero!" ESC RES
           ELSE
               DISPLAY "Description: " WITH NO ADVANCING
               MOVE SPACES TO WS-EXP-DESC-INPUT
               ACCEPT WS-EXP-DESC-INPUT
               DISPLAY "Receipt reference: " WITH NO ADVANCING
               MOVE SPACES TO WS-EXP-RECEIPT-INPUT
               ACCEPT WS-EXP-RECEIPT-INPUT
               DISPLAY "Billable to client? (Y/N, blank = Y): "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-EXP-BILL-INPUT
               ACCEPT WS-EXP-BILL-INPUT
               MOVE FUNCTION UPPER-CASE(WS-EXP-BILL-INPUT)
                   TO WS-EXP-BILL-INPUT
               IF WS-EXP-BILL-INPUT = SPACE THEN
                   MOVE "Y" TO WS-EXP-BILL-INPUT
               END-IF
               IF WS-EXP-BILL-INPUT NOT = "Y" AND
                  WS-EXP-BILL-INPUT NOT = "N" THEN
                   DISPLAY ESC RED "[!] Billable must be Y or N!"
                       ESC RES
               ELSE
                   IF WS-EXP-BILL-INPUT = "Y" AND
                      WS-EXP-PROJ-BILLABLE NOT = "Y" THEN
                       DISPLAY ESC YEL "[!] The task's project is not "
                           "billable - expense recorded as "
                           "non-billable." ESC RES
                       MOVE "N" TO WS-EXP-BILL-INPUT
                   END-IF
                   PERFORM ADD-EXPENSE-CHECK-WEEK
               END-IF
           END-IF.

       ADD-EXPENSE-CHECK-WEEK.
           MOVE WS-EXP-EMPLOYEE TO WS-APPR-CHK-EMPLOYEE.
           MOVE WS-VAL-DATE TO WS-APPR-CHK-DATE.
           PERFORM CHECK-WEEK-APPROVED.
           MOVE WS-VAL-DATE TO WS-CLS-CHK-DATE.
           PERFORM CHECK-MONTH-CLOSED.
           IF WS-WEEK-APPROVED THEN
               DISPLAY ESC RED "[!] That week is approved and "
                   "locked for payroll!" ESC RES
           ELSE IF WS-MONTH-CLOSED THEN
               DISPLAY ESC RED "[!] That month is closed for "
                   "payroll - ask a supervisor to reopen the "
                   "period!" ESC RES
           ELSE
               PERFORM FIND-NEXT-EXPENSE-SEQ
               IF WS-EXP-NEXT-SEQ > 99 THEN
                   DISPLAY ESC RED "[!] Too many expenses on that task "
                       "for one day!" ESC RES
               ELSE
                   PERFORM ADD-EXPENSE-WRITE
               END-IF
           END-IF.

       FIND-NEXT-EXPENSE-SEQ.
           MOVE 0 TO WS-EXP-NEXT-SEQ.
           MOVE "N" TO WS-EXP-EOF-FLAG.
           OPEN INPUT EXPENSE-FILE.
           MOVE WS-EXP-EMPLOYEE TO EXP-EMPLOYEE-ID.
           MOVE WS-VAL-DATE TO EXP-DATE.
           MOVE WS-EXP-TASK-ID TO EXP-TASK-ID.
           MOVE 0 TO EXP-SEQ.
           START EXPENSE-FILE KEY IS NOT LESS THAN EXP-KEY
               INVALID KEY
                   SET WS-EXP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EXP-EOF
               READ EXPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-EXP-EOF TO TRUE
                   NOT AT END
                       IF EXP-EMPLOYEE-ID = WS-EXP-EMPLOYEE AND
                          EXP-DATE = WS-VAL-DATE AND
                          EXP-TASK-ID = WS-EXP-TASK-ID THEN
                           MOVE EXP-SEQ TO WS-EXP-NEXT-SEQ
                       ELSE
                           SET WS-EXP-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXPENSE-FILE.
           ADD 1 TO WS-EXP-NEXT-SEQ.

       ADD-EXPENSE-WRITE.
           OPEN I-O EXPENSE-FILE.
           MOVE WS-EXP-EMPLOYEE TO EXP-EMPLOYEE-ID.
           MOVE WS-VAL-DATE TO EXP-DATE.
           MOVE WS-EXP-TASK-ID TO EXP-TASK-ID.
           MOVE WS-EXP-NEXT-SEQ TO EXP-SEQ.
           MOVE WS-EXP-PROJECT TO EXP-PROJECT.
           MOVE WS-EXP-CAT-INPUT TO EXP-CATEGORY.
           MOVE WS-EXP-DESC-INPUT TO EXP-DESCRIPTION.
           MOVE WS-EXP-AMOUNT TO EXP-AMOUNT.
           MOVE WS-EXP-RECEIPT-INPUT TO EXP-RECEIPT-REF.
           MOVE WS-EXP-BILL-INPUT TO EXP-BILLABLE-FLAG.
           MOVE 0 TO EXP-INVOICE-NO.
           WRITE EXPENSE-RECORD
               INVALID KEY
                   DISPLAY ESC RED "[!] Unable to save expense!"
                       ESC RES
               NOT INVALID KEY
                   MOVE WS-EXP-AMOUNT TO WS-EXP-AMOUNT-TXT
                   DISPLAY ESC GRN "[/] Expense of " WS-EXP-AMOUNT-TXT
                       " recorded on " FUNCTION TRIM(WS-EXP-TASK-ID)
                       " for " EXP-DATE "." ESC RES
           END-WRITE.
           CLOSE EXPENSE-FILE.

       SET-EXPENSE-CATEGORY-NAME.
           EVALUATE WS-EXP-CAT-CODE
               WHEN "M" MOVE "Mileage" TO WS-EXP-CAT-NAME
               WHEN "P" MOVE "Parts" TO WS-EXP-CAT-NAME
               WHEN "T" MOVE "Travel" TO WS-EXP-CAT-NAME
               WHEN OTHER MOVE "Other" TO WS-EXP-CAT-NAME
           END-EVALUATE.

       ADJUST-SESSION.
           MOVE "N" TO WS-MAN-OK-FLAG.
           END-PERFORM.
           CLOSE TASK-FILE.
           CLOSE TIME-LOG-FILE.

           OPEN INPUT EXPENSE-FILE.
           MOVE LOW-VALUES TO EXP-KEY.
           START EXPENSE-FILE KEY IS NOT LESS THAN EXP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BILL-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-BILL-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-BILL-EOF
               READ EXPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-BILL-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-EXPENSE-TO-BILLING
               END-READ
           END-PERFORM.
           CLOSE EXPENSE-FILE.
           PERFORM WRITE-BILLING-REPORT.

       GET-BILL-FROM-DATE.
                   MOVE TASK-PROJECT
                       TO WS-B-PROJECT(WS-BILL-FOUND-IDX)
                   MOVE 0 TO WS-B-SECONDS(WS-BILL-FOUND-IDX)
                   MOVE 0 TO WS-B-EXPENSES(WS-BILL-FOUND-IDX)
               ELSE
                   DISPLAY ESC RED "[!] More than 200 projects - "
                       FUNCTION TRIM(TASK-PROJECT)
                   TO WS-B-SECONDS(WS-BILL-FOUND-IDX)
           END-IF.

       ADD-EXPENSE-TO-BILLING.
           IF EXP-BILLABLE-FLAG = "Y" AND
              EXP-DATE >= WS-BILL-FROM-DATE AND
              EXP-DATE <= WS-BILL-TO-DATE THEN
               MOVE 0 TO WS-BILL-FOUND-IDX
               PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-COUNT
                   IF WS-B-PROJECT(WS-BILL-IDX) = EXP-PROJECT THEN
                       MOVE WS-BILL-IDX TO WS-BILL-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-BILL-FOUND-IDX = 0 THEN
                   IF WS-BILL-COUNT < 200 THEN
                       ADD 1 TO WS-BILL-COUNT
                       MOVE WS-BILL-COUNT TO WS-BILL-FOUND-IDX
                       MOVE EXP-PROJECT
                           TO WS-B-PROJECT(WS-BILL-FOUND-IDX)
                       MOVE 0 TO WS-B-SECONDS(WS-BILL-FOUND-IDX)
                       MOVE 0 TO WS-B-EXPENSES(WS-BILL-FOUND-IDX)
                   ELSE
                       DISPLAY ESC RED "[!] More than 200 projects - "
                           FUNCTION TRIM(EXP-PROJECT)
                           " left out of the report!" ESC RES
                   END-IF
               END-IF
               IF WS-BILL-FOUND-IDX > 0 THEN
                   ADD EXP-AMOUNT TO WS-B-EXPENSES(WS-BILL-FOUND-IDX)
               END-IF
           END-IF.

       WRITE-BILLING-REPORT.
           OPEN INPUT PROJECT-FILE.
           OPEN OUTPUT BILLING-REPORT-FILE.
           MOVE "PROJECT" TO WS-BL-PROJECT.
           MOVE "CLIENT" TO WS-BL-CLIENT.
           MOVE "BILLABLE" TO WS-BL-BILLABLE.
           MOVE "HOURS" TO WS-BL-HOURS.
           MOVE "EXPENSES" TO WS-BL-EXPENSES.
           DISPLAY "│" ESC UND BLD WHT WS-BILL-LINE ESC RES "│".
           MOVE WS-BILL-LINE TO BILLING-REPORT-RECORD.
           WRITE BILLING-REPORT-RECORD.
           STRING WS-ELAPSED-HOURS "h " WS-ELAPSED-MINS "m"
               DELIMITED SIZE INTO WS-BL-HOURS
           END-STRING.
           MOVE WS-B-EXPENSES(WS-BILL-IDX) TO WS-EXP-TOTAL-TXT.
           MOVE WS-EXP-TOTAL-TXT TO WS-BL-EXPENSES.
           DISPLAY "│" WS-BILL-LINE "│".
           MOVE WS-BILL-LINE TO BILLING-REPORT-RECORD.
           WRITE BILLING-REPORT-RECORD.
               MOVE "N" TO WS-INV-REPRINT-FLAG
               PERFORM COLLECT-INVOICE-SESSIONS
               PERFORM DROP-NEGATIVE-INVOICE-LINES
               PERFORM COLLECT-INVOICE-EXPENSES
               IF WS-EXP-PENDING > 0 THEN
                   DISPLAY ESC YEL "[!] " WS-EXP-PENDING " expense(s) "
                       "fall in weeks not yet approved - left for a "
                       "later invoice." ESC RES
               END-IF
               IF WS-INV-COUNT = 0 AND WS-INVX-COUNT = 0 THEN
                   DISPLAY ESC BLU "[i] No unbilled sessions or "
                       "expenses for " FUNCTION TRIM(WS-INV-PROJ)
                       " in that range - no invoice issued." ESC RES
               ELSE
                   MOVE "invoice" TO WS-BKP-COMMAND
                   MOVE "NNYNYNYY" TO WS-BKP-MASK
                   PERFORM TAKE-BACKUP
               END-IF
               IF WS-BKP-OK AND
                  (WS-INV-COUNT > 0 OR WS-INVX-COUNT > 0) THEN
                   MOVE SYS-CURRENT-DATE TO WS-INV-ISSUE-DATE
                   PERFORM COMPUTE-INVOICE-TOTALS
                   PERFORM WRITE-INVOICE-REGISTER
                   IF WS-INV-REG-OK THEN
                       PERFORM STAMP-INVOICE-SESSIONS
                       PERFORM STAMP-INVOICE-EXPENSES
                       PERFORM WRITE-INVOICE-DOCUMENT
                   END-IF
               END-IF
               END-IF
           END-IF.

       COLLECT-INVOICE-EXPENSES.
           MOVE 0 TO WS-INVX-COUNT.
           MOVE 0 TO WS-INV-EXP-TOTAL.
           MOVE 0 TO WS-EXP-PENDING.
           MOVE "N" TO WS-EXP-EOF-FLAG.
           OPEN INPUT EXPENSE-FILE.
           MOVE LOW-VALUES TO EXP-KEY.
           START EXPENSE-FILE KEY IS NOT LESS THAN EXP-KEY
               INVALID KEY
                   SET WS-EXP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EXP-EOF
               READ EXPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-EXP-EOF TO TRUE
                   NOT AT END
                       PERFORM COLLECT-INVOICE-EXPENSE-ONE
               END-READ
           END-PERFORM.
           CLOSE EXPENSE-FILE.

       COLLECT-INVOICE-EXPENSE-ONE.
           IF WS-INV-REPRINT THEN
               IF EXP-INVOICE-NO = WS-INV-NUMBER THEN
                   PERFORM ADD-EXPENSE-TO-INVOICE
               END-IF
           ELSE
               IF EXP-INVOICE-NO = 0 AND EXP-BILLABLE-FLAG = "Y" AND
                  EXP-PROJECT = WS-INV-PROJ AND
                  EXP-DATE >= WS-BILL-FROM-DATE AND
                  EXP-DATE <= WS-BILL-TO-DATE THEN
                   MOVE EXP-EMPLOYEE-ID TO WS-APPR-CHK-EMPLOYEE
                   MOVE EXP-DATE TO WS-APPR-CHK-DATE
                   PERFORM CHECK-WEEK-APPROVED
                   IF WS-WEEK-APPROVED THEN
                       PERFORM ADD-EXPENSE-TO-INVOICE
                   ELSE
                       ADD 1 TO WS-EXP-PENDING
                   END-IF
               END-IF
           END-IF.

       ADD-EXPENSE-TO-INVOICE.
           IF WS-INVX-COUNT < 200 THEN
               ADD 1 TO WS-INVX-COUNT
               MOVE EXP-KEY TO WS-IX-KEY(WS-INVX-COUNT)
               MOVE EXP-DATE TO WS-IX-DATE(WS-INVX-COUNT)
               MOVE EXP-CATEGORY TO WS-IX-CATEGORY(WS-INVX-COUNT)
               MOVE EXP-DESCRIPTION
                   TO WS-IX-DESCRIPTION(WS-INVX-COUNT)
               MOVE EXP-AMOUNT TO WS-IX-AMOUNT(WS-INVX-COUNT)
               ADD EXP-AMOUNT TO WS-INV-EXP-TOTAL
           ELSE
               DISPLAY ESC RED "[!] More than 200 expenses - "
                   FUNCTION TRIM(EXP-TASK-ID) " " EXP-DATE
                   " left unbilled for a later invoice!" ESC RES
           END-IF.

       STAMP-INVOICE-EXPENSES.
           OPEN I-O EXPENSE-FILE.
           PERFORM VARYING WS-INVX-IDX FROM 1 BY 1
               UNTIL WS-INVX-IDX > WS-INVX-COUNT
               PERFORM STAMP-INVOICE-EXPENSE-ONE
           END-PERFORM.
           CLOSE EXPENSE-FILE.

       STAMP-INVOICE-EXPENSE-ONE.
           MOVE WS-IX-KEY(WS-INVX-IDX) TO EXP-KEY.
           READ EXPENSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-INV-NUMBER TO EXP-INVOICE-NO
                   REWRITE EXPENSE-RECORD
           END-READ.
           IF SFS-EXP-LOCKED THEN
               DISPLAY ESC RED "[!] An expense record is held by "
                   "another user - "
                   FUNCTION TRIM(WS-IX-DESCRIPTION(WS-INVX-IDX))
                   " not stamped as billed." ESC RES
           END-IF.

       COMPUTE-INVOICE-TOTALS.
           MOVE 0 TO WS-INV-TOTAL-HOURS.
           MOVE 0 TO WS-INV-TOTAL-AMOUNT.
               ADD WS-INV-HOURS TO WS-INV-TOTAL-HOURS
               ADD WS-INV-LINE-AMOUNT TO WS-INV-TOTAL-AMOUNT
           END-PERFORM.
           ADD WS-INV-EXP-TOTAL TO WS-INV-TOTAL-AMOUNT.

       WRITE-INVOICE-REGISTER.
           MOVE "N" TO WS-INV-REG-OK-FLAG.
           MOVE WS-INV-RATE TO INV-BILL-RATE.
           MOVE WS-INV-TOTAL-HOURS TO INV-TOTAL-HOURS.
           MOVE WS-INV-TOTAL-AMOUNT TO INV-TOTAL-AMOUNT.
           MOVE SPACE TO INV-STATUS.
           WRITE INVOICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY ESC RED "[!] Unable to write invoice "
               UNTIL WS-INV-IDX > WS-INV-COUNT
               PERFORM WRITE-INVOICE-TASK-LINE
           END-PERFORM.
           IF WS-INVX-COUNT > 0 THEN
               PERFORM WRITE-INVOICE-EXPENSE-SECTION
           END-IF.
           MOVE SPACES TO WS-INV-TEXT.
           MOVE WS-INV-TOTAL-HOURS TO WS-INV-HOURS-TXT.
           MOVE WS-INV-TOTAL-AMOUNT TO WS-INV-AMOUNT-TXT.
           END-STRING.
           PERFORM WRITE-INVOICE-LINE.

       WRITE-INVOICE-EXPENSE-SECTION.
           MOVE SPACES TO WS-INV-TEXT.
           PERFORM WRITE-INVOICE-LINE.
           MOVE
               "DATE      CATEGORY  EXPENSE                      AMOUNT"
               TO WS-INV-TEXT.
           PERFORM WRITE-INVOICE-LINE.
           PERFORM VARYING WS-INVX-IDX FROM 1 BY 1
               UNTIL WS-INVX-IDX > WS-INVX-COUNT
               PERFORM WRITE-INVOICE-EXPENSE-LINE
           END-PERFORM.
           MOVE WS-INV-EXP-TOTAL TO WS-INV-AMOUNT-TXT.
           MOVE SPACES TO WS-INV-TEXT.
           STRING "EXPENSES TOTAL                "
               DELIMITED SIZE
               "               " DELIMITED SIZE
               WS-INV-AMOUNT-TXT DELIMITED SIZE
               INTO WS-INV-TEXT
           END-STRING.
           PERFORM WRITE-INVOICE-LINE.
           MOVE SPACES TO WS-INV-TEXT.
           PERFORM WRITE-INVOICE-LINE.

       WRITE-INVOICE-EXPENSE-LINE.
           MOVE WS-IX-CATEGORY(WS-INVX-IDX) TO WS-EXP-CAT-CODE.
           PERFORM SET-EXPENSE-CATEGORY-NAME.
           MOVE WS-IX-AMOUNT(WS-INVX-IDX) TO WS-INV-AMOUNT-TXT.
           MOVE SPACES TO WS-INV-TEXT.
           STRING WS-IX-DATE(WS-INVX-IDX) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-EXP-CAT-NAME DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-IX-DESCRIPTION(WS-INVX-IDX)(1:23) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-INV-AMOUNT-TXT DELIMITED SIZE
               INTO WS-INV-TEXT
           END-STRING.
           PERFORM WRITE-INVOICE-LINE.

       WRITE-INVOICE-LINE.
           MOVE WS-INV-TEXT TO INVOICE-DOC-RECORD.
           WRITE INVOICE-DOC-RECORD.
                       MOVE INV-ISSUE-DATE TO WS-INV-ISSUE-DATE
                       MOVE INV-TOTAL-HOURS TO WS-INV-REG-HOURS
                       MOVE INV-TOTAL-AMOUNT TO WS-INV-REG-AMOUNT
                       IF INV-STATUS = "V" THEN
                           DISPLAY ESC RED "[!] Invoice was voided - "
                               "nothing to reprint." ESC RES
                       ELSE
                           SET WS-INV-OK TO TRUE
                       END-IF
               END-READ
               CLOSE INVOICE-REGISTER
               IF WS-INV-OK THEN
                   SET WS-INV-REPRINT TO TRUE
                   PERFORM COLLECT-INVOICE-SESSIONS
                   PERFORM COLLECT-INVOICE-EXPENSES
                   PERFORM COMPUTE-INVOICE-TOTALS
                   IF WS-INV-TOTAL-HOURS NOT = WS-INV-REG-HOURS OR
                      WS-INV-TOTAL-AMOUNT NOT = WS-INV-REG-AMOUNT THEN
                       MOVE WS-INV-REG-HOURS TO WS-INV-TOTAL-HOURS
                       MOVE WS-INV-REG-AMOUNT TO WS-INV-TOTAL-AMOUNT
                   END-IF
                   PERFORM WRITE-INVOICE-DOCUMENT
                   MOVE "N" TO WS-INV-REPRINT-FLAG
               END-IF
           END-IF.

       RECORD-PAYMENT.
           MOVE "P" TO WS-AR-TYPE.
           PERFORM RECORD-AR-TRANSACTION.

       RECORD-CREDIT.
           MOVE "C" TO WS-AR-TYPE.
           PERFORM RECORD-AR-TRANSACTION.

       RECORD-AR-TRANSACTION.
           PERFORM GET-AR-INVOICE.
           IF WS-AR-OK THEN
               MOVE 99999999 TO WS-AR-AS-OF-DATE
               PERFORM COMPUTE-INVOICE-BALANCE
               MOVE WS-AR-INV-TOTAL TO WS-AR-TOTAL-TXT
               MOVE WS-AR-BALANCE TO WS-AR-BALANCE-TXT
               DISPLAY ESC BLU "[i] Invoice " WS-AR-INV-NUMBER " - "
                   FUNCTION TRIM(WS-AR-INV-CLIENT) ": total "
                   WS-AR-TOTAL-TXT ", balance " WS-AR-BALANCE-TXT
                   ESC RES
               IF WS-AR-BALANCE <= 0 THEN
                   DISPLAY ESC BLU "[i] Invoice is fully settled - "
                       "nothing to record." ESC RES
               ELSE
                   PERFORM RECORD-AR-PROMPT
               END-IF
           END-IF.

       GET-AR-INVOICE.
           MOVE "N" TO WS-AR-OK-FLAG.
           IF CLI-ARGS = SPACES THEN
               DISPLAY "Invoice number: " WITH NO ADVANCING
               MOVE SPACES TO WS-INV-NUM-INPUT
               ACCEPT WS-INV-NUM-INPUT
           ELSE
               MOVE CLI-ARGS(1:8) TO WS-INV-NUM-INPUT
           END-IF.
           COMPUTE WS-AR-INV-NUMBER =
               FUNCTION NUMVAL(WS-INV-NUM-INPUT).
           IF WS-AR-INV-NUMBER = 0 THEN
               DISPLAY ESC RED "[!] Invoice number must be above "
                   "zero!" ESC RES
           ELSE
               OPEN INPUT INVOICE-REGISTER
               MOVE WS-AR-INV-NUMBER TO INV-NUMBER
               READ INVOICE-REGISTER
                   INVALID KEY
                       DISPLAY ESC RED "[!] Invoice not in the "
                           "register!" ESC RES
                   NOT INVALID KEY
                       IF INV-STATUS = "V" THEN
                           DISPLAY ESC RED "[!] Invoice was voided!"
                               ESC RES
                       ELSE
                           MOVE INV-TOTAL-AMOUNT TO WS-AR-INV-TOTAL
                           MOVE INV-CLIENT-NAME TO WS-AR-INV-CLIENT
                           SET WS-AR-OK TO TRUE
                       END-IF
               END-READ
               CLOSE INVOICE-REGISTER
           END-IF.

       COMPUTE-INVOICE-BALANCE.
           MOVE 0 TO WS-AR-PAID.
           MOVE 0 TO WS-AR-CREDITED.
           MOVE 0 TO WS-AR-NEXT-SEQ.
           MOVE "N" TO WS-AR-EOF-FLAG.
           OPEN INPUT AR-TRANS-FILE.
           MOVE WS-AR-INV-NUMBER TO ART-INV-NUMBER.
           MOVE 0 TO ART-SEQ.
           START AR-TRANS-FILE KEY IS NOT LESS THAN ART-KEY
               INVALID KEY
                   SET WS-AR-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-AR-EOF
               READ AR-TRANS-FILE NEXT RECORD
                   AT END
                       SET WS-AR-EOF TO TRUE
                   NOT AT END
                       IF ART-INV-NUMBER NOT = WS-AR-INV-NUMBER THEN
                           SET WS-AR-EOF TO TRUE
                       ELSE
                           PERFORM ADD-AR-TRANS-TO-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AR-TRANS-FILE.
           ADD 1 TO WS-AR-NEXT-SEQ.
           COMPUTE WS-AR-BALANCE =
               WS-AR-INV-TOTAL - WS-AR-PAID - WS-AR-CREDITED.

       ADD-AR-TRANS-TO-BALANCE.
           MOVE ART-SEQ TO WS-AR-NEXT-SEQ.
           IF ART-DATE <= WS-AR-AS-OF-DATE THEN
               EVALUATE ART-TYPE
                   WHEN "P"
                       ADD ART-AMOUNT TO WS-AR-PAID
                   WHEN "C"
                       ADD ART-AMOUNT TO WS-AR-CREDITED
               END-EVALUATE
           END-IF.

       RECORD-AR-PROMPT.
           MOVE "N" TO WS-AR-AMOUNT-DONE-FLAG.
           PERFORM GET-AR-AMOUNT UNTIL WS-AR-AMOUNT-DONE.
           IF WS-AR-AMOUNT = 0 THEN
               DISPLAY ESC RED "[!] Amount must be above zero!" ESC RES
           ELSE IF WS-AR-AMOUNT > WS-AR-BALANCE THEN
               DISPLAY ESC RED "[!] Amount is more than the balance "
                   "of " WS-AR-BALANCE-TXT " - nothing recorded."
                   ESC RES
           ELSE
               MOVE "N" TO WS-DATE-DONE-FLAG
               PERFORM GET-AR-DATE UNTIL WS-DATE-DONE
               IF WS-AR-TYPE = "P" THEN
                   DISPLAY "Reference (cheque/transfer no.): "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "Credit note reference/reason: "
                       WITH NO ADVANCING
               END-IF
               MOVE SPACES TO WS-AR-REF-INPUT
               ACCEPT WS-AR-REF-INPUT
               IF WS-AR-TYPE = "P" THEN
                   MOVE "payment" TO WS-BKP-COMMAND
               ELSE
                   MOVE "credit" TO WS-BKP-COMMAND
               END-IF
               MOVE "NNNNNNNY" TO WS-BKP-MASK
               MOVE "N" TO WS-AR-OK-FLAG
               PERFORM TAKE-BACKUP
               IF WS-BKP-OK THEN
                   PERFORM WRITE-AR-TRANSACTION
               END-IF
               IF WS-AR-OK THEN
                   COMPUTE WS-AR-BALANCE =
                       WS-AR-BALANCE - WS-AR-AMOUNT
                   MOVE WS-AR-AMOUNT TO WS-AR-AMOUNT-TXT
                   MOVE WS-AR-BALANCE TO WS-AR-BALANCE-TXT
                   IF WS-AR-TYPE = "P" THEN
                       DISPLAY ESC GRN "[/] Payment of "
                           WS-AR-AMOUNT-TXT " recorded - balance now "
                           WS-AR-BALANCE-TXT ESC RES
                   ELSE
                       DISPLAY ESC GRN "[/] Credit note of "
                           WS-AR-AMOUNT-TXT " recorded - balance now "
                           WS-AR-BALANCE-TXT ESC RES
                   END-IF
               END-IF
           END-IF.

       GET-AR-AMOUNT.
           DISPLAY "Amount (blank = full balance): " WITH NO ADVANCING.
           MOVE SPACES TO WS-AR-AMOUNT-INPUT.
           ACCEPT WS-AR-AMOUNT-INPUT.
           MOVE 0 TO WS-AR-MINUS-COUNT.
           INSPECT WS-AR-AMOUNT-INPUT TALLYING WS-AR-MINUS-COUNT
               FOR ALL "-".
           IF WS-AR-MINUS-COUNT > 0 THEN
               DISPLAY ESC RED "[!] Amount can't be negative - "
                   "use a credit note to reduce a balance!" ESC RES
           ELSE IF WS-AR-AMOUNT-INPUT = SPACES THEN
               MOVE WS-AR-BALANCE TO WS-AR-AMOUNT
               SET WS-AR-AMOUNT-DONE TO TRUE
           ELSE
               COMPUTE WS-AR-AMOUNT ROUNDED =
                   FUNCTION NUMVAL(WS-AR-AMOUNT-INPUT)
               SET WS-AR-AMOUNT-DONE TO TRUE
           END-IF.

       GET-AR-DATE.
           DISPLAY "Date (YYYYMMDD, blank = today): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-VAL-DATE-INPUT.
           ACCEPT WS-VAL-DATE-INPUT.
           IF WS-VAL-DATE-INPUT = SPACES THEN
               MOVE SYS-CURRENT-DATE TO WS-AR-DATE
               SET WS-DATE-DONE TO TRUE
           ELSE
               PERFORM VALIDATE-DATE
               IF WS-VAL-DATE-OK THEN
                   MOVE WS-VAL-DATE TO WS-AR-DATE
                   SET WS-DATE-DONE TO TRUE
               ELSE
                   DISPLAY ESC RED "[!] Not a valid calendar date!"
                       ESC RES
               END-IF
           END-IF.

       WRITE-AR-TRANSACTION.
           MOVE "N" TO WS-AR-OK-FLAG.
           OPEN I-O AR-TRANS-FILE.
           MOVE WS-AR-INV-NUMBER TO ART-INV-NUMBER.
           MOVE WS-AR-NEXT-SEQ TO ART-SEQ.
           MOVE WS-AR-TYPE TO ART-TYPE.
           MOVE WS-AR-DATE TO ART-DATE.
           MOVE WS-AR-AMOUNT TO ART-AMOUNT.
           MOVE WS-AR-REF-INPUT TO ART-REFERENCE.
           MOVE WS-CURRENT-EMPLOYEE-ID TO ART-ENTERED-BY.
           WRITE AR-TRANS-RECORD
               INVALID KEY
                   DISPLAY ESC RED "[!] Unable to write receivables "
                       "transaction - nothing recorded!" ESC RES
               NOT INVALID KEY
                   SET WS-AR-OK TO TRUE
           END-WRITE.
           CLOSE AR-TRANS-FILE.

       VOID-INVOICE.
           PERFORM GET-AR-INVOICE.
           IF WS-AR-OK THEN
               MOVE 99999999 TO WS-AR-AS-OF-DATE
               PERFORM COMPUTE-INVOICE-BALANCE
               IF WS-AR-PAID > 0 THEN
                   DISPLAY ESC RED "[!] Payments are recorded "
                       "against this invoice - issue a credit "
                       "note instead." ESC RES
               ELSE
                   PERFORM VOID-INVOICE-PROMPT
               END-IF
           END-IF.

       VOID-INVOICE-PROMPT.
           MOVE WS-AR-INV-TOTAL TO WS-AR-TOTAL-TXT.
           DISPLAY ESC BLU "[i] Invoice " WS-AR-INV-NUMBER " - "
               FUNCTION TRIM(WS-AR-INV-CLIENT) ": total "
               WS-AR-TOTAL-TXT ESC RES.
           DISPLAY "Reason: " WITH NO ADVANCING.
           MOVE SPACES TO WS-AR-REF-INPUT.
           ACCEPT WS-AR-REF-INPUT.
           DISPLAY "Void it and release its sessions for rebilling? "
               "(Y/N): " WITH NO ADVANCING.
           MOVE SPACES TO WS-AR-CONFIRM.
           ACCEPT WS-AR-CONFIRM.
           IF FUNCTION UPPER-CASE(WS-AR-CONFIRM) = "Y" THEN
               MOVE "void" TO WS-BKP-COMMAND
               MOVE "NNYNYNYY" TO WS-BKP-MASK
               PERFORM TAKE-BACKUP
               IF WS-BKP-OK THEN
                   PERFORM VOID-INVOICE-WRITE
               END-IF
           ELSE
               DISPLAY ESC BLU "[i] Invoice left as issued." ESC RES
           END-IF.

       VOID-INVOICE-WRITE.
           MOVE "N" TO WS-AR-VOID-OK-FLAG.
           OPEN I-O INVOICE-REGISTER.
           MOVE WS-AR-INV-NUMBER TO INV-NUMBER.
           READ INVOICE-REGISTER
               INVALID KEY
                   DISPLAY ESC RED "[!] Invoice not in the register!"
                       ESC RES
               NOT INVALID KEY
                   MOVE "V" TO INV-STATUS
                   REWRITE INVOICE-REGISTER-RECORD
                       INVALID KEY
                           DISPLAY ESC RED "[!] Unable to update the "
                               "invoice register!" ESC RES
                       NOT INVALID KEY
                           SET WS-AR-VOID-OK TO TRUE
                   END-REWRITE
           END-READ.
           CLOSE INVOICE-REGISTER.
           IF WS-AR-VOID-OK THEN
               MOVE "V" TO WS-AR-TYPE
               MOVE WS-AR-BALANCE TO WS-AR-AMOUNT
               MOVE SYS-CURRENT-DATE TO WS-AR-DATE
               PERFORM WRITE-AR-TRANSACTION
               PERFORM RELEASE-INVOICE-SESSIONS
               PERFORM RELEASE-INVOICE-EXPENSES
               DISPLAY ESC GRN "[/] Invoice " WS-AR-INV-NUMBER
                   " voided - " WS-AR-RELEASED " session(s) and "
                   WS-EXP-RELEASED " expense(s) released for "
                   "rebilling." ESC RES
           END-IF.

       RELEASE-INVOICE-SESSIONS.
           MOVE 0 TO WS-AR-RELEASED.
           MOVE "N" TO WS-AR-EOF-FLAG.
           OPEN I-O TIME-LOG-FILE.
           MOVE LOW-VALUES TO TL-KEY.
           START TIME-LOG-FILE KEY IS NOT LESS THAN TL-KEY
               INVALID KEY
                   SET WS-AR-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-AR-EOF
               READ TIME-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-AR-EOF TO TRUE
                   NOT AT END
                       IF TL-INVOICE-NO = WS-AR-INV-NUMBER THEN
                           MOVE 0 TO TL-INVOICE-NO
                           REWRITE TIME-LOG-RECORD
                           ADD 1 TO WS-AR-RELEASED
                       END-IF
               END-READ
               IF SFS-TIME-LOCKED THEN
                   DISPLAY ESC RED "[!] A session record is held by "
                       "another user - release stopped early." ESC RES
                   SET WS-AR-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE TIME-LOG-FILE.

       RELEASE-INVOICE-EXPENSES.
           MOVE 0 TO WS-EXP-RELEASED.
           MOVE "N" TO WS-EXP-EOF-FLAG.
           OPEN I-O EXPENSE-FILE.
           MOVE LOW-VALUES TO EXP-KEY.
           START EXPENSE-FILE KEY IS NOT LESS THAN EXP-KEY
               INVALID KEY
                   SET WS-EXP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EXP-EOF
               READ EXPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-EXP-EOF TO TRUE
                   NOT AT END
                       IF EXP-INVOICE-NO = WS-AR-INV-NUMBER THEN
                           MOVE 0 TO EXP-INVOICE-NO
                           REWRITE EXPENSE-RECORD
                           ADD 1 TO WS-EXP-RELEASED
                       END-IF
               END-READ
               IF SFS-EXP-LOCKED THEN
                   DISPLAY ESC RED "[!] An expense record is held by "
                       "another user - release stopped early." ESC RES
                   SET WS-EXP-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE EXPENSE-FILE.

       AGING-REPORT.
           PERFORM PARSE-SCOPE-ARGS.
           IF WS-ARGS-W1 = SPACES THEN
               MOVE SYS-CURRENT-DATE TO WS-AR-AS-OF-DATE
           ELSE
               MOVE WS-ARGS-W1(1:8) TO WS-VAL-DATE-INPUT
               PERFORM VALIDATE-DATE
               IF WS-VAL-DATE-OK THEN
                   MOVE WS-VAL-DATE TO WS-AR-AS-OF-DATE
               ELSE
                   DISPLAY ESC RED "[!] Bad as-of date - using "
                       "today." ESC RES
                   MOVE SYS-CURRENT-DATE TO WS-AR-AS-OF-DATE
               END-IF
           END-IF.

           MOVE 0 TO WS-AGE-COUNT.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > 200
               MOVE HIGH-VALUES TO WS-AG-CLIENT(WS-AGE-IDX)
           END-PERFORM.
           MOVE "N" TO WS-AGE-EOF-FLAG.
           OPEN INPUT INVOICE-REGISTER.
           MOVE 0 TO INV-NUMBER.
           START INVOICE-REGISTER KEY IS NOT LESS THAN INV-NUMBER
               INVALID KEY
                   SET WS-AGE-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-AGE-EOF
               READ INVOICE-REGISTER NEXT RECORD
                   AT END
                       SET WS-AGE-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-INVOICE-TO-AGING
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER.
           PERFORM WRITE-AGING-REPORT.

       ADD-INVOICE-TO-AGING.
           IF INV-STATUS NOT = "V" AND
              INV-ISSUE-DATE <= WS-AR-AS-OF-DATE THEN
               MOVE INV-NUMBER TO WS-AR-INV-NUMBER
               MOVE INV-TOTAL-AMOUNT TO WS-AR-INV-TOTAL
               PERFORM COMPUTE-INVOICE-BALANCE
               IF WS-AR-BALANCE > 0 THEN
                   IF WS-AGE-COUNT < 200 THEN
                       ADD 1 TO WS-AGE-COUNT
                       PERFORM FILL-AGING-ENTRY
                   ELSE
                       DISPLAY ESC RED "[!] More than 200 open "
                           "invoices - report is incomplete!" ESC RES
                   END-IF
               END-IF
           END-IF.

       FILL-AGING-ENTRY.
           MOVE INV-CLIENT-NAME TO WS-AG-CLIENT(WS-AGE-COUNT).
           MOVE INV-NUMBER TO WS-AG-INVOICE(WS-AGE-COUNT).
           MOVE INV-ISSUE-DATE TO WS-AG-ISSUE-DATE(WS-AGE-COUNT).
           COMPUTE WS-AG-DAYS(WS-AGE-COUNT) =
               FUNCTION INTEGER-OF-DATE(WS-AR-AS-OF-DATE) -
               FUNCTION INTEGER-OF-DATE(INV-ISSUE-DATE).
           EVALUATE TRUE
               WHEN WS-AG-DAYS(WS-AGE-COUNT) <= 30
                   MOVE 1 TO WS-AG-BUCKET(WS-AGE-COUNT)
               WHEN WS-AG-DAYS(WS-AGE-COUNT) <= 60
                   MOVE 2 TO WS-AG-BUCKET(WS-AGE-COUNT)
               WHEN WS-AG-DAYS(WS-AGE-COUNT) <= 90
                   MOVE 3 TO WS-AG-BUCKET(WS-AGE-COUNT)
               WHEN OTHER
                   MOVE 4 TO WS-AG-BUCKET(WS-AGE-COUNT)
           END-EVALUATE.
           MOVE WS-AR-BALANCE TO WS-AG-BALANCE(WS-AGE-COUNT).

       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE SPACES TO WS-AGE-TEXT.
           STRING "Aged receivables as at " DELIMITED SIZE
               WS-AR-AS-OF-DATE DELIMITED SIZE
               INTO WS-AGE-TEXT
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           MOVE SPACES TO WS-AGE-LINE.
           MOVE "INVOICE ISSUED     DAYS" TO WS-AGL-LABEL.
           MOVE "   CURRENT" TO WS-AGL-AMOUNT(1).
           MOVE "     31-60" TO WS-AGL-AMOUNT(2).
           MOVE "     61-90" TO WS-AGL-AMOUNT(3).
           MOVE "       90+" TO WS-AGL-AMOUNT(4).
           MOVE "     TOTAL" TO WS-AGL-AMOUNT(5).
           MOVE WS-AGE-LINE TO WS-AGE-TEXT.
           PERFORM WRITE-AGING-LINE.
           IF WS-AGE-COUNT = 0 THEN
               MOVE "(no open receivables)" TO WS-AGE-TEXT
               PERFORM WRITE-AGING-LINE
           ELSE
               SORT WS-AGE-ENTRY
                   ASCENDING KEY WS-AG-CLIENT WS-AG-INVOICE
               MOVE LOW-VALUES TO WS-AGE-CUR-CLIENT
               PERFORM VARYING WS-AGE-COL FROM 1 BY 1
                   UNTIL WS-AGE-COL > 5
                   MOVE 0 TO WS-AGE-SUB(WS-AGE-COL)
                   MOVE 0 TO WS-AGE-TOT(WS-AGE-COL)
               END-PERFORM
               PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > WS-AGE-COUNT
                   IF WS-AG-CLIENT(WS-AGE-IDX) NOT =
                      WS-AGE-CUR-CLIENT THEN
                       IF WS-AGE-CUR-CLIENT NOT = LOW-VALUES THEN
                           PERFORM WRITE-AGING-SUBTOTAL
                       END-IF
                       MOVE WS-AG-CLIENT(WS-AGE-IDX)
                           TO WS-AGE-CUR-CLIENT
                       PERFORM VARYING WS-AGE-COL FROM 1 BY 1
                           UNTIL WS-AGE-COL > 5
                           MOVE 0 TO WS-AGE-SUB(WS-AGE-COL)
                       END-PERFORM
                       MOVE SPACES TO WS-AGE-TEXT
                       STRING "CLIENT: " DELIMITED SIZE
                           WS-AGE-CUR-CLIENT DELIMITED SIZE
                           INTO WS-AGE-TEXT
                       END-STRING
                       PERFORM WRITE-AGING-LINE
                   END-IF
                   PERFORM WRITE-AGING-INVOICE-LINE
               END-PERFORM
               PERFORM WRITE-AGING-SUBTOTAL
               MOVE SPACES TO WS-AGE-LINE
               MOVE "GRAND TOTAL" TO WS-AGL-LABEL
               PERFORM VARYING WS-AGE-COL FROM 1 BY 1
                   UNTIL WS-AGE-COL > 5
                   MOVE WS-AGE-TOT(WS-AGE-COL) TO WS-AGE-AMOUNT-TXT
                   MOVE WS-AGE-AMOUNT-TXT TO WS-AGL-AMOUNT(WS-AGE-COL)
               END-PERFORM
               MOVE WS-AGE-LINE TO WS-AGE-TEXT
               PERFORM WRITE-AGING-LINE
           END-IF.
           CLOSE AGING-REPORT-FILE.
           DISPLAY ESC GRN "[/] Aged receivables for " WS-AGE-COUNT
               " open invoice(s) written to aging.txt" ESC RES.

       WRITE-AGING-INVOICE-LINE.
           MOVE SPACES TO WS-AGE-LINE.
           STRING "  " DELIMITED SIZE
               WS-AG-INVOICE(WS-AGE-IDX) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-AG-ISSUE-DATE(WS-AGE-IDX) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-AG-DAYS(WS-AGE-IDX) DELIMITED SIZE
               INTO WS-AGL-LABEL
           END-STRING.
           MOVE WS-AG-BUCKET(WS-AGE-IDX) TO WS-AGE-COL.
           MOVE WS-AG-BALANCE(WS-AGE-IDX) TO WS-AGE-AMOUNT-TXT.
           MOVE WS-AGE-AMOUNT-TXT TO WS-AGL-AMOUNT(WS-AGE-COL).
           MOVE WS-AGE-AMOUNT-TXT TO WS-AGL-AMOUNT(5).
           ADD WS-AG-BALANCE(WS-AGE-IDX) TO WS-AGE-SUB(WS-AGE-COL).
           ADD WS-AG-BALANCE(WS-AGE-IDX) TO WS-AGE-SUB(5).
           ADD WS-AG-BALANCE(WS-AGE-IDX) TO WS-AGE-TOT(WS-AGE-COL).
           ADD WS-AG-BALANCE(WS-AGE-IDX) TO WS-AGE-TOT(5).
           MOVE WS-AGE-LINE TO WS-AGE-TEXT.
           PERFORM WRITE-AGING-LINE.

       WRITE-AGING-SUBTOTAL.
           MOVE SPACES TO WS-AGE-LINE.
           MOVE "  CLIENT TOTAL" TO WS-AGL-LABEL.
           PERFORM VARYING WS-AGE-COL FROM 1 BY 1
               UNTIL WS-AGE-COL > 5
               MOVE WS-AGE-SUB(WS-AGE-COL) TO WS-AGE-AMOUNT-TXT
               MOVE WS-AGE-AMOUNT-TXT TO WS-AGL-AMOUNT(WS-AGE-COL)
           END-PERFORM.
           MOVE WS-AGE-LINE TO WS-AGE-TEXT.
           PERFORM WRITE-AGING-LINE.

       WRITE-AGING-LINE.
           MOVE WS-AGE-TEXT TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           DISPLAY "  " WS-AGE-TEXT(1:79).

       BUDGET-REPORT.
           MOVE 0 TO WS-BUD-COUNT.
           MOVE "N" TO WS-BUD-EOF-FLAG.
                   WS-TL-SIGNED-SECS * WS-DEPT-RATE / 3600
           END-IF.

       WRITE-DEPT-REPORT.
           OPEN OUTPUT DEPT-REPORT-FILE.
           MOVE SPACES TO WS-DEPT-TEXT.
           STRING "Department hours and cost " DELIMITED SIZE
               WS-BILL-FROM-DATE DELIMITED SIZE
               " - " DELIMITED SIZE
               WS-BILL-TO-DATE DELIMITED SIZE
               INTO WS-DEPT-TEXT
           END-STRING.
           PERFORM WRITE-DEPT-LINE.
           IF WS-DEPT-COUNT = 0 THEN
               MOVE "(no sessions in range)" TO WS-DEPT-TEXT
               PERFORM WRITE-DEPT-LINE
           ELSE
               SORT WS-DEPT-ENTRY
                   ASCENDING KEY WS-D-DEPT WS-D-PROJECT
               MOVE LOW-VALUES TO WS-DEPT-CUR-DEPT
               MOVE 0 TO WS-DEPT-SUB-SECS WS-DEPT-SUB-COST
               MOVE 0 TO WS-DEPT-TOT-SECS WS-DEPT-TOT-COST
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   IF WS-D-DEPT(WS-DEPT-IDX) NOT =
                      WS-DEPT-CUR-DEPT THEN
                       IF WS-DEPT-CUR-DEPT NOT = LOW-VALUES THEN
                           PERFORM WRITE-DEPT-SUBTOTAL
                       END-IF
                       MOVE WS-D-DEPT(WS-DEPT-IDX)
                           TO WS-DEPT-CUR-DEPT
                       MOVE 0 TO WS-DEPT-SUB-SECS WS-DEPT-SUB-COST
                       MOVE SPACES TO WS-DEPT-TEXT
                       STRING "DEPARTMENT: " DELIMITED SIZE
                           WS-DEPT-CUR-DEPT DELIMITED SIZE
                           INTO WS-DEPT-TEXT
                       END-STRING
                       PERFORM WRITE-DEPT-LINE
                   END-IF
                   PERFORM WRITE-DEPT-PROJECT-LINE
               END-PERFORM
               PERFORM WRITE-DEPT-SUBTOTAL
               COMPUTE WS-DEPT-HOURS ROUNDED =
                   WS-DEPT-TOT-SECS / 3600
               MOVE WS-DEPT-HOURS TO WS-DEPT-HOURS-TXT
               MOVE WS-DEPT-TOT-COST TO WS-DEPT-COST-TXT
               MOVE SPACES TO WS-DEPT-TEXT
               STRING "GRAND TOTAL        " DELIMITED SIZE
                   WS-DEPT-HOURS-TXT DELIMITED SIZE
                   "h  " DELIMITED SIZE
                   WS-DEPT-COST-TXT DELIMITED SIZE
                   INTO WS-DEPT-TEXT
               END-STRING
               PERFORM WRITE-DEPT-LINE
           END-IF.
           CLOSE DEPT-REPORT-FILE.
           DISPLAY ESC GRN "[/] Department report written to "
               "dept.txt" ESC RES.

       WRITE-DEPT-PROJECT-LINE.
           COMPUTE WS-DEPT-HOURS ROUNDED =
               WS-D-SECONDS(WS-DEPT-IDX) / 3600.
           MOVE WS-DEPT-HOURS TO WS-DEPT-HOURS-TXT.
           MOVE WS-D-COST(WS-DEPT-IDX) TO WS-DEPT-COST-TXT.
           MOVE SPACES TO WS-DEPT-TEXT.
           IF WS-D-PROJECT(WS-DEPT-IDX) = SPACES THEN
               STRING "  (none)    " DELIMITED SIZE
                   WS-DEPT-HOURS-TXT DELIMITED SIZE
                   "h  " DELIMITED SIZE
                   WS-DEPT-COST-TXT DELIMITED SIZE
                   INTO WS-DEPT-TEXT
               END-STRING
           ELSE
               STRING "  " DELIMITED SIZE
                   WS-D-PROJECT(WS-DEPT-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-DEPT-HOURS-TXT DELIMITED SIZE
                   "h  " DELIMITED SIZE
                   WS-DEPT-COST-TXT DELIMITED SIZE
                   INTO WS-DEPT-TEXT
               END-STRING
           END-IF.
           PERFORM WRITE-DEPT-LINE.
           ADD WS-D-SECONDS(WS-DEPT-IDX) TO WS-DEPT-SUB-SECS.
           ADD WS-D-COST(WS-DEPT-IDX) TO WS-DEPT-SUB-COST.
           ADD WS-D-SECONDS(WS-DEPT-IDX) TO WS-DEPT-TOT-SECS.
           ADD WS-D-COST(WS-DEPT-IDX) TO WS-DEPT-TOT-COST.

       WRITE-DEPT-SUBTOTAL.
           COMPUTE WS-DEPT-HOURS ROUNDED = WS-DEPT-SUB-SECS / 3600.
           MOVE WS-DEPT-HOURS TO WS-DEPT-HOURS-TXT.
           MOVE WS-DEPT-SUB-COST TO WS-DEPT-COST-TXT.
           MOVE SPACES TO WS-DEPT-TEXT.
           STRING "  DEPT TOTAL       " DELIMITED SIZE
               WS-DEPT-HOURS-TXT DELIMITED SIZE
               "h  " DELIMITED SIZE
               WS-DEPT-COST-TXT DELIMITED SIZE
               INTO WS-DEPT-TEXT
           END-STRING.
           PERFORM WRITE-DEPT-LINE.

       WRITE-DEPT-LINE.
           MOVE WS-DEPT-TEXT TO DEPT-REPORT-RECORD.
           WRITE DEPT-REPORT-RECORD.
           DISPLAY "  " FUNCTION TRIM(WS-DEPT-TEXT).

       UTIL-REPORT.
           PERFORM GET-UTIL-RANGE.
           IF WS-UTIL-OK THEN
               PERFORM BUILD-UTIL-TABLE
               PERFORM WRITE-UTIL-REPORT
           END-IF.

       GET-UTIL-RANGE.
           SET WS-UTIL-OK TO TRUE.
           PERFORM PARSE-SCOPE-ARGS.
           IF WS-ARGS-W1 = SPACES THEN
               MOVE "N" TO WS-DATE-DONE-FLAG
               PERFORM GET-BILL-FROM-DATE UNTIL WS-DATE-DONE
               MOVE "N" TO WS-DATE-DONE-FLAG
               PERFORM GET-BILL-TO-DATE UNTIL WS-DATE-DONE
           ELSE IF WS-ARGS-W1 = "week" THEN
               IF WS-ARGS-W2 = SPACES THEN
                   MOVE SYS-CURRENT-DATE TO WS-VAL-DATE
               ELSE
                   MOVE WS-ARGS-W2(1:8) TO WS-VAL-DATE-INPUT
                   PERFORM VALIDATE-DATE
                   IF NOT WS-VAL-DATE-OK THEN
                       DISPLAY ESC RED "[!] Bad week date!" ESC RES
                       MOVE "N" TO WS-UTIL-OK-FLAG
                   END-IF
               END-IF
               IF WS-UTIL-OK THEN
                   COMPUTE WS-UTIL-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-VAL-DATE)
                   COMPUTE WS-UTIL-DOW =
                       FUNCTION MOD(WS-UTIL-DAY-INT - 1, 7)
                   COMPUTE WS-BILL-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                       WS-UTIL-DAY-INT - WS-UTIL-DOW)
                   COMPUTE WS-BILL-TO-DATE = FUNCTION DATE-OF-INTEGER(
                       WS-UTIL-DAY-INT - WS-UTIL-DOW + 6)
               END-IF
           ELSE IF WS-ARGS-W1 = "month" THEN
               IF WS-ARGS-W2 = SPACES THEN
                   MOVE SYS-CURRENT-DATE(1:6) TO WS-UTIL-MONTH(1:6)
               ELSE IF WS-ARGS-W2(1:6) IS NOT NUMERIC THEN
                   DISPLAY ESC RED "[!] Month must be numeric YYYYMM!"
                       ESC RES
                   MOVE "N" TO WS-UTIL-OK-FLAG
               ELSE
                   MOVE WS-ARGS-W2(1:6) TO WS-UTIL-MONTH(1:6)
               END-IF
               END-IF
               MOVE 1 TO WS-UTIL-DD
               IF WS-UTIL-OK AND (WS-UTIL-MM < 1 OR WS-UTIL-MM > 12)
                   THEN
                   DISPLAY ESC RED "[!] Month must be 01-12!" ESC RES
                   MOVE "N" TO WS-UTIL-OK-FLAG
               END-IF
               IF WS-UTIL-OK THEN
                   MOVE WS-UTIL-MONTH TO WS-BILL-FROM-DATE
                   IF WS-UTIL-MM = 12 THEN
                       ADD 1 TO WS-UTIL-YEAR
                       MOVE 1 TO WS-UTIL-MM
                   ELSE
                       ADD 1 TO WS-UTIL-MM
                   END-IF
                   COMPUTE WS-BILL-TO-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-UTIL-MONTH) - 1)
               END-IF
           ELSE
               MOVE WS-ARGS-W1(1:8) TO WS-VAL-DATE-INPUT
               PERFORM VALIDATE-DATE
               IF WS-VAL-DATE-OK THEN
                   MOVE WS-VAL-DATE TO WS-BILL-FROM-DATE
               ELSE
                   DISPLAY ESC RED "[!] Bad from date!" ESC RES
                   MOVE "N" TO WS-UTIL-OK-FLAG
               END-IF
               IF WS-ARGS-W2 = SPACES THEN
                   MOVE SYS-CURRENT-DATE TO WS-BILL-TO-DATE
               ELSE
                   MOVE WS-ARGS-W2(1:8) TO WS-VAL-DATE-INPUT
                   PERFORM VALIDATE-DATE
                   IF WS-VAL-DATE-OK THEN
                       MOVE WS-VAL-DATE TO WS-BILL-TO-DATE
                   ELSE
                       DISPLAY ESC RED "[!] Bad to date!" ESC RES
                       MOVE "N" TO WS-UTIL-OK-FLAG
                   END-IF
               END-IF
           END-IF.
           IF WS-UTIL-OK AND WS-BILL-FROM-DATE > WS-BILL-TO-DATE THEN
               DISPLAY ESC RED "[!] From date is after to date!" ESC RES
               MOVE "N" TO WS-UTIL-OK-FLAG
           END-IF.

       BUILD-UTIL-TABLE.
           COMPUTE WS-UTIL-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-BILL-FROM-DATE).
           COMPUTE WS-UTIL-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-BILL-TO-DATE).
           MOVE 0 TO WS-UTIL-WORK-DAYS.
           PERFORM VARYING WS-UTIL-DAY-INT FROM WS-UTIL-FROM-INT BY 1
               UNTIL WS-UTIL-DAY-INT > WS-UTIL-TO-INT
               IF FUNCTION MOD(WS-UTIL-DAY-INT - 1, 7) < 5 THEN
                   ADD 1 TO WS-UTIL-WORK-DAYS
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-UTIL-HOL-DAYS.
           MOVE "N" TO WS-UTIL-EOF-FLAG.
           OPEN INPUT HOLIDAY-FILE.
           MOVE WS-BILL-FROM-DATE TO HOL-DATE.
           START HOLIDAY-FILE KEY IS NOT LESS THAN HOL-DATE
               INVALID KEY
                   SET WS-UTIL-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-UTIL-EOF
               READ HOLIDAY-FILE NEXT RECORD
                   AT END
                       SET WS-UTIL-EOF TO TRUE
                   NOT AT END
                       IF HOL-DATE > WS-BILL-TO-DATE THEN
                           SET WS-UTIL-EOF TO TRUE
                       ELSE IF FUNCTION MOD(FUNCTION INTEGER-OF-DATE
                           (HOL-DATE) - 1, 7) < 5 THEN
                           ADD 1 TO WS-UTIL-HOL-DAYS
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.
           COMPUTE WS-UTIL-BASE-HOURS =
               (WS-UTIL-WORK-DAYS - WS-UTIL-HOL-DAYS) *
               WS-UTIL-DAY-HOURS.

           MOVE 0 TO WS-UTIL-COUNT.
           PERFORM VARYING WS-UTIL-IDX FROM 1 BY 1
               UNTIL WS-UTIL-IDX > 200
               MOVE HIGH-VALUES TO WS-U-DEPT(WS-UTIL-IDX)
               MOVE HIGH-VALUES TO WS-U-EMPLOYEE(WS-UTIL-IDX)
           END-PERFORM.
           MOVE "N" TO WS-UTIL-EOF-FLAG.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET WS-UTIL-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-UTIL-EOF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       SET WS-UTIL-EOF TO TRUE
                   NOT AT END
                       IF EMP-ACTIVE-FLAG = "Y" THEN
                           PERFORM ADD-EMPLOYEE-TO-UTIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

           MOVE "N" TO WS-UTIL-EOF-FLAG.
           OPEN INPUT ABSENCE-FILE.
           OPEN INPUT HOLIDAY-FILE.
           MOVE LOW-VALUES TO ABS-KEY.
           START ABSENCE-FILE KEY IS NOT LESS THAN ABS-KEY
               INVALID KEY
                   SET WS-UTIL-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-UTIL-EOF
               READ ABSENCE-FILE NEXT RECORD
                   AT END
                       SET WS-UTIL-EOF TO TRUE
                   NOT AT END
                       IF ABS-DATE >= WS-BILL-FROM-DATE AND
                          ABS-DATE <= WS-BILL-TO-DATE THEN
                           PERFORM ADD-ABSENCE-TO-UTIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ABSENCE-FILE.
           CLOSE HOLIDAY-FILE.

           MOVE "N" TO WS-UTIL-EOF-FLAG.
           OPEN INPUT TASK-FILE.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT TIME-LOG-FILE.
           MOVE LOW-VALUES TO TL-KEY.
           START TIME-LOG-FILE KEY IS NOT LESS THAN TL-KEY
               INVALID KEY
                   SET WS-UTIL-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-UTIL-EOF
               READ TIME-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-UTIL-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-SESSION-TO-UTIL
               END-READ
           END-PERFORM.
           CLOSE TASK-FILE.
           CLOSE PROJECT-FILE.
           CLOSE TIME-LOG-FILE.

       ADD-EMPLOYEE-TO-UTIL.
           IF WS-UTIL-COUNT < 200 THEN
               ADD 1 TO WS-UTIL-COUNT
               MOVE EMP-DEPT TO WS-U-DEPT(WS-UTIL-COUNT)
               MOVE EMP-ID TO WS-U-EMPLOYEE(WS-UTIL-COUNT)
               MOVE 0 TO WS-U-ABS-HOURS(WS-UTIL-COUNT)
               MOVE 0 TO WS-U-BILL-SECS(WS-UTIL-COUNT)
               MOVE 0 TO WS-U-NONBILL-SECS(WS-UTIL-COUNT)
           ELSE
               DISPLAY ESC RED "[!] More than 200 active employees - "
                   "report is incomplete!" ESC RES
               SET WS-UTIL-EOF TO TRUE
           END-IF.

       ADD-ABSENCE-TO-UTIL.
           MOVE "N" TO WS-UTIL-ABS-DAY-FLAG.
           IF FUNCTION MOD(FUNCTION INTEGER-OF-DATE(ABS-DATE) - 1, 7)
              < 5 THEN
               SET WS-UTIL-ABS-DAY TO TRUE
               MOVE ABS-DATE TO HOL-DATE
               READ HOLIDAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-UTIL-ABS-DAY-FLAG
               END-READ
           END-IF.
           IF WS-UTIL-ABS-DAY THEN
               MOVE ABS-EMPLOYEE-ID TO WS-EMP-CHECK-INPUT
               PERFORM FIND-UTIL-EMPLOYEE
               IF WS-UTIL-FOUND-IDX > 0 THEN
                   ADD ABS-HOURS TO WS-U-ABS-HOURS(WS-UTIL-FOUND-IDX)
               END-IF
           END-IF.

       FIND-UTIL-EMPLOYEE.
           MOVE 0 TO WS-UTIL-FOUND-IDX.
           PERFORM VARYING WS-UTIL-IDX FROM 1 BY 1
               UNTIL WS-UTIL-IDX > WS-UTIL-COUNT
               IF WS-U-EMPLOYEE(WS-UTIL-IDX) = WS-EMP-CHECK-INPUT THEN
                   MOVE WS-UTIL-IDX TO WS-UTIL-FOUND-IDX
               END-IF
           END-PERFORM.

       ADD-SESSION-TO-UTIL.
           IF TL-ELAPSED > 0 AND
              TL-DATE >= WS-BILL-FROM-DATE AND
              TL-DATE <= WS-BILL-TO-DATE THEN
               MOVE TL-TASK-ID TO TASK-ID
               READ TASK-FILE
                   INVALID KEY
                       MOVE SPACES TO EMPLOYEE-ID
               END-READ
               MOVE EMPLOYEE-ID TO WS-EMP-CHECK-INPUT
               PERFORM FIND-UTIL-EMPLOYEE
               IF WS-UTIL-FOUND-IDX > 0 THEN
                   MOVE "N" TO PROJ-BILLABLE-FLAG
                   IF TASK-PROJECT NOT = SPACES THEN
                       MOVE TASK-PROJECT TO PROJ-CODE
                       READ PROJECT-FILE
                           INVALID KEY
                               MOVE "N" TO PROJ-BILLABLE-FLAG
                       END-READ
                   END-IF
                   PERFORM SET-SESSION-SIGNED-SECONDS
                   IF PROJ-BILLABLE-FLAG = "Y" THEN
                       ADD WS-TL-SIGNED-SECS
                           TO WS-U-BILL-SECS(WS-UTIL-FOUND-IDX)
                   ELSE
                       ADD WS-TL-SIGNED-SECS
                           TO WS-U-NONBILL-SECS(WS-UTIL-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       WRITE-UTIL-REPORT.
           MOVE 0 TO WS-UTIL-FLAG-COUNT.
           OPEN OUTPUT UTIL-REPORT-FILE.
           MOVE SPACES TO WS-UTIL-TEXT.
           STRING "Utilization and capacity " DELIMITED SIZE
               WS-BILL-FROM-DATE DELIMITED SIZE
               " - " DELIMITED SIZE
               WS-BILL-TO-DATE DELIMITED SIZE
               INTO WS-UTIL-TEXT
           END-STRING.
           PERFORM WRITE-UTIL-TEXT.
           MOVE SPACES TO WS-UTIL-TEXT.
           STRING "Working days " DELIMITED SIZE
               WS-UTIL-WORK-DAYS DELIMITED SIZE
               ", holidays " DELIMITED SIZE
               WS-UTIL-HOL-DAYS DELIMITED SIZE
               ", flag below " DELIMITED SIZE
               WS-UTIL-LOW-PCT DELIMITED SIZE
               "% or above " DELIMITED SIZE
               WS-UTIL-HIGH-PCT DELIMITED SIZE
               "%" DELIMITED SIZE
               INTO WS-UTIL-TEXT
           END-STRING.
           PERFORM WRITE-UTIL-TEXT.
           MOVE "EMPLOYEE       AVAIL-H   WORKED-H  BILLABLE  NON-BILL"
               TO WS-UTIL-TEXT.
           MOVE "   UTIL%   BILL%" TO WS-UTIL-TEXT(55:16).
           PERFORM WRITE-UTIL-TEXT.
           IF WS-UTIL-COUNT = 0 THEN
               MOVE "(no active employees)" TO WS-UTIL-TEXT
               PERFORM WRITE-UTIL-TEXT
           ELSE
               SORT WS-UTIL-ENTRY
                   ASCENDING KEY WS-U-DEPT WS-U-EMPLOYEE
               MOVE LOW-VALUES TO WS-UTIL-CUR-DEPT
               MOVE 0 TO WS-UTIL-SUB-AVAIL WS-UTIL-SUB-BILL
               MOVE 0 TO WS-UTIL-SUB-NONBILL
               MOVE 0 TO WS-UTIL-TOT-AVAIL WS-UTIL-TOT-BILL
               MOVE 0 TO WS-UTIL-TOT-NONBILL
               PERFORM VARYING WS-UTIL-IDX FROM 1 BY 1
                   UNTIL WS-UTIL-IDX > WS-UTIL-COUNT
                   IF WS-U-DEPT(WS-UTIL-IDX) NOT =
                      WS-UTIL-CUR-DEPT THEN
                       IF WS-UTIL-CUR-DEPT NOT = LOW-VALUES THEN
                           PERFORM WRITE-UTIL-SUBTOTAL
                       END-IF
                       MOVE WS-U-DEPT(WS-UTIL-IDX) TO WS-UTIL-CUR-DEPT
                       MOVE 0 TO WS-UTIL-SUB-AVAIL WS-UTIL-SUB-BILL
                       MOVE 0 TO WS-UTIL-SUB-NONBILL
                       MOVE SPACES TO WS-UTIL-TEXT
                       STRING "DEPARTMENT: " DELIMITED SIZE
                           WS-UTIL-CUR-DEPT DELIMITED SIZE
                           INTO WS-UTIL-TEXT
                       END-STRING
                       PERFORM WRITE-UTIL-TEXT
                   END-IF
                   PERFORM WRITE-UTIL-EMPLOYEE-LINE
               END-PERFORM
               PERFORM WRITE-UTIL-SUBTOTAL
               MOVE "GRAND TOTAL" TO WS-UL-NAME
               MOVE WS-UTIL-TOT-AVAIL TO WS-UTIL-AVAIL
               MOVE WS-UTIL-TOT-BILL TO WS-UTIL-BILL
               MOVE WS-UTIL-TOT-NONBILL TO WS-UTIL-NONBILL
               PERFORM WRITE-UTIL-FIGURES
           END-IF.
           CLOSE UTIL-REPORT-FILE.
           DISPLAY ESC GRN "[/] Utilization report written to "
               "util.txt (" WS-UTIL-FLAG-COUNT " flagged)." ESC RES.

       WRITE-UTIL-EMPLOYEE-LINE.
           IF WS-U-ABS-HOURS(WS-UTIL-IDX) >= WS-UTIL-BASE-HOURS THEN
               MOVE 0 TO WS-UTIL-AVAIL
           ELSE
               COMPUTE WS-UTIL-AVAIL =
                   WS-UTIL-BASE-HOURS - WS-U-ABS-HOURS(WS-UTIL-IDX)
           END-IF.
           MOVE 0 TO WS-UTIL-BILL WS-UTIL-NONBILL.
           IF WS-U-BILL-SECS(WS-UTIL-IDX) > 0 THEN
               COMPUTE WS-UTIL-BILL ROUNDED =
                   WS-U-BILL-SECS(WS-UTIL-IDX) / 3600
           END-IF.
           IF WS-U-NONBILL-SECS(WS-UTIL-IDX) > 0 THEN
               COMPUTE WS-UTIL-NONBILL ROUNDED =
                   WS-U-NONBILL-SECS(WS-UTIL-IDX) / 3600
           END-IF.
           ADD WS-UTIL-AVAIL TO WS-UTIL-SUB-AVAIL WS-UTIL-TOT-AVAIL.
           ADD WS-UTIL-BILL TO WS-UTIL-SUB-BILL WS-UTIL-TOT-BILL.
           ADD WS-UTIL-NONBILL TO WS-UTIL-SUB-NONBILL
               WS-UTIL-TOT-NONBILL.
           MOVE SPACES TO WS-UL-NAME.
           MOVE WS-U-EMPLOYEE(WS-UTIL-IDX) TO WS-UL-NAME(3:12).
           PERFORM WRITE-UTIL-FIGURES.
           IF WS-UL-FLAG NOT = SPACES THEN
               ADD 1 TO WS-UTIL-FLAG-COUNT
           END-IF.

       WRITE-UTIL-SUBTOTAL.
           MOVE "  DEPT TOTAL" TO WS-UL-NAME.
           MOVE WS-UTIL-SUB-AVAIL TO WS-UTIL-AVAIL.
           MOVE WS-UTIL-SUB-BILL TO WS-UTIL-BILL.
           MOVE WS-UTIL-SUB-NONBILL TO WS-UTIL-NONBILL.
           PERFORM WRITE-UTIL-FIGURES.

       WRITE-UTIL-FIGURES.
           COMPUTE WS-UTIL-WORKED = WS-UTIL-BILL + WS-UTIL-NONBILL.
           MOVE 0 TO WS-UTIL-PCT WS-UTIL-BILL-PCT.
           IF WS-UTIL-AVAIL > 0 THEN
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-UTIL-WORKED * 100 / WS-UTIL-AVAIL
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-UTIL-PCT
               END-COMPUTE
           ELSE IF WS-UTIL-WORKED > 0 THEN
               MOVE 9999.9 TO WS-UTIL-PCT
           END-IF.
           IF WS-UTIL-WORKED > 0 THEN
               COMPUTE WS-UTIL-BILL-PCT ROUNDED =
                   WS-UTIL-BILL * 100 / WS-UTIL-WORKED
           END-IF.
           MOVE WS-UTIL-AVAIL TO WS-UL-AVAIL.
           MOVE WS-UTIL-WORKED TO WS-UL-WORKED.
           MOVE WS-UTIL-BILL TO WS-UL-BILL.
           MOVE WS-UTIL-NONBILL TO WS-UL-NONBILL.
           MOVE WS-UTIL-PCT TO WS-UL-UTIL.
           MOVE WS-UTIL-BILL-PCT TO WS-UL-BILL-PCT.
           IF WS-UTIL-PCT < WS-UTIL-LOW-PCT THEN
               MOVE "LOW" TO WS-UL-FLAG
           ELSE IF WS-UTIL-PCT > WS-UTIL-HIGH-PCT THEN
               MOVE "HIGH" TO WS-UL-FLAG
           ELSE
               MOVE SPACES TO WS-UL-FLAG
           END-IF.
           MOVE WS-UTIL-LINE TO WS-UTIL-TEXT.
           PERFORM WRITE-UTIL-TEXT.

       WRITE-UTIL-TEXT.
           MOVE WS-UTIL-TEXT TO UTIL-REPORT-RECORD.
           WRITE UTIL-REPORT-RECORD.
           DISPLAY "  " FUNCTION TRIM(WS-UTIL-TEXT TRAILING).

       EXPORT-TASKS.
           MOVE 0 TO WS-CSV-COUNT.
               DISPLAY ESC RED "[!] tasks_import.csv not found!" ESC RES
               SET WS-IMPORT-MISSING TO TRUE
           ELSE
               MOVE "import" TO WS-BKP-COMMAND
               MOVE "YNNNNNNN" TO WS-BKP-MASK
               PERFORM TAKE-BACKUP
           END-IF.
           IF WS-BKP-OK AND NOT WS-IMPORT-MISSING THEN
               MOVE "N" TO WS-LIST-EOF-FLAG
               OPEN I-O TASK-FILE
               PERFORM UNTIL WS-LIST-EOF
               END-IF
           END-IF.

           IF WS-FIND-STATUS-INPUT = SPACES THEN
               MOVE 0 TO WS-FIND-STATUS
           ELSE
               MOVE WS-FIND-STATUS-INPUT TO WS-FIND-STATUS
           END-IF.

           MOVE "N" TO WS-LIST-EOF-FLAG.
           OPEN INPUT TASK-FILE.
           MOVE LOW-VALUES TO TASK-ID.
           START TASK-FILE KEY IS NOT LESS THAN TASK-ID
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-LIST-EOF
               READ TASK-FILE NEXT RECORD
                   AT END
                       SET WS-LIST-EOF TO TRUE
                   NOT AT END
                       IF TASK-DATE >= WS-FIND-FROM-DATE AND
                          TASK-DATE <= WS-FIND-TO-DATE AND
                          (WS-FIND-STATUS = 0 OR
                           TASK-STATUS = WS-FIND-STATUS) AND
                          (WS-SCOPE-ALL OR
                           EMPLOYEE-ID = WS-CURRENT-EMPLOYEE-ID) THEN
                           ADD 1 TO WS-TASK-MATCH-COUNT
                           IF WS-TASK-COUNT < 500 THEN
                               ADD 1 TO WS-TASK-COUNT
                               MOVE TASK-ID
                                   TO WS-T-ID(WS-TASK-COUNT)
                               MOVE TASK-DETAILS
                                   TO WS-T-DETAILS(WS-TASK-COUNT)
                               MOVE TASK-DATE
                                   TO WS-T-DATE(WS-TASK-COUNT)
                               MOVE TASK-STATUS
                                   TO WS-T-STATUS(WS-TASK-COUNT)
                               MOVE EMPLOYEE-ID
                                   TO WS-T-EMPLOYEE(WS-TASK-COUNT)
                               MOVE TASK-DEPENDS-ON
                                   TO WS-T-DEPENDS(WS-TASK-COUNT)
                               MOVE "N"
                                   TO WS-T-BLOCKED-FLAG(WS-TASK-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TASK-FILE.
           PERFORM MARK-BLOCKED-TASKS.

           IF WS-TASK-MATCH-COUNT > 500 THEN
               DISPLAY ESC YEL "[!] Showing first 500 of "
                   WS-TASK-MATCH-COUNT " matching task(s)." ESC RES
           END-IF.

           PERFORM PAGINATE-TASK-TABLE.

       GET-FIND-FROM-DATE.
           DISPLAY "From date (YYYYMMDD, blank = no limit): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-VAL-DATE-INPUT.
           ACCEPT WS-VAL-DATE-INPUT.
           IF WS-VAL-DATE-INPUT = SPACES THEN
               MOVE 0 TO WS-FIND-FROM-DATE
               SET WS-DATE-DONE TO TRUE
           ELSE
               PERFORM VALIDATE-DATE
               IF WS-VAL-DATE-OK THEN
                   MOVE WS-VAL-DATE TO WS-FIND-FROM-DATE
                   SET WS-DATE-DONE TO TRUE
               ELSE
                   DISPLAY ESC RED "[!] Not a valid calendar date!"
                       ESC RES
               END-IF
           END-IF.

       GET-FIND-TO-DATE.
           DISPLAY "To date (YYYYMMDD, blank = no limit): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-VAL-DATE-INPUT.
           ACCEPT WS-VAL-DATE-INPUT.
           IF WS-VAL-DATE-INPUT = SPACES THEN
               MOVE 99999999 TO WS-FIND-TO-DATE
               SET WS-DATE-DONE TO TRUE
           ELSE
               PERFORM VALIDATE-DATE
               IF WS-VAL-DATE-OK THEN
                   MOVE WS-VAL-DATE TO WS-FIND-TO-DATE
                   SET WS-DATE-DONE TO TRUE
               ELSE
                   DISPLAY ESC RED "[!] Not a valid calendar date!"
                       ESC RES
               END-IF
           END-IF.

       ARCHIVE-TASKS.
           MOVE 0 TO WS-ARCHIVE-COUNT.
           MOVE "N" TO WS-ARCHIVE-OK-FLAG.
           IF CLI-ARGS NOT = SPACES THEN
               COMPUTE WS-ARCHIVE-DAYS = FUNCTION NUMVAL(CLI-ARGS)
               IF WS-ARCHIVE-DAYS = 0 THEN
                   DISPLAY ESC RED
                       "[!] Day count must be a number above zero!"
                       ESC RES
               ELSE
                   MOVE "Y" TO WS-ARCHIVE-OK-FLAG
               END-IF
           ELSE IF WS-BATCH THEN
               DISPLAY ESC RED
                   "[!] 'archive' needs a day count in batch mode!"
                   ESC RES
           ELSE
               PERFORM GET-ARCHIVE-DAYS UNTIL WS-ARCHIVE-OK
           END-IF.
           IF WS-ARCHIVE-OK THEN
               MOVE "archive" TO WS-BKP-COMMAND
               MOVE "YYYYNNNN" TO WS-BKP-MASK
               PERFORM TAKE-BACKUP
               IF WS-BKP-OK THEN
                   PERFORM ARCHIVE-TASKS-SWEEP
               END-IF
           END-IF.

       GET-ARCHIVE-DAYS.
           DISPLAY "Archive done tasks older than how many days? "
               WITH NO ADVANCING.
           MOVE SPACES TO TP-STR-A.
           ACCEPT TP-STR-A.
           COMPUTE WS-ARCHIVE-DAYS = FUNCTION NUMVAL(TP-STR-A).
           IF WS-ARCHIVE-DAYS = 0 THEN
               DISPLAY ESC RED
                   "[!] Day count must be a number above zero!"
                   ESC RES
           ELSE
               MOVE "Y" TO WS-ARCHIVE-OK-FLAG
           END-IF.

       ARCHIVE-TASKS-SWEEP.
           MOVE 0 TO WS-DEPCLR-COUNT.
           COMPUTE WS-ARCHIVE-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(SYS-CURRENT-DATE) -
               WS-ARCHIVE-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-ARCHIVE-CUTOFF-INT)
               TO WS-ARCHIVE-CUTOFF-DATE.

           OPEN I-O TASK-FILE.
           OPEN I-O TASK-ARCHIVE.
           MOVE LOW-VALUES TO TASK-ID.
           START TASK-FILE KEY IS NOT LESS THAN TASK-ID
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-LIST-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-LIST-EOF
               READ TASK-FILE NEXT RECORD
                   AT END
                       SET WS-LIST-EOF TO TRUE
                   NOT AT END
                       IF TASK-STATUS = WS-STATUS-DONE AND
                          TASK-DATE < WS-ARCHIVE-CUTOFF-DATE THEN
                           PERFORM ARCHIVE-ONE-TASK
                       END-IF
               END-READ
               IF SFS-TASK-LOCKED THEN
                   DISPLAY ESC RED "[!] A task is held by another "
                       "user - archive stopped early." ESC RES
                   SET WS-LIST-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE TASK-FILE.
           CLOSE TASK-ARCHIVE.
           IF WS-DEPCLR-COUNT > 0 THEN
               PERFORM CLEAR-DEPENDENCY-LINKS
           END-IF.
           DISPLAY ESC GRN "[/] Archived " WS-ARCHIVE-COUNT
               " task(s) older than " WS-ARCHIVE-DAYS
               " day(s)." ESC RES.

       ARCHIVE-ONE-TASK.
           MOVE TASK-ID TO ARC-TASK-ID.
           MOVE EMPLOYEE-ID TO ARC-EMPLOYEE-ID.
           MOVE TASK-DETAILS TO ARC-TASK-DETAILS.
           MOVE TASK-DATE TO ARC-TASK-DATE.
           MOVE TASK-STATUS TO ARC-TASK-STATUS.
           MOVE TASK-PROJECT TO ARC-TASK-PROJECT.
           MOVE TASK-DUE-DATE TO ARC-TASK-DUE-DATE.
           MOVE TASK-PRIORITY TO ARC-TASK-PRIORITY.
           MOVE TASK-DEPENDS-ON TO ARC-TASK-DEPENDS-ON.
           WRITE TASK-ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY ESC RED "[!] Already archived: "
                       FUNCTION TRIM(TASK-ID) ESC RES
               NOT INVALID KEY
                   MOVE TASK-ID TO WS-PURGE-TASK-ID
                   MOVE EMPLOYEE-ID TO WS-PURGE-EMPLOYEE-ID
                   DELETE TASK-FILE RECORD
                       INVALID KEY
                           DISPLAY ESC RED
                               "[!] Unable to remove task: "
                               FUNCTION TRIM(TASK-ID) ESC RES
                       NOT INVALID KEY
                           ADD 1 TO WS-ARCHIVE-COUNT
                           IF WS-DEPCLR-COUNT < 500 THEN
                               ADD 1 TO WS-DEPCLR-COUNT
                               MOVE TASK-ID
                                   TO WS-DEPCLR-ID(WS-DEPCLR-COUNT)
                           ELSE
                               DISPLAY ESC YEL "[!] More than 500 "
                                   "tasks archived - dependency "
                                   "links to "
                                   FUNCTION TRIM(TASK-ID)
                                   " must be cleared with 'edit'."
                                   ESC RES
                           END-IF
                           MOVE TASK-ID TO WS-AUDIT-TASK-ID
                           MOVE "archived" TO WS-AUDIT-FIELD
                           MOVE TASK-STATUS TO WS-AUDIT-OLD-STATUS
                           MOVE TASK-STATUS TO WS-AUDIT-NEW-STATUS
                           PERFORM WRITE-AUDIT-ROW
                           PERFORM PURGE-TASK-TIME-LOG
                   END-DELETE
           END-WRITE.

       LOAD-SETTINGS.
           OPEN INPUT SETTINGS-FILE.
           IF NOT SFS-SETTINGS-NOT-FOUND THEN
               MOVE "N" TO WS-SETTINGS-EOF-FLAG
               PERFORM UNTIL WS-SETTINGS-EOF
                   READ SETTINGS-FILE
                       AT END
                           SET WS-SETTINGS-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-SETTING
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SETTINGS-FILE.

       PARSE-SETTING.
           IF SETTINGS-RECORD = SPACES OR
              SETTINGS-RECORD(1:1) = "*" THEN
               CONTINUE
           ELSE
               MOVE SPACES TO WS-SETTING-KEY WS-SETTING-VALUE
               UNSTRING FUNCTION LOWER-CASE(SETTINGS-RECORD)
                   DELIMITED BY ALL SPACE
                   INTO WS-SETTING-KEY WS-SETTING-VALUE
               END-UNSTRING
               EVALUATE WS-SETTING-KEY
                   WHEN "generations"
                       COMPUTE WS-BKP-KEEP =
                           FUNCTION NUMVAL(WS-SETTING-VALUE)
                       IF WS-BKP-KEEP = 0 THEN
                           MOVE 1 TO WS-BKP-KEEP
                       END-IF
                   WHEN "day-hours"
                       COMPUTE WS-UTIL-DAY-HOURS =
                           FUNCTION NUMVAL(WS-SETTING-VALUE)
                   WHEN "util-low"
                       COMPUTE WS-UTIL-LOW-PCT =
                           FUNCTION NUMVAL(WS-SETTING-VALUE)
                   WHEN "util-high"
                       COMPUTE WS-UTIL-HIGH-PCT =
                           FUNCTION NUMVAL(WS-SETTING-VALUE)
                   WHEN "min-hours"
                       COMPUTE WS-COMP-MIN-HOURS =
                           FUNCTION NUMVAL(WS-SETTING-VALUE)
                   WHEN OTHER
                       DISPLAY ESC YEL "[!] Unknown setting ignored: "
                           FUNCTION TRIM(SETTINGS-RECORD) ESC RES
               END-EVALUATE
           END-IF.

       TAKE-BACKUP.
           MOVE "N" TO WS-BKP-OK-FLAG.
           PERFORM FIND-NEXT-BACKUP-GEN.
           MOVE SPACES TO BACKUP-GEN-RECORD.
           MOVE WS-BKP-GEN TO BKG-GEN.
           MOVE SYS-CURRENT-DATE TO BKG-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO BKG-TIME.
           MOVE WS-BKP-COMMAND TO BKG-COMMAND.
           MOVE WS-CURRENT-EMPLOYEE-ID TO BKG-EMPLOYEE-ID.
           SET WS-BKP-OK TO TRUE.
           OPEN I-O BACKUP-FILE.
           PERFORM VARYING WS-BKP-FILE-IDX FROM 1 BY 1
               UNTIL WS-BKP-FILE-IDX > 8
               MOVE "N" TO BKG-FILE-FLAG(WS-BKP-FILE-IDX)
               MOVE 0 TO BKG-FILE-COUNT(WS-BKP-FILE-IDX)
               IF WS-BKP-MASK(WS-BKP-FILE-IDX:1) = "Y" AND
                  WS-BKP-OK THEN
                   MOVE 0 TO WS-BKP-SEQ
                   EVALUATE WS-BKP-FILE-IDX
                       WHEN 1 PERFORM BACKUP-TASK-FILE
                       WHEN 2 PERFORM BACKUP-TASK-ARCHIVE
                       WHEN 3 PERFORM BACKUP-TIME-LOG
                       WHEN 4 PERFORM BACKUP-HOURS-LEDGER
                       WHEN 5 PERFORM BACKUP-INVOICE-REGISTER
                       WHEN 6 PERFORM BACKUP-PERIOD-FILE
                       WHEN 7 PERFORM BACKUP-EXPENSE-FILE
                       WHEN 8 PERFORM BACKUP-AR-TRANS
                   END-EVALUATE
                   MOVE "Y" TO BKG-FILE-FLAG(WS-BKP-FILE-IDX)
                   MOVE WS-BKP-SEQ TO BKG-FILE-COUNT(WS-BKP-FILE-IDX)
               END-IF
           END-PERFORM.
           CLOSE BACKUP-FILE.
           IF WS-BKP-OK THEN
               OPEN I-O BACKUP-GEN-FILE
               WRITE BACKUP-GEN-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-BKP-OK-FLAG
               END-WRITE
               CLOSE BACKUP-GEN-FILE
           END-IF.
           IF WS-BKP-OK THEN
               PERFORM LOG-BACKUP-GEN
               DISPLAY ESC BLU "[i] Backup generation " WS-BKP-GEN
                   " taken before '" FUNCTION TRIM(WS-BKP-COMMAND)
                   "'." ESC RES
               IF NOT WS-BKP-HOLD-PRUNE THEN
                   PERFORM PRUNE-BACKUP-GENS
               END-IF
           ELSE
               DISPLAY ESC RED "[!] Backup generation could not be "
                   "taken - '" FUNCTION TRIM(WS-BKP-COMMAND)
                   "' was not run." ESC RES
               SET WS-BKP-FAILED TO TRUE
               MOVE WS-BKP-GEN TO WS-BKP-DROP-GEN
               PERFORM DROP-BACKUP-DATA
           END-IF.

       FIND-NEXT-BACKUP-GEN.
           MOVE 0 TO WS-BKP-GEN.
           MOVE 0 TO WS-BKP-GEN-COUNT.
           OPEN INPUT BACKUP-GEN-FILE.
           MOVE 0 TO BKG-GEN.
           MOVE "N" TO WS-BKP-EOF-FLAG.
           START BACKUP-GEN-FILE KEY IS NOT LESS THAN BKG-GEN
               INVALID KEY
                   SET WS-BKP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BKP-EOF
               READ BACKUP-GEN-FILE NEXT RECORD
                   AT END
                       SET WS-BKP-EOF TO TRUE
                   NOT AT END
                       MOVE BKG-GEN TO WS-BKP-GEN
                       ADD 1 TO WS-BKP-GEN-COUNT
               END-READ
           END-PERFORM.
           CLOSE BACKUP-GEN-FILE.
           ADD 1 TO WS-BKP-GEN.

       BACKUP-TASK-FILE.
           OPEN INPUT TASK-FILE.
           MOVE LOW-VALUES TO TASK-ID.
           MOVE "N" TO WS-BKP-EOF-FLAG.
           START TASK-FILE KEY IS NOT LESS THAN TASK-ID
               INVALID KEY
                   SET WS-BKP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BKP-EOF
               READ TASK-FILE NEXT RECORD
                   AT END
                       SET WS-BKP-EOF TO TRUE
                   NOT AT END
                       MOVE TASK-RECORD TO BKP-DATA
                       PERFORM WRITE-BACKUP-RECORD
               END-READ
               IF SFS-TASK-LOCKED THEN
                   DISPLAY ESC RED "[!] A task is held by another "
                       "user - backup stopped." ESC RES
                   MOVE "N" TO WS-BKP-OK-FLAG
                   SET WS-BKP-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE TASK-FILE.

       BACKUP-TASK-ARCHIVE.
           OPEN INPUT TASK-ARCHIVE.
           MOVE LOW-VALUES TO ARC-TASK-ID.
           MOVE "N" TO WS-BKP-EOF-FLAG.
           START TASK-ARCHIVE KEY IS NOT LESS THAN ARC-TASK-ID
               INVALID KEY
                   SET WS-BKP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BKP-EOF
               READ TASK-ARCHIVE NEXT RECORD
                   AT END
                       SET WS-BKP-EOF TO TRUE
                   NOT AT END
                       MOVE TASK-ARCHIVE-RECORD TO BKP-DATA
                       PERFORM WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE TASK-ARCHIVE.

       BACKUP-TIME-LOG.
           OPEN INPUT TIME-LOG-FILE.
           MOVE LOW-VALUES TO TL-KEY.
           MOVE "N" TO WS-BKP-EOF-FLAG.
           START TIME-LOG-FILE KEY IS NOT LESS THAN TL-KEY
               INVALID KEY
                   SET WS-BKP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BKP-EOF
               READ TIME-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-BKP-EOF TO TRUE
                   NOT AT END
                       MOVE TIME-LOG-RECORD TO BKP-DATA
                       PERFORM WRITE-BACKUP-RECORD
               END-READ
               IF SFS-TIME-LOCKED THEN
                   DISPLAY ESC RED "[!] A session is held by another "
                       "user - backup stopped." ESC RES
                   MOVE "N" TO WS-BKP-OK-FLAG
                   SET WS-BKP-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE TIME-LOG-FILE.

       BACKUP-HOURS-LEDGER.
           OPEN INPUT HOURS-LEDGER.
           MOVE LOW-VALUES TO LED-KEY.
           MOVE "N" TO WS-BKP-EOF-FLAG.
           START HOURS-LEDGER KEY IS NOT LESS THAN LED-KEY
               INVALID KEY
                   SET WS-BKP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BKP-EOF
               READ HOURS-LEDGER NEXT RECORD
                   AT END
                       SET WS-BKP-EOF TO TRUE
                   NOT AT END
                       MOVE HOURS-LEDGER-RECORD TO BKP-DATA
                       PERFORM WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE HOURS-LEDGER.

       BACKUP-INVOICE-REGISTER.
           OPEN INPUT INVOICE-REGISTER.
           MOVE 0 TO INV-NUMBER.
           MOVE "N" TO WS-BKP-EOF-FLAG.
           START INVOICE-REGISTER KEY IS NOT LESS THAN INV-NUMBER
               INVALID KEY
                   SET WS-BKP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BKP-EOF
               READ INVOICE-REGISTER NEXT RECORD
                   AT END
                       SET WS-BKP-EOF TO TRUE
                   NOT AT END
                       MOVE INVOICE-REGISTER-RECORD TO BKP-DATA
                       PERFORM WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER.

       BACKUP-PERIOD-FILE.
           OPEN INPUT PERIOD-FILE.
           MOVE 0 TO PER-MONTH.
           MOVE "N" TO WS-BKP-EOF-FLAG.
           START PERIOD-FILE KEY IS NOT LESS THAN PER-MONTH
               INVALID KEY
                   SET WS-BKP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BKP-EOF
               READ PERIOD-FILE NEXT RECORD
                   AT END
                       SET WS-BKP-EOF TO TRUE
                   NOT AT END
                       MOVE PERIOD-RECORD TO BKP-DATA
                       PERFORM WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE PERIOD-FILE.

       BACKUP-EXPENSE-FILE.
           OPEN INPUT EXPENSE-FILE.
           MOVE LOW-VALUES TO EXP-KEY.
           MOVE "N" TO WS-BKP-EOF-FLAG.
           START EXPENSE-FILE KEY IS NOT LESS THAN EXP-KEY
               INVALID KEY
                   SET WS-BKP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BKP-EOF
               READ EXPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-BKP-EOF TO TRUE
                   NOT AT END
                       MOVE EXPENSE-RECORD TO BKP-DATA
                       PERFORM WRITE-BACKUP-RECORD
               END-READ
               IF SFS-EXP-LOCKED THEN
                   DISPLAY ESC RED "[!] An expense is held by another "
                       "user - backup stopped." ESC RES
                   MOVE "N" TO WS-BKP-OK-FLAG
                   SET WS-BKP-EOF TO TRUE
               END-IF
           END-PERFORM.
           CLOSE EXPENSE-FILE.

       BACKUP-AR-TRANS.
           OPEN INPUT AR-TRANS-FILE.
           MOVE LOW-VALUES TO ART-KEY.
           MOVE "N" TO WS-BKP-EOF-FLAG.
           START AR-TRANS-FILE KEY IS NOT LESS THAN ART-KEY
               INVALID KEY
                   SET WS-BKP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BKP-EOF
               READ AR-TRANS-FILE NEXT RECORD
                   AT END
                       SET WS-BKP-EOF TO TRUE
                   NOT AT END
                       MOVE AR-TRANS-RECORD TO BKP-DATA
                       PERFORM WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE AR-TRANS-FILE.

       WRITE-BACKUP-RECORD.
           ADD 1 TO WS-BKP-SEQ.
           MOVE WS-BKP-GEN TO BKP-GEN.
           MOVE WS-BKP-FILE-IDX TO BKP-FILE-NO.
           MOVE WS-BKP-SEQ TO BKP-SEQ.
           WRITE BACKUP-RECORD
               INVALID KEY
                   MOVE "N" TO WS-BKP-OK-FLAG
                   SET WS-BKP-EOF TO TRUE
           END-WRITE.

       LOG-BACKUP-GEN.
           OPEN EXTEND BACKUP-LOG-FILE.
           PERFORM VARYING WS-BKP-FILE-IDX FROM 1 BY 1
               UNTIL WS-BKP-FILE-IDX > 8
               IF BKG-FILE-FLAG(WS-BKP-FILE-IDX) = "Y" THEN
                   MOVE "BACKUP" TO WS-BL-ACTION
                   MOVE BKG-GEN TO WS-BL-GEN
                   MOVE BKG-COMMAND TO WS-BL-COMMAND
                   MOVE WS-BKP-FILE-NAME(WS-BKP-FILE-IDX)
                       TO WS-BL-FILE
                   MOVE BKG-FILE-COUNT(WS-BKP-FILE-IDX) TO WS-BL-COUNT
                   PERFORM WRITE-BACKUP-LOG-LINE
               END-IF
           END-PERFORM.
           CLOSE BACKUP-LOG-FILE.

       WRITE-BACKUP-LOG-LINE.
           MOVE SYS-CURRENT-DATE TO WS-BL-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-BL-TIME.
           MOVE WS-CURRENT-EMPLOYEE-ID TO WS-BL-EMPLOYEE.
           MOVE WS-BKP-LOG-LINE TO BACKUP-LOG-RECORD.
           WRITE BACKUP-LOG-RECORD.

       PRUNE-BACKUP-GENS.
           PERFORM FIND-NEXT-BACKUP-GEN.
           PERFORM UNTIL WS-BKP-GEN-COUNT <= WS-BKP-KEEP
               OPEN I-O BACKUP-GEN-FILE
               MOVE 0 TO BKG-GEN
               MOVE 0 TO WS-BKP-DROP-GEN
               START BACKUP-GEN-FILE KEY IS NOT LESS THAN BKG-GEN
                   INVALID KEY
                       MOVE 0 TO WS-BKP-GEN-COUNT
               END-START
               IF WS-BKP-GEN-COUNT > 0 THEN
                   READ BACKUP-GEN-FILE NEXT RECORD
                       AT END
                           MOVE 0 TO WS-BKP-GEN-COUNT
                       NOT AT END
                           MOVE BKG-GEN TO WS-BKP-DROP-GEN
                           DELETE BACKUP-GEN-FILE RECORD
                               INVALID KEY
                                   MOVE 0 TO WS-BKP-DROP-GEN
                                   MOVE 0 TO WS-BKP-GEN-COUNT
                           END-DELETE
                   END-READ
               END-IF
               CLOSE BACKUP-GEN-FILE
               IF WS-BKP-DROP-GEN > 0 THEN
                   PERFORM DROP-BACKUP-DATA
                   OPEN EXTEND BACKUP-LOG-FILE
                   MOVE "PRUNE" TO WS-BL-ACTION
                   MOVE WS-BKP-DROP-GEN TO WS-BL-GEN
                   MOVE SPACES TO WS-BL-COMMAND
                   MOVE "all files" TO WS-BL-FILE
                   MOVE WS-BKP-COUNT TO WS-BL-COUNT
                   PERFORM WRITE-BACKUP-LOG-LINE
                   CLOSE BACKUP-LOG-FILE
                   SUBTRACT 1 FROM WS-BKP-GEN-COUNT
               END-IF
           END-PERFORM.

       DROP-BACKUP-DATA.
           MOVE 0 TO WS-BKP-COUNT.
           OPEN I-O BACKUP-FILE.
           MOVE WS-BKP-DROP-GEN TO BKP-GEN.
           MOVE 0 TO BKP-FILE-NO.
           MOVE 0 TO BKP-SEQ.
           MOVE "N" TO WS-BKP-EOF-FLAG.
           START BACKUP-FILE KEY IS NOT LESS THAN BKP-KEY
               INVALID KEY
                   SET WS-BKP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BKP-EOF
               READ BACKUP-FILE NEXT RECORD
                   AT END
                       SET WS-BKP-EOF TO TRUE
                   NOT AT END
                       IF BKP-GEN NOT = WS-BKP-DROP-GEN THEN
                           SET WS-BKP-EOF TO TRUE
                       ELSE
                           DELETE BACKUP-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-BKP-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-FILE.

       RESTORE-BACKUP.
           IF NOT WS-CURRENT-EMP-SUPER THEN
               DISPLAY ESC RED "[!] Only a supervisor can restore a "
                   "backup!" ESC RES
           ELSE
               PERFORM LIST-BACKUP-GENS
               IF WS-BKP-GEN-COUNT = 0 THEN
                   DISPLAY ESC BLU "[i] No backup generations on file."
                       ESC RES
               ELSE
                   PERFORM RESTORE-BACKUP-PROMPT
               END-IF
           END-IF.

       LIST-BACKUP-GENS.
           MOVE 0 TO WS-BKP-GEN-COUNT.
           DISPLAY "GEN   DATE     TIME    BEFORE      BY".
           OPEN INPUT BACKUP-GEN-FILE.
           MOVE 0 TO BKG-GEN.
           MOVE "N" TO WS-BKP-EOF-FLAG.
           START BACKUP-GEN-FILE KEY IS NOT LESS THAN BKG-GEN
               INVALID KEY
                   SET WS-BKP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BKP-EOF
               READ BACKUP-GEN-FILE NEXT RECORD
                   AT END
                       SET WS-BKP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BKP-GEN-COUNT
                       PERFORM LIST-BACKUP-GEN-LINE
               END-READ
           END-PERFORM.
           CLOSE BACKUP-GEN-FILE.

       LIST-BACKUP-GEN-LINE.
           MOVE BKG-GEN TO WS-BG-GEN.
           MOVE BKG-DATE TO WS-BG-DATE.
           MOVE BKG-TIME TO WS-BG-TIME.
           MOVE BKG-COMMAND TO WS-BG-COMMAND.
           MOVE BKG-EMPLOYEE-ID TO WS-BG-EMPLOYEE.
           DISPLAY WS-BKG-LIST-LINE.
           PERFORM VARYING WS-BKP-FILE-IDX FROM 1 BY 1
               UNTIL WS-BKP-FILE-IDX > 8
               IF BKG-FILE-FLAG(WS-BKP-FILE-IDX) = "Y" THEN
                   MOVE WS-BKP-FILE-NAME(WS-BKP-FILE-IDX) TO WS-BF-FILE
                   MOVE BKG-FILE-COUNT(WS-BKP-FILE-IDX) TO WS-BF-COUNT
                   DISPLAY WS-BKG-FILE-LINE
               END-IF
           END-PERFORM.

       RESTORE-BACKUP-PROMPT.
           DISPLAY "Generation to restore (blank = cancel): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-RST-GEN-INPUT.
           ACCEPT WS-RST-GEN-INPUT.
           IF WS-RST-GEN-INPUT = SPACES THEN
               DISPLAY ESC BLU "[i] Restore cancelled." ESC RES
           ELSE IF FUNCTION TRIM(WS-RST-GEN-INPUT) IS NOT NUMERIC THEN
               DISPLAY ESC RED "[!] Generation must be a number!"
                   ESC RES
           ELSE
               COMPUTE WS-RST-GEN = FUNCTION NUMVAL(WS-RST-GEN-INPUT)
               OPEN INPUT BACKUP-GEN-FILE
               MOVE WS-RST-GEN TO BKG-GEN
               READ BACKUP-GEN-FILE
                   INVALID KEY
                       DISPLAY ESC RED "[!] No such backup generation!"
                           ESC RES
                   NOT INVALID KEY
                       PERFORM RESTORE-CHOOSE-FILES
               END-READ
               CLOSE BACKUP-GEN-FILE
               IF WS-RST-OK THEN
                   PERFORM RESTORE-BACKUP-RUN
               END-IF
           END-IF.

       RESTORE-CHOOSE-FILES.
           MOVE "N" TO WS-RST-OK-FLAG.
           MOVE "NNNNNNNN" TO WS-RST-MASK.
           DISPLAY "File to restore (name, or 'all'): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-RST-FILE-INPUT.
           ACCEPT WS-RST-FILE-INPUT.
           MOVE FUNCTION LOWER-CASE(WS-RST-FILE-INPUT)
               TO WS-RST-FILE-INPUT.
           PERFORM VARYING WS-BKP-FILE-IDX FROM 1 BY 1
               UNTIL WS-BKP-FILE-IDX > 8
               IF BKG-FILE-FLAG(WS-BKP-FILE-IDX) = "Y" AND
                  (WS-RST-FILE-INPUT = "all" OR WS-RST-FILE-INPUT =
                   WS-BKP-FILE-NAME(WS-BKP-FILE-IDX)) THEN
                   MOVE "Y" TO WS-RST-MASK(WS-BKP-FILE-IDX:1)
                   SET WS-RST-OK TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-RST-OK THEN
               DISPLAY ESC RED "[!] That file is not in generation "
                   WS-RST-GEN "!" ESC RES
           ELSE
               DISPLAY ESC YEL "[!] Current data will be replaced by "
                   "generation " WS-RST-GEN "." ESC RES
               DISPLAY "Restore now? (Y/N): " WITH NO ADVANCING
               MOVE SPACES TO WS-RST-CONFIRM
               ACCEPT WS-RST-CONFIRM
               IF FUNCTION UPPER-CASE(WS-RST-CONFIRM) NOT = "Y" THEN
                   MOVE "N" TO WS-RST-OK-FLAG
                   DISPLAY ESC BLU "[i] Restore cancelled." ESC RES
               END-IF
           END-IF.

       RESTORE-BACKUP-RUN.
           MOVE "restore" TO WS-BKP-COMMAND.
           MOVE WS-RST-MASK TO WS-BKP-MASK.
           SET WS-BKP-HOLD-PRUNE TO TRUE.
           PERFORM TAKE-BACKUP.
           MOVE "N" TO WS-BKP-HOLD-PRUNE-FLAG.
           IF WS-BKP-OK THEN
               MOVE WS-BKP-GEN TO WS-RST-SAFETY-GEN
               PERFORM VARYING WS-BKP-FILE-IDX FROM 1 BY 1
                   UNTIL WS-BKP-FILE-IDX > 8
                   IF WS-RST-MASK(WS-BKP-FILE-IDX:1) = "Y" THEN
                       PERFORM RESTORE-ONE-FILE
                   END-IF
               END-PERFORM
               DISPLAY ESC BLU "[i] The data replaced is kept as "
                   "generation " WS-RST-SAFETY-GEN "." ESC RES
               PERFORM PRUNE-BACKUP-GENS
           END-IF.

       RESTORE-ONE-FILE.
           MOVE 0 TO WS-BKP-COUNT WS-RST-FAIL-COUNT.
           EVALUATE WS-BKP-FILE-IDX
               WHEN 1
                   OPEN OUTPUT TASK-FILE
                   MOVE SFS-TASK TO WS-RST-STATUS
               WHEN 2
                   OPEN OUTPUT TASK-ARCHIVE
                   MOVE SFS-ARCHIVE TO WS-RST-STATUS
               WHEN 3
                   OPEN OUTPUT TIME-LOG-FILE
                   MOVE SFS-TIME TO WS-RST-STATUS
               WHEN 4
                   OPEN OUTPUT HOURS-LEDGER
                   MOVE SFS-LEDGER TO WS-RST-STATUS
               WHEN 5
                   OPEN OUTPUT INVOICE-REGISTER
                   MOVE SFS-INVREG TO WS-RST-STATUS
               WHEN 6
                   OPEN OUTPUT PERIOD-FILE
                   MOVE SFS-PER TO WS-RST-STATUS
               WHEN 7
                   OPEN OUTPUT EXPENSE-FILE
                   MOVE SFS-EXP TO WS-RST-STATUS
               WHEN 8
                   OPEN OUTPUT AR-TRANS-FILE
                   MOVE SFS-ARTRANS TO WS-RST-STATUS
           END-EVALUATE.
           IF WS-RST-STATUS NOT = "00" THEN
               DISPLAY ESC RED "[!] Unable to open "
                   FUNCTION TRIM(WS-BKP-FILE-NAME(WS-BKP-FILE-IDX))
                   " for restore - status " WS-RST-STATUS
                   ", file left as it was." ESC RES
               OPEN EXTEND BACKUP-LOG-FILE
               MOVE "RST-FAIL" TO WS-BL-ACTION
               MOVE WS-RST-GEN TO WS-BL-GEN
               MOVE "restore" TO WS-BL-COMMAND
               MOVE WS-BKP-FILE-NAME(WS-BKP-FILE-IDX) TO WS-BL-FILE
               MOVE 0 TO WS-BL-COUNT
               PERFORM WRITE-BACKUP-LOG-LINE
               CLOSE BACKUP-LOG-FILE
           ELSE
               PERFORM RESTORE-FILE-RECORDS
           END-IF.

       RESTORE-FILE-RECORDS.
           OPEN INPUT BACKUP-FILE.
           MOVE WS-RST-GEN TO BKP-GEN.
           MOVE WS-BKP-FILE-IDX TO BKP-FILE-NO.
           MOVE 0 TO BKP-SEQ.
           MOVE "N" TO WS-BKP-EOF-FLAG.
           START BACKUP-FILE KEY IS NOT LESS THAN BKP-KEY
               INVALID KEY
                   SET WS-BKP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BKP-EOF
               READ BACKUP-FILE NEXT RECORD
                   AT END
                       SET WS-BKP-EOF TO TRUE
                   NOT AT END
                       IF BKP-GEN NOT = WS-RST-GEN OR
                          BKP-FILE-NO NOT = WS-BKP-FILE-IDX THEN
                           SET WS-BKP-EOF TO TRUE
                       ELSE
                           PERFORM RESTORE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-FILE.
           EVALUATE WS-BKP-FILE-IDX
               WHEN 1 CLOSE TASK-FILE
               WHEN 2 CLOSE TASK-ARCHIVE
               WHEN 3 CLOSE TIME-LOG-FILE
               WHEN 4 CLOSE HOURS-LEDGER
               WHEN 5 CLOSE INVOICE-REGISTER
               WHEN 6 CLOSE PERIOD-FILE
               WHEN 7 CLOSE EXPENSE-FILE
               WHEN 8 CLOSE AR-TRANS-FILE
           END-EVALUATE.
           OPEN EXTEND BACKUP-LOG-FILE.
           IF WS-RST-FAIL-COUNT = 0 THEN
               MOVE "RESTORE" TO WS-BL-ACTION
           ELSE
               MOVE "RST-SHRT" TO WS-BL-ACTION
           END-IF.
           MOVE WS-RST-GEN TO WS-BL-GEN.
           MOVE "restore" TO WS-BL-COMMAND.
           MOVE WS-BKP-FILE-NAME(WS-BKP-FILE-IDX) TO WS-BL-FILE.
           MOVE WS-BKP-COUNT TO WS-BL-COUNT.
           PERFORM WRITE-BACKUP-LOG-LINE.
           IF WS-RST-FAIL-COUNT > 0 THEN
               MOVE "RST-FAIL" TO WS-BL-ACTION
               MOVE WS-RST-FAIL-COUNT TO WS-BL-COUNT
               PERFORM WRITE-BACKUP-LOG-LINE
           END-IF.
           CLOSE BACKUP-LOG-FILE.
           IF WS-RST-FAIL-COUNT = 0 THEN
               DISPLAY ESC GRN "[/] Restored " WS-BKP-COUNT
                   " record(s) to "
                   FUNCTION TRIM(WS-BKP-FILE-NAME(WS-BKP-FILE-IDX))
                   " from generation " WS-RST-GEN "." ESC RES
           ELSE
               DISPLAY ESC RED "[!] Restored only " WS-BKP-COUNT
                   " record(s) to "
                   FUNCTION TRIM(WS-BKP-FILE-NAME(WS-BKP-FILE-IDX))
                   " - " WS-RST-FAIL-COUNT " could not be written!"
                   ESC RES
           END-IF.

       RESTORE-ONE-RECORD.
           MOVE "N" TO WS-RST-REC-OK-FLAG.
           EVALUATE WS-BKP-FILE-IDX
               WHEN 1
                   MOVE BKP-DATA TO TASK-RECORD
                   WRITE TASK-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RST-REC-OK TO TRUE
                   END-WRITE
               WHEN 2
                   MOVE BKP-DATA TO TASK-ARCHIVE-RECORD
                   WRITE TASK-ARCHIVE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RST-REC-OK TO TRUE
                   END-WRITE
               WHEN 3
                   MOVE BKP-DATA TO TIME-LOG-RECORD
                   WRITE TIME-LOG-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RST-REC-OK TO TRUE
                   END-WRITE
               WHEN 4
                   MOVE BKP-DATA TO HOURS-LEDGER-RECORD
                   WRITE HOURS-LEDGER-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RST-REC-OK TO TRUE
                   END-WRITE
               WHEN 5
                   MOVE BKP-DATA TO INVOICE-REGISTER-RECORD
                   WRITE INVOICE-REGISTER-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RST-REC-OK TO TRUE
                   END-WRITE
               WHEN 6
                   MOVE BKP-DATA TO PERIOD-RECORD
                   WRITE PERIOD-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RST-REC-OK TO TRUE
                   END-WRITE
               WHEN 7
                   MOVE BKP-DATA TO EXPENSE-RECORD
                   WRITE EXPENSE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RST-REC-OK TO TRUE
                   END-WRITE
               WHEN 8
                   MOVE BKP-DATA TO AR-TRANS-RECORD
                   WRITE AR-TRANS-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RST-REC-OK TO TRUE
                   END-WRITE
           END-EVALUATE.
           IF WS-RST-REC-OK THEN
               ADD 1 TO WS-BKP-COUNT
           ELSE
               ADD 1 TO WS-RST-FAIL-COUNT
           END-IF.

       HISTORY-REPORT.
           PERFORM PARSE-SCOPE-ARGS.
               DISPLAY ESC BLU "[i] Period " WS-CLS-MONTH " is "
                   "already closed." ESC RES
           ELSE
               MOVE "close" TO WS-BKP-COMMAND
               MOVE "NNNYNYNN" TO WS-BKP-MASK
               PERFORM TAKE-BACKUP
               IF WS-BKP-OK THEN
                   PERFORM BUILD-CLOSE-TABLE
                   PERFORM WRITE-CLOSE-REPORT
                   PERFORM BUILD-GL-JOURNAL
                   IF WS-GL-OK THEN
                       PERFORM WRITE-GL-JOURNAL
                       PERFORM WRITE-PERIOD-CLOSED
                   ELSE
                       DISPLAY ESC RED "[!] Period " WS-CLS-MONTH
                           " was not closed - fix glmap.txt and run "
                           "'close' again." ESC RES
                   END-IF
               END-IF
           END-IF.

       BUILD-CLOSE-TABLE.
           DISPLAY ESC GRN "[/] Close report written to close.txt ("
               WS-CLS-DIFF-COUNT " overlap(s))." ESC RES.

       WRITE-CLOSE-ROW.
           MOVE SPACES TO WS-CLS-TEXT.
           STRING WS-C-EMPLOYEE(WS-CLS-IDX) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-C-TASK(WS-CLS-IDX) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-C-TL-SECS(WS-CLS-IDX) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-C-LED-SECS(WS-CLS-IDX) DELIMITED SIZE
               INTO WS-CLS-TEXT
           END-STRING.
           IF WS-C-TL-SECS(WS-CLS-IDX) NOT = 0 AND
              WS-C-LED-SECS(WS-CLS-IDX) NOT = 0 THEN
               ADD 1 TO WS-CLS-DIFF-COUNT
               MOVE " OVERLAP" TO WS-CLS-TEXT(81:8)
               DISPLAY ESC YEL "[!] " FUNCTION TRIM(WS-CLS-TEXT)
                   ESC RES
           END-IF.
           MOVE WS-CLS-TEXT TO CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD.

       BUILD-GL-JOURNAL.
           SET WS-GL-OK TO TRUE.
           MOVE 0 TO WS-GL-COUNT.
           MOVE 0 TO WS-GL-MISSING-COUNT.
           MOVE WS-CLS-MONTH TO WS-GL-NEXT-MONTH(1:6).
           MOVE 1 TO WS-GL-NEXT-DD.
           IF WS-GL-NEXT-MM = 12 THEN
               ADD 1 TO WS-GL-NEXT-YEAR
               MOVE 1 TO WS-GL-NEXT-MM
           ELSE
               ADD 1 TO WS-GL-NEXT-MM
           END-IF.
           COMPUTE WS-GL-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-GL-NEXT-MONTH) - 1).
           PERFORM LOAD-GL-MAP.

           OPEN INPUT EMPLOYEE-FILE.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > WS-CLS-COUNT
               PERFORM ADD-CLOSE-ENTRY-TO-GL
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.

           MOVE "N" TO WS-GL-EOF-FLAG.
           OPEN INPUT INVOICE-REGISTER.
           MOVE 0 TO INV-NUMBER.
           START INVOICE-REGISTER KEY IS NOT LESS THAN INV-NUMBER
               INVALID KEY
                   SET WS-GL-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-GL-EOF
               READ INVOICE-REGISTER NEXT RECORD
                   AT END
                       SET WS-GL-EOF TO TRUE
                   NOT AT END
                       IF INV-ISSUE-DATE(1:6) = WS-CLS-MONTH AND
                          INV-STATUS NOT = "V" THEN
                           MOVE "receivable" TO WS-GL-DR-TYPE
                           MOVE "revenue" TO WS-GL-CR-TYPE
                           MOVE INV-PROJECT TO WS-GL-CODE
                           MOVE INV-TOTAL-AMOUNT TO WS-GL-AMOUNT
                           PERFORM ADD-GL-PAIR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER.

           MOVE "N" TO WS-GL-EOF-FLAG.
           OPEN INPUT TASK-FILE.
           OPEN INPUT PROJECT-FILE.
           OPEN INPUT TIME-LOG-FILE.
           MOVE LOW-VALUES TO TL-KEY.
           START TIME-LOG-FILE KEY IS NOT LESS THAN TL-KEY
               INVALID KEY
                   SET WS-GL-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-GL-EOF
               READ TIME-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-GL-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-WIP-SESSION-TO-GL
               END-READ
           END-PERFORM.
           CLOSE TASK-FILE.
           CLOSE PROJECT-FILE.
           CLOSE TIME-LOG-FILE.

           MOVE 0 TO WS-GL-TOTAL-DEBIT.
           MOVE 0 TO WS-GL-TOTAL-CREDIT.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-COUNT
               PERFORM SET-GL-LINE-AMOUNTS
               ADD WS-GL-LINE-DEBIT TO WS-GL-TOTAL-DEBIT
               ADD WS-GL-LINE-CREDIT TO WS-GL-TOTAL-CREDIT
           END-PERFORM.
           IF WS-GL-TOTAL-DEBIT NOT = WS-GL-TOTAL-CREDIT THEN
               MOVE WS-GL-TOTAL-DEBIT TO WS-GL-DEBIT-TXT
               MOVE WS-GL-TOTAL-CREDIT TO WS-GL-CREDIT-TXT
               DISPLAY ESC RED "[!] GL journal does not balance: "
                   "debits " FUNCTION TRIM(WS-GL-DEBIT-TXT)
                   ", credits " FUNCTION TRIM(WS-GL-CREDIT-TXT)
                   ESC RES
               MOVE "N" TO WS-GL-OK-FLAG
           END-IF.
           IF WS-GL-MISSING-COUNT > 0 THEN
               DISPLAY ESC RED "[!] " WS-GL-MISSING-COUNT " GL account "
                   "mapping(s) missing." ESC RES
           END-IF.

       LOAD-GL-MAP.
           MOVE 0 TO WS-GL-MAP-COUNT.
           OPEN INPUT GL-MAP-FILE.
           IF SFS-GLMAP-NOT-FOUND THEN
               DISPLAY ESC RED "[!] glmap.txt not found - no GL "
                   "accounts are mapped." ESC RES
           ELSE
               MOVE "N" TO WS-GL-EOF-FLAG
               PERFORM UNTIL WS-GL-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET WS-GL-EOF TO TRUE
                       NOT AT END
                           PERFORM PARSE-GL-MAP-LINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GL-MAP-FILE.

       PARSE-GL-MAP-LINE.
           IF GL-MAP-RECORD = SPACES OR GL-MAP-RECORD(1:1) = "*" THEN
               CONTINUE
           ELSE
               MOVE SPACES TO WS-GL-MAP-TYPE WS-GL-MAP-CODE
                   WS-GL-MAP-ACCOUNT
               UNSTRING GL-MAP-RECORD DELIMITED BY ALL SPACE
                   INTO WS-GL-MAP-TYPE WS-GL-MAP-CODE
                       WS-GL-MAP-ACCOUNT
               END-UNSTRING
               MOVE FUNCTION LOWER-CASE(WS-GL-MAP-TYPE)
                   TO WS-GL-MAP-TYPE
               MOVE FUNCTION UPPER-CASE(WS-GL-MAP-CODE)
                   TO WS-GL-MAP-CODE
               IF WS-GL-MAP-ACCOUNT = SPACES OR
                  (WS-GL-MAP-TYPE NOT = "labor" AND
                   WS-GL-MAP-TYPE NOT = "accrued" AND
                   WS-GL-MAP-TYPE NOT = "receivable" AND
                   WS-GL-MAP-TYPE NOT = "revenue" AND
                   WS-GL-MAP-TYPE NOT = "wip" AND
                   WS-GL-MAP-TYPE NOT = "unbilled") THEN
                   DISPLAY ESC YEL "[!] Bad GL mapping ignored: "
                       FUNCTION TRIM(GL-MAP-RECORD) ESC RES
               ELSE IF WS-GL-MAP-COUNT < 200 THEN
                   ADD 1 TO WS-GL-MAP-COUNT
                   MOVE WS-GL-MAP-TYPE TO WS-GM-TYPE(WS-GL-MAP-COUNT)
                   MOVE WS-GL-MAP-CODE TO WS-GM-CODE(WS-GL-MAP-COUNT)
                   MOVE WS-GL-MAP-ACCOUNT
                       TO WS-GM-ACCOUNT(WS-GL-MAP-COUNT)
               ELSE
                   DISPLAY ESC RED "[!] More than 200 GL mappings - "
                       "the rest of glmap.txt is ignored!" ESC RES
                   SET WS-GL-EOF TO TRUE
               END-IF
           END-IF.

       ADD-CLOSE-ENTRY-TO-GL.
           COMPUTE WS-GL-SECS = WS-C-TL-SECS(WS-CLS-IDX) +
               WS-C-LED-SECS(WS-CLS-IDX).
           IF WS-GL-SECS > 0 THEN
               MOVE WS-C-EMPLOYEE(WS-CLS-IDX) TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE SPACES TO EMP-DEPT
                       MOVE 0 TO EMP-RATE
               END-READ
               MOVE WS-C-EMPLOYEE(WS-CLS-IDX) TO WS-RATE-EMP
               MOVE WS-GL-MONTH-END TO WS-RATE-DATE
               PERFORM GET-RATE-FOR-DATE
               IF WS-RATE-HIT THEN
                   MOVE WS-RATE-FOUND TO WS-GL-RATE
               ELSE
                   MOVE EMP-RATE TO WS-GL-RATE
               END-IF
               COMPUTE WS-GL-AMOUNT ROUNDED =
                   WS-GL-SECS * WS-GL-RATE / 3600
               MOVE "labor" TO WS-GL-DR-TYPE
               MOVE "accrued" TO WS-GL-CR-TYPE
               MOVE EMP-DEPT TO WS-GL-CODE
               PERFORM ADD-GL-PAIR
           END-IF.

       ADD-WIP-SESSION-TO-GL.
           IF TL-INVOICE-NO = 0 AND TL-ELAPSED > 0 AND
              TL-DATE NUMERIC AND TL-DATE <= WS-GL-MONTH-END THEN
               MOVE TL-TASK-ID TO TASK-ID
               READ TASK-FILE
                   INVALID KEY
                       MOVE SPACES TO TASK-PROJECT
               END-READ
               IF TASK-PROJECT NOT = SPACES THEN
                   MOVE TASK-PROJECT TO PROJ-CODE
                   READ PROJECT-FILE
                       INVALID KEY
                           MOVE "N" TO PROJ-BILLABLE-FLAG
                   END-READ
                   IF PROJ-BILLABLE-FLAG = "Y" THEN
                       PERFORM SET-SESSION-SIGNED-SECONDS
                       COMPUTE WS-GL-AMOUNT ROUNDED =
                           WS-TL-SIGNED-SECS * PROJ-BILL-RATE / 3600
                       MOVE "wip" TO WS-GL-DR-TYPE
                       MOVE "unbilled" TO WS-GL-CR-TYPE
                       MOVE TASK-PROJECT TO WS-GL-CODE
                       PERFORM ADD-GL-PAIR
                   END-IF
               END-IF
           END-IF.

       ADD-GL-PAIR.
           IF WS-GL-AMOUNT NOT = 0 THEN
               MOVE WS-GL-DR-TYPE TO WS-GL-ADD-TYPE
               MOVE "D" TO WS-GL-ADD-SIDE
               PERFORM ADD-GL-LINE
               MOVE WS-GL-CR-TYPE TO WS-GL-ADD-TYPE
               MOVE "C" TO WS-GL-ADD-SIDE
               PERFORM ADD-GL-LINE
           END-IF.

       ADD-GL-LINE.
           MOVE FUNCTION UPPER-CASE(WS-GL-CODE) TO WS-GL-CODE.
           MOVE 0 TO WS-GL-FOUND-IDX.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-COUNT
               IF WS-GJ-TYPE(WS-GL-IDX) = WS-GL-ADD-TYPE AND
                  WS-GJ-CODE(WS-GL-IDX) = WS-GL-CODE THEN
                   MOVE WS-GL-IDX TO WS-GL-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-GL-FOUND-IDX = 0 THEN
               IF WS-GL-COUNT < 200 THEN
                   ADD 1 TO WS-GL-COUNT
                   MOVE WS-GL-COUNT TO WS-GL-FOUND-IDX
                   MOVE WS-GL-ADD-TYPE TO WS-GJ-TYPE(WS-GL-FOUND-IDX)
                   MOVE WS-GL-CODE TO WS-GJ-CODE(WS-GL-FOUND-IDX)
                   MOVE WS-GL-ADD-SIDE TO WS-GJ-SIDE(WS-GL-FOUND-IDX)
                   MOVE 0 TO WS-GJ-AMOUNT(WS-GL-FOUND-IDX)
                   PERFORM FIND-GL-ACCOUNT
                   MOVE WS-GL-ACCOUNT
                       TO WS-GJ-ACCOUNT(WS-GL-FOUND-IDX)
               ELSE
                   DISPLAY ESC RED "[!] More than 200 GL journal "
                       "lines - journal is incomplete!" ESC RES
                   MOVE "N" TO WS-GL-OK-FLAG
               END-IF
           END-IF.
           IF WS-GL-FOUND-IDX > 0 THEN
               ADD WS-GL-AMOUNT TO WS-GJ-AMOUNT(WS-GL-FOUND-IDX)
           END-IF.

       FIND-GL-ACCOUNT.
           MOVE SPACES TO WS-GL-ACCOUNT.
           PERFORM VARYING WS-GL-MAP-IDX FROM 1 BY 1
               UNTIL WS-GL-MAP-IDX > WS-GL-MAP-COUNT
               IF WS-GM-TYPE(WS-GL-MAP-IDX) = WS-GL-ADD-TYPE THEN
                   IF WS-GM-CODE(WS-GL-MAP-IDX) = WS-GL-CODE THEN
                       MOVE WS-GM-ACCOUNT(WS-GL-MAP-IDX)
                           TO WS-GL-ACCOUNT
                   ELSE IF WS-GM-CODE(WS-GL-MAP-IDX) = "*" AND
                      WS-GL-ACCOUNT = SPACES THEN
                       MOVE WS-GM-ACCOUNT(WS-GL-MAP-IDX)
                           TO WS-GL-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GL-ACCOUNT = SPACES THEN
               ADD 1 TO WS-GL-MISSING-COUNT
               MOVE "N" TO WS-GL-OK-FLAG
               DISPLAY ESC RED "[!] No GL account for "
                   FUNCTION TRIM(WS-GL-ADD-TYPE) " '"
                   FUNCTION TRIM(WS-GL-CODE) "'" ESC RES
           END-IF.

       SET-GL-LINE-AMOUNTS.
           MOVE 0 TO WS-GL-LINE-DEBIT.
           MOVE 0 TO WS-GL-LINE-CREDIT.
           IF (WS-GJ-SIDE(WS-GL-IDX) = "D" AND
               WS-GJ-AMOUNT(WS-GL-IDX) > 0) OR
              (WS-GJ-SIDE(WS-GL-IDX) = "C" AND
               WS-GJ-AMOUNT(WS-GL-IDX) < 0) THEN
               COMPUTE WS-GL-LINE-DEBIT =
                   FUNCTION ABS(WS-GJ-AMOUNT(WS-GL-IDX))
           ELSE
               COMPUTE WS-GL-LINE-CREDIT =
                   FUNCTION ABS(WS-GJ-AMOUNT(WS-GL-IDX))
           END-IF.

       WRITE-GL-JOURNAL.
           MOVE 0 TO WS-GL-ROWS.
           OPEN OUTPUT GL-JOURNAL-FILE.
           MOVE "month,account,type,code,debit,credit"
               TO GL-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > WS-GL-COUNT
               IF WS-GJ-AMOUNT(WS-GL-IDX) NOT = 0 THEN
                   PERFORM WRITE-GL-JOURNAL-ROW
               END-IF
           END-PERFORM.
           CLOSE GL-JOURNAL-FILE.
           MOVE WS-GL-TOTAL-DEBIT TO WS-GL-DEBIT-TXT.
           DISPLAY ESC GRN "[/] GL journal written to journal.csv ("
               WS-GL-ROWS " line(s), debits = credits = "
               FUNCTION TRIM(WS-GL-DEBIT-TXT) ")." ESC RES.

       WRITE-GL-JOURNAL-ROW.
           ADD 1 TO WS-GL-ROWS.
           PERFORM SET-GL-LINE-AMOUNTS.
           MOVE WS-GL-LINE-DEBIT TO WS-GL-DEBIT-TXT.
           MOVE WS-GL-LINE-CREDIT TO WS-GL-CREDIT-TXT.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           STRING WS-CLS-MONTH DELIMITED SIZE
               "," DELIMITED SIZE
               FUNCTION TRIM(WS-GJ-ACCOUNT(WS-GL-IDX)) DELIMITED SIZE
               "," DELIMITED SIZE
               FUNCTION TRIM(WS-GJ-TYPE(WS-GL-IDX)) DELIMITED SIZE
               "," DELIMITED SIZE
               FUNCTION TRIM(WS-GJ-CODE(WS-GL-IDX)) DELIMITED SIZE
               "," DELIMITED SIZE
               FUNCTION TRIM(WS-GL-DEBIT-TXT) DELIMITED SIZE
               "," DELIMITED SIZE
               FUNCTION TRIM(WS-GL-CREDIT-TXT) DELIMITED SIZE
               INTO GL-JOURNAL-RECORD
           END-STRING.
           WRITE GL-JOURNAL-RECORD.

       WRITE-PERIOD-CLOSED.
           OPEN I-O PERIOD-FILE.

       APPROVE-WEEK-PROMPT.
           MOVE "N" TO WS-APPR-EMP-OK-FLAG.
           PERFORM LIST-MY-TEAM.
           DISPLAY "Employee ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-APPR-EMP-INPUT.
           ACCEPT WS-APPR-EMP-INPUT.
                   SET WS-APPR-EMP-OK TO TRUE
           END-READ.
           CLOSE EMPLOYEE-FILE.
           IF WS-APPR-EMP-OK THEN
               MOVE WS-APPR-EMP-INPUT TO WS-SUPV-CHK-EMPLOYEE
               PERFORM LOOKUP-SUPERVISOR
               IF WS-SUPV-OF NOT = SPACES AND
                  WS-SUPV-OF NOT = WS-CURRENT-EMPLOYEE-ID THEN
                   DISPLAY ESC RED "[!] "
                       FUNCTION TRIM(WS-APPR-EMP-INPUT)
                       " reports to " FUNCTION TRIM(WS-SUPV-OF)
                       " - you can only approve your own team!"
                       ESC RES
                   MOVE "N" TO WS-APPR-EMP-OK-FLAG
               END-IF
           END-IF.
           IF WS-APPR-EMP-OK THEN
               PERFORM APPROVE-WEEK-REVIEW
           END-IF.
               (WS-WEEK-TOTAL-SECONDS - (WS-ELAPSED-HOURS * 3600)) / 60.
           DISPLAY "  WEEK TOTAL  " WS-ELAPSED-HOURS "h"
               WS-ELAPSED-MINS "m".
           PERFORM APPROVE-LIST-EXPENSES.

           MOVE WS-APPR-EMP-INPUT TO WS-APPR-CHK-EMPLOYEE.
           MOVE WS-WEEK-START-DATE TO WS-APPR-CHK-DATE.
           PERFORM CHECK-WEEK-APPROVED.
           IF WS-WEEK-APPROVED THEN
               DISPLAY ESC BLU "[i] Week is already approved." ESC RES
           ELSE
               PERFORM APPROVE-CHECK-OPEN-SESSIONS
               IF WS-APPR-OPEN-COUNT > 0 THEN
                   DISPLAY ESC RED "[!] " WS-APPR-OPEN-COUNT " open "
                       "session(s) in this week - they must be "
                       "closed before the week can be approved."
                       ESC RES
               ELSE
                   DISPLAY "Approve and lock this week? (Y/N): "
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-APPR-CONFIRM
                   ACCEPT WS-APPR-CONFIRM
                   IF FUNCTION UPPER-CASE(WS-APPR-CONFIRM) = "Y" THEN
                       PERFORM APPROVE-WEEK-WRITE
                   ELSE
                       DISPLAY ESC BLU "[i] Week left pending."
                           ESC RES
                   END-IF
               END-IF
           END-IF.

       APPROVE-LIST-EXPENSES.
           MOVE 0 TO WS-EXP-WEEK-COUNT.
           MOVE 0 TO WS-EXP-WEEK-TOTAL.
           MOVE "N" TO WS-EXP-EOF-FLAG.
           OPEN INPUT EXPENSE-FILE.
           MOVE WS-APPR-EMP-INPUT TO EXP-EMPLOYEE-ID.
           MOVE WS-WEEK-START-DATE TO EXP-DATE.
           MOVE LOW-VALUES TO EXP-TASK-ID.
           MOVE 0 TO EXP-SEQ.
           START EXPENSE-FILE KEY IS NOT LESS THAN EXP-KEY
               INVALID KEY
                   SET WS-EXP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EXP-EOF
               READ EXPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-EXP-EOF TO TRUE
                   NOT AT END
                       IF EXP-EMPLOYEE-ID NOT = WS-APPR-EMP-INPUT OR
                          EXP-DATE > WS-WEEK-END-DATE THEN
                           SET WS-EXP-EOF TO TRUE
                       ELSE
                           PERFORM APPROVE-SHOW-EXPENSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXPENSE-FILE.
           IF WS-EXP-WEEK-COUNT > 0 THEN
               MOVE WS-EXP-WEEK-TOTAL TO WS-EXP-TOTAL-TXT
               DISPLAY "  EXPENSES    " WS-EXP-WEEK-COUNT " claim(s)  "
                   WS-EXP-TOTAL-TXT
           END-IF.

       APPROVE-SHOW-EXPENSE.
           ADD 1 TO WS-EXP-WEEK-COUNT.
           ADD EXP-AMOUNT TO WS-EXP-WEEK-TOTAL.
           MOVE EXP-CATEGORY TO WS-EXP-CAT-CODE.
           PERFORM SET-EXPENSE-CATEGORY-NAME.
           MOVE EXP-AMOUNT TO WS-EXP-AMOUNT-TXT.
           IF EXP-BILLABLE-FLAG = "Y" THEN
               DISPLAY "  " EXP-DATE "  " WS-EXP-CAT-NAME " "
                   WS-EXP-AMOUNT-TXT "  billable  "
                   FUNCTION TRIM(EXP-DESCRIPTION)
           ELSE
               DISPLAY "  " EXP-DATE "  " WS-EXP-CAT-NAME " "
                   WS-EXP-AMOUNT-TXT "  internal  "
                   FUNCTION TRIM(EXP-DESCRIPTION)
           END-IF.

       APPROVE-CHECK-OPEN-SESSIONS.
           MOVE 0 TO WS-APPR-OPEN-COUNT.
           MOVE "N" TO WS-APPR-SCAN-EOF-FLAG.
           OPEN INPUT TIME-LOG-FILE.
           OPEN INPUT TASK-FILE.
           MOVE LOW-VALUES TO TL-KEY.
           START TIME-LOG-FILE KEY IS NOT LESS THAN TL-KEY
               INVALID KEY
                   SET WS-APPR-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-APPR-SCAN-EOF
               READ TIME-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-APPR-SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM APPROVE-CHECK-ONE-SESSION
               END-READ
           END-PERFORM.
           CLOSE TIME-LOG-FILE.
           CLOSE TASK-FILE.

       APPROVE-CHECK-ONE-SESSION.
           IF TL-STOP-TIME = 0 AND TL-ELAPSED = 0 AND
              TL-DATE >= WS-WEEK-START-DATE AND
              TL-DATE <= WS-WEEK-END-DATE THEN
               MOVE TL-TASK-ID TO TASK-ID
               READ TASK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMPLOYEE-ID = WS-APPR-EMP-INPUT THEN
                           ADD 1 TO WS-APPR-OPEN-COUNT
                           DISPLAY ESC YEL "[!] Open session: "
                               FUNCTION TRIM(TL-TASK-ID)
                               " started " TL-DATE " at "
                               TL-START-TIME ESC RES
                       END-IF
               END-READ
           END-IF.

       GET-APPROVE-WEEK-DATE.
           DISPLAY "Any date in the week (YYYYMMDD, blank = last "
               "week): " WITH NO ADVANCING.
           MOVE SPACES TO WS-VAL-DATE-INPUT.
           ACCEPT WS-VAL-DATE-INPUT.
           IF WS-VAL-DATE-INPUT = SPACES THEN
               COMPUTE WS-APPR-DEFAULT-INT =
                   FUNCTION INTEGER-OF-DATE(SYS-CURRENT-DATE) - 7
               MOVE FUNCTION DATE-OF-INTEGER(WS-APPR-DEFAULT-INT)
                   TO WS-REPORT-DATE
               SET WS-DATE-DONE TO TRUE
           ELSE
               PERFORM VALIDATE-DATE
               IF WS-VAL-DATE-OK THEN
                   MOVE WS-VAL-DATE TO WS-REPORT-DATE
                   SET WS-DATE-DONE TO TRUE
               ELSE
                   DISPLAY ESC RED "[!] Not a valid calendar date!"
                       ESC RES
               END-IF
           END-IF.

       APPROVE-WEEK-WRITE.
           OPEN I-O APPROVAL-FILE.
           MOVE WS-APPR-EMP-INPUT TO APPR-EMPLOYEE-ID.
           MOVE WS-WEEK-START-DATE TO APPR-WEEK-START.
           MOVE WS-WEEK-END-DATE TO APPR-WEEK-END.
           MOVE WS-CURRENT-EMPLOYEE-ID TO APPR-SUPERVISOR-ID.
           MOVE SYS-CURRENT-DATE TO APPR-DATE.
           WRITE APPROVAL-RECORD
               INVALID KEY
                   DISPLAY ESC RED "[!] Week is already approved!"
                       ESC RES
               NOT INVALID KEY
                   DISPLAY ESC GRN "[/] Week approved and locked."
                       ESC RES
           END-WRITE.
           CLOSE APPROVAL-FILE.

       LOOKUP-SUPERVISOR.
           MOVE SPACES TO WS-SUPV-OF.
           OPEN INPUT SUPV-FILE.
           MOVE WS-SUPV-CHK-EMPLOYEE TO SUPV-EMPLOYEE-ID.
           READ SUPV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SUPV-SUPERVISOR-ID TO WS-SUPV-OF
           END-READ.
           CLOSE SUPV-FILE.

       LIST-MY-TEAM.
           MOVE 0 TO WS-SUPV-TEAM-COUNT.
           MOVE "N" TO WS-SUPV-EOF-FLAG.
           OPEN INPUT SUPV-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE LOW-VALUES TO SUPV-EMPLOYEE-ID.
           START SUPV-FILE KEY IS NOT LESS THAN SUPV-EMPLOYEE-ID
               INVALID KEY
                   SET WS-SUPV-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SUPV-EOF
               READ SUPV-FILE NEXT RECORD
                   AT END
                       SET WS-SUPV-EOF TO TRUE
                   NOT AT END
                       IF SUPV-SUPERVISOR-ID =
                          WS-CURRENT-EMPLOYEE-ID THEN
                           PERFORM LIST-MY-TEAM-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPV-FILE.
           CLOSE EMPLOYEE-FILE.
           IF WS-SUPV-TEAM-COUNT = 0 THEN
               DISPLAY ESC BLU "[i] No employees report to you - "
                   "only employees without a supervisor can be "
                   "approved." ESC RES
           END-IF.

       LIST-MY-TEAM-MEMBER.
           IF WS-SUPV-TEAM-COUNT = 0 THEN
               DISPLAY ESC BLU "[i] Your team:" ESC RES
           END-IF.
           ADD 1 TO WS-SUPV-TEAM-COUNT.
           MOVE SUPV-EMPLOYEE-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
           END-READ.
           DISPLAY "  " SUPV-EMPLOYEE-ID "  " FUNCTION TRIM(EMP-NAME).

       SET-SUPERVISOR.
           IF NOT WS-CURRENT-EMP-SUPER THEN
               DISPLAY ESC RED "[!] Only a supervisor can maintain "
                   "reporting lines!" ESC RES
           ELSE
               DISPLAY "Employee ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-EMP-CHECK-INPUT
               ACCEPT WS-EMP-CHECK-INPUT
               PERFORM VALIDATE-EMPLOYEE-ID
               IF NOT WS-EMP-VALID THEN
                   DISPLAY ESC RED "[!] Unknown employee ID!" ESC RES
               ELSE
                   MOVE WS-EMP-CHECK-INPUT TO WS-SUPV-EMP-INPUT
                   PERFORM GET-EMPLOYEE-SUPERVISOR
               END-IF
           END-IF.

       GET-EMPLOYEE-SUPERVISOR.
           MOVE WS-SUPV-EMP-INPUT TO WS-SUPV-CHK-EMPLOYEE.
           PERFORM LOOKUP-SUPERVISOR.
           IF WS-SUPV-OF = SPACES THEN
               DISPLAY "Supervisor ID (blank = none): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Supervisor ID (blank = keep "
                   FUNCTION TRIM(WS-SUPV-OF) ", - = none): "
                   WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-SUPV-INPUT.
           ACCEPT WS-SUPV-INPUT.
           MOVE "N" TO WS-SUPV-OK-FLAG.
           IF WS-SUPV-INPUT = SPACES THEN
               CONTINUE
           ELSE IF WS-SUPV-INPUT = "-" THEN
               MOVE SPACES TO WS-SUPV-NEW
               SET WS-SUPV-OK TO TRUE
           ELSE IF WS-SUPV-INPUT = WS-SUPV-EMP-INPUT THEN
               DISPLAY ESC RED "[!] An employee can't be their own "
                   "supervisor!" ESC RES
           ELSE
               OPEN INPUT EMPLOYEE-FILE
               MOVE WS-SUPV-INPUT TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY ESC RED "[!] Unknown supervisor ID!"
                           ESC RES
                   NOT INVALID KEY
                       IF EMP-SUPER-FLAG NOT = "Y" THEN
                           DISPLAY ESC RED "[!] "
                               FUNCTION TRIM(WS-SUPV-INPUT)
                               " is not a supervisor!" ESC RES
                       ELSE
                           MOVE WS-SUPV-INPUT TO WS-SUPV-NEW
                           SET WS-SUPV-OK TO TRUE
                       END-IF
               END-READ
               CLOSE EMPLOYEE-FILE
           END-IF.
           IF WS-SUPV-OK THEN
               PERFORM WRITE-REPORTING-LINE
           END-IF.

       WRITE-REPORTING-LINE.
           OPEN I-O SUPV-FILE.
           MOVE WS-SUPV-EMP-INPUT TO SUPV-EMPLOYEE-ID.
           READ SUPV-FILE
               INVALID KEY
                   IF WS-SUPV-NEW NOT = SPACES THEN
                       MOVE SPACES TO SUPV-RECORD
                       MOVE WS-SUPV-EMP-INPUT TO SUPV-EMPLOYEE-ID
                       MOVE WS-SUPV-NEW TO SUPV-SUPERVISOR-ID
                       MOVE SYS-CURRENT-DATE TO SUPV-SET-DATE
                       MOVE WS-CURRENT-EMPLOYEE-ID TO SUPV-SET-BY-ID
                       WRITE SUPV-RECORD
                   END-IF
               NOT INVALID KEY
                   IF WS-SUPV-NEW = SPACES THEN
                       DELETE SUPV-FILE RECORD
                   ELSE
                       MOVE WS-SUPV-NEW TO SUPV-SUPERVISOR-ID
                       MOVE SYS-CURRENT-DATE TO SUPV-SET-DATE
                       MOVE WS-CURRENT-EMPLOYEE-ID TO SUPV-SET-BY-ID
                       REWRITE SUPV-RECORD
                   END-IF
           END-READ.
           IF SFS-SUPV NOT = "00" AND SFS-SUPV NOT = "23" THEN
               DISPLAY ESC RED "[!] Unable to save reporting line - "
                   "status " SFS-SUPV "!" ESC RES
           ELSE IF WS-SUPV-NEW = SPACES THEN
               DISPLAY ESC GRN "[/] "
                   FUNCTION TRIM(WS-SUPV-EMP-INPUT)
                   " has no supervisor." ESC RES
           ELSE
               DISPLAY ESC GRN "[/] "
                   FUNCTION TRIM(WS-SUPV-EMP-INPUT) " reports to "
                   FUNCTION TRIM(WS-SUPV-NEW) "." ESC RES
           END-IF.
           CLOSE SUPV-FILE.

       COMPLIANCE-REPORT.
           PERFORM PARSE-SCOPE-ARGS.
           IF WS-ARGS-W1 = "last" THEN
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(SYS-CURRENT-DATE) - 7)
                   TO WS-REPORT-DATE
           ELSE
               PERFORM SET-REPORT-DATE-FROM-ARGS
           END-IF.
           PERFORM BUILD-REPORT-WEEK.
           COMPUTE WS-COMP-MIN-SECS = WS-COMP-MIN-HOURS * 3600.
           PERFORM BUILD-COMPLY-TABLE.
           PERFORM WRITE-COMPLY-REPORT.

       BUILD-COMPLY-TABLE.
           MOVE 0 TO WS-COMP-COUNT.
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > 200
               MOVE HIGH-VALUES TO WS-COMP-ENTRY(WS-COMP-IDX)
           END-PERFORM.
           MOVE "N" TO WS-COMP-EOF-FLAG.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN INPUT SUPV-FILE.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET WS-COMP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-COMP-EOF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       SET WS-COMP-EOF TO TRUE
                   NOT AT END
                       IF EMP-ACTIVE-FLAG = "Y" THEN
                           PERFORM ADD-EMPLOYEE-TO-COMPLY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
           CLOSE SUPV-FILE.
           SORT WS-COMP-ENTRY
               ASCENDING KEY WS-CP-SUPERVISOR WS-CP-EMPLOYEE.

       ADD-EMPLOYEE-TO-COMPLY.
           IF WS-COMP-COUNT < 200 THEN
               ADD 1 TO WS-COMP-COUNT
               MOVE EMP-ID TO WS-CP-EMPLOYEE(WS-COMP-COUNT)
               MOVE EMP-NAME TO WS-CP-NAME(WS-COMP-COUNT)
               MOVE SPACES TO WS-CP-SUPERVISOR(WS-COMP-COUNT)
               MOVE EMP-ID TO SUPV-EMPLOYEE-ID
               READ SUPV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SUPV-SUPERVISOR-ID
                           TO WS-CP-SUPERVISOR(WS-COMP-COUNT)
               END-READ
           ELSE
               DISPLAY ESC RED "[!] More than 200 active employees - "
                   "compliance run is incomplete!" ESC RES
               SET WS-COMP-EOF TO TRUE
           END-IF.

       WRITE-COMPLY-REPORT.
           MOVE 0 TO WS-COMP-EXC-COUNT WS-COMP-EMP-LISTED.
           MOVE LOW-VALUES TO WS-COMP-CUR-SUPER.
           OPEN OUTPUT COMPLY-REPORT-FILE.
           MOVE SPACES TO WS-COMP-TEXT.
           STRING "Timesheet compliance, week " DELIMITED SIZE
               WS-WEEK-START-DATE DELIMITED SIZE
               " - " DELIMITED SIZE
               WS-WEEK-END-DATE DELIMITED SIZE
               " (as at " DELIMITED SIZE
               SYS-CURRENT-DATE DELIMITED SIZE
               ")" DELIMITED SIZE
               INTO WS-COMP-TEXT
           END-STRING.
           PERFORM WRITE-COMPLY-TEXT.
           MOVE WS-COMP-MIN-HOURS TO WS-COMP-HOURS-TXT.
           MOVE SPACES TO WS-COMP-TEXT.
           STRING "Minimum hours per working day: " DELIMITED SIZE
               WS-COMP-HOURS-TXT DELIMITED SIZE
               INTO WS-COMP-TEXT
           END-STRING.
           PERFORM WRITE-COMPLY-TEXT.
           MOVE "N" TO WS-SCOPE-ALL-FLAG.
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > WS-COMP-COUNT
               PERFORM CHECK-EMPLOYEE-COMPLIANCE
           END-PERFORM.
           IF WS-COMP-EXC-COUNT = 0 THEN
               MOVE "(no exceptions - every timesheet is in order)"
                   TO WS-COMP-TEXT
               PERFORM WRITE-COMPLY-TEXT
           END-IF.
           MOVE SPACES TO WS-COMP-TEXT.
           STRING "Employees checked " DELIMITED SIZE
               WS-COMP-COUNT DELIMITED SIZE
               ", with exceptions " DELIMITED SIZE
               WS-COMP-EMP-LISTED DELIMITED SIZE
               ", exceptions " DELIMITED SIZE
               WS-COMP-EXC-COUNT DELIMITED SIZE
               INTO WS-COMP-TEXT
           END-STRING.
           PERFORM WRITE-COMPLY-TEXT.
           CLOSE COMPLY-REPORT-FILE.
           DISPLAY ESC GRN "[/] Compliance report written to "
               "comply.txt (" WS-COMP-EXC-COUNT " exception(s))."
               ESC RES.

       CHECK-EMPLOYEE-COMPLIANCE.
           MOVE 0 TO WS-COMP-EMP-EXC.
           MOVE WS-CP-EMPLOYEE(WS-COMP-IDX) TO WS-REPORT-EMPLOYEE-ID.
           PERFORM BUILD-REPORT-WEEK.
           PERFORM FILL-REPORT-WEEK.
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1 UNTIL WS-RD-IDX > 5
               IF WS-RD-DATE(WS-RD-IDX) <= SYS-CURRENT-DATE AND
                  NOT WS-RD-HOLIDAY(WS-RD-IDX) THEN
                   PERFORM CHECK-COMPLY-DAY
               END-IF
           END-PERFORM.
           PERFORM CHECK-COMPLY-OPEN-SESSIONS.
           MOVE WS-CP-EMPLOYEE(WS-COMP-IDX) TO WS-APPR-CHK-EMPLOYEE.
           MOVE WS-WEEK-START-DATE TO WS-APPR-CHK-DATE.
           PERFORM CHECK-WEEK-APPROVED.
           IF NOT WS-WEEK-APPROVED THEN
               MOVE "    week not approved" TO WS-COMP-LINE
               PERFORM WRITE-COMPLY-EXCEPTION
           END-IF.

       CHECK-COMPLY-DAY.
           COMPUTE WS-COMP-DAY-SECS = WS-RD-SECONDS(WS-RD-IDX) +
               WS-RD-ABS-SECONDS(WS-RD-IDX).
           IF WS-COMP-DAY-SECS <= 0 THEN
               MOVE SPACES TO WS-COMP-LINE
               STRING "    " DELIMITED SIZE
                   WS-RD-DATE(WS-RD-IDX) DELIMITED SIZE
                   "  no time, absence or holiday" DELIMITED SIZE
                   INTO WS-COMP-LINE
               END-STRING
               PERFORM WRITE-COMPLY-EXCEPTION
           ELSE IF WS-COMP-DAY-SECS < WS-COMP-MIN-SECS THEN
               COMPUTE WS-COMP-HOURS ROUNDED = WS-COMP-DAY-SECS / 3600
               MOVE WS-COMP-HOURS TO WS-COMP-HOURS-TXT
               MOVE SPACES TO WS-COMP-LINE
               STRING "    " DELIMITED SIZE
                   WS-RD-DATE(WS-RD-IDX) DELIMITED SIZE
                   "  only " DELIMITED SIZE
                   WS-COMP-HOURS-TXT DELIMITED SIZE
                   " hours recorded" DELIMITED SIZE
                   INTO WS-COMP-LINE
               END-STRING
               PERFORM WRITE-COMPLY-EXCEPTION
           END-IF.

       CHECK-COMPLY-OPEN-SESSIONS.
           MOVE "N" TO WS-COMP-EOF-FLAG.
           OPEN INPUT TIME-LOG-FILE.
           OPEN INPUT TASK-FILE.
           MOVE LOW-VALUES TO TL-KEY.
           START TIME-LOG-FILE KEY IS NOT LESS THAN TL-KEY
               INVALID KEY
                   SET WS-COMP-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-COMP-EOF
               READ TIME-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-COMP-EOF TO TRUE
                   NOT AT END
                       IF TL-STOP-TIME = 0 AND TL-ELAPSED = 0 AND
                          TL-DATE >= WS-WEEK-START-DATE AND
                          TL-DATE <= WS-WEEK-END-DATE THEN
                           PERFORM CHECK-COMPLY-OPEN-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIME-LOG-FILE.
           CLOSE TASK-FILE.

       CHECK-COMPLY-OPEN-ONE.
           MOVE TL-TASK-ID TO TASK-ID.
           READ TASK-FILE
               INVALID KEY
                   MOVE SPACES TO EMPLOYEE-ID
           END-READ.
           IF EMPLOYEE-ID = WS-CP-EMPLOYEE(WS-COMP-IDX) THEN
               MOVE SPACES TO WS-COMP-LINE
               STRING "    " DELIMITED SIZE
                   TL-DATE DELIMITED SIZE
                   "  session still open on " DELIMITED SIZE
                   FUNCTION TRIM(TL-TASK-ID) DELIMITED SIZE
                   " since " DELIMITED SIZE
                   TL-START-TIME DELIMITED SIZE
                   INTO WS-COMP-LINE
               END-STRING
               PERFORM WRITE-COMPLY-EXCEPTION
           END-IF.

       WRITE-COMPLY-EXCEPTION.
           IF WS-COMP-EMP-EXC = 0 THEN
               IF WS-CP-SUPERVISOR(WS-COMP-IDX) NOT =
                  WS-COMP-CUR-SUPER THEN
                   MOVE WS-CP-SUPERVISOR(WS-COMP-IDX)
                       TO WS-COMP-CUR-SUPER
                   MOVE SPACES TO WS-COMP-TEXT
                   PERFORM WRITE-COMPLY-TEXT
                   IF WS-COMP-CUR-SUPER = SPACES THEN
                       MOVE "SUPERVISOR: (none recorded)"
                           TO WS-COMP-TEXT
                   ELSE
                       STRING "SUPERVISOR: " DELIMITED SIZE
                           WS-COMP-CUR-SUPER DELIMITED SIZE
                           INTO WS-COMP-TEXT
                       END-STRING
                   END-IF
                   PERFORM WRITE-COMPLY-TEXT
               END-IF
               MOVE SPACES TO WS-COMP-TEXT
               STRING "  " DELIMITED SIZE
                   WS-CP-EMPLOYEE(WS-COMP-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-CP-NAME(WS-COMP-IDX) DELIMITED SIZE
                   INTO WS-COMP-TEXT
               END-STRING
               PERFORM WRITE-COMPLY-TEXT
               ADD 1 TO WS-COMP-EMP-LISTED
           END-IF.
           ADD 1 TO WS-COMP-EMP-EXC WS-COMP-EXC-COUNT.
           MOVE WS-COMP-LINE TO WS-COMP-TEXT.
           PERFORM WRITE-COMPLY-TEXT.

       WRITE-COMPLY-TEXT.
           MOVE WS-COMP-TEXT TO COMPLY-REPORT-RECORD.
           WRITE COMPLY-REPORT-RECORD.
           DISPLAY "  " FUNCTION TRIM(WS-COMP-TEXT TRAILING).

       VERIFY-FILES.
           MOVE 0 TO WS-VFY-COUNT.
           PERFORM PARSE-SCOPE-ARGS.
           IF WS-ARGS-W1 = "fix" THEN
               SET WS-SCRUB-FIX TO TRUE
               MOVE "scrub fix" TO WS-BKP-COMMAND
               MOVE "YNYNNNNN" TO WS-BKP-MASK
               PERFORM TAKE-BACKUP
               IF NOT WS-BKP-OK THEN
                   DISPLAY ESC YEL "[!] Scrub runs as a check only."
                       ESC RES
                   MOVE "N" TO WS-SCRUB-FIX-FLAG
               END-IF
           ELSE
               MOVE "N" TO WS-SCRUB-FIX-FLAG
           END-IF.
           MOVE 0 TO WS-BATCH-CMD-COUNT.
           PERFORM ENSURE-DATA-FILES.
           PERFORM CHECK-PROJECT-ANY.
           PERFORM LOAD-ROLE-TABLE.
           PERFORM LOAD-SETTINGS.
           OPEN OUTPUT BATCH-LOG-FILE.
           MOVE SPACES TO WS-BATCH-LOG-TEXT.
           STRING "TIMECARD batch run, date " DELIMITED SIZE
               INTO WS-BATCH-LOG-TEXT
           END-STRING.
           PERFORM BATCH-LOG.
           MOVE "N" TO WS-BATCH-HOLD-FLAG.
           MOVE 0 TO WS-BSTEP-COUNT.
           MOVE SPACES TO WS-BATCH-BYPASS-LIST.
           MOVE 1 TO WS-BATCH-BYPASS-PTR.
           MOVE "N" TO WS-BATCH-BYPASS-FULL-FLAG.
           IF WS-BATCH-RESTART THEN
               PERFORM BATCH-LOAD-CHECKPOINT
           END-IF.
           OPEN INPUT BATCH-PARM-FILE.
           IF SFS-PARM-NOT-FOUND THEN
               MOVE "batchparm.txt not found - nothing to do"
                   END-STRING
                   PERFORM BATCH-LOG
                   MOVE "N" TO WS-BATCH-EOF-FLAG
                   OPEN OUTPUT BATCH-CKPT-FILE
                   CLOSE BATCH-CKPT-FILE
                   PERFORM BATCH-NEXT-COMMAND UNTIL WS-BATCH-EOF
               END-IF
           END-IF.
           CLOSE BATCH-PARM-FILE.
           MOVE SPACES TO WS-BATCH-LOG-TEXT.
           IF WS-BATCH-BYPASS-LIST = SPACES THEN
               STRING "batch run ended, " DELIMITED SIZE
                   WS-BATCH-CMD-COUNT DELIMITED SIZE
                   " command(s), return code " DELIMITED SIZE
                   WS-BATCH-RC DELIMITED SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
           ELSE
               MOVE 1 TO WS-BATCH-LOG-PTR
               STRING "batch run ended, " DELIMITED SIZE
                   WS-BATCH-CMD-COUNT DELIMITED SIZE
                   " command(s), return code " DELIMITED SIZE
                   WS-BATCH-RC DELIMITED SIZE
                   ", bypassed step(s) " DELIMITED SIZE
                   FUNCTION TRIM(WS-BATCH-BYPASS-LIST) DELIMITED SIZE
                   INTO WS-BATCH-LOG-TEXT
                   WITH POINTER WS-BATCH-LOG-PTR
               END-STRING
               IF WS-BATCH-BYPASS-FULL THEN
                   STRING " (list truncated)" DELIMITED SIZE
                       INTO WS-BATCH-LOG-TEXT
                       WITH POINTER WS-BATCH-LOG-PTR
                   END-STRING
               END-IF
           END-IF.
           PERFORM BATCH-LOG.
           CLOSE BATCH-LOG-FILE.

       BATCH-LOAD-CHECKPOINT.
           MOVE 0 TO WS-CKPT-COUNT.
           MOVE 9999 TO WS-BATCH-FIRST-OPEN.
           OPEN INPUT BATCH-CKPT-FILE.
           IF SFS-CKPT-NOT-FOUND THEN
               MOVE "restart requested but batchckpt.txt not found - "
                   TO WS-BATCH-LOG-TEXT
               PERFORM BATCH-LOG
               MOVE "  running every step" TO WS-BATCH-LOG-TEXT
               PERFORM BATCH-LOG
               MOVE "N" TO WS-BATCH-RESTART-FLAG
           ELSE
               MOVE "N" TO WS-CKPT-EOF-FLAG
               PERFORM UNTIL WS-CKPT-EOF
                   READ BATCH-CKPT-FILE
                       AT END
                           SET WS-CKPT-EOF TO TRUE
                       NOT AT END
                           PERFORM BATCH-LOAD-CHECKPOINT-LINE
                   END-READ
               END-PERFORM
               IF WS-BATCH-FIRST-OPEN = 9999 THEN
                   COMPUTE WS-BATCH-FIRST-OPEN = WS-CKPT-COUNT + 1
               END-IF
               MOVE SPACES TO WS-BATCH-LOG-TEXT
               STRING "restart - " DELIMITED SIZE
                   WS-CKPT-COUNT DELIMITED SIZE
                   " step(s) in checkpoint, resuming at step "
                   DELIMITED SIZE
                   WS-BATCH-FIRST-OPEN DELIMITED SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
               PERFORM BATCH-LOG
           END-IF.
           CLOSE BATCH-CKPT-FILE.

       BATCH-LOAD-CHECKPOINT-LINE.
           MOVE BATCH-CKPT-RECORD TO WS-CKPT-LINE.
           IF WS-CKPT-STEP IS NUMERIC THEN
               IF WS-CKPT-COUNT < 200 THEN
                   ADD 1 TO WS-CKPT-COUNT
                   MOVE WS-CKPT-STEP TO WS-CK-STEP(WS-CKPT-COUNT)
                   MOVE WS-CKPT-RESULT TO WS-CK-RESULT(WS-CKPT-COUNT)
                   MOVE WS-CKPT-COMMAND
                       TO WS-CK-COMMAND(WS-CKPT-COUNT)
                   IF WS-CKPT-RC IS NUMERIC THEN
                       MOVE WS-CKPT-RC TO WS-CK-RC(WS-CKPT-COUNT)
                   ELSE
                       MOVE 0 TO WS-CK-RC(WS-CKPT-COUNT)
                   END-IF
                   IF WS-CKPT-RESULT NOT = "DONE" AND
                      WS-CKPT-STEP < WS-BATCH-FIRST-OPEN THEN
                       MOVE WS-CKPT-STEP TO WS-BATCH-FIRST-OPEN
                   END-IF
               ELSE
                   MOVE "more than 200 checkpoint steps - rest ignored"
                       TO WS-BATCH-LOG-TEXT
                   PERFORM BATCH-LOG
                   PERFORM BATCH-WARN
                   SET WS-CKPT-EOF TO TRUE
               END-IF
           END-IF.

       BATCH-CHECK-RESTART-STEP.
           PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
               UNTIL WS-CKPT-IDX > WS-CKPT-COUNT
               IF WS-CK-STEP(WS-CKPT-IDX) = WS-BATCH-CMD-COUNT THEN
                   IF WS-CK-COMMAND(WS-CKPT-IDX) NOT =
                      FUNCTION TRIM(BATCH-PARM-RECORD) THEN
                       MOVE "  checkpoint does not match this step - "
                           TO WS-BATCH-LOG-TEXT
                       PERFORM BATCH-LOG
                       MOVE "  batchparm.txt changed, step is run"
                           TO WS-BATCH-LOG-TEXT
                       PERFORM BATCH-LOG
                   ELSE IF WS-CK-RESULT(WS-CKPT-IDX) = "DONE" AND
                      (WS-BATCH-CMD-COUNT < WS-BATCH-FIRST-OPEN OR
                       CLI-CMD = "import" OR CLI-CMD = "archive" OR
                       CLI-CMD = "punch" OR CLI-CMD = "accrue") THEN
                       SET WS-BATCH-COMMITTED TO TRUE
                       MOVE WS-CK-RC(WS-CKPT-IDX) TO WS-BATCH-STEP-RC
                   END-IF
               END-IF
           END-PERFORM.

       BATCH-WRITE-CHECKPOINT.
           MOVE WS-BATCH-CMD-COUNT TO WS-CKPT-STEP.
           MOVE WS-BATCH-STEP-RESULT TO WS-CKPT-RESULT.
           MOVE FUNCTION TRIM(BATCH-PARM-RECORD) TO WS-CKPT-COMMAND.
           MOVE WS-BATCH-STEP-RC TO WS-CKPT-RC.
           OPEN EXTEND BATCH-CKPT-FILE.
           MOVE WS-CKPT-LINE TO BATCH-CKPT-RECORD.
           WRITE BATCH-CKPT-RECORD.
           CLOSE BATCH-CKPT-FILE.

       BATCH-BYPASS-STEP.
           MOVE "  bypassed - verify exceptions or scrub bad dates "
               TO WS-BATCH-LOG-TEXT.
           PERFORM BATCH-LOG.
           MOVE "  earlier in this run" TO WS-BATCH-LOG-TEXT.
           PERFORM BATCH-LOG.
           PERFORM BATCH-MARK-BYPASSED.

       BATCH-BYPASS-CONDITION.
           MOVE SPACES TO WS-BATCH-LOG-TEXT.
           IF WS-BATCH-COND-FOUND-IDX = 0 THEN
               STRING "  bypassed - step " DELIMITED SIZE
                   FUNCTION TRIM(WS-BATCH-COND-STEP) DELIMITED SIZE
                   " has not run earlier in this run" DELIMITED SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
           ELSE
               STRING "  bypassed - condition not met: " DELIMITED SIZE
                   FUNCTION TRIM(WS-BATCH-COND-STEP) DELIMITED SIZE
                   " ended " DELIMITED SIZE
                   WS-BS-RESULT(WS-BATCH-COND-FOUND-IDX)
                   DELIMITED SIZE
                   " rc " DELIMITED SIZE
                   WS-BS-RC(WS-BATCH-COND-FOUND-IDX) DELIMITED SIZE
                   INTO WS-BATCH-LOG-TEXT
               END-STRING
           END-IF.
           PERFORM BATCH-LOG.
           PERFORM BATCH-MARK-BYPASSED.

       BATCH-MARK-BYPASSED.
           PERFORM BATCH-WARN.
           MOVE "BYPS" TO WS-BATCH-STEP-RESULT.
           STRING WS-BATCH-CMD-COUNT DELIMITED SIZE
               " " DELIMITED SIZE
               INTO WS-BATCH-BYPASS-LIST
               WITH POINTER WS-BATCH-BYPASS-PTR
               ON OVERFLOW
                   SET WS-BATCH-BYPASS-FULL TO TRUE
           END-STRING.

       BATCH-LOG.
           MOVE WS-BATCH-LOG-TEXT TO BATCH-LOG-RECORD.
           WRITE BATCH-LOG-RECORD.
                       MOVE EMP-NAME TO WS-CURRENT-EMP-NAME
                       MOVE EMP-SUPER-FLAG
                           TO WS-CURRENT-EMP-SUPER-FLAG
                       PERFORM SET-CURRENT-EMP-ROLE
                       SET WS-LOGIN-OK TO TRUE
                       MOVE SPACES TO WS-BATCH-LOG-TEXT
                       STRING "running as " DELIMITED SIZE
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.
           IF WS-LOGIN-OK THEN
               OPEN INPUT PIN-FILE
               MOVE WS-CURRENT-EMPLOYEE-ID TO PIN-EMP-ID
               READ PIN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PIN-LOCKED-FLAG = "Y" THEN
                           MOVE "N" TO WS-LOGIN-OK-FLAG
                           MOVE "employee account is locked"
                               TO WS-BATCH-LOG-TEXT
                           PERFORM BATCH-LOG
                           MOVE 8 TO WS-BATCH-RC
                           MOVE "LOCKED" TO WS-SEC-EVENT
                           MOVE "batch run refused, account locked"
                               TO WS-SEC-DETAIL
                           PERFORM WRITE-SECURITY-LOG
                       END-IF
               END-READ
               CLOSE PIN-FILE
           END-IF.

       BATCH-NEXT-COMMAND.
           READ BATCH-PARM-FILE

       BATCH-ONE-COMMAND.
           ADD 1 TO WS-BATCH-CMD-COUNT.
           MOVE SPACES TO WS-BATCH-CMD-PART WS-BATCH-COND-TEXT.
           MOVE FUNCTION LOWER-CASE(BATCH-PARM-RECORD)
               TO WS-BATCH-COND-WORK.
           UNSTRING WS-BATCH-COND-WORK DELIMITED BY " if "
               INTO WS-BATCH-CMD-PART WS-BATCH-COND-TEXT
           END-UNSTRING.
           MOVE WS-BATCH-CMD-PART TO CLI-INPUT.
           MOVE SPACES TO CLI-CMD CLI-ARGS.
           MOVE 1 TO CLI-PTR.
           UNSTRING CLI-INPUT DELIMITED BY SPACE
           END-STRING.
           PERFORM BATCH-LOG.
           MOVE "N" TO WS-BATCH-SKIP-FLAG.
           MOVE "N" TO WS-BATCH-COMMITTED-FLAG.
           MOVE "00" TO WS-BATCH-CMD-STATUS.
           MOVE 0 TO WS-BATCH-STEP-RC.
           IF WS-BATCH-RESTART THEN
               PERFORM BATCH-CHECK-RESTART-STEP
           END-IF.
           IF WS-BATCH-COMMITTED THEN
               MOVE "  already completed - not rerun on restart"
                   TO WS-BATCH-LOG-TEXT
               PERFORM BATCH-LOG
               MOVE "DONE" TO WS-BATCH-STEP-RESULT
           ELSE IF WS-BATCH-COND-TEXT NOT = SPACES THEN
               PERFORM BATCH-CHECK-CONDITION
               IF WS-BATCH-COND-MET THEN
                   PERFORM BATCH-RUN-STEP
               ELSE IF WS-BATCH-COND-BAD THEN
                   MOVE SPACES TO WS-BATCH-LOG-TEXT
                   STRING "  failed - condition not understood: if "
                       DELIMITED SIZE
                       FUNCTION TRIM(WS-BATCH-COND-TEXT) DELIMITED SIZE
                       INTO WS-BATCH-LOG-TEXT
                   END-STRING
                   PERFORM BATCH-LOG
                   PERFORM BATCH-WARN
                   MOVE "FAIL" TO WS-BATCH-STEP-RESULT
               ELSE
                   PERFORM BATCH-BYPASS-CONDITION
               END-IF
               END-IF
           ELSE IF WS-BATCH-HOLD AND
              (CLI-CMD = "payroll" OR CLI-CMD = "billing") THEN
               PERFORM BATCH-BYPASS-STEP
           ELSE
               PERFORM BATCH-RUN-STEP
           END-IF.
           PERFORM BATCH-RECORD-STEP.
           PERFORM BATCH-WRITE-CHECKPOINT.

       BATCH-CHECK-CONDITION.
           SET WS-BATCH-COND-NOT-MET TO TRUE.
           MOVE SPACES TO WS-BATCH-COND-STEP WS-BATCH-COND-TEST.
           MOVE 0 TO WS-BATCH-COND-FOUND-IDX WS-BATCH-COND-STEP-NO.
           MOVE FUNCTION TRIM(WS-BATCH-COND-TEXT) TO WS-BATCH-COND-WORK.
           UNSTRING WS-BATCH-COND-WORK DELIMITED BY ALL SPACE
               INTO WS-BATCH-COND-STEP WS-BATCH-COND-TEST
           END-UNSTRING.
           IF WS-BATCH-COND-STEP(1:1) IS NUMERIC THEN
               COMPUTE WS-BATCH-COND-STEP-NO =
                   FUNCTION NUMVAL(WS-BATCH-COND-STEP)
           END-IF.
           PERFORM VARYING WS-BATCH-COND-IDX FROM 1 BY 1
               UNTIL WS-BATCH-COND-IDX > WS-BSTEP-COUNT
               IF (WS-BATCH-COND-STEP-NO > 0 AND
                   WS-BS-STEP(WS-BATCH-COND-IDX) =
                   WS-BATCH-COND-STEP-NO) OR
                  (WS-BATCH-COND-STEP-NO = 0 AND
                   WS-BS-COMMAND(WS-BATCH-COND-IDX) =
                   WS-BATCH-COND-STEP) THEN
                   MOVE WS-BATCH-COND-IDX TO WS-BATCH-COND-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-BATCH-COND-STEP = SPACES THEN
               SET WS-BATCH-COND-BAD TO TRUE
           ELSE IF WS-BATCH-COND-TEST = "ok" THEN
               IF WS-BATCH-COND-FOUND-IDX > 0 THEN
                   IF WS-BS-RESULT(WS-BATCH-COND-FOUND-IDX) = "DONE"
                      THEN
                       SET WS-BATCH-COND-MET TO TRUE
                   END-IF
               END-IF
           ELSE IF WS-BATCH-COND-TEST = "notok" THEN
               IF WS-BATCH-COND-FOUND-IDX > 0 THEN
                   IF WS-BS-RESULT(WS-BATCH-COND-FOUND-IDX)
                      NOT = "DONE" THEN
                       SET WS-BATCH-COND-MET TO TRUE
                   END-IF
               END-IF
           ELSE IF WS-BATCH-COND-TEST(1:3) = "rc<" AND
              WS-BATCH-COND-TEST(4:1) IS NUMERIC THEN
               COMPUTE WS-BATCH-COND-LIMIT =
                   FUNCTION NUMVAL(WS-BATCH-COND-TEST(4:))
               IF WS-BATCH-COND-FOUND-IDX > 0 THEN
                   IF WS-BS-RC(WS-BATCH-COND-FOUND-IDX) <
                      WS-BATCH-COND-LIMIT THEN
                       SET WS-BATCH-COND-MET TO TRUE
                   END-IF
               END-IF
           ELSE
               SET WS-BATCH-COND-BAD TO TRUE
           END-IF.

       BATCH-RECORD-STEP.
           IF WS-BATCH-STEP-RESULT = "FAIL" THEN
               MOVE 8 TO WS-BATCH-STEP-RC
           ELSE IF WS-BATCH-STEP-RESULT NOT = "DONE" AND
              WS-BATCH-STEP-RC < 4 THEN
               MOVE 4 TO WS-BATCH-STEP-RC
           END-IF.
           IF WS-BSTEP-COUNT < 200 THEN
               ADD 1 TO WS-BSTEP-COUNT
               MOVE WS-BATCH-CMD-COUNT TO WS-BS-STEP(WS-BSTEP-COUNT)
               MOVE CLI-CMD TO WS-BS-COMMAND(WS-BSTEP-COUNT)
               MOVE WS-BATCH-STEP-RESULT TO WS-BS-RESULT(WS-BSTEP-COUNT)
               MOVE WS-BATCH-STEP-RC TO WS-BS-RC(WS-BSTEP-COUNT)
           END-IF.

       BATCH-RUN-STEP.
           PERFORM CHECK-COMMAND-ALLOWED.
           IF NOT WS-CMD-ALLOWED THEN
               MOVE "  refused - not permitted for this employee's role"
                   TO WS-BATCH-LOG-TEXT
               PERFORM BATCH-LOG
               PERFORM BATCH-WARN
               SET WS-BATCH-SKIP TO TRUE
           ELSE
               MOVE "N" TO WS-BKP-FAILED-FLAG
               PERFORM BATCH-DISPATCH
               IF WS-BKP-FAILED AND NOT WS-BATCH-SKIP THEN
                   MOVE "  failed - backup generation could not be "
                       TO WS-BATCH-LOG-TEXT
                   PERFORM BATCH-LOG
                   MOVE "  taken, data left unchanged"
                       TO WS-BATCH-LOG-TEXT
                   PERFORM BATCH-LOG
                   PERFORM BATCH-WARN
                   SET WS-BATCH-SKIP TO TRUE
               END-IF
           END-IF.
           IF NOT WS-BATCH-SKIP THEN
               PERFORM BATCH-LOG-RESULT
           END-IF.
           IF WS-BATCH-SKIP OR WS-BATCH-CMD-STATUS NOT = "00" THEN
               MOVE "FAIL" TO WS-BATCH-STEP-RESULT
           ELSE IF (CLI-CMD = "verify" AND WS-VFY-COUNT > 0) OR
              (CLI-CMD = "scrub" AND
               WS-SCRUB-BAD-COUNT > WS-SCRUB-FIXED-COUNT) THEN
               MOVE "HOLD" TO WS-BATCH-STEP-RESULT
               SET WS-BATCH-HOLD TO TRUE
           ELSE
               MOVE "DONE" TO WS-BATCH-STEP-RESULT
           END-IF.

       BATCH-DISPATCH.
           EVALUATE CLI-CMD
               WHEN "report"
                   PERFORM WEEKLY-REPORT
                   ELSE
                       PERFORM DEPT-REPORT
                   END-IF
               WHEN "comply"
                   PERFORM COMPLIANCE-REPORT
               WHEN "accrue"
                   PERFORM ACCRUAL-RUN
                   IF NOT WS-LV-ACCRUE-OK THEN
                       MOVE "  skipped - bad accrual month"
                           TO WS-BATCH-LOG-TEXT
                       PERFORM BATCH-LOG
                       PERFORM BATCH-WARN
                       SET WS-BATCH-SKIP TO TRUE
                   END-IF
               WHEN "leave"
                   PERFORM LEAVE-STATEMENT
                   IF NOT WS-LV-OK THEN
                       MOVE "  skipped - leave not permitted"
                           TO WS-BATCH-LOG-TEXT
                       PERFORM BATCH-LOG
                       PERFORM BATCH-WARN
                       SET WS-BATCH-SKIP TO TRUE
                   END-IF
               WHEN "punch"
                   PERFORM PUNCH-IMPORT
                   IF NOT WS-PUNCH-OK THEN
                       MOVE "  skipped - punches.txt not usable"
                           TO WS-BATCH-LOG-TEXT
                       PERFORM BATCH-LOG
                       PERFORM BATCH-WARN
                       SET WS-BATCH-SKIP TO TRUE
                   END-IF
               WHEN "util"
                   IF CLI-ARGS = SPACES THEN
                       MOVE "  skipped - util needs week/month/dates"
                           TO WS-BATCH-LOG-TEXT
                       PERFORM BATCH-LOG
                       PERFORM BATCH-WARN
                       SET WS-BATCH-SKIP TO TRUE
                   ELSE
                       PERFORM UTIL-REPORT
                       IF NOT WS-UTIL-OK THEN
                           MOVE "  skipped - bad util range"
                               TO WS-BATCH-LOG-TEXT
                           PERFORM BATCH-LOG
                           PERFORM BATCH-WARN
                           SET WS-BATCH-SKIP TO TRUE
                       END-IF
                   END-IF
               WHEN "aging"
                   PERFORM AGING-REPORT
               WHEN OTHER
                   MOVE "  skipped - unknown or interactive-only"
                       TO WS-BATCH-LOG-TEXT
                   PERFORM BATCH-WARN
                   SET WS-BATCH-SKIP TO TRUE
           END-EVALUATE.

       BATCH-WARN.
           IF WS-BATCH-RC < 4 THEN
               MOVE 4 TO WS-BATCH-RC
           END-IF.
           IF WS-BATCH-STEP-RC < 4 THEN
               MOVE 4 TO WS-BATCH-STEP-RC
           END-IF.

       BATCH-LOG-RESULT.
           MOVE SPACES TO WS-BATCH-LOG-TEXT.
                       INTO WS-BATCH-LOG-TEXT
                   END-STRING
                   MOVE SFS-DEPT TO WS-BATCH-CMD-STATUS
               WHEN "accrue"
                   STRING "  accrual " DELIMITED SIZE
                       WS-LV-MONTH DELIMITED SIZE
                       " posted " DELIMITED SIZE
                       WS-LV-POSTED-COUNT DELIMITED SIZE
                       ", skipped " DELIMITED SIZE
                       WS-LV-SKIPPED-COUNT DELIMITED SIZE
                       ", file status " DELIMITED SIZE
                       SFS-LBAL DELIMITED SIZE
                       INTO WS-BATCH-LOG-TEXT
                   END-STRING
                   MOVE SFS-LBAL TO WS-BATCH-CMD-STATUS
               WHEN "leave"
                   STRING "  leave.txt sections " DELIMITED SIZE
                       WS-LS-SECTIONS DELIMITED SIZE
                       ", file status " DELIMITED SIZE
                       SFS-LEAVE DELIMITED SIZE
                       INTO WS-BATCH-LOG-TEXT
                   END-STRING
                   MOVE SFS-LEAVE TO WS-BATCH-CMD-STATUS
               WHEN "comply"
                   STRING "  comply.txt employees " DELIMITED SIZE
                       WS-COMP-EMP-LISTED DELIMITED SIZE
                       ", exceptions " DELIMITED SIZE
                       WS-COMP-EXC-COUNT DELIMITED SIZE
                       ", file status " DELIMITED SIZE
                       SFS-COMPLY DELIMITED SIZE
                       INTO WS-BATCH-LOG-TEXT
                   END-STRING
                   MOVE SFS-COMPLY TO WS-BATCH-CMD-STATUS
                   IF WS-COMP-EXC-COUNT > 0 THEN
                       PERFORM BATCH-WARN
                   END-IF
               WHEN "punch"
                   STRING "  punches " DELIMITED SIZE
                       WS-PUNCH-READ-COUNT DELIMITED SIZE
                       ", posted " DELIMITED SIZE
                       WS-PUNCH-POSTED-COUNT DELIMITED SIZE
                       ", suspense " DELIMITED SIZE
                       WS-PUNCH-SUSP-COUNT DELIMITED SIZE
                       ", file status " DELIMITED SIZE
                       WS-PUNCH-FILE-STATUS DELIMITED SIZE
                       INTO WS-BATCH-LOG-TEXT
                   END-STRING
                   MOVE WS-PUNCH-FILE-STATUS TO WS-BATCH-CMD-STATUS
                   IF WS-PUNCH-SUSP-COUNT > 0 THEN
                       PERFORM BATCH-WARN
                   END-IF
               WHEN "util"
                   STRING "  util.txt employees " DELIMITED SIZE
                       WS-UTIL-COUNT DELIMITED SIZE
                       ", flagged " DELIMITED SIZE
                       WS-UTIL-FLAG-COUNT DELIMITED SIZE
                       ", file status " DELIMITED SIZE
                       SFS-UTIL DELIMITED SIZE
                       INTO WS-BATCH-LOG-TEXT
                   END-STRING
                   MOVE SFS-UTIL TO WS-BATCH-CMD-STATUS
               WHEN "aging"
                   STRING "  aging.txt open invoices " DELIMITED SIZE
                       WS-AGE-COUNT DELIMITED SIZE
                       ", file status " DELIMITED SIZE
                       SFS-AGING DELIMITED SIZE
                       INTO WS-BATCH-LOG-TEXT
                   END-STRING
                   MOVE SFS-AGING TO WS-BATCH-CMD-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
