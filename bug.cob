               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLGEN-STATUS.

           SELECT GL-MAP-FILE
               ASSIGN TO "GLMAPFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRN-STATUS.

           SELECT GL-UNMAPPED-REPORT-FILE
               ASSIGN TO "GLUNMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNMAP-STATUS.

           SELECT MON-PARM-FILE
               ASSIGN TO "MONPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONP-STATUS.

           SELECT SAR-REPORT-FILE
               ASSIGN TO "SARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-STATUS.

           SELECT RETURN-FILE-1
               ASSIGN TO "RETFIL01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET1-STATUS.

           SELECT RETURN-FILE-2
               ASSIGN TO "RETFIL02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET2-STATUS.

           SELECT RETURN-FILE-3
               ASSIGN TO "RETFIL03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET3-STATUS.

           SELECT RETURN-DISP-FILE
               ASSIGN TO "RETDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDSP-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT MASTER-FILE
               ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ENTRY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT RATE-FILE
               ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT RUN-LEDGER-FILE
               ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTRL-DAILY-COUNT        PIC 9(5).
           05  CTRL-BASE-CURRENCY      PIC X(3).
           05  FILLER                  PIC X(72).

       FD  TRANS-FILE.
       01  TRANS-RECORD.
                   88  TRANS-IS-TRAILER        VALUE 'TRL'.
               10  TRL-RECORD-COUNT    PIC 9(5).
               10  TRL-HASH-TOTAL      PIC 9(10)V99.
           05  TRANS-CURRENCY          PIC X(3).
           05  FILLER                  PIC X(57).

       FD  TRANS-FILE-2.
       01  TRANS-RECORD-2.
                   88  TRANS2-IS-TRAILER       VALUE 'TRL'.
               10  TRL2-RECORD-COUNT   PIC 9(5).
               10  TRL2-HASH-TOTAL     PIC 9(10)V99.
           05  TRANS-CURRENCY-2        PIC X(3).
           05  FILLER                  PIC X(57).

       FD  TRANS-FILE-3.
       01  TRANS-RECORD-3.
                   88  TRANS3-IS-TRAILER       VALUE 'TRL'.
               10  TRL3-RECORD-COUNT   PIC 9(5).
               10  TRL3-HASH-TOTAL     PIC 9(10)V99.
           05  TRANS-CURRENCY-3        PIC X(3).
           05  FILLER                  PIC X(57).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-INQUIRY-KEY        PIC X(20).
           05  PARM-JOB-ID             PIC X(8).
           05  PARM-DUP-DISP           PIC X(1).
           05  PARM-SUPP-FEED          PIC X(1) OCCURS 3 TIMES.
           05  FILLER                  PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-LINE.
           05  EXCP-FIRST-DATE         PIC 9(8).
           05  EXCP-RECYCLE-CNT        PIC 9(2).
           05  EXCP-SOURCE             PIC 9(2).
           05  EXCP-CURRENCY           PIC X(3).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-HELD-COUNT         PIC 9(5).
           05  CKPT-RELEASED-COUNT     PIC 9(5).
           05  CKPT-FORCED-COUNT       PIC 9(5).
           05  CKPT-BASE-HASH          PIC 9(10)V99.
           05  CKPT-BASE-DISP-HASH     PIC S9(10)V99.

       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05  RESTART-SOURCE          PIC 9(2).
           05  RESTART-AMOUNT          PIC 9(4)V99.
           05  RESTART-TYPE            PIC X(1).
           05  RESTART-CURRENCY        PIC X(3).

       FD  PRIOR-DAY-FILE.
       01  PRIOR-RECORD.
           05  PRIOR-ENTRY             PIC X(20).

       FD  TODAY-OUTPUT-FILE.
       01  TODAY-OUTPUT-RECORD.
           05  TODAY-ENTRY             PIC X(20).
           05  TODAY-CURRENCY          PIC X(3).
           05  TODAY-BASE-AMOUNT       PIC 9(9)V99.

       FD  BREAK-REPORT-FILE.
       01  BREAK-LINE                  PIC X(80).
       01  GL-GEN-RECORD.
           05  GLGEN-NUMBER            PIC 9(6).

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GLMAP-REC-TYPE          PIC X(1).
               88  GLMAP-IS-RULE                 VALUE 'M'.
               88  GLMAP-IS-SUSPENSE             VALUE 'S'.
           05  GLMAP-REGION            PIC 9(2).
           05  GLMAP-TYPE              PIC X(1).
           05  GLMAP-ACCT-LOW          PIC X(5).
           05  GLMAP-ACCT-HIGH         PIC X(5).
           05  GLMAP-GL-ACCOUNT        PIC X(10).
           05  GLMAP-COST-CENTRE       PIC X(6).
           05  GLMAP-OFFSET-ACCOUNT    PIC X(10).
           05  GLMAP-OFFSET-CENTRE     PIC X(6).
           05  FILLER                  PIC X(34).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD           PIC X(80).

       FD  GL-UNMAPPED-REPORT-FILE.
       01  GL-UNMAPPED-LINE            PIC X(80).

       FD  MON-PARM-FILE.
       01  MON-PARM-RECORD.
           05  MONP-COUNT-FACTOR       PIC 9(3)V9.
           05  MONP-AMOUNT-FACTOR      PIC 9(3)V9.
           05  MONP-MIN-COUNT          PIC 9(5).
           05  MONP-MIN-AMOUNT         PIC 9(7)V99.
           05  MONP-NEW-MAX-COUNT      PIC 9(5).
           05  MONP-NEW-MAX-AMOUNT     PIC 9(7)V99.
           05  MONP-REVIEWER           PIC X(8).
           05  FILLER                  PIC X(36).

       FD  SAR-REPORT-FILE.
       01  SAR-REPORT-LINE             PIC X(80).

       FD  RETURN-FILE-1.
       01  RETURN-RECORD-1             PIC X(80).

       FD  RETURN-FILE-2.
       01  RETURN-RECORD-2             PIC X(80).

       FD  RETURN-FILE-3.
       01  RETURN-RECORD-3             PIC X(80).

       FD  RETURN-DISP-FILE.
       01  RETURN-DISP-RECORD.
           05  RDSP-SOURCE             PIC 9(2).
           05  RDSP-INDEX              PIC 9(5).
           05  RDSP-ACTION             PIC X(1).
           05  RDSP-DATE               PIC 9(8).
           05  RDSP-OPERATOR           PIC X(8).
           05  RDSP-OLD-DATA           PIC X(20).
           05  RDSP-NEW-DATA           PIC X(20).
           05  FILLER                  PIC X(16).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HIST-DATE               PIC 9(8).
           05  HIST-ENTRY              PIC X(20).
           05  HIST-SOURCE             PIC 9(2).
           05  HIST-CURRENCY           PIC X(3).

       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD.
           05  HISTWK-DATE             PIC 9(8).
           05  HISTWK-ENTRY            PIC X(20).
           05  HISTWK-SOURCE           PIC 9(2).
           05  HISTWK-CURRENCY         PIC X(3).

       FD  STATS-FILE.
       01  STATS-RECORD.
           05  SD-TYPE                 PIC X(1).
           05  SD-FIRST-DATE           PIC 9(8).
           05  SD-CYCLE-CNT            PIC 9(2).
           05  SD-CURRENCY             PIC X(3).
           05  SD-RATE                 PIC 9(4)V9(6).
           05  SD-BASE-AMOUNT          PIC 9(9)V99.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  WARE-DATA               PIC X(20).
           05  WARE-SOURCE             PIC 9(2).
           05  WARE-HELD-DATE          PIC 9(8).
           05  WARE-CURRENCY           PIC X(3).

       FD  WAREHOUSE-WORK-FILE.
       01  WAREHOUSE-WORK-RECORD.
           05  WAREWK-DATA             PIC X(20).
           05  WAREWK-SOURCE           PIC 9(2).
           05  WAREWK-HELD-DATE        PIC 9(8).
           05  WAREWK-CURRENCY         PIC X(3).

       FD  WAREHOUSE-REPORT-FILE.
       01  WAREHOUSE-REPORT-LINE       PIC X(80).
       01  ACCT-REF-RECORD.
           05  ACCT-REF-ID             PIC X(5).
           05  ACCT-REF-STATUS         PIC X(1).
           05  ACCT-REF-CREDIT-LIMIT   PIC 9(9)V99.
           05  ACCT-REF-EFF-DATE       PIC 9(8).
           05  ACCT-REF-OPERATOR       PIC X(8).

       FD  FORCE-FILE.
       01  FORCE-RECORD.
           05  FORC-SOURCE             PIC 9(2).
           05  FORC-OPERATOR           PIC X(8).
           05  FORC-DATE               PIC 9(8).
           05  FORC-CURRENCY           PIC X(3).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  MARC-DATE               PIC 9(8).
           05  MARC-ENTRY              PIC X(20).
           05  MARC-SOURCE             PIC 9(2).
           05  MARC-CURRENCY           PIC X(3).

       FD  MONTH-STATS-FILE.
       01  MONTH-STATS-RECORD.
           05  MST-INACTIVE-DATE       PIC 9(8).
           05  MST-TIMES-SEEN          PIC 9(5).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-DATE               PIC 9(8).
           05  RATE-CURRENCY           PIC X(3).
           05  RATE-TO-BASE            PIC 9(4)V9(6).
           05  FILLER                  PIC X(59).

       FD  RUN-LEDGER-FILE.
       01  RUN-LEDGER-RECORD.
           05  LDG-KEY.
               10  LDG-RUN-DATE        PIC 9(8).
               10  LDG-PROGRAM         PIC X(8).
           05  LDG-STATUS              PIC X(1).
               88  LDG-STARTED                   VALUE 'S'.
               88  LDG-COMPLETED                 VALUE 'C'.
               88  LDG-FAILED                    VALUE 'F'.
               88  LDG-RERUN                     VALUE 'R'.
           05  LDG-RETURN-CODE         PIC 9(2).
           05  LDG-START-TS            PIC X(19).
           05  LDG-END-TS              PIC X(19).
           05  LDG-ATTEMPTS            PIC 9(3).
           05  LDG-OPERATOR            PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CTRL-EOF-SW          PIC X(1) VALUE 'N'.
           05  WS-MSTAT-STATUS         PIC X(2) VALUE SPACES.
           05  WS-MERPT-STATUS         PIC X(2) VALUE SPACES.
           05  WS-MAST-STATUS          PIC X(2) VALUE SPACES.
           05  WS-LDG-STATUS           PIC X(2) VALUE SPACES.
           05  WS-GLMAP-STATUS         PIC X(2) VALUE SPACES.
           05  WS-GLJRN-STATUS         PIC X(2) VALUE SPACES.
           05  WS-UNMAP-STATUS         PIC X(2) VALUE SPACES.
           05  WS-MONP-STATUS          PIC X(2) VALUE SPACES.
           05  WS-SAR-STATUS           PIC X(2) VALUE SPACES.
           05  WS-RET1-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RET2-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RET3-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RDSP-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RATE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-PRIOR-AREA.
           05  WS-PRIOR-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-CHECKPOINT-INTERVAL  PIC 9(3) VALUE 100.
           05  WS-START-I              PIC 9(5) VALUE 1.

       01  WS-LEDGER-FIELDS.
           05  WS-LDG-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-LDG-FOUND                  VALUE 'Y'.
           05  WS-LDG-BLOCKED-SW       PIC X(1) VALUE 'N'.
               88  WS-LDG-BLOCKED                VALUE 'Y'.
           05  WS-LDG-ACTIVE-SW        PIC X(1) VALUE 'N'.
               88  WS-LDG-ACTIVE                 VALUE 'Y'.
           05  WS-LDG-STEP             PIC X(8) VALUE SPACES.
           05  WS-LDG-PREREQ-COUNT     PIC 9(1) VALUE ZERO.
           05  WS-LDG-PREREQ           PIC X(8) OCCURS 3 TIMES.
           05  WS-LDG-P                PIC 9(1) VALUE 1.
           05  WS-LDG-FIND-PROGRAM     PIC X(8) VALUE SPACES.
           05  WS-LDG-TIMESTAMP        PIC X(19) VALUE SPACES.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURR-YYYY        PIC 9(4).
               10  WS-ENTRY-NET-FLAG   PIC X(1).
               10  WS-ENTRY-FIRST-DATE PIC 9(8).
               10  WS-ENTRY-CYCLE-CNT  PIC 9(2).
               10  WS-ENTRY-CURRENCY   PIC X(3).
               10  WS-ENTRY-RATE       PIC 9(4)V9(6).
               10  WS-ENTRY-BASE-AMOUNT PIC 9(9)V99.

       01  WS-GL-FIELDS.
           05  WS-GL-GEN-NUMBER        PIC 9(6) VALUE ZERO.
           05  WS-GLD-SOURCE           PIC 9(2).
           05  WS-GLD-AMOUNT           PIC 9(4)V99.
           05  WS-GLD-TYPE             PIC X(1).
           05  WS-GLD-CURRENCY         PIC X(3).
           05  WS-GLD-BASE-AMOUNT      PIC 9(9)V99.
           05  WS-GLD-RATE             PIC 9(4)V9(6).

       01  WS-GL-TRAILER.
           05  FILLER                  PIC X(1)  VALUE 'T'.
           05  WS-GLT-DEBIT-TOTAL      PIC 9(9)V99.
           05  WS-GLT-CREDIT-TOTAL     PIC 9(9)V99.

       01  WS-GL-MAP-AREA.
           05  WS-MAP-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-MAP-TABLE OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-MAP-COUNT.
               10  WS-MAP-REGION       PIC 9(2).
               10  WS-MAP-TYPE         PIC X(1).
               10  WS-MAP-ACCT-LOW     PIC X(5).
               10  WS-MAP-ACCT-HIGH    PIC X(5).
               10  WS-MAP-GL-ACCOUNT   PIC X(10).
               10  WS-MAP-COST-CENTRE  PIC X(6).
               10  WS-MAP-OFFSET-ACCT  PIC X(10).
               10  WS-MAP-OFFSET-CC    PIC X(6).

       01  WS-JRN-AREA.
           05  WS-JRN-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-JRN-TABLE OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-JRN-COUNT.
               10  WS-JRN-GL-ACCOUNT   PIC X(10).
               10  WS-JRN-COST-CENTRE  PIC X(6).
               10  WS-JRN-DEBIT        PIC 9(9)V99.
               10  WS-JRN-CREDIT       PIC 9(9)V99.
               10  WS-JRN-ITEMS        PIC 9(5).

       01  WS-JRN-FIELDS.
           05  WS-MAP-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-MAP-EOF                    VALUE 'Y'.
           05  WS-MAP-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-MAP-FOUND                  VALUE 'Y'.
           05  WS-JRN-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-JRN-FOUND                  VALUE 'Y'.
           05  WS-JRN-RELEASED-SW      PIC X(1) VALUE 'N'.
               88  WS-JRN-RELEASED               VALUE 'Y'.
           05  WS-SUSP-GL-ACCOUNT      PIC X(10) VALUE "9999999999".
           05  WS-SUSP-COST-CENTRE     PIC X(6)  VALUE "999999".
           05  WS-SUSP-OFFSET-ACCT     PIC X(10) VALUE "9999999998".
           05  WS-SUSP-OFFSET-CC       PIC X(6)  VALUE "999999".
           05  WS-POST-GL-ACCOUNT      PIC X(10).
           05  WS-POST-COST-CENTRE     PIC X(6).
           05  WS-POST-OFFSET-ACCT     PIC X(10).
           05  WS-POST-OFFSET-CC       PIC X(6).
           05  WS-POST-SIDE            PIC X(1).
           05  WS-POST-AMOUNT          PIC 9(9)V99 VALUE ZERO.
           05  WS-JRN-DEBIT-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05  WS-JRN-CREDIT-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05  WS-UNMAP-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-UNMAP-TOTAL          PIC 9(9)V99 VALUE ZERO.
           05  WS-M                    PIC 9(5) VALUE 1.
           05  WS-N                    PIC 9(5) VALUE 1.

       01  WS-GLJ-HEADER.
           05  FILLER                  PIC X(1)  VALUE 'H'.
           05  WS-GLJH-RUN-DATE        PIC 9(8).
           05  WS-GLJH-JOB-ID          PIC X(8).
           05  WS-GLJH-GEN-NUMBER      PIC 9(6).

       01  WS-GLJ-LINE.
           05  FILLER                  PIC X(1)  VALUE 'J'.
           05  WS-GLJL-RUN-DATE        PIC 9(8).
           05  WS-GLJL-GL-ACCOUNT      PIC X(10).
           05  WS-GLJL-COST-CENTRE     PIC X(6).
           05  WS-GLJL-DEBIT           PIC 9(9)V99.
           05  WS-GLJL-CREDIT          PIC 9(9)V99.
           05  WS-GLJL-ITEMS           PIC 9(5).

       01  WS-GLJ-TRAILER.
           05  FILLER                  PIC X(1)  VALUE 'T'.
           05  WS-GLJT-LINE-COUNT      PIC 9(7).
           05  WS-GLJT-DEBIT-TOTAL     PIC 9(9)V99.
           05  WS-GLJT-CREDIT-TOTAL    PIC 9(9)V99.

       01  WS-UNMAP-HEADING.
           05  FILLER                  PIC X(26)
                   VALUE "GL UNMAPPED ITEMS REPORT".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  WS-UNMAPHDG-RUN-DATE    PIC X(10).

       01  WS-UNMAP-DETAIL.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-UNM-SEQ              PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-UNM-ENTRY            PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-UNM-SOURCE           PIC 9(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-UNM-TYPE             PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-UNM-AMOUNT           PIC Z(8)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-UNM-SUSPENSE         PIC X(10).

       01  WS-UNMAP-COUNT-LINE.
           05  WS-UNMAP-COUNT-LABEL    PIC X(20).
           05  WS-UNMAP-COUNT-VALUE    PIC ZZZZ9.

       01  WS-UNMAP-AMOUNT-LINE.
           05  WS-UNMAP-AMOUNT-LABEL   PIC X(20).
           05  WS-UNMAP-AMOUNT-VALUE   PIC Z(8)9.99.

       01  WS-UNMAP-STATUS-LINE.
           05  FILLER                  PIC X(20)
                   VALUE "JOURNAL STATUS:     ".
           05  WS-UNMAP-STATUS-VALUE   PIC X(15).

       01  WS-MON-AREA.
           05  WS-MON-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-MON-TABLE OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-MON-COUNT.
               10  WS-MON-ACCT-ID      PIC X(5).
               10  WS-MON-REGION       PIC 9(2).
               10  WS-MON-TODAY-COUNT  PIC 9(5).
               10  WS-MON-TODAY-TOTAL  PIC 9(9)V99.
               10  WS-MON-HIST-COUNT   PIC 9(7).
               10  WS-MON-HIST-TOTAL   PIC 9(11)V99.
               10  WS-MON-AVG-COUNT    PIC 9(5)V99.
               10  WS-MON-AVG-TOTAL    PIC 9(9)V99.
               10  WS-MON-BASIS        PIC X(1).
               10  WS-MON-TIMES-SEEN   PIC 9(5).
               10  WS-MON-VELOCITY-SW  PIC X(1).
               10  WS-MON-AMOUNT-SW    PIC X(1).

       01  WS-MON-DAY-AREA.
           05  WS-MON-DAY-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-MON-DAY-DATE         PIC 9(8) OCCURS 99 TIMES.

       01  WS-MON-FIELDS.
           05  WS-MON-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-MON-FOUND                  VALUE 'Y'.
           05  WS-MON-MAST-OPEN-SW     PIC X(1) VALUE 'N'.
               88  WS-MON-MAST-OPEN              VALUE 'Y'.
           05  WS-MON-COUNT-FACTOR     PIC 9(3)V9 VALUE 3.0.
           05  WS-MON-AMOUNT-FACTOR    PIC 9(3)V9 VALUE 5.0.
           05  WS-MON-MIN-COUNT        PIC 9(5) VALUE 5.
           05  WS-MON-MIN-AMOUNT       PIC 9(7)V99 VALUE 1000.00.
           05  WS-MON-NEW-MAX-COUNT    PIC 9(5) VALUE 5.
           05  WS-MON-NEW-MAX-AMOUNT   PIC 9(7)V99 VALUE 2500.00.
           05  WS-MON-REVIEWER         PIC X(8) VALUE "UNASSGND".
           05  WS-MON-KEY-ACCT         PIC X(5).
           05  WS-MON-KEY-REGION       PIC 9(2).
           05  WS-MON-HIT-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-MON-HIT-AMOUNT       PIC 9(9)V99 VALUE ZERO.
           05  WS-MON-REGION-HITS      PIC 9(5) VALUE ZERO.
           05  WS-MON-REGION-AMOUNT    PIC 9(9)V99 VALUE ZERO.
           05  WS-MON-REASON           PIC X(8).
           05  WS-MON-AUD-DATE         PIC 9(8).
           05  WS-MON-AUD-JOB-ID       PIC X(8).
           05  WS-MON-AUD-SEQ          PIC 9(5) VALUE ZERO.
           05  WS-MON-AUD-ACTION       PIC X(20).
           05  WS-MON-AUD-EOF-SW       PIC X(1) VALUE 'N'.
               88  WS-MON-AUD-EOF                VALUE 'Y'.
           05  WS-MON-R                PIC 9(2) VALUE 1.
           05  WS-MON-X                PIC 9(5) VALUE 1.
           05  WS-MON-D                PIC 9(3) VALUE 1.

       01  WS-SAR-HEADING.
           05  FILLER                  PIC X(30)
                   VALUE "SUSPICIOUS ACTIVITY REPORT".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  WS-SARHDG-RUN-DATE      PIC X(10).

       01  WS-SAR-FACTOR-LINE.
           05  FILLER                  PIC X(15) VALUE "COUNT FACTOR:".
           05  WS-SARF-COUNT-FACTOR    PIC ZZ9.9.
           05  FILLER                  PIC X(18)
                   VALUE "   AMOUNT FACTOR:".
           05  WS-SARF-AMOUNT-FACTOR   PIC ZZ9.9.
           05  FILLER                  PIC X(17)
                   VALUE "   HISTORY DAYS:".
           05  WS-SARF-DAYS            PIC ZZ9.

       01  WS-SAR-LIMIT-LINE.
           05  WS-SARL-LABEL           PIC X(24).
           05  WS-SARL-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT:".
           05  WS-SARL-AMOUNT          PIC Z(6)9.99.

       01  WS-SAR-REGION-LINE.
           05  FILLER                  PIC X(8)  VALUE "REGION:".
           05  WS-SARR-REGION          PIC 9(2).

       01  WS-SAR-COLUMN-LINE.
           05  FILLER                  PIC X(9)  VALUE "  ACCT".
           05  FILLER                  PIC X(8)  VALUE "BASIS".
           05  FILLER                  PIC X(7)  VALUE "  COUNT".
           05  FILLER                  PIC X(13)
                   VALUE "  TODAY AMT".
           05  FILLER                  PIC X(9)  VALUE "  AVG CNT".
           05  FILLER                  PIC X(13)
                   VALUE "      AVG AMT".
           05  FILLER                  PIC X(8)  VALUE "  REASON".

       01  WS-SAR-DETAIL.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SARD-ACCT            PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SARD-BASIS           PIC X(7).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SARD-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SARD-AMOUNT          PIC Z(8)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SARD-AVG-COUNT       PIC Z(4)9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SARD-AVG-AMOUNT      PIC Z(8)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SARD-REASON          PIC X(15).

       01  WS-SAR-COUNT-LINE.
           05  WS-SAR-COUNT-LABEL      PIC X(24).
           05  WS-SAR-COUNT-VALUE      PIC ZZZZ9.

       01  WS-SAR-AMOUNT-LINE.
           05  WS-SAR-AMOUNT-LABEL     PIC X(24).
           05  WS-SAR-AMOUNT-VALUE     PIC Z(8)9.99.

       01  WS-SAR-REVIEWER-LINE.
           05  FILLER                  PIC X(24)
                   VALUE "ASSIGNED REVIEWER:".
           05  WS-SARV-REVIEWER        PIC X(8).

       01  WS-RETURN-AREA.
           05  WS-RET-RECV-COUNT       PIC 9(5) OCCURS 3 TIMES
                                       VALUE ZERO.
           05  WS-RET-RECV-HASH        PIC 9(10)V99 OCCURS 3 TIMES
                                       VALUE ZERO.
           05  WS-RET-TRL-COUNT        PIC 9(5) OCCURS 3 TIMES
                                       VALUE ZERO.
           05  WS-RET-TRL-HASH         PIC 9(10)V99 OCCURS 3 TIMES
                                       VALUE ZERO.
           05  WS-RET-TRL-SEEN         PIC X(1) OCCURS 3 TIMES
                                       VALUE 'N'.

       01  WS-RETURN-FIELDS.
           05  WS-RET-OPEN-SW          PIC X(1) VALUE 'N'.
               88  WS-RET-OPEN                   VALUE 'Y'.
           05  WS-RET-ALL-SW           PIC X(1) VALUE 'Y'.
               88  WS-RET-ALL-WRITTEN            VALUE 'Y'.
           05  WS-RDSP-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-RDSP-EOF                   VALUE 'Y'.
           05  WS-RDSP-KEEP-ALL-SW     PIC X(1) VALUE 'N'.
               88  WS-RDSP-KEEP-ALL              VALUE 'Y'.
           05  WS-RET-R                PIC 9(2) VALUE 1.
           05  WS-RET-LINE-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-RET-ACC-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-RET-ACC-HASH         PIC 9(10)V99 VALUE ZERO.
           05  WS-RET-REJ-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-RET-REJ-HASH         PIC 9(10)V99 VALUE ZERO.
           05  WS-RET-DSP-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-RDSP-KEEP-AREA.
           05  WS-RDSP-KEEP-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-RDSP-KEEP-TABLE OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-RDSP-KEEP-COUNT.
               10  WS-RDSP-KEEP-RECORD PIC X(80).

       01  WS-RET-LINE                 PIC X(80).

       01  WS-RET-HEADER.
           05  FILLER                  PIC X(3)  VALUE "HDR".
           05  WS-RETH-REGION          PIC 9(2).
           05  WS-RETH-RUN-DATE        PIC 9(8).
           05  WS-RETH-JOB-ID          PIC X(8).
           05  WS-RETH-FEED-STATE      PIC X(1).

       01  WS-RET-REJECT.
           05  FILLER                  PIC X(3)  VALUE "REJ".
           05  WS-RETR-INDEX           PIC 9(5).
           05  WS-RETR-DATA            PIC X(20).
           05  WS-RETR-REASON          PIC X(30).
           05  WS-RETR-FIRST-DATE      PIC 9(8).

       01  WS-RET-DISP.
           05  FILLER                  PIC X(3)  VALUE "DSP".
           05  WS-RETD-INDEX           PIC 9(5).
           05  WS-RETD-ACTION          PIC X(1).
           05  WS-RETD-OUTCOME         PIC X(10).
           05  WS-RETD-DATE            PIC 9(8).
           05  WS-RETD-OLD-DATA        PIC X(20).
           05  WS-RETD-NEW-DATA        PIC X(20).

       01  WS-RET-SUMMARY.
           05  FILLER                  PIC X(3)  VALUE "SUM".
           05  WS-RETS-ACC-COUNT       PIC 9(5).
           05  WS-RETS-ACC-HASH        PIC 9(10)V99.
           05  WS-RETS-REJ-COUNT       PIC 9(5).
           05  WS-RETS-REJ-HASH        PIC 9(10)V99.
           05  WS-RETS-DSP-COUNT       PIC 9(5).

       01  WS-RET-TRAILER.
           05  FILLER                  PIC X(3)  VALUE "TRL".
           05  WS-RETT-RECV-COUNT      PIC 9(5).
           05  WS-RETT-RECV-HASH       PIC 9(10)V99.
           05  WS-RETT-LINE-COUNT      PIC 9(5).
           05  WS-RETT-SENT-COUNT      PIC 9(5).
           05  WS-RETT-SENT-HASH       PIC 9(10)V99.
           05  WS-RETT-MATCH           PIC X(1).

       01  WS-RECON-COUNTS.
           05  WS-NEW-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-MISSING-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-SRC-COUNT            PIC 9(5) OCCURS 3 TIMES
                                       VALUE ZERO.

       01  WS-SUPP-FIELDS.
           05  WS-SUPP-CTL-EOF-SW      PIC X(1) VALUE 'N'.
               88  WS-SUPP-CTL-EOF               VALUE 'Y'.
           05  WS-SUPP-REFUSED-SW      PIC X(1) VALUE 'N'.
               88  WS-SUPP-REFUSED               VALUE 'Y'.
           05  WS-SUPP-FEED-COUNT      PIC 9(1) VALUE ZERO.
           05  WS-SUPP-STEP            PIC X(8) VALUE SPACES.
           05  WS-SUPP-STEP-POS        PIC 9(2) VALUE ZERO.
           05  WS-SUPP-JOB-DATE        PIC X(6) VALUE SPACES.
           05  WS-SUPP-JOB-FEEDS       PIC X(1) VALUE SPACE.
           05  WS-SUPP-DONE-COUNT      PIC 9(7) OCCURS 3 TIMES
                                       VALUE ZERO.

       01  WS-SRC-COUNT-LINE.
           05  FILLER                  PIC X(10)
                   VALUE "  SOURCE 0".
           05  WS-TRL-EXPECT-HASH      PIC 9(10)V99 VALUE ZERO.
           05  WS-HASH-TOTAL           PIC 9(10)V99 VALUE ZERO.
           05  WS-ACTUAL-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-BASE-HASH-TOTAL      PIC 9(10)V99 VALUE ZERO.
           05  WS-BASE-DISP-HASH       PIC S9(10)V99 VALUE ZERO.
           05  WS-BASE-LOADED-HASH     PIC 9(10)V99 VALUE ZERO.
           05  WS-BASE-ACCOUNTED       PIC S9(10)V99 VALUE ZERO.

       01  WS-BAL-HEADING.
           05  FILLER                  PIC X(26)
           05  WS-BAL-HASH-LABEL      PIC X(20).
           05  WS-BAL-HASH-VALUE      PIC Z(9)9.99.

       01  WS-BAL-BASE-LINE.
           05  FILLER                  PIC X(20)
                   VALUE "BASE CURRENCY:      ".
           05  WS-BAL-BASE-CURRENCY    PIC X(3).

       01  WS-BAL-STATUS-LINE.
           05  FILLER                  PIC X(20)
                   VALUE "RUN STATUS:         ".
               10  WS-TRANS-EFF-NUM REDEFINES WS-TRANS-EFF-DATE
                                       PIC 9(8).
           05  WS-TRANS-SOURCE         PIC 9(2) VALUE 1.
           05  WS-TRANS-CURRENCY       PIC X(3) VALUE SPACES.
           05  WS-TRANS-RATE           PIC 9(4)V9(6) VALUE ZERO.
           05  WS-TRANS-BASE-AMOUNT    PIC 9(9)V99 VALUE ZERO.
           05  WS-TRANS-RATE-SW        PIC X(1) VALUE 'N'.
               88  WS-TRANS-RATE-FOUND           VALUE 'Y'.

       01  WS-RATE-AREA.
           05  WS-RATE-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-RATE-TABLE OCCURS 1 TO 999 TIMES
                   DEPENDING ON WS-RATE-COUNT.
               10  WS-RATE-CURRENCY    PIC X(3).
               10  WS-RATE-TO-BASE     PIC 9(4)V9(6).

       01  WS-RATE-FIELDS.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE "USD".
           05  WS-RATE-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-RATE-EOF                   VALUE 'Y'.
           05  WS-RATE-IDX             PIC 9(4) VALUE 1.

       01  WS-WHSE-AREA.
           05  WS-WHSE-IN-COUNT        PIC 9(5) VALUE ZERO.
               10  WS-WHS-DATA         PIC X(20).
               10  WS-WHS-SOURCE       PIC 9(2).
               10  WS-WHS-HELD-DATE    PIC 9(8).
               10  WS-WHS-CURRENCY     PIC X(3).

       01  WS-ACCT-AREA.
           05  WS-ACCT-COUNT           PIC 9(5) VALUE ZERO.
               10  WS-RCY-FIRST-DATE   PIC 9(8).
               10  WS-RCY-CYCLE-CNT    PIC 9(2).
               10  WS-RCY-SOURCE       PIC 9(2).
               10  WS-RCY-CURRENCY     PIC X(3).

       01  WS-RECYCLE-CONTROL.
           05  WS-RECYCLE-ACTIVE-SW    PIC X(1) VALUE 'N'.
           PERFORM 1000-READ-CONTROL-RECORD.
           PERFORM 1200-READ-PARM-CARD.
           PERFORM 1100-SET-RUN-DATE.
           IF PARM-RUN-MODE = 'S'
               PERFORM 1230-CHECK-SUPP-FEEDS
           END-IF.
           IF PARM-RUN-MODE NOT = 'I'
               PERFORM 9090-SET-LEDGER-STEP
               PERFORM 9100-CHECK-RUN-LEDGER
           END-IF.
           EVALUATE PARM-RUN-MODE
               WHEN 'I'
                   PERFORM 6000-INQUIRY-MODE
               WHEN 'R'
                   PERFORM 0100-RECYCLE-RUN
               WHEN 'S'
                   PERFORM 0300-SUPPLEMENTAL-RUN
               WHEN 'M'
                   PERFORM 0050-DAILY-RUN
                   PERFORM 0200-MONTH-END-CLOSE
               WHEN OTHER
                   PERFORM 0050-DAILY-RUN
           END-EVALUATE.
           PERFORM 9150-MARK-STEP-ENDED.
           STOP RUN.

       0050-DAILY-RUN.
           PERFORM 1250-VALIDATE-RUN-LIMIT.
           PERFORM 1900-LOAD-ACCT-REF.
           PERFORM 1990-LOAD-RATE-TABLE.
           PERFORM 1400-CHECK-RESTART.
           PERFORM 1450-LOAD-RESTART-TABLE.
           PERFORM 1300-OPEN-TRANS-FEEDS.
           PERFORM 3700-NET-REVERSALS.
           CLOSE EXCEPTION-FILE.
           PERFORM 2700-BALANCE-RUN.
           PERFORM 3800-MONITOR-ACTIVITY.
           PERFORM 4700-WRITE-RETURN-FILES.
           PERFORM 4500-WRITE-GL-EXTRACT.
           PERFORM 4600-WRITE-GL-JOURNAL.
           PERFORM 4000-PRINT-REPORT.
           PERFORM 4400-SAVE-TODAY-OUTPUT.
           PERFORM 5000-RECONCILE-PRIOR-DAY.
       0100-RECYCLE-RUN.
           PERFORM 1250-VALIDATE-RUN-LIMIT.
           PERFORM 1900-LOAD-ACCT-REF.
           PERFORM 1990-LOAD-RATE-TABLE.
           PERFORM 7050-LOAD-TODAY-TABLE.
           PERFORM 7000-RECYCLE-EXCEPTIONS.
           PERFORM 3000-SORT-TABLE.
           PERFORM 3700-NET-REVERSALS.
           CLOSE EXCEPTION-FILE.
           PERFORM 4500-WRITE-GL-EXTRACT.
           PERFORM 4600-WRITE-GL-JOURNAL.
           PERFORM 4000-PRINT-REPORT.
           PERFORM 4400-SAVE-TODAY-OUTPUT.
           PERFORM 5000-RECONCILE-PRIOR-DAY.
           PERFORM 9000-WRITE-CONTROL-TOTALS.
           DISPLAY "Records processed: " WS-COUNT.

       0300-SUPPLEMENTAL-RUN.
           PERFORM 1250-VALIDATE-RUN-LIMIT.
           PERFORM 1330-OPEN-SUPP-FEEDS.
           PERFORM 1900-LOAD-ACCT-REF.
           PERFORM 1990-LOAD-RATE-TABLE.
           PERFORM 1400-CHECK-RESTART.
           PERFORM 1450-LOAD-RESTART-TABLE.
           PERFORM 1650-OPEN-EXCEPTION-FILE.
           PERFORM 1600-OPEN-AUDIT-FILE.
           PERFORM 1700-OPEN-RESTART-FILE.
           PERFORM 1800-LOAD-WAREHOUSE.
           PERFORM 1500-SKIP-PROCESSED-TRANS.
           PERFORM 2000-BUILD-TABLE.
           PERFORM 2050-RELEASE-WAREHOUSE.
           PERFORM 1350-CLOSE-TRANS-FEEDS.
           CLOSE AUDIT-FILE.
           CLOSE RESTART-FILE.
           PERFORM 1850-CLOSE-WAREHOUSE.
           PERFORM 3000-SORT-TABLE.
           PERFORM 3500-APPLY-DUP-DISPOSITION.
           PERFORM 3700-NET-REVERSALS.
           CLOSE EXCEPTION-FILE.
           PERFORM 2700-BALANCE-RUN.
           PERFORM 3800-MONITOR-ACTIVITY.
           PERFORM 4700-WRITE-RETURN-FILES.
           PERFORM 4500-WRITE-GL-EXTRACT.
           PERFORM 4600-WRITE-GL-JOURNAL.
           PERFORM 4000-PRINT-REPORT.
           PERFORM 4400-SAVE-TODAY-OUTPUT.
           PERFORM 5000-RECONCILE-PRIOR-DAY.
           PERFORM 8000-ROLL-DAILY-HISTORY.
           PERFORM 2600-CLEAR-CHECKPOINT.
           PERFORM 9000-WRITE-CONTROL-TOTALS.
           DISPLAY "Records processed: " WS-COUNT.

       0200-MONTH-END-CLOSE.
           COMPUTE WS-MONTH-NUM = WS-CURR-YYYY * 100 + WS-CURR-MM.
           IF WS-CURR-MM = 1
                       SET WS-CTRL-EOF TO TRUE
                   NOT AT END
                       MOVE CTRL-DAILY-COUNT TO WS-TABLE-CAPACITY
                       IF CTRL-BASE-CURRENCY NOT = SPACES
                           MOVE CTRL-BASE-CURRENCY TO WS-BASE-CURRENCY
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
               MOVE 'B' TO WS-DUP-DISP
           END-IF.

       1230-CHECK-SUPP-FEEDS.
           MOVE ZERO TO WS-SUPP-FEED-COUNT.
           MOVE "BUGS" TO WS-SUPP-STEP.
           MOVE 5 TO WS-SUPP-STEP-POS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               IF PARM-SUPP-FEED(WS-K) = 'Y'
                   ADD 1 TO WS-SUPP-FEED-COUNT
                   MOVE WS-K TO WS-FEED-NUM
                   MOVE WS-FEED-NUM
                      TO WS-SUPP-STEP(WS-SUPP-STEP-POS:1)
                   ADD 1 TO WS-SUPP-STEP-POS
               END-IF
           END-PERFORM.
           IF WS-SUPP-FEED-COUNT = ZERO
               DISPLAY "SUPPLEMENTAL RUN HAS NO FEED SELECTED"
                       " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-JOB-ID = SPACES
               PERFORM 1232-SET-SUPP-JOB-ID
           END-IF.
           PERFORM 1235-LOAD-FEEDS-PROCESSED.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               IF PARM-SUPP-FEED(WS-K) = 'Y'
                 AND WS-SUPP-DONE-COUNT(WS-K) > ZERO
                   MOVE WS-K TO WS-FEED-NUM
                   DISPLAY "TRANS FEED " WS-FEED-NUM
                           " ALREADY PROCESSED FOR " WS-TODAY-NUM
                           " - RUN STOPPED"
                   SET WS-SUPP-REFUSED TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SUPP-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1232-SET-SUPP-JOB-ID.
           MOVE WS-JOB-ID(3:6) TO WS-SUPP-JOB-DATE.
           EVALUATE WS-SUPP-STEP(5:3)
               WHEN "12 "
                   MOVE "A" TO WS-SUPP-JOB-FEEDS
               WHEN "13 "
                   MOVE "B" TO WS-SUPP-JOB-FEEDS
               WHEN "23 "
                   MOVE "C" TO WS-SUPP-JOB-FEEDS
               WHEN "123"
                   MOVE "D" TO WS-SUPP-JOB-FEEDS
               WHEN OTHER
                   MOVE WS-SUPP-STEP(5:1) TO WS-SUPP-JOB-FEEDS
           END-EVALUATE.
           MOVE SPACES TO WS-JOB-ID.
           STRING "S" WS-SUPP-JOB-DATE WS-SUPP-JOB-FEEDS
                  DELIMITED BY SIZE INTO WS-JOB-ID
           END-STRING.

       1235-LOAD-FEEDS-PROCESSED.
           MOVE 'N' TO WS-SUPP-CTL-EOF-SW.
           OPEN INPUT CONTROL-TOTALS-FILE.
           IF WS-CTLTOT-STATUS = "00"
               PERFORM UNTIL WS-SUPP-CTL-EOF
                   READ CONTROL-TOTALS-FILE
                       AT END
                           SET WS-SUPP-CTL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1238-NOTE-FEEDS-PROCESSED
                   END-READ
               END-PERFORM
               CLOSE CONTROL-TOTALS-FILE
           END-IF.

       1238-NOTE-FEEDS-PROCESSED.
           IF CTL-RUN-DATE IS NUMERIC
             AND CTL-RUN-DATE = WS-TODAY-NUM
             AND (CTL-PROGRAM = "BUG" OR CTL-PROGRAM = "BUGSUPP")
               IF CTL-COUNT-4 IS NUMERIC
                   ADD CTL-COUNT-4 TO WS-SUPP-DONE-COUNT(1)
               END-IF
               IF CTL-COUNT-5 IS NUMERIC
                   ADD CTL-COUNT-5 TO WS-SUPP-DONE-COUNT(2)
               END-IF
               IF CTL-COUNT-6 IS NUMERIC
                   ADD CTL-COUNT-6 TO WS-SUPP-DONE-COUNT(3)
               END-IF
           END-IF.

       1250-VALIDATE-RUN-LIMIT.
           IF PARM-RUN-LIMIT = ZERO
               MOVE WS-TABLE-CAPACITY TO WS-RUN-LIMIT
               DISPLAY "WAREWORK OPEN FAILED - STATUS: "
                       WS-WAREWK-STATUS " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9150-MARK-STEP-ENDED
               STOP RUN
           END-IF.
           PERFORM 1820-OPEN-WAREHOUSE-REPORT.
               MOVE WS-TODAY-NUM
                  TO WS-WHS-HELD-DATE(WS-WHSE-IN-COUNT)
           END-IF.
           MOVE WARE-CURRENCY TO WS-WHS-CURRENCY(WS-WHSE-IN-COUNT).

       1820-OPEN-WAREHOUSE-REPORT.
           OPEN OUTPUT WAREHOUSE-REPORT-FILE.
       2060-RELEASE-ONE-ENTRY.
           MOVE WS-WHS-DATA(WS-K) TO WS-TRANS-DATA.
           MOVE WS-WHS-SOURCE(WS-K) TO WS-TRANS-SOURCE.
           MOVE WS-WHS-CURRENCY(WS-K) TO WS-TRANS-CURRENCY.
           IF WS-TRANS-EFF-DATE IS NUMERIC
             AND WS-TRANS-EFF-NUM > WS-TODAY-NUM
               MOVE WS-WHS-DATA(WS-K) TO WAREWK-DATA
               MOVE WS-WHS-SOURCE(WS-K) TO WAREWK-SOURCE
               MOVE WS-WHS-HELD-DATE(WS-K) TO WAREWK-HELD-DATE
               MOVE WS-WHS-CURRENCY(WS-K) TO WAREWK-CURRENCY
               WRITE WAREHOUSE-WORK-RECORD
               ADD 1 TO WS-CARRIED-COUNT
               MOVE "CARRIED" TO WS-WHS-LINE-ACTION
               END-IF
               PERFORM 1830-WRITE-WAREHOUSE-LINE
               PERFORM 2140-PROCESS-TRANSACTION
               SUBTRACT WS-TRANS-BASE-AMOUNT FROM WS-BASE-DISP-HASH
           END-IF.

       2000-BUILD-TABLE.
                       ADD WS-TRANS-AMOUNT TO WS-HASH-TOTAL
                   END-IF
                   PERFORM 2140-PROCESS-TRANSACTION
                   ADD WS-TRANS-BASE-AMOUNT TO WS-BASE-HASH-TOTAL
                   IF FUNCTION MOD(WS-I, WS-CHECKPOINT-INTERVAL) = 0
                       PERFORM 2400-WRITE-CHECKPOINT
                   END-IF
           MOVE WS-TRANS-DATA TO WAREWK-DATA.
           MOVE WS-TRANS-SOURCE TO WAREWK-SOURCE.
           MOVE WS-TODAY-NUM TO WAREWK-HELD-DATE.
           MOVE WS-TRANS-CURRENCY TO WAREWK-CURRENCY.
           WRITE WAREHOUSE-WORK-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-TRANS-BASE-AMOUNT TO WS-BASE-DISP-HASH.
           MOVE "HELD" TO WS-WHS-LINE-ACTION.
           MOVE WS-TRANS-DATA TO WS-WHS-LINE-ENTRY.
           MOVE WS-TRANS-EFF-NUM TO WS-WHS-LINE-EFF-DATE.
                       PERFORM 2114-READ-FEED-3
               END-EVALUATE
           END-PERFORM.
           IF WS-TRANS-HAVE-REC
               PERFORM 2116-COUNT-RECEIVED
           END-IF.

       2110-READ-FEED-1.
           IF WS-FEED1-EOF
                           PERFORM 2118-ADVANCE-FEED
                       ELSE
                           MOVE TRANS-DATA TO WS-TRANS-DATA
                           MOVE TRANS-CURRENCY TO WS-TRANS-CURRENCY
                           MOVE 1 TO WS-TRANS-SOURCE
                           SET WS-TRANS-HAVE-REC TO TRUE
                       END-IF
                           PERFORM 2118-ADVANCE-FEED
                       ELSE
                           MOVE TRANS-DATA-2 TO WS-TRANS-DATA
                           MOVE TRANS-CURRENCY-2 TO WS-TRANS-CURRENCY
                           MOVE 2 TO WS-TRANS-SOURCE
                           SET WS-TRANS-HAVE-REC TO TRUE
                       END-IF
                           PERFORM 2118-ADVANCE-FEED
                       ELSE
                           MOVE TRANS-DATA-3 TO WS-TRANS-DATA
                           MOVE TRANS-CURRENCY-3 TO WS-TRANS-CURRENCY
                           MOVE 3 TO WS-TRANS-SOURCE
                           SET WS-TRANS-HAVE-REC TO TRUE
                       END-IF
               END-READ
           END-IF.

       2116-COUNT-RECEIVED.
           ADD 1 TO WS-RET-RECV-COUNT(WS-TRANS-SOURCE).
           IF WS-TRANS-AMOUNT-X IS NUMERIC
               ADD WS-TRANS-AMOUNT TO WS-RET-RECV-HASH(WS-TRANS-SOURCE)
           END-IF.

       2118-ADVANCE-FEED.
           ADD 1 TO WS-CURR-SOURCE.
           IF WS-CURR-SOURCE > 3
           ADD 1 TO WS-TRAILERS-SEEN.
           ADD WS-TRL-WORK-COUNT TO WS-TRL-EXPECT-COUNT.
           ADD WS-TRL-WORK-HASH TO WS-TRL-EXPECT-HASH.
           MOVE WS-TRL-WORK-COUNT TO WS-RET-TRL-COUNT(WS-CURR-SOURCE).
           MOVE WS-TRL-WORK-HASH TO WS-RET-TRL-HASH(WS-CURR-SOURCE).
           MOVE 'Y' TO WS-RET-TRL-SEEN(WS-CURR-SOURCE).

       2145-CONVERT-TO-BASE.
           MOVE 'N' TO WS-TRANS-RATE-SW.
           MOVE ZERO TO WS-TRANS-RATE.
           MOVE ZERO TO WS-TRANS-BASE-AMOUNT.
           IF WS-TRANS-CURRENCY = SPACES
             OR WS-TRANS-CURRENCY = LOW-VALUES
               MOVE WS-BASE-CURRENCY TO WS-TRANS-CURRENCY
           END-IF.
           IF WS-TRANS-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-TRANS-RATE
               SET WS-TRANS-RATE-FOUND TO TRUE
           ELSE
               PERFORM 2146-FIND-RATE
           END-IF.
           IF WS-TRANS-RATE-FOUND AND WS-TRANS-AMOUNT-X IS NUMERIC
               COMPUTE WS-TRANS-BASE-AMOUNT ROUNDED
                   = WS-TRANS-AMOUNT * WS-TRANS-RATE
           END-IF.

       2146-FIND-RATE.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CURRENCY(WS-RATE-IDX) = WS-TRANS-CURRENCY
                   MOVE WS-RATE-TO-BASE(WS-RATE-IDX) TO WS-TRANS-RATE
                   SET WS-TRANS-RATE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2150-EDIT-TRANSACTION.
           MOVE 'N' TO WS-EDIT-ERROR-SW.
           MOVE SPACES TO WS-EDIT-REASON.
           PERFORM 2145-CONVERT-TO-BASE.
           EVALUATE TRUE
               WHEN WS-TRANS-ACCT-ID = SPACES
                 OR WS-TRANS-ACCT-ID = LOW-VALUES
               WHEN NOT WS-TRANS-TYPE-VALID
                   MOVE "INVALID TRANS TYPE CODE" TO WS-EDIT-REASON
                   SET WS-EDIT-ERROR TO TRUE
               WHEN NOT WS-TRANS-RATE-FOUND
                   MOVE "RATE MISSING" TO WS-EDIT-REASON
                   SET WS-EDIT-ERROR TO TRUE
               WHEN OTHER
                   PERFORM 2155-EDIT-ACCOUNT-ID
                   IF NOT WS-EDIT-ERROR
                   DISPLAY "ACCTFILE OPEN FAILED - STATUS: "
                           WS-ACCT-STATUS " - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9150-MARK-STEP-ENDED
                   STOP RUN
               END-IF
           END-IF.
           ELSE
               MOVE 1 TO WS-TRANS-SOURCE
           END-IF.
           MOVE FORC-CURRENCY TO WS-TRANS-CURRENCY.
           MOVE 'N' TO WS-EDIT-ERROR-SW.
           MOVE SPACES TO WS-EDIT-REASON.
           PERFORM 2145-CONVERT-TO-BASE.
           IF WS-TRANS-RATE-FOUND
               PERFORM 2200-CHECK-BOUNDS
           ELSE
               MOVE "RATE MISSING" TO WS-EDIT-REASON
               SET WS-EDIT-ERROR TO TRUE
           END-IF.
           ADD 1 TO WS-FORCED-COUNT.
           SUBTRACT WS-TRANS-BASE-AMOUNT FROM WS-BASE-DISP-HASH.
           IF WS-EDIT-ERROR
               PERFORM 2300-WRITE-EXCEPTION-RECORD
           ELSE
               CLOSE FORCE-FILE
           END-IF.

       1990-LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RATE-COUNT.
           MOVE 'N' TO WS-RATE-EOF-SW.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00"
               PERFORM UNTIL WS-RATE-EOF
                   READ RATE-FILE
                       AT END
                           SET WS-RATE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1995-STORE-RATE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               IF WS-RATE-STATUS = "35"
                   DISPLAY "RATEFILE NOT FOUND - "
                           "FOREIGN CURRENCY ITEMS WILL BE EXCEPTED"
               ELSE
                   DISPLAY "RATEFILE OPEN FAILED - STATUS: "
                           WS-RATE-STATUS " - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9150-MARK-STEP-ENDED
                   STOP RUN
               END-IF
           END-IF.

       1995-STORE-RATE-ENTRY.
           IF RATE-DATE IS NUMERIC AND RATE-DATE = WS-TODAY-NUM
             AND RATE-CURRENCY NOT = SPACES
             AND RATE-TO-BASE IS NUMERIC AND RATE-TO-BASE > ZERO
             AND WS-RATE-COUNT < 999
               ADD 1 TO WS-RATE-COUNT
               MOVE RATE-CURRENCY TO WS-RATE-CURRENCY(WS-RATE-COUNT)
               MOVE RATE-TO-BASE TO WS-RATE-TO-BASE(WS-RATE-COUNT)
           END-IF.

       1910-STORE-ACCT-ENTRY.
           IF ACCT-REF-ID NOT = SPACES
             AND ACCT-REF-ID NOT = LOW-VALUES
               MOVE ZERO TO WS-ENTRY-AMOUNT(WS-COUNT)
           END-IF.
           MOVE WS-TRANS-TYPE-CODE TO WS-ENTRY-TYPE(WS-COUNT).
           MOVE WS-TRANS-CURRENCY TO WS-ENTRY-CURRENCY(WS-COUNT).
           MOVE WS-TRANS-RATE TO WS-ENTRY-RATE(WS-COUNT).
           MOVE WS-TRANS-BASE-AMOUNT TO WS-ENTRY-BASE-AMOUNT(WS-COUNT).
           IF WS-RECYCLE-ACTIVE
               MOVE WS-RCY-FIRST-DATE(WS-I)
                  TO WS-ENTRY-FIRST-DATE(WS-COUNT)
           MOVE WS-ENTRY-SOURCE(WS-COUNT) TO RESTART-SOURCE.
           MOVE WS-ENTRY-AMOUNT(WS-COUNT) TO RESTART-AMOUNT.
           MOVE WS-ENTRY-TYPE(WS-COUNT) TO RESTART-TYPE.
           MOVE WS-ENTRY-CURRENCY(WS-COUNT) TO RESTART-CURRENCY.
           WRITE RESTART-RECORD.
           PERFORM 2500-WRITE-AUDIT-RECORD.

               MOVE ZERO TO EXCP-RECYCLE-CNT
           END-IF.
           MOVE WS-TRANS-SOURCE TO EXCP-SOURCE.
           MOVE WS-TRANS-CURRENCY TO EXCP-CURRENCY.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-EXCP-COUNT.
           ADD WS-TRANS-BASE-AMOUNT TO WS-BASE-DISP-HASH.

       2500-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-TIMESTAMP.
           MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT.
           MOVE WS-RELEASED-COUNT TO CKPT-RELEASED-COUNT.
           MOVE WS-FORCED-COUNT TO CKPT-FORCED-COUNT.
           MOVE WS-BASE-HASH-TOTAL TO CKPT-BASE-HASH.
           MOVE WS-BASE-DISP-HASH TO CKPT-BASE-DISP-HASH.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
               DISPLAY "CALFILE OPEN FAILED - STATUS: "
                       WS-CAL-STATUS " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9150-MARK-STEP-ENDED
               STOP RUN
           END-IF.
           IF NOT WS-CAL-FOUND
               DISPLAY "NO CALENDAR ENTRY FOR RUN DATE "
                       WS-TODAY-NUM " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9150-MARK-STEP-ENDED
               STOP RUN
           END-IF.

               DISPLAY "REQUIRED TRANS FEED " WS-FEED-NUM
                       " IS ABSENT - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9150-MARK-STEP-ENDED
               STOP RUN
           END-IF.

       1330-OPEN-SUPP-FEEDS.
           MOVE 1 TO WS-CURR-SOURCE.
           IF PARM-SUPP-FEED(1) = 'Y'
               OPEN INPUT TRANS-FILE
               IF WS-TRANS-STATUS = "00"
                   SET WS-FEED1-OPEN TO TRUE
                   ADD 1 TO WS-FEEDS-OPENED
                   MOVE 'P' TO WS-FEED-STATE(1)
               ELSE
                   DISPLAY "TRANS-FILE OPEN FAILED - STATUS: "
                           WS-TRANS-STATUS
                   MOVE 1 TO WS-FEED-NUM
                   PERFORM 1335-STOP-SUPP-FEED-ABSENT
               END-IF
           ELSE
               SET WS-FEED1-EOF TO TRUE
               MOVE 'X' TO WS-FEED-STATE(1)
           END-IF.
           IF PARM-SUPP-FEED(2) = 'Y'
               OPEN INPUT TRANS-FILE-2
               IF WS-TRANS2-STATUS = "00"
                   SET WS-FEED2-OPEN TO TRUE
                   ADD 1 TO WS-FEEDS-OPENED
                   MOVE 'P' TO WS-FEED-STATE(2)
               ELSE
                   DISPLAY "TRANS-FILE-2 OPEN FAILED - STATUS: "
                           WS-TRANS2-STATUS
                   MOVE 2 TO WS-FEED-NUM
                   PERFORM 1335-STOP-SUPP-FEED-ABSENT
               END-IF
           ELSE
               SET WS-FEED2-EOF TO TRUE
               MOVE 'X' TO WS-FEED-STATE(2)
           END-IF.
           IF PARM-SUPP-FEED(3) = 'Y'
               OPEN INPUT TRANS-FILE-3
               IF WS-TRANS3-STATUS = "00"
                   SET WS-FEED3-OPEN TO TRUE
                   ADD 1 TO WS-FEEDS-OPENED
                   MOVE 'P' TO WS-FEED-STATE(3)
               ELSE
                   DISPLAY "TRANS-FILE-3 OPEN FAILED - STATUS: "
                           WS-TRANS3-STATUS
                   MOVE 3 TO WS-FEED-NUM
                   PERFORM 1335-STOP-SUPP-FEED-ABSENT
               END-IF
           ELSE
               SET WS-FEED3-EOF TO TRUE
               MOVE 'X' TO WS-FEED-STATE(3)
           END-IF.

       1335-STOP-SUPP-FEED-ABSENT.
           MOVE 'A' TO WS-FEED-STATE(WS-FEED-NUM).
           DISPLAY "SELECTED TRANS FEED " WS-FEED-NUM
                   " IS ABSENT - RUN STOPPED".
           MOVE 8 TO RETURN-CODE.
           PERFORM 9150-MARK-STEP-ENDED.
           STOP RUN.

       1350-CLOSE-TRANS-FEEDS.
           IF WS-FEED1-OPEN
               CLOSE TRANS-FILE
           ELSE
               MOVE ZERO TO WS-FORCED-COUNT
           END-IF.
           IF CKPT-BASE-HASH IS NUMERIC
               MOVE CKPT-BASE-HASH TO WS-BASE-HASH-TOTAL
           ELSE
               MOVE ZERO TO WS-BASE-HASH-TOTAL
           END-IF.
           IF CKPT-BASE-DISP-HASH IS NUMERIC
               MOVE CKPT-BASE-DISP-HASH TO WS-BASE-DISP-HASH
           ELSE
               MOVE ZERO TO WS-BASE-DISP-HASH
           END-IF.

       1450-LOAD-RESTART-TABLE.
           IF WS-CKPT-EXISTS
               MOVE ZERO TO WS-ENTRY-AMOUNT(WS-J)
           END-IF.
           MOVE RESTART-TYPE TO WS-ENTRY-TYPE(WS-J).
           MOVE RESTART-ENTRY TO WS-TRANS-DATA.
           MOVE RESTART-CURRENCY TO WS-TRANS-CURRENCY.
           PERFORM 2145-CONVERT-TO-BASE.
           MOVE WS-TRANS-CURRENCY TO WS-ENTRY-CURRENCY(WS-J).
           MOVE WS-TRANS-RATE TO WS-ENTRY-RATE(WS-J).
           MOVE WS-TRANS-BASE-AMOUNT TO WS-ENTRY-BASE-AMOUNT(WS-J).
           MOVE WS-TODAY-NUM TO WS-ENTRY-FIRST-DATE(WS-J).
           MOVE ZERO TO WS-ENTRY-CYCLE-CNT(WS-J).

                   MOVE WS-TRANS-DATA TO WAREWK-DATA
                   MOVE WS-TRANS-SOURCE TO WAREWK-SOURCE
                   MOVE WS-TODAY-NUM TO WAREWK-HELD-DATE
                   MOVE WS-TRANS-CURRENCY TO WAREWK-CURRENCY
                   WRITE WAREHOUSE-WORK-RECORD
                   MOVE "HELD" TO WS-WHS-LINE-ACTION
                   MOVE WS-TRANS-DATA TO WS-WHS-LINE-ENTRY
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               IF WS-KEEP-COUNT > ZERO
                 AND WS-ENTRY(WS-I) = WS-ENTRY(WS-KEEP-COUNT)
                 AND WS-ENTRY-CURRENCY(WS-I)
                   = WS-ENTRY-CURRENCY(WS-KEEP-COUNT)
                   PERFORM 3520-HANDLE-DUPLICATE
               ELSE
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE 'Y' TO WS-ENTRY-DUP-FLAG(WS-KEEP-COUNT - 1)
               WHEN WS-DUP-KEEP-FIRST
                   ADD 1 TO WS-DUP-SKIP-COUNT
                   ADD WS-ENTRY-BASE-AMOUNT(WS-I) TO WS-BASE-DISP-HASH
                   SUBTRACT 1
                       FROM WS-SRC-COUNT(WS-ENTRY-SOURCE(WS-I))
               WHEN WS-DUP-REJECT
           MOVE WS-TODAY-NUM TO EXCP-FIRST-DATE.
           MOVE ZERO TO EXCP-RECYCLE-CNT.
           MOVE WS-ENTRY-SOURCE(WS-I) TO EXCP-SOURCE.
           MOVE WS-ENTRY-CURRENCY(WS-I) TO EXCP-CURRENCY.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-EXCP-COUNT.
           ADD WS-ENTRY-BASE-AMOUNT(WS-I) TO WS-BASE-DISP-HASH.

       3700-NET-REVERSALS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
                       MOVE 'Y' TO WS-ENTRY-NET-FLAG(WS-I)
                       MOVE 'Y' TO WS-ENTRY-NET-FLAG(WS-J)
                       ADD 2 TO WS-NETTED-COUNT
                       ADD WS-ENTRY-BASE-AMOUNT(WS-I)
                           WS-ENTRY-BASE-AMOUNT(WS-J)
                           TO WS-BASE-DISP-HASH
                   ELSE
                       PERFORM 3750-WRITE-REVERSAL-EXCEPTION
                       MOVE 'Y' TO WS-ENTRY-NET-FLAG(WS-I)
                   OR WS-ENTRY-TYPE(WS-J) = 'C')
                 AND WS-ENTRY(WS-J)(1:5) = WS-ENTRY(WS-I)(1:5)
                 AND WS-ENTRY-AMOUNT(WS-J) = WS-ENTRY-AMOUNT(WS-I)
                 AND WS-ENTRY-CURRENCY(WS-J) = WS-ENTRY-CURRENCY(WS-I)
                   SET WS-NET-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
               MOVE ZERO TO EXCP-RECYCLE-CNT
           END-IF.
           MOVE WS-ENTRY-SOURCE(WS-I) TO EXCP-SOURCE.
           MOVE WS-ENTRY-CURRENCY(WS-I) TO EXCP-CURRENCY.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-EXCP-COUNT.
           ADD WS-ENTRY-BASE-AMOUNT(WS-I) TO WS-BASE-DISP-HASH.

       3780-DROP-NETTED-ENTRIES.
           MOVE ZERO TO WS-KEEP-COUNT.
           END-PERFORM.
           MOVE WS-KEEP-COUNT TO WS-COUNT.

       3800-MONITOR-ACTIVITY.
           MOVE ZERO TO WS-MON-COUNT.
           MOVE ZERO TO WS-MON-DAY-COUNT.
           MOVE ZERO TO WS-MON-HIT-COUNT.
           MOVE ZERO TO WS-MON-HIT-AMOUNT.
           PERFORM 3810-READ-MONITOR-PARMS.
           PERFORM 3820-ACCUMULATE-TODAY
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT.
           PERFORM 3830-LOAD-HISTORY-BASELINE.
           PERFORM 3840-CHECK-NEW-KEYS.
           PERFORM 3850-EVALUATE-ACCOUNT
               VARYING WS-MON-X FROM 1 BY 1
               UNTIL WS-MON-X > WS-MON-COUNT.
           PERFORM 3860-WRITE-SAR-REPORT.
           PERFORM 3880-WRITE-SAR-AUDIT.
           IF WS-MON-HIT-COUNT > ZERO
               DISPLAY "ACTIVITY MONITOR: " WS-MON-HIT-COUNT
                       " ACCOUNTS FLAGGED - SEE SARRPT"
           END-IF.

       3810-READ-MONITOR-PARMS.
           OPEN INPUT MON-PARM-FILE.
           IF WS-MONP-STATUS = "00"
               READ MON-PARM-FILE
                   AT END
                       MOVE SPACES TO MON-PARM-RECORD
               END-READ
               CLOSE MON-PARM-FILE
               PERFORM 3815-APPLY-MONITOR-PARMS
           ELSE
               DISPLAY "MONPARM OPEN FAILED - STATUS: "
                       WS-MONP-STATUS " - DEFAULT THRESHOLDS USED"
           END-IF.

       3815-APPLY-MONITOR-PARMS.
           IF MONP-COUNT-FACTOR IS NUMERIC
             AND MONP-COUNT-FACTOR > ZERO
               MOVE MONP-COUNT-FACTOR TO WS-MON-COUNT-FACTOR
           END-IF.
           IF MONP-AMOUNT-FACTOR IS NUMERIC
             AND MONP-AMOUNT-FACTOR > ZERO
               MOVE MONP-AMOUNT-FACTOR TO WS-MON-AMOUNT-FACTOR
           END-IF.
           IF MONP-MIN-COUNT IS NUMERIC AND MONP-MIN-COUNT > ZERO
               MOVE MONP-MIN-COUNT TO WS-MON-MIN-COUNT
           END-IF.
           IF MONP-MIN-AMOUNT IS NUMERIC AND MONP-MIN-AMOUNT > ZERO
               MOVE MONP-MIN-AMOUNT TO WS-MON-MIN-AMOUNT
           END-IF.
           IF MONP-NEW-MAX-COUNT IS NUMERIC
             AND MONP-NEW-MAX-COUNT > ZERO
               MOVE MONP-NEW-MAX-COUNT TO WS-MON-NEW-MAX-COUNT
           END-IF.
           IF MONP-NEW-MAX-AMOUNT IS NUMERIC
             AND MONP-NEW-MAX-AMOUNT > ZERO
               MOVE MONP-NEW-MAX-AMOUNT TO WS-MON-NEW-MAX-AMOUNT
           END-IF.
           IF MONP-REVIEWER NOT = SPACES
               MOVE MONP-REVIEWER TO WS-MON-REVIEWER
           END-IF.

       3820-ACCUMULATE-TODAY.
           MOVE WS-ENTRY(WS-I)(1:5) TO WS-MON-KEY-ACCT.
           MOVE WS-ENTRY-SOURCE(WS-I) TO WS-MON-KEY-REGION.
           PERFORM 3825-FIND-MONITOR-ENTRY.
           IF NOT WS-MON-FOUND AND WS-MON-COUNT < 9999
               ADD 1 TO WS-MON-COUNT
               MOVE WS-MON-COUNT TO WS-MON-X
               MOVE WS-MON-KEY-ACCT TO WS-MON-ACCT-ID(WS-MON-X)
               MOVE WS-MON-KEY-REGION TO WS-MON-REGION(WS-MON-X)
               MOVE ZERO TO WS-MON-TODAY-COUNT(WS-MON-X)
               MOVE ZERO TO WS-MON-TODAY-TOTAL(WS-MON-X)
               MOVE ZERO TO WS-MON-HIST-COUNT(WS-MON-X)
               MOVE ZERO TO WS-MON-HIST-TOTAL(WS-MON-X)
               MOVE ZERO TO WS-MON-AVG-COUNT(WS-MON-X)
               MOVE ZERO TO WS-MON-AVG-TOTAL(WS-MON-X)
               MOVE 'H' TO WS-MON-BASIS(WS-MON-X)
               MOVE ZERO TO WS-MON-TIMES-SEEN(WS-MON-X)
               MOVE 'N' TO WS-MON-VELOCITY-SW(WS-MON-X)
               MOVE 'N' TO WS-MON-AMOUNT-SW(WS-MON-X)
               SET WS-MON-FOUND TO TRUE
           END-IF.
           IF WS-MON-FOUND
               ADD 1 TO WS-MON-TODAY-COUNT(WS-MON-X)
               ADD WS-ENTRY-BASE-AMOUNT(WS-I)
                  TO WS-MON-TODAY-TOTAL(WS-MON-X)
           END-IF.

       3825-FIND-MONITOR-ENTRY.
           MOVE 'N' TO WS-MON-FOUND-SW.
           PERFORM VARYING WS-MON-X FROM 1 BY 1
                   UNTIL WS-MON-X > WS-MON-COUNT
               IF WS-MON-ACCT-ID(WS-MON-X) = WS-MON-KEY-ACCT
                 AND WS-MON-REGION(WS-MON-X) = WS-MON-KEY-REGION
                   SET WS-MON-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3830-LOAD-HISTORY-BASELINE.
           MOVE 'N' TO WS-HIST-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 3835-ADD-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       3835-ADD-HISTORY-RECORD.
           IF HIST-DATE IS NUMERIC AND HIST-DATE > ZERO
             AND HIST-DATE < WS-TODAY-NUM
             AND HIST-SOURCE IS NUMERIC
               PERFORM 3837-COUNT-HISTORY-DAY
               MOVE HIST-ENTRY(1:5) TO WS-MON-KEY-ACCT
               MOVE HIST-SOURCE TO WS-MON-KEY-REGION
               PERFORM 3825-FIND-MONITOR-ENTRY
               IF WS-MON-FOUND
                   ADD 1 TO WS-MON-HIST-COUNT(WS-MON-X)
                   PERFORM 3836-CONVERT-HISTORY-AMOUNT
                   IF WS-TRANS-RATE-FOUND
                       ADD WS-TRANS-BASE-AMOUNT
                          TO WS-MON-HIST-TOTAL(WS-MON-X)
                   END-IF
               END-IF
           END-IF.

       3836-CONVERT-HISTORY-AMOUNT.
           MOVE HIST-ENTRY TO WS-TRANS-DATA.
           MOVE HIST-CURRENCY TO WS-TRANS-CURRENCY.
           PERFORM 2145-CONVERT-TO-BASE.
           IF WS-TRANS-AMOUNT-X IS NOT NUMERIC
               MOVE 'N' TO WS-TRANS-RATE-SW
           END-IF.

       3837-COUNT-HISTORY-DAY.
           MOVE 'N' TO WS-MON-FOUND-SW.
           PERFORM VARYING WS-MON-D FROM 1 BY 1
                   UNTIL WS-MON-D > WS-MON-DAY-COUNT
               IF WS-MON-DAY-DATE(WS-MON-D) = HIST-DATE
                   SET WS-MON-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-MON-FOUND AND WS-MON-DAY-COUNT < 99
               ADD 1 TO WS-MON-DAY-COUNT
               MOVE HIST-DATE TO WS-MON-DAY-DATE(WS-MON-DAY-COUNT)
           END-IF.

       3840-CHECK-NEW-KEYS.
           MOVE 'N' TO WS-MON-MAST-OPEN-SW.
           OPEN INPUT MASTER-FILE.
           IF WS-MAST-STATUS = "00"
               SET WS-MON-MAST-OPEN TO TRUE
           ELSE
               DISPLAY "MASTFILE OPEN FAILED - STATUS: "
                       WS-MAST-STATUS " - UNSEEN ACCOUNTS TAKEN AS NEW"
           END-IF.
           PERFORM 3845-CHECK-ONE-NEW-KEY
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT.
           IF WS-MON-MAST-OPEN
               CLOSE MASTER-FILE
           END-IF.

       3845-CHECK-ONE-NEW-KEY.
           MOVE WS-ENTRY(WS-I)(1:5) TO WS-MON-KEY-ACCT.
           MOVE WS-ENTRY-SOURCE(WS-I) TO WS-MON-KEY-REGION.
           PERFORM 3825-FIND-MONITOR-ENTRY.
           IF WS-MON-FOUND AND WS-MON-HIST-COUNT(WS-MON-X) = ZERO
               IF WS-MON-BASIS(WS-MON-X) = 'H'
                   MOVE 'N' TO WS-MON-BASIS(WS-MON-X)
               END-IF
               IF WS-MON-MAST-OPEN
                   MOVE WS-ENTRY(WS-I) TO MST-ENTRY
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 3847-NOTE-TIMES-SEEN
                   END-READ
               END-IF
           END-IF.

       3847-NOTE-TIMES-SEEN.
           IF MST-TIMES-SEEN IS NUMERIC AND MST-TIMES-SEEN > ZERO
               MOVE 'D' TO WS-MON-BASIS(WS-MON-X)
               IF MST-TIMES-SEEN > WS-MON-TIMES-SEEN(WS-MON-X)
                   MOVE MST-TIMES-SEEN TO WS-MON-TIMES-SEEN(WS-MON-X)
               END-IF
           END-IF.

       3850-EVALUATE-ACCOUNT.
           MOVE 'N' TO WS-MON-VELOCITY-SW(WS-MON-X).
           MOVE 'N' TO WS-MON-AMOUNT-SW(WS-MON-X).
           IF WS-MON-BASIS(WS-MON-X) = 'H'
               COMPUTE WS-MON-AVG-COUNT(WS-MON-X) ROUNDED
                   = WS-MON-HIST-COUNT(WS-MON-X) / WS-MON-DAY-COUNT
               COMPUTE WS-MON-AVG-TOTAL(WS-MON-X) ROUNDED
                   = WS-MON-HIST-TOTAL(WS-MON-X) / WS-MON-DAY-COUNT
               IF WS-MON-TODAY-COUNT(WS-MON-X) >= WS-MON-MIN-COUNT
                 AND WS-MON-TODAY-COUNT(WS-MON-X)
                   > WS-MON-AVG-COUNT(WS-MON-X) * WS-MON-COUNT-FACTOR
                   MOVE 'Y' TO WS-MON-VELOCITY-SW(WS-MON-X)
               END-IF
               IF WS-MON-TODAY-TOTAL(WS-MON-X) >= WS-MON-MIN-AMOUNT
                 AND WS-MON-TODAY-TOTAL(WS-MON-X)
                   > WS-MON-AVG-TOTAL(WS-MON-X) * WS-MON-AMOUNT-FACTOR
                   MOVE 'Y' TO WS-MON-AMOUNT-SW(WS-MON-X)
               END-IF
           ELSE
               IF WS-MON-TODAY-COUNT(WS-MON-X) > WS-MON-NEW-MAX-COUNT
                   MOVE 'Y' TO WS-MON-VELOCITY-SW(WS-MON-X)
               END-IF
               IF WS-MON-TODAY-TOTAL(WS-MON-X) > WS-MON-NEW-MAX-AMOUNT
                   MOVE 'Y' TO WS-MON-AMOUNT-SW(WS-MON-X)
               END-IF
           END-IF.
           IF WS-MON-VELOCITY-SW(WS-MON-X) = 'Y'
             OR WS-MON-AMOUNT-SW(WS-MON-X) = 'Y'
               ADD 1 TO WS-MON-HIT-COUNT
               ADD WS-MON-TODAY-TOTAL(WS-MON-X) TO WS-MON-HIT-AMOUNT
           END-IF.

       3860-WRITE-SAR-REPORT.
           IF PARM-RUN-MODE = 'S'
               OPEN EXTEND SAR-REPORT-FILE
               IF WS-SAR-STATUS = "35"
                   OPEN OUTPUT SAR-REPORT-FILE
               END-IF
           ELSE
               OPEN OUTPUT SAR-REPORT-FILE
           END-IF.
           IF WS-SAR-STATUS = "00"
               MOVE WS-RUN-DATE TO WS-SARHDG-RUN-DATE
               MOVE SPACES TO SAR-REPORT-LINE
               MOVE WS-SAR-HEADING TO SAR-REPORT-LINE
               WRITE SAR-REPORT-LINE AFTER ADVANCING PAGE
               MOVE SPACES TO SAR-REPORT-LINE
               WRITE SAR-REPORT-LINE AFTER ADVANCING 1
               MOVE WS-MON-COUNT-FACTOR TO WS-SARF-COUNT-FACTOR
               MOVE WS-MON-AMOUNT-FACTOR TO WS-SARF-AMOUNT-FACTOR
               MOVE WS-MON-DAY-COUNT TO WS-SARF-DAYS
               MOVE SPACES TO SAR-REPORT-LINE
               MOVE WS-SAR-FACTOR-LINE TO SAR-REPORT-LINE
               WRITE SAR-REPORT-LINE AFTER ADVANCING 1
               MOVE "MINIMUM TO FLAG - COUNT:" TO WS-SARL-LABEL
               MOVE WS-MON-MIN-COUNT TO WS-SARL-COUNT
               MOVE WS-MON-MIN-AMOUNT TO WS-SARL-AMOUNT
               PERFORM 3875-WRITE-SAR-LIMIT
               MOVE "NEW KEY LIMIT - COUNT:" TO WS-SARL-LABEL
               MOVE WS-MON-NEW-MAX-COUNT TO WS-SARL-COUNT
               MOVE WS-MON-NEW-MAX-AMOUNT TO WS-SARL-AMOUNT
               PERFORM 3875-WRITE-SAR-LIMIT
               PERFORM 3865-WRITE-SAR-REGION
                   VARYING WS-MON-R FROM 1 BY 1 UNTIL WS-MON-R > 3
               MOVE SPACES TO SAR-REPORT-LINE
               WRITE SAR-REPORT-LINE AFTER ADVANCING 1
               MOVE "ACCOUNTS REVIEWED:" TO WS-SAR-COUNT-LABEL
               MOVE WS-MON-COUNT TO WS-SAR-COUNT-VALUE
               PERFORM 3876-WRITE-SAR-COUNT
               MOVE "ACCOUNTS FLAGGED:" TO WS-SAR-COUNT-LABEL
               MOVE WS-MON-HIT-COUNT TO WS-SAR-COUNT-VALUE
               PERFORM 3876-WRITE-SAR-COUNT
               MOVE "FLAGGED AMOUNT:" TO WS-SAR-AMOUNT-LABEL
               MOVE WS-MON-HIT-AMOUNT TO WS-SAR-AMOUNT-VALUE
               PERFORM 3877-WRITE-SAR-AMOUNT
               MOVE WS-MON-REVIEWER TO WS-SARV-REVIEWER
               MOVE SPACES TO SAR-REPORT-LINE
               MOVE WS-SAR-REVIEWER-LINE TO SAR-REPORT-LINE
               WRITE SAR-REPORT-LINE AFTER ADVANCING 2
               MOVE SPACES TO SAR-REPORT-LINE
               MOVE "REVIEWED BY: ____________    DATE: __________"
                  TO SAR-REPORT-LINE
               WRITE SAR-REPORT-LINE AFTER ADVANCING 2
               CLOSE SAR-REPORT-FILE
           ELSE
               DISPLAY "SARRPT OPEN FAILED - STATUS: " WS-SAR-STATUS
           END-IF.

       3865-WRITE-SAR-REGION.
           MOVE ZERO TO WS-MON-REGION-HITS.
           MOVE ZERO TO WS-MON-REGION-AMOUNT.
           MOVE WS-MON-R TO WS-SARR-REGION.
           MOVE SPACES TO SAR-REPORT-LINE.
           MOVE WS-SAR-REGION-LINE TO SAR-REPORT-LINE.
           WRITE SAR-REPORT-LINE AFTER ADVANCING 2.
           MOVE SPACES TO SAR-REPORT-LINE.
           MOVE WS-SAR-COLUMN-LINE TO SAR-REPORT-LINE.
           WRITE SAR-REPORT-LINE AFTER ADVANCING 1.
           PERFORM 3870-WRITE-SAR-DETAIL
               VARYING WS-MON-X FROM 1 BY 1
               UNTIL WS-MON-X > WS-MON-COUNT.
           IF WS-MON-REGION-HITS = ZERO
               MOVE SPACES TO SAR-REPORT-LINE
               MOVE "  NO ACCOUNTS FLAGGED" TO SAR-REPORT-LINE
               WRITE SAR-REPORT-LINE AFTER ADVANCING 1
           END-IF.
           MOVE "REGION FLAGGED:" TO WS-SAR-COUNT-LABEL.
           MOVE WS-MON-REGION-HITS TO WS-SAR-COUNT-VALUE.
           PERFORM 3876-WRITE-SAR-COUNT.
           MOVE "REGION FLAGGED AMOUNT:" TO WS-SAR-AMOUNT-LABEL.
           MOVE WS-MON-REGION-AMOUNT TO WS-SAR-AMOUNT-VALUE.
           PERFORM 3877-WRITE-SAR-AMOUNT.

       3870-WRITE-SAR-DETAIL.
           IF WS-MON-REGION(WS-MON-X) = WS-MON-R
             AND (WS-MON-VELOCITY-SW(WS-MON-X) = 'Y'
               OR WS-MON-AMOUNT-SW(WS-MON-X) = 'Y')
               ADD 1 TO WS-MON-REGION-HITS
               ADD WS-MON-TODAY-TOTAL(WS-MON-X) TO WS-MON-REGION-AMOUNT
               MOVE WS-MON-ACCT-ID(WS-MON-X) TO WS-SARD-ACCT
               EVALUATE WS-MON-BASIS(WS-MON-X)
                   WHEN 'H'
                       MOVE "HISTORY" TO WS-SARD-BASIS
                   WHEN 'D'
                       MOVE "DORMANT" TO WS-SARD-BASIS
                   WHEN OTHER
                       MOVE "NEW KEY" TO WS-SARD-BASIS
               END-EVALUATE
               MOVE WS-MON-TODAY-COUNT(WS-MON-X) TO WS-SARD-COUNT
               MOVE WS-MON-TODAY-TOTAL(WS-MON-X) TO WS-SARD-AMOUNT
               MOVE WS-MON-AVG-COUNT(WS-MON-X) TO WS-SARD-AVG-COUNT
               MOVE WS-MON-AVG-TOTAL(WS-MON-X) TO WS-SARD-AVG-AMOUNT
               EVALUATE TRUE
                   WHEN WS-MON-VELOCITY-SW(WS-MON-X) = 'Y'
                    AND WS-MON-AMOUNT-SW(WS-MON-X) = 'Y'
                       MOVE "VELOCITY+AMOUNT" TO WS-SARD-REASON
                   WHEN WS-MON-VELOCITY-SW(WS-MON-X) = 'Y'
                       MOVE "VELOCITY" TO WS-SARD-REASON
                   WHEN OTHER
                       MOVE "AMOUNT" TO WS-SARD-REASON
               END-EVALUATE
               MOVE SPACES TO SAR-REPORT-LINE
               MOVE WS-SAR-DETAIL TO SAR-REPORT-LINE
               WRITE SAR-REPORT-LINE AFTER ADVANCING 1
           END-IF.

       3875-WRITE-SAR-LIMIT.
           MOVE SPACES TO SAR-REPORT-LINE.
           MOVE WS-SAR-LIMIT-LINE TO SAR-REPORT-LINE.
           WRITE SAR-REPORT-LINE AFTER ADVANCING 1.

       3876-WRITE-SAR-COUNT.
           MOVE SPACES TO SAR-REPORT-LINE.
           MOVE WS-SAR-COUNT-LINE TO SAR-REPORT-LINE.
           WRITE SAR-REPORT-LINE AFTER ADVANCING 1.

       3877-WRITE-SAR-AMOUNT.
           MOVE SPACES TO SAR-REPORT-LINE.
           MOVE WS-SAR-AMOUNT-LINE TO SAR-REPORT-LINE.
           WRITE SAR-REPORT-LINE AFTER ADVANCING 1.

       3880-WRITE-SAR-AUDIT.
           IF WS-MON-HIT-COUNT > ZERO
               PERFORM 1600-OPEN-AUDIT-FILE
               IF WS-AUDIT-STATUS = "00"
                   MOVE WS-TODAY-NUM TO WS-MON-AUD-DATE
                   MOVE SPACES TO WS-MON-AUD-JOB-ID
                   STRING "SM" WS-MON-AUD-DATE(3:6)
                          DELIMITED BY SIZE INTO WS-MON-AUD-JOB-ID
                   END-STRING
                   MOVE ZERO TO WS-MON-AUD-SEQ
                   IF PARM-RUN-MODE = 'S'
                       PERFORM 3882-SEED-MONITOR-AUDIT-SEQ
                   END-IF
                   MOVE SPACES TO WS-MON-AUD-ACTION
                   STRING "REVIEWER " WS-MON-REVIEWER
                          DELIMITED BY SIZE INTO WS-MON-AUD-ACTION
                   END-STRING
                   PERFORM 3890-WRITE-MONITOR-AUDIT
                   PERFORM 3885-AUDIT-ONE-HIT
                       VARYING WS-MON-X FROM 1 BY 1
                       UNTIL WS-MON-X > WS-MON-COUNT
                   CLOSE AUDIT-FILE
               ELSE
                   DISPLAY "AUDFILE OPEN FAILED - STATUS: "
                           WS-AUDIT-STATUS " - MONITOR HITS NOT LOGGED"
               END-IF
           END-IF.

       3882-SEED-MONITOR-AUDIT-SEQ.
           CLOSE AUDIT-FILE.
           MOVE 'N' TO WS-MON-AUD-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-MON-AUD-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-MON-AUD-EOF TO TRUE
                       NOT AT END
                           IF AUD-JOB-ID = WS-MON-AUD-JOB-ID
                             AND AUD-COUNT IS NUMERIC
                             AND AUD-COUNT > WS-MON-AUD-SEQ
                               MOVE AUD-COUNT TO WS-MON-AUD-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           PERFORM 1600-OPEN-AUDIT-FILE.

       3885-AUDIT-ONE-HIT.
           IF WS-MON-VELOCITY-SW(WS-MON-X) = 'Y'
             OR WS-MON-AMOUNT-SW(WS-MON-X) = 'Y'
               EVALUATE TRUE
                   WHEN WS-MON-VELOCITY-SW(WS-MON-X) = 'Y'
                    AND WS-MON-AMOUNT-SW(WS-MON-X) = 'Y'
                       MOVE "VEL+AMT" TO WS-MON-REASON
                   WHEN WS-MON-VELOCITY-SW(WS-MON-X) = 'Y'
                       MOVE "VELOCITY" TO WS-MON-REASON
                   WHEN OTHER
                       MOVE "AMOUNT" TO WS-MON-REASON
               END-EVALUATE
               MOVE SPACES TO WS-MON-AUD-ACTION
               STRING WS-MON-REASON DELIMITED BY SPACE
                      " " WS-MON-ACCT-ID(WS-MON-X) " R"
                      WS-MON-REGION(WS-MON-X)
                      DELIMITED BY SIZE INTO WS-MON-AUD-ACTION
               END-STRING
               PERFORM 3890-WRITE-MONITOR-AUDIT
           END-IF.

       3890-WRITE-MONITOR-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-TIMESTAMP.
           STRING WS-FULL-TIMESTAMP(1:4)  "-"
                  WS-FULL-TIMESTAMP(5:2)  "-"
                  WS-FULL-TIMESTAMP(7:2)  " "
                  WS-FULL-TIMESTAMP(9:2)  ":"
                  WS-FULL-TIMESTAMP(11:2) ":"
                  WS-FULL-TIMESTAMP(13:2)
                  DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP
           END-STRING.
           ADD 1 TO WS-MON-AUD-SEQ.
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE WS-MON-AUD-JOB-ID TO AUD-JOB-ID.
           MOVE WS-MON-AUD-SEQ TO AUD-COUNT.
           MOVE WS-MON-AUD-ACTION TO AUD-ACTION.
           WRITE AUDIT-RECORD.

       2700-BALANCE-RUN.
           COMPUTE WS-ACTUAL-COUNT = WS-COUNT + WS-EXCP-COUNT
                                   + WS-DUP-SKIP-COUNT
           IF WS-HASH-TOTAL NOT = WS-TRL-EXPECT-HASH
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE ZERO TO WS-BASE-LOADED-HASH.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-COUNT
               ADD WS-ENTRY-BASE-AMOUNT(WS-K) TO WS-BASE-LOADED-HASH
           END-PERFORM.
           COMPUTE WS-BASE-ACCOUNTED = WS-BASE-LOADED-HASH
                                     + WS-BASE-DISP-HASH.
           IF WS-BASE-ACCOUNTED NOT = WS-BASE-HASH-TOTAL
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           PERFORM 2750-WRITE-BALANCE-REPORT.
           IF WS-OUT-OF-BALANCE
               DISPLAY "RUN OUT OF BALANCE - SEE BALANCING REPORT"
               PERFORM 2600-CLEAR-CHECKPOINT
               MOVE 8 TO RETURN-CODE
               PERFORM 9150-MARK-STEP-ENDED
               STOP RUN
           END-IF.

               MOVE "AMOUNT HASH:" TO WS-BAL-HASH-LABEL
               MOVE WS-HASH-TOTAL TO WS-BAL-HASH-VALUE
               PERFORM 2770-WRITE-BALANCE-HASH
               MOVE WS-BASE-CURRENCY TO WS-BAL-BASE-CURRENCY
               MOVE SPACES TO BALANCE-LINE
               MOVE WS-BAL-BASE-LINE TO BALANCE-LINE
               WRITE BALANCE-LINE AFTER ADVANCING 1
               MOVE "BASE HASH RECEIVED:" TO WS-BAL-HASH-LABEL
               MOVE WS-BASE-HASH-TOTAL TO WS-BAL-HASH-VALUE
               PERFORM 2770-WRITE-BALANCE-HASH
               MOVE "BASE HASH LOADED:" TO WS-BAL-HASH-LABEL
               MOVE WS-BASE-LOADED-HASH TO WS-BAL-HASH-VALUE
               PERFORM 2770-WRITE-BALANCE-HASH
               MOVE "BASE HASH ACCOUNTED:" TO WS-BAL-HASH-LABEL
               MOVE WS-BASE-ACCOUNTED TO WS-BAL-HASH-VALUE
               PERFORM 2770-WRITE-BALANCE-HASH
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
                   PERFORM 2780-WRITE-FEED-STATUS
               END-PERFORM
           EVALUATE TRUE
               WHEN WS-FEED-STATE(WS-K) = 'P'
                   MOVE "PRESENT" TO WS-BAL-FEED-TEXT
               WHEN WS-FEED-STATE(WS-K) = 'X'
                   MOVE "NOT IN THIS RUN" TO WS-BAL-FEED-TEXT
               WHEN WS-FEED-REQ(WS-K) = 'N'
                   MOVE "NOT EXPECTED TODAY" TO WS-BAL-FEED-TEXT
               WHEN OTHER

       3000-SORT-TABLE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-ENTRY SD-CURRENCY
               INPUT PROCEDURE IS 3100-SORT-INPUT-PROC
               OUTPUT PROCEDURE IS 3200-SORT-OUTPUT-PROC.

               MOVE WS-ENTRY-TYPE(WS-I) TO SD-TYPE
               MOVE WS-ENTRY-FIRST-DATE(WS-I) TO SD-FIRST-DATE
               MOVE WS-ENTRY-CYCLE-CNT(WS-I) TO SD-CYCLE-CNT
               MOVE WS-ENTRY-CURRENCY(WS-I) TO SD-CURRENCY
               MOVE WS-ENTRY-RATE(WS-I) TO SD-RATE
               MOVE WS-ENTRY-BASE-AMOUNT(WS-I) TO SD-BASE-AMOUNT
               RELEASE SORT-RECORD
           END-PERFORM.

                          TO WS-ENTRY-FIRST-DATE(WS-SORT-IDX)
                       MOVE SD-CYCLE-CNT
                          TO WS-ENTRY-CYCLE-CNT(WS-SORT-IDX)
                       MOVE SD-CURRENCY
                          TO WS-ENTRY-CURRENCY(WS-SORT-IDX)
                       MOVE SD-RATE
                          TO WS-ENTRY-RATE(WS-SORT-IDX)
                       MOVE SD-BASE-AMOUNT
                          TO WS-ENTRY-BASE-AMOUNT(WS-SORT-IDX)
                       ADD 1 TO WS-SORT-IDX
               END-RETURN
           END-PERFORM.
           END-PERFORM.

       4400-SAVE-TODAY-OUTPUT.
           IF PARM-RUN-MODE = 'S'
               OPEN EXTEND TODAY-OUTPUT-FILE
               IF WS-TODAY-STATUS = "35"
                   OPEN OUTPUT TODAY-OUTPUT-FILE
               END-IF
           ELSE
               OPEN OUTPUT TODAY-OUTPUT-FILE
           END-IF.
           IF WS-TODAY-STATUS = "00"
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
                   MOVE WS-ENTRY(WS-I) TO TODAY-ENTRY
                   MOVE WS-ENTRY-CURRENCY(WS-I) TO TODAY-CURRENCY
                   MOVE WS-ENTRY-BASE-AMOUNT(WS-I)
                      TO TODAY-BASE-AMOUNT
                   WRITE TODAY-OUTPUT-RECORD
               END-PERFORM
               CLOSE TODAY-OUTPUT-FILE
                   MOVE WS-ENTRY-SOURCE(WS-I) TO WS-GLD-SOURCE
                   MOVE WS-ENTRY-AMOUNT(WS-I) TO WS-GLD-AMOUNT
                   MOVE WS-ENTRY-TYPE(WS-I) TO WS-GLD-TYPE
                   MOVE WS-ENTRY-CURRENCY(WS-I) TO WS-GLD-CURRENCY
                   MOVE WS-ENTRY-BASE-AMOUNT(WS-I)
                      TO WS-GLD-BASE-AMOUNT
                   MOVE WS-ENTRY-RATE(WS-I) TO WS-GLD-RATE
                   IF WS-ENTRY-TYPE(WS-I) = 'D'
                       ADD WS-ENTRY-BASE-AMOUNT(WS-I)
                          TO WS-GL-DEBIT-TOTAL
                   ELSE
                       ADD WS-ENTRY-BASE-AMOUNT(WS-I)
                          TO WS-GL-CREDIT-TOTAL
                   END-IF
                   MOVE SPACES TO GL-RECORD
               CLOSE GL-GEN-FILE
           END-IF.

       4600-WRITE-GL-JOURNAL.
           MOVE ZERO TO WS-JRN-COUNT.
           MOVE ZERO TO WS-JRN-DEBIT-TOTAL.
           MOVE ZERO TO WS-JRN-CREDIT-TOTAL.
           MOVE ZERO TO WS-UNMAP-COUNT.
           MOVE ZERO TO WS-UNMAP-TOTAL.
           MOVE 'N' TO WS-JRN-RELEASED-SW.
           PERFORM 4610-LOAD-GL-MAP.
           PERFORM 4650-OPEN-UNMAPPED-REPORT.
           PERFORM 4620-JOURNAL-ONE-ENTRY
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT.
           IF WS-JRN-DEBIT-TOTAL = WS-JRN-CREDIT-TOTAL
               PERFORM 4670-RELEASE-JOURNAL
           ELSE
               DISPLAY "GL JOURNAL OUT OF BALANCE - DEBITS: "
                       WS-JRN-DEBIT-TOTAL " CREDITS: "
                       WS-JRN-CREDIT-TOTAL " - NOT RELEASED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 4680-CLOSE-UNMAPPED-REPORT.
           IF WS-UNMAP-COUNT > ZERO
               DISPLAY "GL JOURNAL: " WS-UNMAP-COUNT
                       " ITEMS POSTED TO SUSPENSE - SEE GLUNMAP"
           END-IF.

       4610-LOAD-GL-MAP.
           MOVE ZERO TO WS-MAP-COUNT.
           MOVE 'N' TO WS-MAP-EOF-SW.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLMAP-STATUS = "00"
               PERFORM UNTIL WS-MAP-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET WS-MAP-EOF TO TRUE
                       NOT AT END
                           PERFORM 4615-STORE-GL-MAP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           ELSE
               DISPLAY "GLMAPFIL OPEN FAILED - STATUS: "
                       WS-GLMAP-STATUS " - ALL ITEMS TO SUSPENSE"
           END-IF.

       4615-STORE-GL-MAP-ENTRY.
           EVALUATE TRUE
               WHEN GLMAP-IS-SUSPENSE
                 AND GLMAP-GL-ACCOUNT NOT = SPACES
                   MOVE GLMAP-GL-ACCOUNT TO WS-SUSP-GL-ACCOUNT
                   MOVE GLMAP-COST-CENTRE TO WS-SUSP-COST-CENTRE
                   IF GLMAP-OFFSET-ACCOUNT NOT = SPACES
                       MOVE GLMAP-OFFSET-ACCOUNT TO WS-SUSP-OFFSET-ACCT
                       MOVE GLMAP-OFFSET-CENTRE TO WS-SUSP-OFFSET-CC
                   END-IF
               WHEN GLMAP-IS-RULE
                 AND GLMAP-GL-ACCOUNT NOT = SPACES
                 AND GLMAP-OFFSET-ACCOUNT NOT = SPACES
                 AND WS-MAP-COUNT < 9999
                   ADD 1 TO WS-MAP-COUNT
                   IF GLMAP-REGION IS NUMERIC
                       MOVE GLMAP-REGION TO WS-MAP-REGION(WS-MAP-COUNT)
                   ELSE
                       MOVE ZERO TO WS-MAP-REGION(WS-MAP-COUNT)
                   END-IF
                   MOVE GLMAP-TYPE TO WS-MAP-TYPE(WS-MAP-COUNT)
                   MOVE GLMAP-ACCT-LOW TO WS-MAP-ACCT-LOW(WS-MAP-COUNT)
                   IF GLMAP-ACCT-HIGH = SPACES
                       MOVE HIGH-VALUES
                          TO WS-MAP-ACCT-HIGH(WS-MAP-COUNT)
                   ELSE
                       MOVE GLMAP-ACCT-HIGH
                          TO WS-MAP-ACCT-HIGH(WS-MAP-COUNT)
                   END-IF
                   MOVE GLMAP-GL-ACCOUNT
                      TO WS-MAP-GL-ACCOUNT(WS-MAP-COUNT)
                   MOVE GLMAP-COST-CENTRE
                      TO WS-MAP-COST-CENTRE(WS-MAP-COUNT)
                   MOVE GLMAP-OFFSET-ACCOUNT
                      TO WS-MAP-OFFSET-ACCT(WS-MAP-COUNT)
                   MOVE GLMAP-OFFSET-CENTRE
                      TO WS-MAP-OFFSET-CC(WS-MAP-COUNT)
           END-EVALUATE.

       4620-JOURNAL-ONE-ENTRY.
           PERFORM 4630-FIND-GL-RULE.
           IF WS-MAP-FOUND
               MOVE WS-MAP-GL-ACCOUNT(WS-M) TO WS-POST-GL-ACCOUNT
               MOVE WS-MAP-COST-CENTRE(WS-M) TO WS-POST-COST-CENTRE
               MOVE WS-MAP-OFFSET-ACCT(WS-M) TO WS-POST-OFFSET-ACCT
               MOVE WS-MAP-OFFSET-CC(WS-M) TO WS-POST-OFFSET-CC
           ELSE
               MOVE WS-SUSP-GL-ACCOUNT TO WS-POST-GL-ACCOUNT
               MOVE WS-SUSP-COST-CENTRE TO WS-POST-COST-CENTRE
               MOVE WS-SUSP-OFFSET-ACCT TO WS-POST-OFFSET-ACCT
               MOVE WS-SUSP-OFFSET-CC TO WS-POST-OFFSET-CC
               PERFORM 4660-WRITE-UNMAPPED-LINE
           END-IF.
           MOVE WS-ENTRY-BASE-AMOUNT(WS-I) TO WS-POST-AMOUNT.
           IF WS-ENTRY-TYPE(WS-I) = 'D'
               MOVE 'D' TO WS-POST-SIDE
           ELSE
               MOVE 'C' TO WS-POST-SIDE
           END-IF.
           PERFORM 4640-POST-JOURNAL-LINE.
           MOVE WS-POST-OFFSET-ACCT TO WS-POST-GL-ACCOUNT.
           MOVE WS-POST-OFFSET-CC TO WS-POST-COST-CENTRE.
           IF WS-POST-SIDE = 'D'
               MOVE 'C' TO WS-POST-SIDE
           ELSE
               MOVE 'D' TO WS-POST-SIDE
           END-IF.
           PERFORM 4640-POST-JOURNAL-LINE.

       4630-FIND-GL-RULE.
           MOVE 'N' TO WS-MAP-FOUND-SW.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MAP-COUNT
               IF (WS-MAP-REGION(WS-M) = ZERO
                   OR WS-MAP-REGION(WS-M) = WS-ENTRY-SOURCE(WS-I))
                 AND (WS-MAP-TYPE(WS-M) = SPACE
                   OR WS-MAP-TYPE(WS-M) = WS-ENTRY-TYPE(WS-I))
                 AND WS-ENTRY(WS-I)(1:5) >= WS-MAP-ACCT-LOW(WS-M)
                 AND WS-ENTRY(WS-I)(1:5) <= WS-MAP-ACCT-HIGH(WS-M)
                   SET WS-MAP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4640-POST-JOURNAL-LINE.
           MOVE 'N' TO WS-JRN-FOUND-SW.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-JRN-COUNT
               IF WS-JRN-GL-ACCOUNT(WS-N) = WS-POST-GL-ACCOUNT
                 AND WS-JRN-COST-CENTRE(WS-N) = WS-POST-COST-CENTRE
                   SET WS-JRN-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-JRN-FOUND
               ADD 1 TO WS-JRN-COUNT
               MOVE WS-JRN-COUNT TO WS-N
               MOVE WS-POST-GL-ACCOUNT TO WS-JRN-GL-ACCOUNT(WS-N)
               MOVE WS-POST-COST-CENTRE TO WS-JRN-COST-CENTRE(WS-N)
               MOVE ZERO TO WS-JRN-DEBIT(WS-N)
               MOVE ZERO TO WS-JRN-CREDIT(WS-N)
               MOVE ZERO TO WS-JRN-ITEMS(WS-N)
           END-IF.
           ADD 1 TO WS-JRN-ITEMS(WS-N).
           IF WS-POST-SIDE = 'D'
               ADD WS-POST-AMOUNT TO WS-JRN-DEBIT(WS-N)
               ADD WS-POST-AMOUNT TO WS-JRN-DEBIT-TOTAL
           ELSE
               ADD WS-POST-AMOUNT TO WS-JRN-CREDIT(WS-N)
               ADD WS-POST-AMOUNT TO WS-JRN-CREDIT-TOTAL
           END-IF.

       4650-OPEN-UNMAPPED-REPORT.
           OPEN OUTPUT GL-UNMAPPED-REPORT-FILE.
           IF WS-UNMAP-STATUS = "00"
               MOVE WS-RUN-DATE TO WS-UNMAPHDG-RUN-DATE
               MOVE SPACES TO GL-UNMAPPED-LINE
               MOVE WS-UNMAP-HEADING TO GL-UNMAPPED-LINE
               WRITE GL-UNMAPPED-LINE AFTER ADVANCING PAGE
               MOVE SPACES TO GL-UNMAPPED-LINE
               WRITE GL-UNMAPPED-LINE AFTER ADVANCING 1
           END-IF.

       4660-WRITE-UNMAPPED-LINE.
           ADD 1 TO WS-UNMAP-COUNT.
           ADD WS-ENTRY-BASE-AMOUNT(WS-I) TO WS-UNMAP-TOTAL.
           IF WS-UNMAP-STATUS = "00"
               MOVE WS-I TO WS-UNM-SEQ
               MOVE WS-ENTRY(WS-I) TO WS-UNM-ENTRY
               MOVE WS-ENTRY-SOURCE(WS-I) TO WS-UNM-SOURCE
               MOVE WS-ENTRY-TYPE(WS-I) TO WS-UNM-TYPE
               MOVE WS-ENTRY-BASE-AMOUNT(WS-I) TO WS-UNM-AMOUNT
               MOVE WS-SUSP-GL-ACCOUNT TO WS-UNM-SUSPENSE
               MOVE SPACES TO GL-UNMAPPED-LINE
               MOVE WS-UNMAP-DETAIL TO GL-UNMAPPED-LINE
               WRITE GL-UNMAPPED-LINE AFTER ADVANCING 1
           END-IF.

       4670-RELEASE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-GLJRN-STATUS = "00"
               MOVE WS-TODAY-NUM TO WS-GLJH-RUN-DATE
               MOVE WS-JOB-ID TO WS-GLJH-JOB-ID
               MOVE WS-GL-GEN-NUMBER TO WS-GLJH-GEN-NUMBER
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-GLJ-HEADER TO GL-JOURNAL-RECORD
               WRITE GL-JOURNAL-RECORD
               PERFORM VARYING WS-N FROM 1 BY 1
                       UNTIL WS-N > WS-JRN-COUNT
                   MOVE WS-TODAY-NUM TO WS-GLJL-RUN-DATE
                   MOVE WS-JRN-GL-ACCOUNT(WS-N) TO WS-GLJL-GL-ACCOUNT
                   MOVE WS-JRN-COST-CENTRE(WS-N)
                      TO WS-GLJL-COST-CENTRE
                   MOVE WS-JRN-DEBIT(WS-N) TO WS-GLJL-DEBIT
                   MOVE WS-JRN-CREDIT(WS-N) TO WS-GLJL-CREDIT
                   MOVE WS-JRN-ITEMS(WS-N) TO WS-GLJL-ITEMS
                   MOVE SPACES TO GL-JOURNAL-RECORD
                   MOVE WS-GLJ-LINE TO GL-JOURNAL-RECORD
                   WRITE GL-JOURNAL-RECORD
               END-PERFORM
               MOVE WS-JRN-COUNT TO WS-GLJT-LINE-COUNT
               MOVE WS-JRN-DEBIT-TOTAL TO WS-GLJT-DEBIT-TOTAL
               MOVE WS-JRN-CREDIT-TOTAL TO WS-GLJT-CREDIT-TOTAL
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE WS-GLJ-TRAILER TO GL-JOURNAL-RECORD
               WRITE GL-JOURNAL-RECORD
               CLOSE GL-JOURNAL-FILE
               SET WS-JRN-RELEASED TO TRUE
           ELSE
               DISPLAY "GLJRNL OPEN FAILED - STATUS: " WS-GLJRN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       4680-CLOSE-UNMAPPED-REPORT.
           IF WS-UNMAP-STATUS = "00"
               MOVE SPACES TO GL-UNMAPPED-LINE
               WRITE GL-UNMAPPED-LINE AFTER ADVANCING 1
               MOVE "ITEMS TO SUSPENSE:" TO WS-UNMAP-COUNT-LABEL
               MOVE WS-UNMAP-COUNT TO WS-UNMAP-COUNT-VALUE
               PERFORM 4685-WRITE-UNMAPPED-COUNT
               MOVE "SUSPENSE AMOUNT:" TO WS-UNMAP-AMOUNT-LABEL
               MOVE WS-UNMAP-TOTAL TO WS-UNMAP-AMOUNT-VALUE
               PERFORM 4690-WRITE-UNMAPPED-AMOUNT
               MOVE "JOURNAL LINES:" TO WS-UNMAP-COUNT-LABEL
               MOVE WS-JRN-COUNT TO WS-UNMAP-COUNT-VALUE
               PERFORM 4685-WRITE-UNMAPPED-COUNT
               MOVE "JOURNAL DEBITS:" TO WS-UNMAP-AMOUNT-LABEL
               MOVE WS-JRN-DEBIT-TOTAL TO WS-UNMAP-AMOUNT-VALUE
               PERFORM 4690-WRITE-UNMAPPED-AMOUNT
               MOVE "JOURNAL CREDITS:" TO WS-UNMAP-AMOUNT-LABEL
               MOVE WS-JRN-CREDIT-TOTAL TO WS-UNMAP-AMOUNT-VALUE
               PERFORM 4690-WRITE-UNMAPPED-AMOUNT
               IF WS-JRN-RELEASED
                   MOVE "RELEASED" TO WS-UNMAP-STATUS-VALUE
               ELSE
                   MOVE "NOT RELEASED" TO WS-UNMAP-STATUS-VALUE
               END-IF
               MOVE SPACES TO GL-UNMAPPED-LINE
               MOVE WS-UNMAP-STATUS-LINE TO GL-UNMAPPED-LINE
               WRITE GL-UNMAPPED-LINE AFTER ADVANCING 2
               CLOSE GL-UNMAPPED-REPORT-FILE
           END-IF.

       4685-WRITE-UNMAPPED-COUNT.
           MOVE SPACES TO GL-UNMAPPED-LINE.
           MOVE WS-UNMAP-COUNT-LINE TO GL-UNMAPPED-LINE.
           WRITE GL-UNMAPPED-LINE AFTER ADVANCING 1.

       4690-WRITE-UNMAPPED-AMOUNT.
           MOVE SPACES TO GL-UNMAPPED-LINE.
           MOVE WS-UNMAP-AMOUNT-LINE TO GL-UNMAPPED-LINE.
           WRITE GL-UNMAPPED-LINE AFTER ADVANCING 1.

       4700-WRITE-RETURN-FILES.
           MOVE 'Y' TO WS-RET-ALL-SW.
           IF PARM-RUN-MODE = 'S'
               PERFORM 4705-WRITE-SUPP-RETURN-FILE
                   VARYING WS-RET-R FROM 1 BY 1 UNTIL WS-RET-R > 3
           ELSE
               PERFORM 4710-WRITE-ONE-RETURN-FILE
                   VARYING WS-RET-R FROM 1 BY 1 UNTIL WS-RET-R > 3
           END-IF.
           IF WS-RET-ALL-WRITTEN
               PERFORM 4790-CLEAR-RETURN-DISP
           ELSE
               DISPLAY "RETURN FILES INCOMPLETE - RETDISP KEPT "
                       "FOR NEXT RUN"
           END-IF.

       4705-WRITE-SUPP-RETURN-FILE.
           IF PARM-SUPP-FEED(WS-RET-R) = 'Y'
               PERFORM 4710-WRITE-ONE-RETURN-FILE
           END-IF.

       4710-WRITE-ONE-RETURN-FILE.
           PERFORM 4715-OPEN-RETURN-FILE.
           IF WS-RET-OPEN
               MOVE ZERO TO WS-RET-LINE-COUNT
               MOVE ZERO TO WS-RET-ACC-COUNT
               MOVE ZERO TO WS-RET-ACC-HASH
               MOVE ZERO TO WS-RET-REJ-COUNT
               MOVE ZERO TO WS-RET-REJ-HASH
               MOVE ZERO TO WS-RET-DSP-COUNT
               MOVE WS-RET-R TO WS-RETH-REGION
               MOVE WS-TODAY-NUM TO WS-RETH-RUN-DATE
               MOVE WS-JOB-ID TO WS-RETH-JOB-ID
               MOVE WS-FEED-STATE(WS-RET-R) TO WS-RETH-FEED-STATE
               MOVE SPACES TO WS-RET-LINE
               MOVE WS-RET-HEADER TO WS-RET-LINE
               PERFORM 4730-WRITE-RETURN-LINE
               PERFORM 4720-RETURN-REJECTS
               PERFORM 4740-RETURN-DISPOSITIONS
               PERFORM 4760-TALLY-ACCEPTED
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COUNT
               MOVE WS-RET-ACC-COUNT TO WS-RETS-ACC-COUNT
               MOVE WS-RET-ACC-HASH TO WS-RETS-ACC-HASH
               MOVE WS-RET-REJ-COUNT TO WS-RETS-REJ-COUNT
               MOVE WS-RET-REJ-HASH TO WS-RETS-REJ-HASH
               MOVE WS-RET-DSP-COUNT TO WS-RETS-DSP-COUNT
               MOVE SPACES TO WS-RET-LINE
               MOVE WS-RET-SUMMARY TO WS-RET-LINE
               PERFORM 4730-WRITE-RETURN-LINE
               PERFORM 4770-WRITE-RETURN-TRAILER
               PERFORM 4718-CLOSE-RETURN-FILE
           ELSE
               MOVE 'N' TO WS-RET-ALL-SW
           END-IF.

       4715-OPEN-RETURN-FILE.
           MOVE 'N' TO WS-RET-OPEN-SW.
           EVALUATE WS-RET-R
               WHEN 1
                   OPEN OUTPUT RETURN-FILE-1
                   IF WS-RET1-STATUS = "00"
                       SET WS-RET-OPEN TO TRUE
                   ELSE
                       DISPLAY "RETFIL01 OPEN FAILED - STATUS: "
                               WS-RET1-STATUS
                   END-IF
               WHEN 2
                   OPEN OUTPUT RETURN-FILE-2
                   IF WS-RET2-STATUS = "00"
                       SET WS-RET-OPEN TO TRUE
                   ELSE
                       DISPLAY "RETFIL02 OPEN FAILED - STATUS: "
                               WS-RET2-STATUS
                   END-IF
               WHEN 3
                   OPEN OUTPUT RETURN-FILE-3
                   IF WS-RET3-STATUS = "00"
                       SET WS-RET-OPEN TO TRUE
                   ELSE
                       DISPLAY "RETFIL03 OPEN FAILED - STATUS: "
                               WS-RET3-STATUS
                   END-IF
           END-EVALUATE.

       4718-CLOSE-RETURN-FILE.
           EVALUATE WS-RET-R
               WHEN 1
                   CLOSE RETURN-FILE-1
               WHEN 2
                   CLOSE RETURN-FILE-2
               WHEN 3
                   CLOSE RETURN-FILE-3
           END-EVALUATE.

       4720-RETURN-REJECTS.
           MOVE 'N' TO WS-EXCP-EOF-SW.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCP-STATUS = "00"
               PERFORM UNTIL WS-EXCP-EOF
                   READ EXCEPTION-FILE
                       AT END
                           SET WS-EXCP-EOF TO TRUE
                       NOT AT END
                           PERFORM 4725-RETURN-ONE-REJECT
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.

       4725-RETURN-ONE-REJECT.
           IF EXCP-SOURCE IS NUMERIC AND EXCP-SOURCE = WS-RET-R
             AND EXCP-FIRST-DATE IS NUMERIC
             AND EXCP-FIRST-DATE = WS-TODAY-NUM
             AND EXCP-RECYCLE-CNT IS NUMERIC
             AND EXCP-RECYCLE-CNT = ZERO
             AND EXCP-REASON NOT = "OPERATOR CORRECTED"
               ADD 1 TO WS-RET-REJ-COUNT
               MOVE EXCP-DATA TO WS-TRANS-DATA
               IF WS-TRANS-AMOUNT-X IS NUMERIC
                   ADD WS-TRANS-AMOUNT TO WS-RET-REJ-HASH
               END-IF
               MOVE EXCP-INDEX TO WS-RETR-INDEX
               MOVE EXCP-DATA TO WS-RETR-DATA
               MOVE EXCP-REASON TO WS-RETR-REASON
               MOVE EXCP-FIRST-DATE TO WS-RETR-FIRST-DATE
               MOVE SPACES TO WS-RET-LINE
               MOVE WS-RET-REJECT TO WS-RET-LINE
               PERFORM 4730-WRITE-RETURN-LINE
           END-IF.

       4730-WRITE-RETURN-LINE.
           ADD 1 TO WS-RET-LINE-COUNT.
           EVALUATE WS-RET-R
               WHEN 1
                   MOVE WS-RET-LINE TO RETURN-RECORD-1
                   WRITE RETURN-RECORD-1
               WHEN 2
                   MOVE WS-RET-LINE TO RETURN-RECORD-2
                   WRITE RETURN-RECORD-2
               WHEN 3
                   MOVE WS-RET-LINE TO RETURN-RECORD-3
                   WRITE RETURN-RECORD-3
           END-EVALUATE.

       4740-RETURN-DISPOSITIONS.
           MOVE 'N' TO WS-RDSP-EOF-SW.
           OPEN INPUT RETURN-DISP-FILE.
           IF WS-RDSP-STATUS = "00"
               PERFORM UNTIL WS-RDSP-EOF
                   READ RETURN-DISP-FILE
                       AT END
                           SET WS-RDSP-EOF TO TRUE
                       NOT AT END
                           PERFORM 4745-RETURN-ONE-DISPOSITION
                   END-READ
               END-PERFORM
               CLOSE RETURN-DISP-FILE
           END-IF.

       4745-RETURN-ONE-DISPOSITION.
           IF RDSP-SOURCE IS NUMERIC AND RDSP-SOURCE = WS-RET-R
               ADD 1 TO WS-RET-DSP-COUNT
               MOVE RDSP-INDEX TO WS-RETD-INDEX
               MOVE RDSP-ACTION TO WS-RETD-ACTION
               EVALUATE RDSP-ACTION
                   WHEN 'C'
                       MOVE "CORRECTED" TO WS-RETD-OUTCOME
                   WHEN 'F'
                       MOVE "FORCED" TO WS-RETD-OUTCOME
                   WHEN 'K'
                       MOVE "KILLED" TO WS-RETD-OUTCOME
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS-RETD-OUTCOME
               END-EVALUATE
               MOVE RDSP-DATE TO WS-RETD-DATE
               MOVE RDSP-OLD-DATA TO WS-RETD-OLD-DATA
               MOVE RDSP-NEW-DATA TO WS-RETD-NEW-DATA
               MOVE SPACES TO WS-RET-LINE
               MOVE WS-RET-DISP TO WS-RET-LINE
               PERFORM 4730-WRITE-RETURN-LINE
           END-IF.

       4760-TALLY-ACCEPTED.
           IF WS-ENTRY-SOURCE(WS-I) = WS-RET-R
               ADD 1 TO WS-RET-ACC-COUNT
               ADD WS-ENTRY-AMOUNT(WS-I) TO WS-RET-ACC-HASH
           END-IF.

       4770-WRITE-RETURN-TRAILER.
           MOVE WS-RET-RECV-COUNT(WS-RET-R) TO WS-RETT-RECV-COUNT.
           MOVE WS-RET-RECV-HASH(WS-RET-R) TO WS-RETT-RECV-HASH.
           MOVE WS-RET-LINE-COUNT TO WS-RETT-LINE-COUNT.
           IF WS-RET-TRL-SEEN(WS-RET-R) = 'Y'
               MOVE WS-RET-TRL-COUNT(WS-RET-R) TO WS-RETT-SENT-COUNT
               MOVE WS-RET-TRL-HASH(WS-RET-R) TO WS-RETT-SENT-HASH
               IF WS-RET-RECV-COUNT(WS-RET-R)
                    = WS-RET-TRL-COUNT(WS-RET-R)
                 AND WS-RET-RECV-HASH(WS-RET-R)
                    = WS-RET-TRL-HASH(WS-RET-R)
                   MOVE 'Y' TO WS-RETT-MATCH
               ELSE
                   MOVE 'N' TO WS-RETT-MATCH
               END-IF
           ELSE
               MOVE ZERO TO WS-RETT-SENT-COUNT
               MOVE ZERO TO WS-RETT-SENT-HASH
               MOVE SPACE TO WS-RETT-MATCH
           END-IF.
           MOVE SPACES TO WS-RET-LINE.
           MOVE WS-RET-TRAILER TO WS-RET-LINE.
           PERFORM 4730-WRITE-RETURN-LINE.

       4790-CLEAR-RETURN-DISP.
           MOVE ZERO TO WS-RDSP-KEEP-COUNT.
           MOVE 'N' TO WS-RDSP-EOF-SW.
           MOVE 'N' TO WS-RDSP-KEEP-ALL-SW.
           OPEN INPUT RETURN-DISP-FILE.
           IF WS-RDSP-STATUS = "00"
               PERFORM UNTIL WS-RDSP-EOF
                   READ RETURN-DISP-FILE
                       AT END
                           SET WS-RDSP-EOF TO TRUE
                       NOT AT END
                           PERFORM 4795-KEEP-RETURN-DISP
                   END-READ
               END-PERFORM
               CLOSE RETURN-DISP-FILE
               IF WS-RDSP-KEEP-ALL
                   DISPLAY "RETDISP TOO LARGE TO REWRITE - RETDISP "
                           "KEPT FOR NEXT RUN"
               END-IF
           ELSE
               IF WS-RDSP-STATUS NOT = "35"
                   DISPLAY "RETDISP OPEN FAILED - STATUS: "
                           WS-RDSP-STATUS
                   SET WS-RDSP-KEEP-ALL TO TRUE
               END-IF
           END-IF.
           IF NOT WS-RDSP-KEEP-ALL
               OPEN OUTPUT RETURN-DISP-FILE
               IF WS-RDSP-STATUS = "00"
                   PERFORM VARYING WS-N FROM 1 BY 1
                           UNTIL WS-N > WS-RDSP-KEEP-COUNT
                       MOVE WS-RDSP-KEEP-RECORD(WS-N)
                          TO RETURN-DISP-RECORD
                       WRITE RETURN-DISP-RECORD
                   END-PERFORM
                   CLOSE RETURN-DISP-FILE
               END-IF
           END-IF.

       4795-KEEP-RETURN-DISP.
           IF RDSP-SOURCE IS NUMERIC
             AND RDSP-SOURCE >= 1 AND RDSP-SOURCE <= 3
               IF WS-FEED-STATE(RDSP-SOURCE) NOT = 'P'
                   IF WS-RDSP-KEEP-COUNT < 9999
                       ADD 1 TO WS-RDSP-KEEP-COUNT
                       MOVE RETURN-DISP-RECORD
                          TO WS-RDSP-KEEP-RECORD(WS-RDSP-KEEP-COUNT)
                   ELSE
                       SET WS-RDSP-KEEP-ALL TO TRUE
                   END-IF
               END-IF
           END-IF.

       5000-RECONCILE-PRIOR-DAY.
           PERFORM 5100-LOAD-PRIOR-DAY-TABLE.
           IF NOT WS-PRIOR-IN-ORDER
               PERFORM 5600-SORT-PRIOR-TABLE
           END-IF.
           IF PARM-RUN-MODE = 'S'
               OPEN EXTEND BREAK-REPORT-FILE
               IF WS-BREAK-STATUS = "35"
                   OPEN OUTPUT BREAK-REPORT-FILE
               END-IF
           ELSE
               OPEN OUTPUT BREAK-REPORT-FILE
           END-IF.
           IF WS-BREAK-STATUS = "00"
               PERFORM 5200-WRITE-BREAK-HEADING
               PERFORM 5300-MATCH-BALANCE-LINE
           ADD 1 TO WS-I.

       5320-REPORT-MISSING.
           IF PARM-RUN-MODE NOT = 'S'
               MOVE "MISSING" TO WS-BRK-STATUS
               MOVE WS-PRIOR-ENTRY(WS-K) TO WS-BRK-ENTRY
               ADD 1 TO WS-MISSING-COUNT
               PERFORM 5400-WRITE-BREAK-LINE
           END-IF.
           ADD 1 TO WS-K.

       5330-REPORT-UNCHANGED.
           COMPUTE WS-HIST-CUTOFF-INT
               = WS-TODAY-INT - WS-HIST-RETAIN-DAYS.
           PERFORM 8100-ROLL-PRIOR-DAY.
           IF PARM-RUN-MODE = 'S'
               PERFORM 8260-APPEND-TODAY-HISTORY
           ELSE
               PERFORM 8200-ROLL-HISTORY-FILE
           END-IF.
           PERFORM 8300-UPDATE-STATS-FILE.
           PERFORM 8400-WRITE-TREND-REPORT.

       8100-ROLL-PRIOR-DAY.
           IF PARM-RUN-MODE = 'S'
               OPEN EXTEND PRIOR-DAY-FILE
               IF WS-PRIOR-STATUS = "35"
                   OPEN OUTPUT PRIOR-DAY-FILE
               END-IF
           ELSE
               OPEN OUTPUT PRIOR-DAY-FILE
           END-IF.
           IF WS-PRIOR-STATUS = "00"
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-COUNT
                   MOVE WS-TODAY-NUM TO HISTWK-DATE
                   MOVE WS-ENTRY(WS-I) TO HISTWK-ENTRY
                   MOVE WS-ENTRY-SOURCE(WS-I) TO HISTWK-SOURCE
                   MOVE WS-ENTRY-CURRENCY(WS-I) TO HISTWK-CURRENCY
                   WRITE HISTORY-WORK-RECORD
               END-PERFORM
               CLOSE HISTORY-WORK-FILE
                       MOVE HIST-DATE TO HISTWK-DATE
                       MOVE HIST-ENTRY TO HISTWK-ENTRY
                       MOVE HIST-SOURCE TO HISTWK-SOURCE
                       MOVE HIST-CURRENCY TO HISTWK-CURRENCY
                       WRITE HISTORY-WORK-RECORD
                   WHEN WS-REC-DATE-INT <= WS-HIST-CUTOFF-INT
                       PERFORM 8240-ARCHIVE-AGED-RECORD
               MOVE HIST-DATE TO MARC-DATE
               MOVE HIST-ENTRY TO MARC-ENTRY
               MOVE HIST-SOURCE TO MARC-SOURCE
               MOVE HIST-CURRENCY TO MARC-CURRENCY
               WRITE MONTHLY-ARCHIVE-RECORD
           END-IF.

           CLOSE HISTORY-WORK-FILE.
           CLOSE HISTORY-FILE.

       8260-APPEND-TODAY-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-HIST-STATUS = "00"
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-COUNT
                   MOVE WS-TODAY-NUM TO HIST-DATE
                   MOVE WS-ENTRY(WS-I) TO HIST-ENTRY
                   MOVE WS-ENTRY-SOURCE(WS-I) TO HIST-SOURCE
                   MOVE WS-ENTRY-CURRENCY(WS-I) TO HIST-CURRENCY
                   WRITE HISTORY-RECORD
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "HISTFILE OPEN FAILED - STATUS: "
                       WS-HIST-STATUS
           END-IF.

       8300-UPDATE-STATS-FILE.
           MOVE ZERO TO WS-STAT-COUNT.
           MOVE 'N' TO WS-STAT-EOF-SW.
               END-PERFORM
               CLOSE STATS-FILE
           END-IF.
           IF PARM-RUN-MODE = 'S' AND WS-STAT-COUNT > ZERO
             AND WS-STAT-DATE(WS-STAT-COUNT) = WS-TODAY-NUM
               ADD WS-COUNT TO WS-STAT-PROCESSED(WS-STAT-COUNT)
               ADD WS-NEW-COUNT TO WS-STAT-NEW(WS-STAT-COUNT)
           ELSE
               IF WS-STAT-COUNT < 31
                   ADD 1 TO WS-STAT-COUNT
                   MOVE WS-TODAY-NUM TO WS-STAT-DATE(WS-STAT-COUNT)
                   MOVE WS-COUNT TO WS-STAT-PROCESSED(WS-STAT-COUNT)
                   MOVE WS-NEW-COUNT TO WS-STAT-NEW(WS-STAT-COUNT)
                   MOVE WS-MISSING-COUNT
                      TO WS-STAT-MISSING(WS-STAT-COUNT)
               END-IF
           END-IF.
           OPEN OUTPUT STATS-FILE.
           IF WS-STAT-STATUS = "00"
               COMPUTE WS-REC-DATE-INT
                   = FUNCTION INTEGER-OF-DATE(STAT-DATE)
               IF WS-REC-DATE-INT > WS-HIST-CUTOFF-INT
                 AND (WS-REC-DATE-INT < WS-TODAY-INT
                   OR (PARM-RUN-MODE = 'S'
                   AND WS-REC-DATE-INT = WS-TODAY-INT))
                 AND WS-STAT-COUNT < 31
                   ADD 1 TO WS-STAT-COUNT
                   MOVE STAT-DATE TO WS-STAT-DATE(WS-STAT-COUNT)
           END-IF.
           IF WS-CTLTOT-STATUS = "00"
               MOVE WS-TODAY-NUM TO CTL-RUN-DATE
               IF PARM-RUN-MODE = 'S'
                   MOVE "BUGSUPP" TO CTL-PROGRAM
               ELSE
                   MOVE "BUG" TO CTL-PROGRAM
               END-IF
               MOVE WS-COUNT TO CTL-COUNT-1
               MOVE WS-GLT-RECORD-COUNT TO CTL-COUNT-2
               MOVE WS-EXCP-COUNT TO CTL-COUNT-3
               MOVE WS-RET-RECV-COUNT(1) TO CTL-COUNT-4
               MOVE WS-RET-RECV-COUNT(2) TO CTL-COUNT-5
               MOVE WS-RET-RECV-COUNT(3) TO CTL-COUNT-6
               MOVE RETURN-CODE TO CTL-RETURN-CODE
               WRITE CONTROL-TOTALS-RECORD
               CLOSE CONTROL-TOTALS-FILE
                       WS-CTLTOT-STATUS
           END-IF.

       9090-SET-LEDGER-STEP.
           MOVE ZERO TO WS-LDG-PREREQ-COUNT.
           EVALUATE PARM-RUN-MODE
               WHEN 'R'
                   MOVE "BUGRCY" TO WS-LDG-STEP
                   MOVE 1 TO WS-LDG-PREREQ-COUNT
                   MOVE "BUG" TO WS-LDG-PREREQ(1)
               WHEN 'S'
                   MOVE WS-SUPP-STEP TO WS-LDG-STEP
                   MOVE 1 TO WS-LDG-PREREQ-COUNT
                   MOVE "BUG" TO WS-LDG-PREREQ(1)
               WHEN OTHER
                   MOVE "BUG" TO WS-LDG-STEP
           END-EVALUATE.

       9100-CHECK-RUN-LEDGER.
           MOVE 'N' TO WS-LDG-BLOCKED-SW.
           OPEN I-O RUN-LEDGER-FILE.
           IF WS-LDG-STATUS = "35"
               OPEN OUTPUT RUN-LEDGER-FILE
               CLOSE RUN-LEDGER-FILE
               OPEN I-O RUN-LEDGER-FILE
           END-IF.
           IF WS-LDG-STATUS NOT = "00"
               DISPLAY "RUNLEDGR OPEN FAILED - STATUS: "
                       WS-LDG-STATUS " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LDG-STEP TO WS-LDG-FIND-PROGRAM.
           PERFORM 9110-READ-LEDGER-ENTRY.
           IF WS-LDG-FOUND AND LDG-COMPLETED
               DISPLAY WS-LDG-STEP " ALREADY COMPLETE FOR RUN DATE "
                       WS-TODAY-NUM
                       " - MARK FOR RERUN TO RUN AGAIN"
               SET WS-LDG-BLOCKED TO TRUE
           END-IF.
           PERFORM 9120-CHECK-PREREQUISITE
               VARYING WS-LDG-P FROM 1 BY 1
               UNTIL WS-LDG-P > WS-LDG-PREREQ-COUNT.
           IF WS-LDG-BLOCKED
               CLOSE RUN-LEDGER-FILE
               DISPLAY WS-LDG-STEP " NOT STARTED - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9130-MARK-STEP-STARTED.
           CLOSE RUN-LEDGER-FILE.
           SET WS-LDG-ACTIVE TO TRUE.

       9110-READ-LEDGER-ENTRY.
           MOVE 'N' TO WS-LDG-FOUND-SW.
           MOVE WS-TODAY-NUM TO LDG-RUN-DATE.
           MOVE WS-LDG-FIND-PROGRAM TO LDG-PROGRAM.
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LDG-FOUND TO TRUE
           END-READ.

       9120-CHECK-PREREQUISITE.
           MOVE WS-LDG-PREREQ(WS-LDG-P) TO WS-LDG-FIND-PROGRAM.
           PERFORM 9110-READ-LEDGER-ENTRY.
           IF NOT WS-LDG-FOUND
               DISPLAY WS-LDG-STEP " BLOCKED - PREREQUISITE "
                       WS-LDG-FIND-PROGRAM " HAS NOT RUN FOR "
                       WS-TODAY-NUM
               SET WS-LDG-BLOCKED TO TRUE
           ELSE
               IF NOT LDG-COMPLETED
                   DISPLAY WS-LDG-STEP " BLOCKED - PREREQUISITE "
                           WS-LDG-FIND-PROGRAM " STATUS " LDG-STATUS
                           " RC " LDG-RETURN-CODE " FOR "
                           WS-TODAY-NUM
                   SET WS-LDG-BLOCKED TO TRUE
               END-IF
           END-IF.

       9130-MARK-STEP-STARTED.
           MOVE WS-LDG-STEP TO WS-LDG-FIND-PROGRAM.
           PERFORM 9110-READ-LEDGER-ENTRY.
           PERFORM 9160-SET-LEDGER-TIMESTAMP.
           MOVE 'S' TO LDG-STATUS.
           MOVE ZERO TO LDG-RETURN-CODE.
           MOVE WS-LDG-TIMESTAMP TO LDG-START-TS.
           MOVE SPACES TO LDG-END-TS.
           IF WS-LDG-FOUND
               ADD 1 TO LDG-ATTEMPTS
               REWRITE RUN-LEDGER-RECORD
           ELSE
               MOVE 1 TO LDG-ATTEMPTS
               MOVE SPACES TO LDG-OPERATOR
               WRITE RUN-LEDGER-RECORD
           END-IF.
           IF WS-LDG-STATUS NOT = "00"
               DISPLAY "RUNLEDGR UPDATE FAILED - STATUS: "
                       WS-LDG-STATUS " - RUN STOPPED"
               CLOSE RUN-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       9150-MARK-STEP-ENDED.
           IF WS-LDG-ACTIVE
               MOVE 'N' TO WS-LDG-ACTIVE-SW
               OPEN I-O RUN-LEDGER-FILE
               IF WS-LDG-STATUS = "00"
                   MOVE WS-LDG-STEP TO WS-LDG-FIND-PROGRAM
                   PERFORM 9110-READ-LEDGER-ENTRY
                   PERFORM 9160-SET-LEDGER-TIMESTAMP
                   IF RETURN-CODE > 4
                       MOVE 'F' TO LDG-STATUS
                   ELSE
                       MOVE 'C' TO LDG-STATUS
                   END-IF
                   MOVE RETURN-CODE TO LDG-RETURN-CODE
                   MOVE WS-LDG-TIMESTAMP TO LDG-END-TS
                   IF WS-LDG-FOUND
                       REWRITE RUN-LEDGER-RECORD
                   ELSE
                       MOVE SPACES TO LDG-START-TS
                       MOVE 1 TO LDG-ATTEMPTS
                       MOVE SPACES TO LDG-OPERATOR
                       WRITE RUN-LEDGER-RECORD
                   END-IF
                   CLOSE RUN-LEDGER-FILE
               ELSE
                   DISPLAY "RUNLEDGR OPEN FAILED - STATUS: "
                           WS-LDG-STATUS " - STEP END NOT RECORDED"
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       9160-SET-LEDGER-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-TIMESTAMP.
           STRING WS-FULL-TIMESTAMP(1:4)  "-"
                  WS-FULL-TIMESTAMP(5:2)  "-"
                  WS-FULL-TIMESTAMP(7:2)  " "
                  WS-FULL-TIMESTAMP(9:2)  ":"
                  WS-FULL-TIMESTAMP(11:2) ":"
                  WS-FULL-TIMESTAMP(13:2)
                  DELIMITED BY SIZE INTO WS-LDG-TIMESTAMP
           END-STRING.

       8600-TALLY-ARCHIVE-DETAIL.
           MOVE 'N' TO WS-MARC-EOF-SW.
           OPEN INPUT MONTHLY-ARCHIVE-FILE.
                   MOVE ZERO TO WS-ENTRY-AMOUNT(WS-COUNT)
               END-IF
               MOVE WS-TRANS-TYPE-CODE TO WS-ENTRY-TYPE(WS-COUNT)
               MOVE HIST-CURRENCY TO WS-TRANS-CURRENCY
               PERFORM 2145-CONVERT-TO-BASE
               MOVE WS-TRANS-CURRENCY TO WS-ENTRY-CURRENCY(WS-COUNT)
               MOVE WS-TRANS-RATE TO WS-ENTRY-RATE(WS-COUNT)
               MOVE WS-TRANS-BASE-AMOUNT
                  TO WS-ENTRY-BASE-AMOUNT(WS-COUNT)
               MOVE WS-TODAY-NUM TO WS-ENTRY-FIRST-DATE(WS-COUNT)
               MOVE ZERO TO WS-ENTRY-CYCLE-CNT(WS-COUNT)
               IF HIST-SOURCE IS NUMERIC
           ELSE
               MOVE 1 TO WS-RCY-SOURCE(WS-RECYCLE-IN-COUNT)
           END-IF.
           MOVE EXCP-CURRENCY TO WS-RCY-CURRENCY(WS-RECYCLE-IN-COUNT).

       7200-RECYCLE-ONE-RECORD.
           COMPUTE WS-FIRST-INT
           ELSE
               MOVE WS-RCY-DATA(WS-I) TO WS-TRANS-DATA
               MOVE WS-RCY-SOURCE(WS-I) TO WS-TRANS-SOURCE
               MOVE WS-RCY-CURRENCY(WS-I) TO WS-TRANS-CURRENCY
               PERFORM 2140-PROCESS-TRANSACTION
           END-IF.

