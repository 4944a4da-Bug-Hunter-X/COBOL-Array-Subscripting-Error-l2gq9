       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRSCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESEARCH-CARD-FILE
               ASSIGN TO "RSCHCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT MONTHLY-ARCHIVE-FILE
               ASSIGN TO "MHISTARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARC-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT MASTER-FILE
               ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ENTRY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT MASTER-ARCHIVE-FILE
               ASSIGN TO "MSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT RESEARCH-REPORT-FILE
               ASSIGN TO "RSCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RESEARCH-LOG-FILE
               ASSIGN TO "RSCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESEARCH-CARD-FILE.
       01  RESEARCH-CARD-RECORD.
           05  RCARD-KEY-TYPE          PIC X(1).
               88  RCARD-BY-ACCOUNT              VALUE 'A'.
               88  RCARD-BY-ENTRY                VALUE 'E'.
               88  RCARD-KEY-TYPE-VALID          VALUES 'A' 'E'.
           05  RCARD-KEY               PIC X(20).
           05  RCARD-FROM-DATE         PIC X(8).
           05  RCARD-TO-DATE           PIC X(8).
           05  RCARD-REQUESTER         PIC X(8).
           05  RCARD-REFERENCE         PIC X(12).
           05  FILLER                  PIC X(23).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTRL-DAILY-COUNT        PIC 9(5).
           05  CTRL-BASE-CURRENCY      PIC X(3).
           05  FILLER                  PIC X(72).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HIST-DATE               PIC 9(8).
           05  HIST-ENTRY              PIC X(20).
           05  HIST-SOURCE             PIC 9(2).
           05  HIST-CURRENCY           PIC X(3).

       FD  MONTHLY-ARCHIVE-FILE.
       01  MONTHLY-ARCHIVE-RECORD.
           05  MARC-DATE               PIC 9(8).
           05  MARC-ENTRY              PIC X(20).
           05  MARC-SOURCE             PIC 9(2).
           05  MARC-CURRENCY           PIC X(3).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EXCP-INDEX              PIC 9(5).
           05  EXCP-DATA               PIC X(20).
           05  EXCP-REASON             PIC X(30).
           05  EXCP-FIRST-DATE         PIC 9(8).
           05  EXCP-RECYCLE-CNT        PIC 9(2).
           05  EXCP-SOURCE             PIC 9(2).
           05  EXCP-CURRENCY           PIC X(3).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MST-ENTRY               PIC X(20).
           05  MST-ACTIVE-SW           PIC X(1).
           05  MST-FIRST-SEEN          PIC 9(8).
           05  MST-LAST-SEEN           PIC 9(8).
           05  MST-INACTIVE-DATE       PIC 9(8).
           05  MST-TIMES-SEEN          PIC 9(5).

       FD  MASTER-ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARCH-ENTRY              PIC X(20).
           05  ARCH-FIRST-SEEN         PIC 9(8).
           05  ARCH-LAST-SEEN          PIC 9(8).
           05  ARCH-INACTIVE-DATE      PIC 9(8).
           05  ARCH-TIMES-SEEN         PIC 9(5).
           05  ARCH-PURGE-DATE         PIC 9(8).

       FD  RESEARCH-REPORT-FILE.
       01  RESEARCH-REPORT-LINE        PIC X(80).

       FD  RESEARCH-LOG-FILE.
       01  RESEARCH-LOG-RECORD.
           05  RLOG-TIMESTAMP          PIC X(19).
           05  RLOG-REQUESTER          PIC X(8).
           05  RLOG-REFERENCE          PIC X(12).
           05  RLOG-KEY-TYPE           PIC X(1).
           05  RLOG-KEY                PIC X(20).
           05  RLOG-FROM-DATE          PIC 9(8).
           05  RLOG-TO-DATE            PIC 9(8).
           05  RLOG-ITEM-COUNT         PIC 9(5).
           05  RLOG-MASTER-COUNT       PIC 9(5).
           05  RLOG-RESULT             PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CARD-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-CARD-EOF                   VALUE 'Y'.
           05  WS-SCAN-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-SCAN-EOF                   VALUE 'Y'.
           05  WS-CARD-OK-SW           PIC X(1) VALUE 'N'.
               88  WS-CARD-OK                    VALUE 'Y'.
           05  WS-REV-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-REV-FOUND                  VALUE 'Y'.
           05  WS-TRUNCATED-SW         PIC X(1) VALUE 'N'.
               88  WS-TRUNCATED                  VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-CARD-STATUS          PIC X(2) VALUE SPACES.
           05  WS-CTRL-STATUS          PIC X(2) VALUE SPACES.
           05  WS-HIST-STATUS          PIC X(2) VALUE SPACES.
           05  WS-MARC-STATUS          PIC X(2) VALUE SPACES.
           05  WS-EXCP-STATUS          PIC X(2) VALUE SPACES.
           05  WS-MAST-STATUS          PIC X(2) VALUE SPACES.
           05  WS-ARCH-STATUS          PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(2) VALUE SPACES.
           05  WS-LOG-STATUS           PIC X(2) VALUE SPACES.

       01  WS-DATE-FIELDS.
           05  WS-FULL-TIMESTAMP       PIC X(21).
           05  WS-TODAY-YYYYMMDD       PIC 9(8).
           05  WS-LOG-TIMESTAMP        PIC X(19).

       01  WS-SEARCH-FIELDS.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE "USD".
           05  WS-SEARCH-KEY           PIC X(20) VALUE SPACES.
           05  WS-SEARCH-ACCT-ID       PIC X(5) VALUE SPACES.
           05  WS-SEARCH-KEY-LEN       PIC 9(2) VALUE 5.
           05  WS-SEARCH-KEY-TYPE      PIC X(7) VALUE SPACES.
           05  WS-FROM-DATE            PIC 9(8) VALUE ZERO.
           05  WS-TO-DATE              PIC 9(8) VALUE ZERO.
           05  WS-CARD-RESULT          PIC X(20) VALUE SPACES.

       01  WS-CARD-DATE.
           05  WS-CARD-DATE-YYYY       PIC 9(4).
           05  WS-CARD-DATE-MM         PIC 9(2).
           05  WS-CARD-DATE-DD         PIC 9(2).
       01  WS-CARD-DATE-NUM REDEFINES WS-CARD-DATE
                                       PIC 9(8).

       01  WS-ACTIVITY-WORK.
           05  WS-WRK-DATE             PIC 9(8).
           05  WS-WRK-ENTRY.
               10  WS-WRK-ACCT-ID      PIC X(5).
               10  WS-WRK-AMOUNT       PIC 9(4)V99.
               10  WS-WRK-AMOUNT-X REDEFINES WS-WRK-AMOUNT
                                       PIC X(6).
               10  WS-WRK-TYPE-CODE    PIC X(1).
               10  WS-WRK-EFF-DATE     PIC X(8).
           05  WS-WRK-SOURCE           PIC 9(2).
           05  WS-WRK-CURRENCY         PIC X(3).
           05  WS-WRK-FILE             PIC X(4).

       01  WS-HIT-AREA.
           05  WS-HIT-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-HIT-TABLE OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-HIT-COUNT.
               10  WS-HIT-DATE         PIC 9(8).
               10  WS-HIT-FILE         PIC X(4).
               10  WS-HIT-SOURCE       PIC 9(2).
               10  WS-HIT-ENTRY        PIC X(20).
               10  WS-HIT-AMOUNT       PIC 9(4)V99.
               10  WS-HIT-CURRENCY     PIC X(3).
               10  WS-HIT-TYPE         PIC X(1).
               10  WS-HIT-REV-STATE    PIC X(1).
               10  WS-HIT-REV-DATE     PIC 9(8).
               10  WS-HIT-PURGE-DATE   PIC 9(8).

       01  WS-REV-AREA.
           05  WS-REV-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-REV-TABLE OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-REV-COUNT.
               10  WS-REV-DATE         PIC 9(8).
               10  WS-REV-AMOUNT       PIC 9(4)V99.
               10  WS-REV-CURRENCY     PIC X(3).
               10  WS-REV-STATE        PIC X(1).
               10  WS-REV-USED         PIC X(1).

       01  WS-MST-AREA.
           05  WS-MST-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-MST-TABLE OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-MST-COUNT.
               10  WS-MSTT-ENTRY       PIC X(20).
               10  WS-MSTT-STATUS      PIC X(8).
               10  WS-MSTT-FIRST-SEEN  PIC 9(8).
               10  WS-MSTT-LAST-SEEN   PIC 9(8).
               10  WS-MSTT-END-DATE    PIC 9(8).
               10  WS-MSTT-TIMES-SEEN  PIC 9(5).

       01  WS-COUNTERS.
           05  WS-CARD-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-SEARCH-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-ARCH-HIT-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-HIST-HIT-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-REVERSED-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-PURGED-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-MST-LISTED-COUNT     PIC 9(5) VALUE ZERO.

       01  WS-SUBSCRIPTS.
           05  WS-H                    PIC 9(4) VALUE 1.
           05  WS-R                    PIC 9(4) VALUE 1.
           05  WS-M                    PIC 9(4) VALUE 1.

       01  WS-RSCH-HEADING.
           05  FILLER                  PIC X(34)
                   VALUE "ACCOUNT ACTIVITY RESEARCH".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  WS-RSCH-HDG-DATE        PIC 9(8).

       01  WS-RSCH-REQUEST-LINE.
           05  FILLER                  PIC X(14)
                   VALUE "REQUESTED BY: ".
           05  WS-RQL-REQUESTER        PIC X(8).
           05  FILLER                  PIC X(8)  VALUE "   REF: ".
           05  WS-RQL-REFERENCE        PIC X(12).
           05  FILLER                  PIC X(11)
                   VALUE "   RESULT: ".
           05  WS-RQL-RESULT           PIC X(20).

       01  WS-RSCH-KEY-LINE.
           05  FILLER                  PIC X(14)
                   VALUE "SEARCH KEY:   ".
           05  WS-RKL-KEY              PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RKL-KEY-TYPE         PIC X(7).
           05  FILLER                  PIC X(8)  VALUE "  FROM: ".
           05  WS-RKL-FROM             PIC 9(8).
           05  FILLER                  PIC X(6)  VALUE "  TO: ".
           05  WS-RKL-TO               PIC 9(8).

       01  WS-RSCH-COLUMN-LINE.
           05  FILLER                  PIC X(9)  VALUE "DATE".
           05  FILLER                  PIC X(5)  VALUE "FILE".
           05  FILLER                  PIC X(3)  VALUE "RG".
           05  FILLER                  PIC X(21) VALUE "ENTRY".
           05  FILLER                  PIC X(8)  VALUE " AMOUNT".
           05  FILLER                  PIC X(4)  VALUE "CUR".
           05  FILLER                  PIC X(3)  VALUE "T".
           05  FILLER                  PIC X(10) VALUE "REVERSED".
           05  FILLER                  PIC X(8)  VALUE "PURGED".

       01  WS-RSCH-DETAIL.
           05  WS-RSD-DATE             PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RSD-FILE             PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RSD-SOURCE           PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RSD-ENTRY            PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RSD-AMOUNT           PIC ZZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RSD-CURRENCY         PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RSD-TYPE             PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RSD-REVERSED         PIC X(9).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RSD-PURGED           PIC X(8).

       01  WS-RSCH-MASTER-HEADING.
           05  FILLER                  PIC X(40)
                   VALUE "MASTER FILE HISTORY FOR KEY".

       01  WS-RSCH-MASTER-DETAIL.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RSM-ENTRY            PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RSM-STATUS           PIC X(8).
           05  FILLER                  PIC X(7)  VALUE " FIRST ".
           05  WS-RSM-FIRST-SEEN       PIC 9(8).
           05  FILLER                  PIC X(6)  VALUE " LAST ".
           05  WS-RSM-LAST-SEEN        PIC 9(8).
           05  FILLER                  PIC X(7)  VALUE " ENDED ".
           05  WS-RSM-END-DATE         PIC X(8).

       01  WS-RSCH-MSG-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RSCH-MSG             PIC X(60).

       01  WS-RSCH-COUNT-LINE.
           05  WS-RSCH-COUNT-LABEL     PIC X(24).
           05  WS-RSCH-COUNT-VALUE     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-SET-RUN-DATE.
           PERFORM 1100-READ-BASE-CURRENCY.
           PERFORM 1200-OPEN-RESEARCH-LOG.
           PERFORM 1300-OPEN-RESEARCH-REPORT.
           PERFORM 2000-PROCESS-CARDS.
           PERFORM 6000-WRITE-RUN-TOTALS.
           CLOSE RESEARCH-LOG-FILE.
           STOP RUN.

       1000-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-TIMESTAMP.
           MOVE WS-FULL-TIMESTAMP(1:8) TO WS-TODAY-YYYYMMDD.

       1100-READ-BASE-CURRENCY.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTRL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTRL-BASE-CURRENCY NOT = SPACES
                           MOVE CTRL-BASE-CURRENCY TO WS-BASE-CURRENCY
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       1200-OPEN-RESEARCH-LOG.
           OPEN EXTEND RESEARCH-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT RESEARCH-LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "RSCHLOG OPEN FAILED - STATUS: "
                       WS-LOG-STATUS " - NO SEARCHES RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1300-OPEN-RESEARCH-REPORT.
           OPEN OUTPUT RESEARCH-REPORT-FILE.
           IF WS-RPT-STATUS = "00"
               MOVE WS-TODAY-YYYYMMDD TO WS-RSCH-HDG-DATE
               MOVE SPACES TO RESEARCH-REPORT-LINE
               MOVE WS-RSCH-HEADING TO RESEARCH-REPORT-LINE
               WRITE RESEARCH-REPORT-LINE AFTER ADVANCING PAGE
           ELSE
               DISPLAY "RSCHRPT OPEN FAILED - STATUS: "
                       WS-RPT-STATUS " - NO SEARCHES RUN"
               MOVE 8 TO RETURN-CODE
               CLOSE RESEARCH-LOG-FILE
               STOP RUN
           END-IF.

       2000-PROCESS-CARDS.
           MOVE 'N' TO WS-CARD-EOF-SW.
           OPEN INPUT RESEARCH-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               PERFORM UNTIL WS-CARD-EOF
                   READ RESEARCH-CARD-FILE
                       AT END
                           SET WS-CARD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 2100-PROCESS-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE RESEARCH-CARD-FILE
           ELSE
               DISPLAY "RSCHCARD OPEN FAILED - STATUS: "
                       WS-CARD-STATUS
           END-IF.

       2100-PROCESS-ONE-CARD.
           MOVE ZERO TO WS-HIT-COUNT.
           MOVE ZERO TO WS-REV-COUNT.
           MOVE ZERO TO WS-MST-COUNT.
           MOVE ZERO TO WS-MST-LISTED-COUNT.
           MOVE 'N' TO WS-TRUNCATED-SW.
           PERFORM 2150-EDIT-CARD.
           IF WS-CARD-OK
               ADD 1 TO WS-SEARCH-COUNT
               PERFORM 3000-RUN-SEARCH
               MOVE "SEARCHED" TO WS-CARD-RESULT
               PERFORM 4000-PRINT-SEARCH
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 4100-PRINT-SEARCH-HEADER
           END-IF.
           PERFORM 7000-WRITE-RESEARCH-LOG.

       2150-EDIT-CARD.
           MOVE 'Y' TO WS-CARD-OK-SW.
           MOVE SPACES TO WS-CARD-RESULT.
           MOVE RCARD-KEY TO WS-SEARCH-KEY.
           MOVE RCARD-KEY(1:5) TO WS-SEARCH-ACCT-ID.
           IF RCARD-BY-ENTRY
               MOVE 20 TO WS-SEARCH-KEY-LEN
               MOVE "ENTRY" TO WS-SEARCH-KEY-TYPE
           ELSE
               MOVE 5 TO WS-SEARCH-KEY-LEN
               MOVE "ACCOUNT" TO WS-SEARCH-KEY-TYPE
           END-IF.
           MOVE ZERO TO WS-FROM-DATE.
           MOVE WS-TODAY-YYYYMMDD TO WS-TO-DATE.
           IF RCARD-FROM-DATE NOT = SPACES
               MOVE RCARD-FROM-DATE TO WS-CARD-DATE
               PERFORM 2160-EDIT-CARD-DATE
               IF WS-CARD-OK
                   MOVE WS-CARD-DATE-NUM TO WS-FROM-DATE
               END-IF
           END-IF.
           IF RCARD-TO-DATE NOT = SPACES AND WS-CARD-OK
               MOVE RCARD-TO-DATE TO WS-CARD-DATE
               PERFORM 2160-EDIT-CARD-DATE
               IF WS-CARD-OK
                   MOVE WS-CARD-DATE-NUM TO WS-TO-DATE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-CARD-OK
                   CONTINUE
               WHEN NOT RCARD-KEY-TYPE-VALID
                   MOVE "INVALID KEY TYPE" TO WS-CARD-RESULT
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN RCARD-KEY(1:5) = SPACES
                   MOVE "NO SEARCH KEY" TO WS-CARD-RESULT
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN RCARD-REQUESTER = SPACES
                   MOVE "NO REQUESTER ID" TO WS-CARD-RESULT
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN WS-FROM-DATE > WS-TO-DATE
                   MOVE "DATE RANGE INVALID" TO WS-CARD-RESULT
                   MOVE 'N' TO WS-CARD-OK-SW
           END-EVALUATE.

       2160-EDIT-CARD-DATE.
           EVALUATE TRUE
               WHEN WS-CARD-DATE IS NOT NUMERIC
                   MOVE "DATE NOT NUMERIC" TO WS-CARD-RESULT
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN WS-CARD-DATE-YYYY < 1990 OR WS-CARD-DATE-YYYY > 2099
                 OR WS-CARD-DATE-MM < 1 OR WS-CARD-DATE-MM > 12
                 OR WS-CARD-DATE-DD < 1 OR WS-CARD-DATE-DD > 31
                   MOVE "DATE INVALID" TO WS-CARD-RESULT
                   MOVE 'N' TO WS-CARD-OK-SW
           END-EVALUATE.

       3000-RUN-SEARCH.
           PERFORM 3100-SCAN-MONTHLY-ARCHIVE.
           PERFORM 3200-SCAN-HISTORY.
           PERFORM 3300-SCAN-PENDING-REVERSALS.
           PERFORM 3400-SCAN-MASTER.
           PERFORM 3500-SCAN-MASTER-ARCHIVE.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-HIT-COUNT
               PERFORM 3600-MARK-REVERSAL
               PERFORM 3700-MARK-PURGE
           END-PERFORM.

       3100-SCAN-MONTHLY-ARCHIVE.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           OPEN INPUT MONTHLY-ARCHIVE-FILE.
           IF WS-MARC-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF
                   READ MONTHLY-ARCHIVE-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           MOVE MARC-DATE TO WS-WRK-DATE
                           MOVE MARC-ENTRY TO WS-WRK-ENTRY
                           MOVE MARC-SOURCE TO WS-WRK-SOURCE
                           MOVE MARC-CURRENCY TO WS-WRK-CURRENCY
                           MOVE "ARCH" TO WS-WRK-FILE
                           PERFORM 3150-CHECK-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE MONTHLY-ARCHIVE-FILE
           ELSE
               IF WS-MARC-STATUS NOT = "35"
                   DISPLAY "MHISTARC OPEN FAILED - STATUS: "
                           WS-MARC-STATUS " - SEARCH INCOMPLETE"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3150-CHECK-ACTIVITY.
           IF WS-WRK-ACCT-ID = WS-SEARCH-ACCT-ID
             AND WS-WRK-DATE IS NUMERIC
               IF WS-WRK-CURRENCY = SPACES
                   MOVE WS-BASE-CURRENCY TO WS-WRK-CURRENCY
               END-IF
               IF WS-WRK-AMOUNT-X IS NOT NUMERIC
                   MOVE ZERO TO WS-WRK-AMOUNT
               END-IF
               IF WS-WRK-TYPE-CODE = 'R'
                   PERFORM 3160-STORE-REVERSAL
               END-IF
               IF WS-WRK-ENTRY(1:WS-SEARCH-KEY-LEN)
                    = WS-SEARCH-KEY(1:WS-SEARCH-KEY-LEN)
                 AND WS-WRK-DATE >= WS-FROM-DATE
                 AND WS-WRK-DATE <= WS-TO-DATE
                   PERFORM 3170-STORE-HIT
               END-IF
           END-IF.

       3160-STORE-REVERSAL.
           IF WS-REV-COUNT < 9999
               ADD 1 TO WS-REV-COUNT
               MOVE WS-WRK-DATE TO WS-REV-DATE(WS-REV-COUNT)
               MOVE WS-WRK-AMOUNT TO WS-REV-AMOUNT(WS-REV-COUNT)
               MOVE WS-WRK-CURRENCY TO WS-REV-CURRENCY(WS-REV-COUNT)
               IF WS-WRK-FILE = "EXCP"
                   MOVE 'P' TO WS-REV-STATE(WS-REV-COUNT)
               ELSE
                   MOVE 'R' TO WS-REV-STATE(WS-REV-COUNT)
               END-IF
               MOVE 'N' TO WS-REV-USED(WS-REV-COUNT)
           ELSE
               SET WS-TRUNCATED TO TRUE
           END-IF.

       3170-STORE-HIT.
           IF WS-HIT-COUNT < 9999
               ADD 1 TO WS-HIT-COUNT
               MOVE WS-WRK-DATE TO WS-HIT-DATE(WS-HIT-COUNT)
               MOVE WS-WRK-FILE TO WS-HIT-FILE(WS-HIT-COUNT)
               MOVE WS-WRK-SOURCE TO WS-HIT-SOURCE(WS-HIT-COUNT)
               MOVE WS-WRK-ENTRY TO WS-HIT-ENTRY(WS-HIT-COUNT)
               MOVE WS-WRK-AMOUNT TO WS-HIT-AMOUNT(WS-HIT-COUNT)
               MOVE WS-WRK-CURRENCY TO WS-HIT-CURRENCY(WS-HIT-COUNT)
               MOVE WS-WRK-TYPE-CODE TO WS-HIT-TYPE(WS-HIT-COUNT)
               MOVE SPACE TO WS-HIT-REV-STATE(WS-HIT-COUNT)
               MOVE ZERO TO WS-HIT-REV-DATE(WS-HIT-COUNT)
               MOVE ZERO TO WS-HIT-PURGE-DATE(WS-HIT-COUNT)
               IF WS-WRK-FILE = "ARCH"
                   ADD 1 TO WS-ARCH-HIT-COUNT
               ELSE
                   ADD 1 TO WS-HIST-HIT-COUNT
               END-IF
           ELSE
               SET WS-TRUNCATED TO TRUE
           END-IF.

       3200-SCAN-HISTORY.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           MOVE HIST-DATE TO WS-WRK-DATE
                           MOVE HIST-ENTRY TO WS-WRK-ENTRY
                           MOVE HIST-SOURCE TO WS-WRK-SOURCE
                           MOVE HIST-CURRENCY TO WS-WRK-CURRENCY
                           MOVE "HIST" TO WS-WRK-FILE
                           PERFORM 3150-CHECK-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               IF WS-HIST-STATUS NOT = "35"
                   DISPLAY "HISTFILE OPEN FAILED - STATUS: "
                           WS-HIST-STATUS " - SEARCH INCOMPLETE"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3300-SCAN-PENDING-REVERSALS.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCP-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF
                   READ EXCEPTION-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 3350-CHECK-PENDING-REVERSAL
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.

       3350-CHECK-PENDING-REVERSAL.
           MOVE EXCP-DATA TO WS-WRK-ENTRY.
           IF WS-WRK-ACCT-ID = WS-SEARCH-ACCT-ID
             AND WS-WRK-TYPE-CODE = 'R'
             AND EXCP-FIRST-DATE IS NUMERIC
               MOVE EXCP-FIRST-DATE TO WS-WRK-DATE
               MOVE EXCP-CURRENCY TO WS-WRK-CURRENCY
               IF WS-WRK-CURRENCY = SPACES
                   MOVE WS-BASE-CURRENCY TO WS-WRK-CURRENCY
               END-IF
               IF WS-WRK-AMOUNT-X IS NOT NUMERIC
                   MOVE ZERO TO WS-WRK-AMOUNT
               END-IF
               MOVE "EXCP" TO WS-WRK-FILE
               PERFORM 3160-STORE-REVERSAL
           END-IF.

       3400-SCAN-MASTER.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           OPEN INPUT MASTER-FILE.
           IF WS-MAST-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF
                   READ MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           IF MST-ENTRY(1:WS-SEARCH-KEY-LEN)
                              = WS-SEARCH-KEY(1:WS-SEARCH-KEY-LEN)
                               PERFORM 3450-STORE-MASTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           ELSE
               IF WS-MAST-STATUS NOT = "35"
                   DISPLAY "MASTFILE OPEN FAILED - STATUS: "
                           WS-MAST-STATUS " - SEARCH INCOMPLETE"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3450-STORE-MASTER-ENTRY.
           IF WS-MST-COUNT < 9999
               ADD 1 TO WS-MST-COUNT
               MOVE MST-ENTRY TO WS-MSTT-ENTRY(WS-MST-COUNT)
               IF MST-ACTIVE-SW = 'Y'
                   MOVE "ACTIVE" TO WS-MSTT-STATUS(WS-MST-COUNT)
                   MOVE ZERO TO WS-MSTT-END-DATE(WS-MST-COUNT)
               ELSE
                   MOVE "INACTIVE" TO WS-MSTT-STATUS(WS-MST-COUNT)
                   MOVE MST-INACTIVE-DATE
                      TO WS-MSTT-END-DATE(WS-MST-COUNT)
               END-IF
               MOVE MST-FIRST-SEEN TO WS-MSTT-FIRST-SEEN(WS-MST-COUNT)
               MOVE MST-LAST-SEEN TO WS-MSTT-LAST-SEEN(WS-MST-COUNT)
               MOVE MST-TIMES-SEEN TO WS-MSTT-TIMES-SEEN(WS-MST-COUNT)
           ELSE
               SET WS-TRUNCATED TO TRUE
           END-IF.

       3500-SCAN-MASTER-ARCHIVE.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           OPEN INPUT MASTER-ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF
                   READ MASTER-ARCHIVE-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           IF ARCH-ENTRY(1:WS-SEARCH-KEY-LEN)
                              = WS-SEARCH-KEY(1:WS-SEARCH-KEY-LEN)
                               PERFORM 3550-STORE-ARCHIVE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-ARCHIVE-FILE
           ELSE
               IF WS-ARCH-STATUS NOT = "35"
                   DISPLAY "MSTARCH OPEN FAILED - STATUS: "
                           WS-ARCH-STATUS " - SEARCH INCOMPLETE"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3550-STORE-ARCHIVE-ENTRY.
           IF WS-MST-COUNT < 9999
               ADD 1 TO WS-MST-COUNT
               MOVE ARCH-ENTRY TO WS-MSTT-ENTRY(WS-MST-COUNT)
               MOVE "PURGED" TO WS-MSTT-STATUS(WS-MST-COUNT)
               MOVE ARCH-FIRST-SEEN TO WS-MSTT-FIRST-SEEN(WS-MST-COUNT)
               MOVE ARCH-LAST-SEEN TO WS-MSTT-LAST-SEEN(WS-MST-COUNT)
               MOVE ARCH-PURGE-DATE TO WS-MSTT-END-DATE(WS-MST-COUNT)
               MOVE ARCH-TIMES-SEEN
                  TO WS-MSTT-TIMES-SEEN(WS-MST-COUNT)
           ELSE
               SET WS-TRUNCATED TO TRUE
           END-IF.

       3600-MARK-REVERSAL.
           IF WS-HIT-TYPE(WS-H) = 'D' OR WS-HIT-TYPE(WS-H) = 'C'
               MOVE 'N' TO WS-REV-FOUND-SW
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-REV-COUNT
                   IF WS-REV-USED(WS-R) = 'N'
                     AND WS-REV-DATE(WS-R) >= WS-HIT-DATE(WS-H)
                     AND WS-REV-AMOUNT(WS-R) = WS-HIT-AMOUNT(WS-H)
                     AND WS-REV-CURRENCY(WS-R) = WS-HIT-CURRENCY(WS-H)
                       SET WS-REV-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-REV-FOUND
                   MOVE 'Y' TO WS-REV-USED(WS-R)
                   MOVE WS-REV-STATE(WS-R) TO WS-HIT-REV-STATE(WS-H)
                   MOVE WS-REV-DATE(WS-R) TO WS-HIT-REV-DATE(WS-H)
                   IF WS-REV-STATE(WS-R) = 'R'
                       ADD 1 TO WS-REVERSED-COUNT
                   END-IF
               END-IF
           END-IF.

       3700-MARK-PURGE.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MST-COUNT
               IF WS-MSTT-ENTRY(WS-M) = WS-HIT-ENTRY(WS-H)
                 AND WS-MSTT-STATUS(WS-M) = "PURGED"
                 AND WS-MSTT-END-DATE(WS-M) >= WS-HIT-DATE(WS-H)
                   MOVE WS-MSTT-END-DATE(WS-M)
                      TO WS-HIT-PURGE-DATE(WS-H)
                   ADD 1 TO WS-PURGED-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4000-PRINT-SEARCH.
           PERFORM 4100-PRINT-SEARCH-HEADER.
           MOVE SPACES TO RESEARCH-REPORT-LINE.
           MOVE WS-RSCH-COLUMN-LINE TO RESEARCH-REPORT-LINE.
           WRITE RESEARCH-REPORT-LINE AFTER ADVANCING 2.
           IF WS-HIT-COUNT = ZERO
               MOVE "NO ACTIVITY FOUND IN DATE RANGE" TO WS-RSCH-MSG
               PERFORM 4900-WRITE-MSG-LINE
           END-IF.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-HIT-COUNT
               PERFORM 4200-PRINT-ACTIVITY-LINE
           END-PERFORM.
           MOVE SPACES TO RESEARCH-REPORT-LINE.
           MOVE WS-RSCH-MASTER-HEADING TO RESEARCH-REPORT-LINE.
           WRITE RESEARCH-REPORT-LINE AFTER ADVANCING 2.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MST-COUNT
               PERFORM 4300-PRINT-MASTER-LINE
           END-PERFORM.
           IF WS-MST-LISTED-COUNT = ZERO
               MOVE "NO MASTER RECORDS ACTIVE IN DATE RANGE"
                  TO WS-RSCH-MSG
               PERFORM 4900-WRITE-MSG-LINE
           END-IF.
           IF WS-TRUNCATED
               MOVE "TABLE LIMIT REACHED - LISTING INCOMPLETE"
                  TO WS-RSCH-MSG
               PERFORM 4900-WRITE-MSG-LINE
           END-IF.
           MOVE SPACES TO RESEARCH-REPORT-LINE.
           WRITE RESEARCH-REPORT-LINE AFTER ADVANCING 1.
           MOVE "ITEMS LISTED:" TO WS-RSCH-COUNT-LABEL.
           MOVE WS-HIT-COUNT TO WS-RSCH-COUNT-VALUE.
           PERFORM 4950-WRITE-COUNT-LINE.
           MOVE "MASTER RECORDS LISTED:" TO WS-RSCH-COUNT-LABEL.
           MOVE WS-MST-LISTED-COUNT TO WS-RSCH-COUNT-VALUE.
           PERFORM 4950-WRITE-COUNT-LINE.

       4100-PRINT-SEARCH-HEADER.
           MOVE RCARD-REQUESTER TO WS-RQL-REQUESTER.
           MOVE RCARD-REFERENCE TO WS-RQL-REFERENCE.
           MOVE WS-CARD-RESULT TO WS-RQL-RESULT.
           MOVE SPACES TO RESEARCH-REPORT-LINE.
           MOVE WS-RSCH-REQUEST-LINE TO RESEARCH-REPORT-LINE.
           WRITE RESEARCH-REPORT-LINE AFTER ADVANCING 3.
           MOVE RCARD-KEY TO WS-RKL-KEY.
           IF RCARD-KEY-TYPE-VALID
               MOVE WS-SEARCH-KEY-TYPE TO WS-RKL-KEY-TYPE
           ELSE
               MOVE RCARD-KEY-TYPE TO WS-RKL-KEY-TYPE
           END-IF.
           MOVE WS-FROM-DATE TO WS-RKL-FROM.
           MOVE WS-TO-DATE TO WS-RKL-TO.
           MOVE SPACES TO RESEARCH-REPORT-LINE.
           MOVE WS-RSCH-KEY-LINE TO RESEARCH-REPORT-LINE.
           WRITE RESEARCH-REPORT-LINE AFTER ADVANCING 1.

       4200-PRINT-ACTIVITY-LINE.
           MOVE WS-HIT-DATE(WS-H) TO WS-RSD-DATE.
           MOVE WS-HIT-FILE(WS-H) TO WS-RSD-FILE.
           MOVE WS-HIT-SOURCE(WS-H) TO WS-RSD-SOURCE.
           MOVE WS-HIT-ENTRY(WS-H) TO WS-RSD-ENTRY.
           MOVE WS-HIT-AMOUNT(WS-H) TO WS-RSD-AMOUNT.
           MOVE WS-HIT-CURRENCY(WS-H) TO WS-RSD-CURRENCY.
           MOVE WS-HIT-TYPE(WS-H) TO WS-RSD-TYPE.
           EVALUATE WS-HIT-REV-STATE(WS-H)
               WHEN 'R'
                   MOVE WS-HIT-REV-DATE(WS-H) TO WS-RSD-REVERSED
               WHEN 'P'
                   MOVE "PENDING" TO WS-RSD-REVERSED
               WHEN OTHER
                   MOVE SPACES TO WS-RSD-REVERSED
           END-EVALUATE.
           IF WS-HIT-PURGE-DATE(WS-H) > ZERO
               MOVE WS-HIT-PURGE-DATE(WS-H) TO WS-RSD-PURGED
           ELSE
               MOVE SPACES TO WS-RSD-PURGED
           END-IF.
           MOVE SPACES TO RESEARCH-REPORT-LINE.
           MOVE WS-RSCH-DETAIL TO RESEARCH-REPORT-LINE.
           WRITE RESEARCH-REPORT-LINE AFTER ADVANCING 1.

       4300-PRINT-MASTER-LINE.
           IF WS-MSTT-FIRST-SEEN(WS-M) <= WS-TO-DATE
             AND WS-MSTT-LAST-SEEN(WS-M) >= WS-FROM-DATE
               ADD 1 TO WS-MST-LISTED-COUNT
               MOVE WS-MSTT-ENTRY(WS-M) TO WS-RSM-ENTRY
               MOVE WS-MSTT-STATUS(WS-M) TO WS-RSM-STATUS
               MOVE WS-MSTT-FIRST-SEEN(WS-M) TO WS-RSM-FIRST-SEEN
               MOVE WS-MSTT-LAST-SEEN(WS-M) TO WS-RSM-LAST-SEEN
               IF WS-MSTT-END-DATE(WS-M) > ZERO
                   MOVE WS-MSTT-END-DATE(WS-M) TO WS-RSM-END-DATE
               ELSE
                   MOVE SPACES TO WS-RSM-END-DATE
               END-IF
               MOVE SPACES TO RESEARCH-REPORT-LINE
               MOVE WS-RSCH-MASTER-DETAIL TO RESEARCH-REPORT-LINE
               WRITE RESEARCH-REPORT-LINE AFTER ADVANCING 1
           END-IF.

       4900-WRITE-MSG-LINE.
           MOVE SPACES TO RESEARCH-REPORT-LINE.
           MOVE WS-RSCH-MSG-LINE TO RESEARCH-REPORT-LINE.
           WRITE RESEARCH-REPORT-LINE AFTER ADVANCING 1.

       4950-WRITE-COUNT-LINE.
           MOVE SPACES TO RESEARCH-REPORT-LINE.
           MOVE WS-RSCH-COUNT-LINE TO RESEARCH-REPORT-LINE.
           WRITE RESEARCH-REPORT-LINE AFTER ADVANCING 1.

       6000-WRITE-RUN-TOTALS.
           MOVE SPACES TO RESEARCH-REPORT-LINE.
           WRITE RESEARCH-REPORT-LINE AFTER ADVANCING 2.
           MOVE "CARDS READ:" TO WS-RSCH-COUNT-LABEL.
           MOVE WS-CARD-COUNT TO WS-RSCH-COUNT-VALUE.
           PERFORM 4950-WRITE-COUNT-LINE.
           MOVE "SEARCHES RUN:" TO WS-RSCH-COUNT-LABEL.
           MOVE WS-SEARCH-COUNT TO WS-RSCH-COUNT-VALUE.
           PERFORM 4950-WRITE-COUNT-LINE.
           MOVE "CARDS REJECTED:" TO WS-RSCH-COUNT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RSCH-COUNT-VALUE.
           PERFORM 4950-WRITE-COUNT-LINE.
           MOVE "ARCHIVE ITEMS LISTED:" TO WS-RSCH-COUNT-LABEL.
           MOVE WS-ARCH-HIT-COUNT TO WS-RSCH-COUNT-VALUE.
           PERFORM 4950-WRITE-COUNT-LINE.
           MOVE "HISTORY ITEMS LISTED:" TO WS-RSCH-COUNT-LABEL.
           MOVE WS-HIST-HIT-COUNT TO WS-RSCH-COUNT-VALUE.
           PERFORM 4950-WRITE-COUNT-LINE.
           MOVE "ITEMS LATER REVERSED:" TO WS-RSCH-COUNT-LABEL.
           MOVE WS-REVERSED-COUNT TO WS-RSCH-COUNT-VALUE.
           PERFORM 4950-WRITE-COUNT-LINE.
           MOVE "ITEMS LATER PURGED:" TO WS-RSCH-COUNT-LABEL.
           MOVE WS-PURGED-COUNT TO WS-RSCH-COUNT-VALUE.
           PERFORM 4950-WRITE-COUNT-LINE.
           CLOSE RESEARCH-REPORT-FILE.

       7000-WRITE-RESEARCH-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-TIMESTAMP.
           STRING WS-FULL-TIMESTAMP(1:4)  "-"
                  WS-FULL-TIMESTAMP(5:2)  "-"
                  WS-FULL-TIMESTAMP(7:2)  " "
                  WS-FULL-TIMESTAMP(9:2)  ":"
                  WS-FULL-TIMESTAMP(11:2) ":"
                  WS-FULL-TIMESTAMP(13:2)
                  DELIMITED BY SIZE INTO WS-LOG-TIMESTAMP
           END-STRING.
           MOVE WS-LOG-TIMESTAMP TO RLOG-TIMESTAMP.
           MOVE RCARD-REQUESTER TO RLOG-REQUESTER.
           MOVE RCARD-REFERENCE TO RLOG-REFERENCE.
           MOVE RCARD-KEY-TYPE TO RLOG-KEY-TYPE.
           MOVE RCARD-KEY TO RLOG-KEY.
           MOVE WS-FROM-DATE TO RLOG-FROM-DATE.
           MOVE WS-TO-DATE TO RLOG-TO-DATE.
           MOVE WS-HIT-COUNT TO RLOG-ITEM-COUNT.
           MOVE WS-MST-LISTED-COUNT TO RLOG-MASTER-COUNT.
           MOVE WS-CARD-RESULT TO RLOG-RESULT.
           WRITE RESEARCH-LOG-RECORD.
