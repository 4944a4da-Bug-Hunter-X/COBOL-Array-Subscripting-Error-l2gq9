       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TODAY-FILE
               ASSIGN TO "TODAYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TODAY-STATUS.

           SELECT ACCT-REF-FILE
               ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT POSITION-FILE
               ASSIGN TO "ACCTPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POS-ACCT-ID
               FILE STATUS IS WS-POS-STATUS.

           SELECT BREACH-REPORT-FILE
               ASSIGN TO "LIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREACH-RPT-STATUS.

           SELECT CONTROL-TOTALS-FILE
               ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.

           SELECT RUN-LEDGER-FILE
               ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TODAY-FILE.
       01  TODAY-RECORD.
           05  TODAY-ACCT-ID           PIC X(5).
           05  TODAY-AMOUNT            PIC 9(4)V99.
           05  TODAY-TYPE-CODE         PIC X(1).
           05  TODAY-EFF-DATE          PIC X(8).
           05  TODAY-CURRENCY          PIC X(3).
           05  TODAY-BASE-AMOUNT       PIC 9(9)V99.

       FD  ACCT-REF-FILE.
       01  ACCT-REF-RECORD.
           05  ACCT-REF-ID             PIC X(5).
           05  ACCT-REF-STATUS         PIC X(1).
           05  ACCT-REF-CREDIT-LIMIT   PIC 9(9)V99.
           05  ACCT-REF-EFF-DATE       PIC 9(8).
           05  ACCT-REF-OPERATOR       PIC X(8).

       FD  POSITION-FILE.
       01  POSITION-RECORD.
           05  POS-ACCT-ID             PIC X(5).
           05  POS-LAST-POST-DATE      PIC 9(8).
           05  POS-OPENING-BALANCE     PIC S9(9)V99.
           05  POS-TODAY-DEBITS        PIC 9(9)V99.
           05  POS-TODAY-CREDITS       PIC 9(9)V99.
           05  POS-CLOSING-BALANCE     PIC S9(9)V99.
           05  POS-DEBIT-COUNT         PIC 9(5).
           05  POS-CREDIT-COUNT        PIC 9(5).

       FD  BREACH-REPORT-FILE.
       01  BREACH-REPORT-LINE          PIC X(80).

       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTALS-RECORD.
           05  CTL-RUN-DATE            PIC 9(8).
           05  CTL-PROGRAM             PIC X(8).
           05  CTL-COUNT-1             PIC 9(7).
           05  CTL-COUNT-2             PIC 9(7).
           05  CTL-COUNT-3             PIC 9(7).
           05  CTL-COUNT-4             PIC 9(7).
           05  CTL-COUNT-5             PIC 9(7).
           05  CTL-COUNT-6             PIC 9(7).
           05  CTL-RETURN-CODE         PIC 9(2).

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
           05  WS-TODAY-EOF-SW         PIC X(1) VALUE 'N'.
               88  WS-TODAY-EOF                  VALUE 'Y'.
           05  WS-ACCT-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-ACCT-EOF                   VALUE 'Y'.
           05  WS-POS-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-POS-FOUND                  VALUE 'Y'.
           05  WS-POST-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-POST-FOUND                 VALUE 'Y'.
           05  WS-LIMIT-FOUND-SW       PIC X(1) VALUE 'N'.
               88  WS-LIMIT-FOUND                VALUE 'Y'.
           05  WS-BREACH-RPT-OPEN-SW   PIC X(1) VALUE 'N'.
               88  WS-BREACH-RPT-OPEN            VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-TODAY-STATUS         PIC X(2) VALUE SPACES.
           05  WS-ACCT-STATUS          PIC X(2) VALUE SPACES.
           05  WS-POS-STATUS           PIC X(2) VALUE SPACES.
           05  WS-BREACH-RPT-STATUS    PIC X(2) VALUE SPACES.
           05  WS-CTLTOT-STATUS        PIC X(2) VALUE SPACES.
           05  WS-LDG-STATUS           PIC X(2) VALUE SPACES.

       01  WS-DATE-FIELDS.
           05  WS-FULL-TIMESTAMP       PIC X(21).
           05  WS-TODAY-YYYYMMDD       PIC 9(8).

       01  WS-LEDGER-FIELDS.
           05  WS-LDG-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-LDG-FOUND                  VALUE 'Y'.
           05  WS-LDG-BLOCKED-SW       PIC X(1) VALUE 'N'.
               88  WS-LDG-BLOCKED                VALUE 'Y'.
           05  WS-LDG-ACTIVE-SW        PIC X(1) VALUE 'N'.
               88  WS-LDG-ACTIVE                 VALUE 'Y'.
           05  WS-LDG-STEP             PIC X(8) VALUE "ACCTPOST".
           05  WS-LDG-PREREQ-COUNT     PIC 9(1) VALUE 1.
           05  WS-LDG-PREREQ-LIST.
               10  FILLER              PIC X(8) VALUE "BUG".
               10  FILLER              PIC X(8) VALUE SPACES.
               10  FILLER              PIC X(8) VALUE SPACES.
           05  WS-LDG-PREREQ-TABLE REDEFINES WS-LDG-PREREQ-LIST.
               10  WS-LDG-PREREQ       PIC X(8) OCCURS 3 TIMES.
           05  WS-LDG-P                PIC 9(1) VALUE 1.
           05  WS-LDG-FIND-PROGRAM     PIC X(8) VALUE SPACES.
           05  WS-LDG-TIMESTAMP        PIC X(19) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ         PIC 9(5) VALUE ZERO.
           05  WS-ENTRIES-POSTED       PIC 9(5) VALUE ZERO.
           05  WS-ENTRIES-SKIPPED      PIC 9(5) VALUE ZERO.
           05  WS-ACCOUNTS-POSTED      PIC 9(5) VALUE ZERO.
           05  WS-NEW-POSITIONS        PIC 9(5) VALUE ZERO.
           05  WS-BREACH-COUNT         PIC 9(5) VALUE ZERO.

       01  WS-ACCT-AREA.
           05  WS-ACCT-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-ACCT-TABLE OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-ACCT-COUNT.
               10  WS-ACCT-ID          PIC X(5).
               10  WS-ACCT-LIMIT       PIC 9(9)V99.

       01  WS-POST-AREA.
           05  WS-POST-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-POST-TABLE OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-POST-COUNT.
               10  WS-POST-ACCT-ID     PIC X(5).
               10  WS-POST-DEBITS      PIC 9(9)V99.
               10  WS-POST-CREDITS     PIC 9(9)V99.
               10  WS-POST-DEBIT-CNT   PIC 9(5).
               10  WS-POST-CREDIT-CNT  PIC 9(5).

       01  WS-SUBSCRIPTS.
           05  WS-P                    PIC 9(5) VALUE 1.
           05  WS-A                    PIC 9(5) VALUE 1.

       01  WS-LIMIT-FIELDS.
           05  WS-CURRENT-LIMIT        PIC 9(9)V99 VALUE ZERO.
           05  WS-EXCESS-AMOUNT        PIC S9(9)V99 VALUE ZERO.

       01  WS-BREACH-HEADING.
           05  FILLER                  PIC X(30)
                   VALUE "CREDIT LIMIT BREACH REPORT".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  WS-BREACH-HDG-DATE      PIC 9(8).

       01  WS-BREACH-COL-HEADING.
           05  FILLER                  PIC X(7)  VALUE "ACCT".
           05  FILLER                  PIC X(13) VALUE "CREDIT LIMIT".
           05  FILLER                  PIC X(13) VALUE "DEBITS".
           05  FILLER                  PIC X(13) VALUE "CREDITS".
           05  FILLER                  PIC X(14) VALUE "CLOSING BAL".
           05  FILLER                  PIC X(12) VALUE "OVER LIMIT".

       01  WS-BREACH-DETAIL.
           05  WS-BRD-ACCT-ID          PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-BRD-LIMIT            PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BRD-DEBITS           PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BRD-CREDITS          PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BRD-CLOSING          PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BRD-EXCESS           PIC ZZZZZZZZ9.99.

       01  WS-BREACH-COUNT-LINE.
           05  WS-BREACH-LABEL         PIC X(24).
           05  WS-BREACH-VALUE         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-SET-RUN-DATE.
           PERFORM 9100-CHECK-RUN-LEDGER.
           PERFORM 1100-LOAD-CREDIT-LIMITS.
           PERFORM 1200-ACCUMULATE-TODAY.
           IF WS-TODAY-STATUS = "00"
               PERFORM 1300-OPEN-POSITION-FILE
               IF WS-POS-STATUS = "00"
                   PERFORM 3000-OPEN-BREACH-REPORT
                   PERFORM 2000-POST-ONE-ACCOUNT
                       VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-POST-COUNT
                   CLOSE POSITION-FILE
                   PERFORM 3300-CLOSE-BREACH-REPORT
                   IF WS-BREACH-COUNT > ZERO AND RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "ACCTPOS OPEN FAILED - STATUS: "
                           WS-POS-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "TODAYFILE OPEN FAILED - STATUS: "
                       WS-TODAY-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 4000-WRITE-CONTROL-TOTALS.
           DISPLAY "ACCTPOST ENTRIES POSTED: " WS-ENTRIES-POSTED
                   " ACCOUNTS OVER LIMIT: " WS-BREACH-COUNT.
           PERFORM 9150-MARK-STEP-ENDED.
           STOP RUN.

       1000-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-TIMESTAMP.
           MOVE WS-FULL-TIMESTAMP(1:8) TO WS-TODAY-YYYYMMDD.

       1100-LOAD-CREDIT-LIMITS.
           MOVE ZERO TO WS-ACCT-COUNT.
           MOVE 'N' TO WS-ACCT-EOF-SW.
           OPEN INPUT ACCT-REF-FILE.
           IF WS-ACCT-STATUS = "00"
               PERFORM UNTIL WS-ACCT-EOF
                   READ ACCT-REF-FILE
                       AT END
                           SET WS-ACCT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-STORE-CREDIT-LIMIT
                   END-READ
               END-PERFORM
               CLOSE ACCT-REF-FILE
           ELSE
               DISPLAY "ACCTFILE NOT AVAILABLE - STATUS: "
                       WS-ACCT-STATUS " - LIMIT CHECKS BYPASSED"
           END-IF.

       1110-STORE-CREDIT-LIMIT.
           IF ACCT-REF-ID NOT = SPACES
             AND ACCT-REF-ID NOT = LOW-VALUES
               ADD 1 TO WS-ACCT-COUNT
               MOVE ACCT-REF-ID TO WS-ACCT-ID(WS-ACCT-COUNT)
               IF ACCT-REF-CREDIT-LIMIT IS NUMERIC
                   MOVE ACCT-REF-CREDIT-LIMIT
                      TO WS-ACCT-LIMIT(WS-ACCT-COUNT)
               ELSE
                   MOVE ZERO TO WS-ACCT-LIMIT(WS-ACCT-COUNT)
               END-IF
           END-IF.

       1200-ACCUMULATE-TODAY.
           MOVE ZERO TO WS-POST-COUNT.
           MOVE 'N' TO WS-TODAY-EOF-SW.
           OPEN INPUT TODAY-FILE.
           IF WS-TODAY-STATUS = "00"
               PERFORM UNTIL WS-TODAY-EOF
                   READ TODAY-FILE
                       AT END
                           SET WS-TODAY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENTRIES-READ
                           PERFORM 1210-ACCUMULATE-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TODAY-FILE
           END-IF.

       1210-ACCUMULATE-ONE-ENTRY.
           IF TODAY-ACCT-ID = SPACES
             OR TODAY-BASE-AMOUNT IS NOT NUMERIC
             OR (TODAY-TYPE-CODE NOT = 'D'
               AND TODAY-TYPE-CODE NOT = 'C')
               ADD 1 TO WS-ENTRIES-SKIPPED
           ELSE
               PERFORM 1220-FIND-POST-ENTRY
               IF NOT WS-POST-FOUND
                   ADD 1 TO WS-POST-COUNT
                   MOVE WS-POST-COUNT TO WS-P
                   MOVE TODAY-ACCT-ID TO WS-POST-ACCT-ID(WS-P)
                   MOVE ZERO TO WS-POST-DEBITS(WS-P)
                   MOVE ZERO TO WS-POST-CREDITS(WS-P)
                   MOVE ZERO TO WS-POST-DEBIT-CNT(WS-P)
                   MOVE ZERO TO WS-POST-CREDIT-CNT(WS-P)
               END-IF
               IF TODAY-TYPE-CODE = 'D'
                   ADD TODAY-BASE-AMOUNT TO WS-POST-DEBITS(WS-P)
                   ADD 1 TO WS-POST-DEBIT-CNT(WS-P)
               ELSE
                   ADD TODAY-BASE-AMOUNT TO WS-POST-CREDITS(WS-P)
                   ADD 1 TO WS-POST-CREDIT-CNT(WS-P)
               END-IF
               ADD 1 TO WS-ENTRIES-POSTED
           END-IF.

       1220-FIND-POST-ENTRY.
           MOVE 'N' TO WS-POST-FOUND-SW.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-POST-COUNT
               IF WS-POST-ACCT-ID(WS-P) = TODAY-ACCT-ID
                   SET WS-POST-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1300-OPEN-POSITION-FILE.
           OPEN I-O POSITION-FILE.
           IF WS-POS-STATUS = "35"
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               OPEN I-O POSITION-FILE
           END-IF.

       2000-POST-ONE-ACCOUNT.
           PERFORM 2100-READ-POSITION.
           IF WS-POS-FOUND
               IF POS-LAST-POST-DATE < WS-TODAY-YYYYMMDD
                   MOVE POS-CLOSING-BALANCE TO POS-OPENING-BALANCE
               END-IF
           ELSE
               MOVE WS-POST-ACCT-ID(WS-P) TO POS-ACCT-ID
               MOVE ZERO TO POS-OPENING-BALANCE
               ADD 1 TO WS-NEW-POSITIONS
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO POS-LAST-POST-DATE.
           MOVE WS-POST-DEBITS(WS-P) TO POS-TODAY-DEBITS.
           MOVE WS-POST-CREDITS(WS-P) TO POS-TODAY-CREDITS.
           MOVE WS-POST-DEBIT-CNT(WS-P) TO POS-DEBIT-COUNT.
           MOVE WS-POST-CREDIT-CNT(WS-P) TO POS-CREDIT-COUNT.
           COMPUTE POS-CLOSING-BALANCE = POS-OPENING-BALANCE
                                       + POS-TODAY-DEBITS
                                       - POS-TODAY-CREDITS.
           IF WS-POS-FOUND
               REWRITE POSITION-RECORD
           ELSE
               WRITE POSITION-RECORD
           END-IF.
           IF WS-POS-STATUS NOT = "00"
               DISPLAY "ACCTPOS UPDATE FAILED - ACCOUNT: "
                       POS-ACCT-ID " STATUS: " WS-POS-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ACCOUNTS-POSTED
               PERFORM 2200-CHECK-CREDIT-LIMIT
           END-IF.

       2100-READ-POSITION.
           MOVE 'N' TO WS-POS-FOUND-SW.
           MOVE WS-POST-ACCT-ID(WS-P) TO POS-ACCT-ID.
           READ POSITION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-POS-FOUND TO TRUE
           END-READ.

       2200-CHECK-CREDIT-LIMIT.
           MOVE 'N' TO WS-LIMIT-FOUND-SW.
           MOVE ZERO TO WS-CURRENT-LIMIT.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACCT-COUNT
               IF WS-ACCT-ID(WS-A) = POS-ACCT-ID
                   SET WS-LIMIT-FOUND TO TRUE
                   MOVE WS-ACCT-LIMIT(WS-A) TO WS-CURRENT-LIMIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-LIMIT-FOUND
             AND WS-CURRENT-LIMIT > ZERO
             AND POS-CLOSING-BALANCE > WS-CURRENT-LIMIT
               COMPUTE WS-EXCESS-AMOUNT = POS-CLOSING-BALANCE
                                        - WS-CURRENT-LIMIT
               ADD 1 TO WS-BREACH-COUNT
               PERFORM 3100-WRITE-BREACH-LINE
           END-IF.

       3000-OPEN-BREACH-REPORT.
           OPEN OUTPUT BREACH-REPORT-FILE.
           IF WS-BREACH-RPT-STATUS = "00"
               SET WS-BREACH-RPT-OPEN TO TRUE
               MOVE WS-TODAY-YYYYMMDD TO WS-BREACH-HDG-DATE
               MOVE SPACES TO BREACH-REPORT-LINE
               MOVE WS-BREACH-HEADING TO BREACH-REPORT-LINE
               WRITE BREACH-REPORT-LINE AFTER ADVANCING PAGE
               MOVE SPACES TO BREACH-REPORT-LINE
               WRITE BREACH-REPORT-LINE AFTER ADVANCING 1
               MOVE SPACES TO BREACH-REPORT-LINE
               MOVE WS-BREACH-COL-HEADING TO BREACH-REPORT-LINE
               WRITE BREACH-REPORT-LINE AFTER ADVANCING 1
           ELSE
               DISPLAY "LIMRPT OPEN FAILED - STATUS: "
                       WS-BREACH-RPT-STATUS
           END-IF.

       3100-WRITE-BREACH-LINE.
           IF WS-BREACH-RPT-OPEN
               MOVE POS-ACCT-ID TO WS-BRD-ACCT-ID
               MOVE WS-CURRENT-LIMIT TO WS-BRD-LIMIT
               MOVE POS-TODAY-DEBITS TO WS-BRD-DEBITS
               MOVE POS-TODAY-CREDITS TO WS-BRD-CREDITS
               MOVE POS-CLOSING-BALANCE TO WS-BRD-CLOSING
               MOVE WS-EXCESS-AMOUNT TO WS-BRD-EXCESS
               MOVE SPACES TO BREACH-REPORT-LINE
               MOVE WS-BREACH-DETAIL TO BREACH-REPORT-LINE
               WRITE BREACH-REPORT-LINE AFTER ADVANCING 1
           END-IF.

       3200-WRITE-BREACH-COUNT.
           MOVE SPACES TO BREACH-REPORT-LINE.
           MOVE WS-BREACH-COUNT-LINE TO BREACH-REPORT-LINE.
           WRITE BREACH-REPORT-LINE AFTER ADVANCING 1.

       3300-CLOSE-BREACH-REPORT.
           IF WS-BREACH-RPT-OPEN
               IF WS-BREACH-COUNT = ZERO
                   MOVE SPACES TO BREACH-REPORT-LINE
                   MOVE "NO ACCOUNTS OVER CREDIT LIMIT"
                      TO BREACH-REPORT-LINE
                   WRITE BREACH-REPORT-LINE AFTER ADVANCING 1
               END-IF
               MOVE SPACES TO BREACH-REPORT-LINE
               WRITE BREACH-REPORT-LINE AFTER ADVANCING 1
               MOVE "ENTRIES READ:" TO WS-BREACH-LABEL
               MOVE WS-ENTRIES-READ TO WS-BREACH-VALUE
               PERFORM 3200-WRITE-BREACH-COUNT
               MOVE "ENTRIES POSTED:" TO WS-BREACH-LABEL
               MOVE WS-ENTRIES-POSTED TO WS-BREACH-VALUE
               PERFORM 3200-WRITE-BREACH-COUNT
               MOVE "ENTRIES SKIPPED:" TO WS-BREACH-LABEL
               MOVE WS-ENTRIES-SKIPPED TO WS-BREACH-VALUE
               PERFORM 3200-WRITE-BREACH-COUNT
               MOVE "ACCOUNTS POSTED:" TO WS-BREACH-LABEL
               MOVE WS-ACCOUNTS-POSTED TO WS-BREACH-VALUE
               PERFORM 3200-WRITE-BREACH-COUNT
               MOVE "NEW POSITIONS:" TO WS-BREACH-LABEL
               MOVE WS-NEW-POSITIONS TO WS-BREACH-VALUE
               PERFORM 3200-WRITE-BREACH-COUNT
               MOVE "ACCOUNTS OVER LIMIT:" TO WS-BREACH-LABEL
               MOVE WS-BREACH-COUNT TO WS-BREACH-VALUE
               PERFORM 3200-WRITE-BREACH-COUNT
               CLOSE BREACH-REPORT-FILE
           END-IF.

       4000-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF WS-CTLTOT-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           IF WS-CTLTOT-STATUS = "00"
               MOVE WS-TODAY-YYYYMMDD TO CTL-RUN-DATE
               MOVE "ACCTPOST" TO CTL-PROGRAM
               MOVE WS-ENTRIES-POSTED TO CTL-COUNT-1
               MOVE WS-ACCOUNTS-POSTED TO CTL-COUNT-2
               MOVE WS-BREACH-COUNT TO CTL-COUNT-3
               MOVE WS-ENTRIES-SKIPPED TO CTL-COUNT-4
               MOVE WS-NEW-POSITIONS TO CTL-COUNT-5
               MOVE ZERO TO CTL-COUNT-6
               MOVE RETURN-CODE TO CTL-RETURN-CODE
               WRITE CONTROL-TOTALS-RECORD
               CLOSE CONTROL-TOTALS-FILE
           ELSE
               DISPLAY "CTLTOTS OPEN FAILED - STATUS: "
                       WS-CTLTOT-STATUS
           END-IF.

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
                       WS-TODAY-YYYYMMDD
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
           MOVE WS-TODAY-YYYYMMDD TO LDG-RUN-DATE.
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
                       WS-TODAY-YYYYMMDD
               SET WS-LDG-BLOCKED TO TRUE
           ELSE
               IF NOT LDG-COMPLETED
                   DISPLAY WS-LDG-STEP " BLOCKED - PREREQUISITE "
                           WS-LDG-FIND-PROGRAM " STATUS " LDG-STATUS
                           " RC " LDG-RETURN-CODE " FOR "
                           WS-TODAY-YYYYMMDD
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
