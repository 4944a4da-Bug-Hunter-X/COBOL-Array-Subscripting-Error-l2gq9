               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-RPT-STATUS.

           SELECT RUN-LEDGER-FILE
               ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TOTALS-FILE.
           05  CTL-RETURN-CODE         PIC 9(2).

       FD  TODAY-OUTPUT-FILE.
       01  TODAY-OUTPUT-RECORD.
           05  TODAY-ENTRY             PIC X(20).
           05  TODAY-CURRENCY          PIC X(3).
           05  TODAY-BASE-AMOUNT       PIC 9(9)V99.

       FD  GL-EXTRACT-FILE.
       01  GL-RECORD                   PIC X(80).
       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-LINE           PIC X(80).

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
           05  WS-CTLTOT-EOF-SW        PIC X(1) VALUE 'N'.
           05  WS-GL-STATUS            PIC X(2) VALUE SPACES.
           05  WS-BREAK-STATUS         PIC X(2) VALUE SPACES.
           05  WS-PROOF-RPT-STATUS     PIC X(2) VALUE SPACES.
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
           05  WS-LDG-STEP             PIC X(8) VALUE "DAYPROOF".
           05  WS-LDG-PREREQ-COUNT     PIC 9(1) VALUE 2.
           05  WS-LDG-PREREQ-LIST.
               10  FILLER              PIC X(8) VALUE "BUG".
               10  FILLER              PIC X(8) VALUE "MSTMAINT".
               10  FILLER              PIC X(8) VALUE SPACES.
           05  WS-LDG-PREREQ-TABLE REDEFINES WS-LDG-PREREQ-LIST.
               10  WS-LDG-PREREQ       PIC X(8) OCCURS 3 TIMES.
           05  WS-LDG-P                PIC 9(1) VALUE 1.
           05  WS-LDG-FIND-PROGRAM     PIC X(8) VALUE SPACES.
           05  WS-LDG-TIMESTAMP        PIC X(19) VALUE SPACES.

       01  WS-BUG-TOTALS.
           05  WS-BUG-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-BUG-GL-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-BUG-EXCP-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-BUG-RC               PIC 9(2) VALUE ZERO.
           05  WS-LAST-GL-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-SUPP-TOTALS.
           05  WS-SUPP-RUNS            PIC 9(3) VALUE ZERO.
           05  WS-SUPP-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-SUPP-GL-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-SUPP-RC              PIC 9(2) VALUE ZERO.

       01  WS-MAINT-TOTALS.
           05  WS-MAINT-ADD            PIC 9(7) VALUE ZERO.
           05  WS-TODAY-REC-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-GL-DETAIL-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-GL-TRL-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-GL-DTL-DEBITS        PIC 9(9)V99 VALUE ZERO.
           05  WS-GL-DTL-CREDITS       PIC 9(9)V99 VALUE ZERO.
           05  WS-GL-TRL-DEBITS        PIC 9(9)V99 VALUE ZERO.
           05  WS-GL-TRL-CREDITS       PIC 9(9)V99 VALUE ZERO.
           05  WS-BRK-NEW-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-BRK-MISSING-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-BRK-UNCHANGED-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-PROOF-WORK.
           05  WS-EXPECT-VALUE         PIC 9(7) VALUE ZERO.
           05  WS-ACTUAL-VALUE         PIC 9(7) VALUE ZERO.
           05  WS-EXPECT-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05  WS-ACTUAL-AMOUNT        PIC 9(9)V99 VALUE ZERO.

       01  WS-GL-DETAIL-WORK.
           05  WS-GLD-RECORD-TYPE      PIC X(1).
           05  WS-GLD-SEQ              PIC 9(5).
           05  WS-GLD-ENTRY            PIC X(20).
           05  WS-GLD-SOURCE           PIC 9(2).
           05  WS-GLD-AMOUNT           PIC 9(4)V99.
           05  WS-GLD-TYPE             PIC X(1).
           05  WS-GLD-CURRENCY         PIC X(3).
           05  WS-GLD-BASE-AMOUNT      PIC 9(9)V99.
           05  WS-GLD-RATE             PIC 9(4)V9(6).

       01  WS-GL-TRAILER-WORK.
           05  WS-GLT-RECORD-TYPE      PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-PROOF-RESULT         PIC X(10).

       01  WS-PROOF-AMOUNT-DETAIL.
           05  WS-PROOF-AMT-LABEL      PIC X(30).
           05  WS-PROOF-AMT-EXPECT     PIC Z(8)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-PROOF-AMT-ACTUAL     PIC Z(8)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-PROOF-AMT-RESULT     PIC X(10).

       01  WS-PROOF-MSG-LINE.
           05  WS-PROOF-MSG            PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-SET-RUN-DATE.
           PERFORM 9100-CHECK-RUN-LEDGER.
           PERFORM 1100-OPEN-PROOF-REPORT.
           PERFORM 2000-LOAD-CONTROL-TOTALS.
           PERFORM 2100-COUNT-TODAY-FILE.
               DISPLAY "DAY-END PROOF FAILED - SEE PROOF REPORT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9150-MARK-STEP-ENDED.
           STOP RUN.

       1000-SET-RUN-DATE.
                       MOVE CTL-COUNT-2 TO WS-BUG-GL-COUNT
                       MOVE CTL-COUNT-3 TO WS-BUG-EXCP-COUNT
                       MOVE CTL-RETURN-CODE TO WS-BUG-RC
                       MOVE CTL-COUNT-2 TO WS-LAST-GL-COUNT
                       MOVE ZERO TO WS-SUPP-RUNS
                       MOVE ZERO TO WS-SUPP-COUNT
                       MOVE ZERO TO WS-SUPP-GL-COUNT
                       MOVE ZERO TO WS-SUPP-RC
                   WHEN "BUGSUPP"
                       ADD 1 TO WS-SUPP-RUNS
                       ADD CTL-COUNT-1 TO WS-SUPP-COUNT
                       ADD CTL-COUNT-2 TO WS-SUPP-GL-COUNT
                       MOVE CTL-COUNT-2 TO WS-LAST-GL-COUNT
                       IF CTL-RETURN-CODE > WS-SUPP-RC
                           MOVE CTL-RETURN-CODE TO WS-SUPP-RC
                       END-IF
                   WHEN "MSTMAINT"
                       SET WS-MAINT-FOUND TO TRUE
                       MOVE CTL-COUNT-1 TO WS-MAINT-ADD
       2250-PARSE-GL-RECORD.
           IF GL-RECORD(1:1) = 'D'
               ADD 1 TO WS-GL-DETAIL-COUNT
               MOVE GL-RECORD(1:59) TO WS-GL-DETAIL-WORK
               IF WS-GLD-BASE-AMOUNT IS NUMERIC
                   IF WS-GLD-TYPE = 'D'
                       ADD WS-GLD-BASE-AMOUNT TO WS-GL-DTL-DEBITS
                   ELSE
                       ADD WS-GLD-BASE-AMOUNT TO WS-GL-DTL-CREDITS
                   END-IF
               END-IF
           END-IF.
           IF GL-RECORD(1:1) = 'T'
               MOVE GL-RECORD(1:30) TO WS-GL-TRAILER-WORK
                   MOVE WS-GLT-RECORD-COUNT TO WS-GL-TRL-COUNT
                   SET WS-GL-TRAILER-SEEN TO TRUE
               END-IF
               IF WS-GLT-DEBIT-TOTAL IS NUMERIC
                 AND WS-GLT-CREDIT-TOTAL IS NUMERIC
                   MOVE WS-GLT-DEBIT-TOTAL TO WS-GL-TRL-DEBITS
                   MOVE WS-GLT-CREDIT-TOTAL TO WS-GL-TRL-CREDITS
               END-IF
           END-IF.

       2300-COUNT-BREAK-LINES.
               PERFORM 3200-WRITE-PROOF-MSG
               SET WS-PROOF-FAILED TO TRUE
           END-IF.
           IF WS-BUG-FOUND AND WS-SUPP-RUNS = ZERO
               MOVE "BUG COUNT VS TODAYFILE:" TO WS-PROOF-LABEL
               MOVE WS-BUG-COUNT TO WS-EXPECT-VALUE
               MOVE WS-TODAY-REC-COUNT TO WS-ACTUAL-VALUE
               MOVE WS-BUG-GL-COUNT TO WS-EXPECT-VALUE
               MOVE WS-GL-TRL-COUNT TO WS-ACTUAL-VALUE
               PERFORM 3100-WRITE-PROOF-LINE
           END-IF.
           IF WS-BUG-FOUND AND WS-SUPP-RUNS > ZERO
               PERFORM 3050-PROVE-SUPPLEMENTAL
           END-IF.
           IF WS-BUG-FOUND
               MOVE "GL TRAILER VS GL DETAILS:" TO WS-PROOF-LABEL
               MOVE WS-GL-TRL-COUNT TO WS-EXPECT-VALUE
               MOVE WS-GL-DETAIL-COUNT TO WS-ACTUAL-VALUE
               PERFORM 3100-WRITE-PROOF-LINE
               MOVE "GL TRAILER DEBITS VS DETAILS:"
                  TO WS-PROOF-AMT-LABEL
               MOVE WS-GL-TRL-DEBITS TO WS-EXPECT-AMOUNT
               MOVE WS-GL-DTL-DEBITS TO WS-ACTUAL-AMOUNT
               PERFORM 3150-WRITE-PROOF-AMOUNT
               MOVE "GL TRAILER CREDITS VS DETAILS:"
                  TO WS-PROOF-AMT-LABEL
               MOVE WS-GL-TRL-CREDITS TO WS-EXPECT-AMOUNT
               MOVE WS-GL-DTL-CREDITS TO WS-ACTUAL-AMOUNT
               PERFORM 3150-WRITE-PROOF-AMOUNT
               IF WS-BUG-RC NOT = ZERO
                   MOVE "BUG ENDED WITH NONZERO RETURN CODE"
                      TO WS-PROOF-MSG
               END-IF
           END-IF.

       3050-PROVE-SUPPLEMENTAL.
           MOVE "BUG+SUPP COUNT VS TODAYFILE:" TO WS-PROOF-LABEL.
           COMPUTE WS-EXPECT-VALUE = WS-BUG-COUNT + WS-SUPP-COUNT.
           MOVE WS-TODAY-REC-COUNT TO WS-ACTUAL-VALUE.
           PERFORM 3100-WRITE-PROOF-LINE.
           MOVE "BUG+SUPP COUNT VS GL ITEMS:" TO WS-PROOF-LABEL.
           COMPUTE WS-EXPECT-VALUE = WS-BUG-COUNT + WS-SUPP-COUNT.
           COMPUTE WS-ACTUAL-VALUE
               = WS-BUG-GL-COUNT + WS-SUPP-GL-COUNT.
           PERFORM 3100-WRITE-PROOF-LINE.
           MOVE "SUPP GL COUNT VS GL TRAILER:" TO WS-PROOF-LABEL.
           MOVE WS-LAST-GL-COUNT TO WS-EXPECT-VALUE.
           MOVE WS-GL-TRL-COUNT TO WS-ACTUAL-VALUE.
           PERFORM 3100-WRITE-PROOF-LINE.
           IF WS-SUPP-RC NOT = ZERO
               MOVE "SUPPLEMENTAL RUN ENDED WITH NONZERO RETURN CODE"
                  TO WS-PROOF-MSG
               PERFORM 3200-WRITE-PROOF-MSG
               SET WS-PROOF-FAILED TO TRUE
           END-IF.

       3100-WRITE-PROOF-LINE.
           MOVE WS-EXPECT-VALUE TO WS-PROOF-EXPECT.
           MOVE WS-ACTUAL-VALUE TO WS-PROOF-ACTUAL.
               WRITE PROOF-REPORT-LINE AFTER ADVANCING 1
           END-IF.

       3150-WRITE-PROOF-AMOUNT.
           MOVE WS-EXPECT-AMOUNT TO WS-PROOF-AMT-EXPECT.
           MOVE WS-ACTUAL-AMOUNT TO WS-PROOF-AMT-ACTUAL.
           IF WS-EXPECT-AMOUNT = WS-ACTUAL-AMOUNT
               MOVE "AGREE" TO WS-PROOF-AMT-RESULT
           ELSE
               MOVE "*DISAGREE*" TO WS-PROOF-AMT-RESULT
               SET WS-PROOF-FAILED TO TRUE
           END-IF.
           IF WS-PROOF-RPT-STATUS = "00"
               MOVE SPACES TO PROOF-REPORT-LINE
               MOVE WS-PROOF-AMOUNT-DETAIL TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE AFTER ADVANCING 1
           END-IF.

       3200-WRITE-PROOF-MSG.
           IF WS-PROOF-RPT-STATUS = "00"
               MOVE SPACES TO PROOF-REPORT-LINE
               WRITE PROOF-REPORT-LINE AFTER ADVANCING 2
               CLOSE PROOF-REPORT-FILE
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
