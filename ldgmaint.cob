       IDENTIFICATION DIVISION.
       PROGRAM-ID. LDGMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER-FILE
               ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.

           SELECT LEDGER-CARD-FILE
               ASSIGN TO "LDGCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT LEDGER-REPORT-FILE
               ASSIGN TO "LDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  LEDGER-CARD-FILE.
       01  LEDGER-CARD-RECORD.
           05  LCARD-ACTION            PIC X(1).
               88  LCARD-RERUN                   VALUE 'R'.
               88  LCARD-REPORT-DATE             VALUE 'D'.
               88  LCARD-ACTION-VALID            VALUES 'R' 'D'.
           05  LCARD-RUN-DATE          PIC X(8).
           05  LCARD-PROGRAM           PIC X(8).
           05  LCARD-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(55).

       FD  LEDGER-REPORT-FILE.
       01  LEDGER-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CARD-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-CARD-EOF                   VALUE 'Y'.
           05  WS-LDG-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-LDG-EOF                    VALUE 'Y'.
           05  WS-LDG-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-LDG-FOUND                  VALUE 'Y'.
           05  WS-CARD-OK-SW           PIC X(1) VALUE 'N'.
               88  WS-CARD-OK                    VALUE 'Y'.
           05  WS-CARDS-LOADED-SW      PIC X(1) VALUE 'N'.
               88  WS-CARDS-LOADED               VALUE 'Y'.
           05  WS-STEP-FAILED-SW       PIC X(1) VALUE 'N'.
               88  WS-STEP-FAILED                VALUE 'Y'.
           05  WS-STEP-PENDING-SW      PIC X(1) VALUE 'N'.
               88  WS-STEP-PENDING               VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-LDG-STATUS           PIC X(2) VALUE SPACES.
           05  WS-CARD-STATUS          PIC X(2) VALUE SPACES.
           05  WS-LDG-RPT-STATUS       PIC X(2) VALUE SPACES.

       01  WS-DATE-FIELDS.
           05  WS-FULL-TIMESTAMP       PIC X(21).
           05  WS-TODAY-YYYYMMDD       PIC 9(8).
           05  WS-REPORT-DATE          PIC 9(8) VALUE ZERO.

       01  WS-CARD-RUN-DATE.
           05  WS-CARD-RUN-YYYY        PIC 9(4).
           05  WS-CARD-RUN-MM          PIC 9(2).
           05  WS-CARD-RUN-DD          PIC 9(2).
       01  WS-CARD-RUN-NUM REDEFINES WS-CARD-RUN-DATE
                                       PIC 9(8).

       01  WS-CYCLE-STEP-LIST.
           05  FILLER                  PIC X(8) VALUE "BUG".
           05  FILLER                  PIC X(8) VALUE "ACCTPOST".
           05  FILLER                  PIC X(8) VALUE "MSTMAINT".
           05  FILLER                  PIC X(8) VALUE "DAYPROOF".
           05  FILLER                  PIC X(8) VALUE "GLRECON".
       01  WS-CYCLE-STEP-TABLE REDEFINES WS-CYCLE-STEP-LIST.
           05  WS-CYCLE-STEP           PIC X(8) OCCURS 5 TIMES.

       01  WS-CYCLE-CONTROL.
           05  WS-CYCLE-STEP-COUNT     PIC 9(1) VALUE 5.
           05  WS-CYCLE-SEEN           PIC X(1) OCCURS 5 TIMES.

       01  WS-COUNTERS.
           05  WS-CARD-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-RERUN-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-ENTRY-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-NOT-STARTED-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-SUBSCRIPTS.
           05  WS-S                    PIC 9(1) VALUE 1.

       01  WS-CARD-REASON              PIC X(30) VALUE SPACES.

       01  WS-LDG-HEADING.
           05  FILLER                  PIC X(30)
                   VALUE "RUN LEDGER MAINTENANCE".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  WS-LDG-HDG-DATE         PIC 9(8).

       01  WS-CYCLE-HEADING.
           05  FILLER                  PIC X(30)
                   VALUE "NIGHT CYCLE STATUS".
           05  FILLER                  PIC X(10) VALUE "CYCLE:".
           05  WS-CYCLE-HDG-DATE       PIC 9(8).

       01  WS-LDG-COL-HEADING.
           05  FILLER                  PIC X(10) VALUE "STEP".
           05  FILLER                  PIC X(13) VALUE "STATUS".
           05  FILLER                  PIC X(4)  VALUE "RC".
           05  FILLER                  PIC X(20) VALUE "STARTED".
           05  FILLER                  PIC X(20) VALUE "ENDED".
           05  FILLER                  PIC X(4)  VALUE "TRY".
           05  FILLER                  PIC X(8)  VALUE "MARKED".

       01  WS-LDG-DETAIL.
           05  WS-LDD-PROGRAM          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-LDD-STATUS           PIC X(11).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-LDD-RC               PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-LDD-START-TS         PIC X(19).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LDD-END-TS           PIC X(19).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LDD-ATTEMPTS         PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-LDD-OPERATOR         PIC X(8).

       01  WS-CARD-DETAIL.
           05  FILLER                  PIC X(6)  VALUE "CARD: ".
           05  WS-CRD-ACTION           PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRD-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRD-PROGRAM          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-CRD-OPERATOR         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CRD-RESULT           PIC X(30).

       01  WS-CYCLE-STATUS-LINE.
           05  FILLER                  PIC X(20)
                   VALUE "CYCLE STATUS:       ".
           05  WS-CYCLE-STATUS-VALUE   PIC X(20).

       01  WS-LDG-COUNT-LINE.
           05  WS-LDG-COUNT-LABEL      PIC X(24).
           05  WS-LDG-COUNT-VALUE      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-SET-RUN-DATE.
           PERFORM 1100-OPEN-RUN-LEDGER.
           PERFORM 1200-OPEN-LEDGER-REPORT.
           PERFORM 2000-APPLY-CARDS.
           PERFORM 3000-WRITE-CYCLE-STATUS.
           PERFORM 4000-WRITE-LEDGER-TOTALS.
           CLOSE RUN-LEDGER-FILE.
           PERFORM 2900-CLEAR-CARD-FILE.
           IF WS-REJECTED-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-TIMESTAMP.
           MOVE WS-FULL-TIMESTAMP(1:8) TO WS-TODAY-YYYYMMDD.
           MOVE WS-TODAY-YYYYMMDD TO WS-REPORT-DATE.

       1100-OPEN-RUN-LEDGER.
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

       1200-OPEN-LEDGER-REPORT.
           OPEN OUTPUT LEDGER-REPORT-FILE.
           IF WS-LDG-RPT-STATUS = "00"
               MOVE WS-TODAY-YYYYMMDD TO WS-LDG-HDG-DATE
               MOVE SPACES TO LEDGER-REPORT-LINE
               MOVE WS-LDG-HEADING TO LEDGER-REPORT-LINE
               WRITE LEDGER-REPORT-LINE AFTER ADVANCING PAGE
               MOVE SPACES TO LEDGER-REPORT-LINE
               WRITE LEDGER-REPORT-LINE AFTER ADVANCING 1
           ELSE
               DISPLAY "LDGRPT OPEN FAILED - STATUS: "
                       WS-LDG-RPT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-APPLY-CARDS.
           MOVE 'N' TO WS-CARD-EOF-SW.
           OPEN INPUT LEDGER-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               SET WS-CARDS-LOADED TO TRUE
               PERFORM UNTIL WS-CARD-EOF
                   READ LEDGER-CARD-FILE
                       AT END
                           SET WS-CARD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 2100-APPLY-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE LEDGER-CARD-FILE
           ELSE
               IF WS-CARD-STATUS NOT = "35"
                   DISPLAY "LDGCARD OPEN FAILED - STATUS: "
                           WS-CARD-STATUS
               END-IF
           END-IF.

       2100-APPLY-ONE-CARD.
           MOVE SPACES TO WS-CARD-REASON.
           PERFORM 2150-EDIT-CARD.
           IF WS-CARD-OK
               EVALUATE TRUE
                   WHEN LCARD-REPORT-DATE
                       MOVE WS-CARD-RUN-NUM TO WS-REPORT-DATE
                       MOVE "REPORT DATE SELECTED" TO WS-CARD-REASON
                   WHEN LCARD-RERUN
                       PERFORM 2200-MARK-FOR-RERUN
               END-EVALUATE
           END-IF.
           IF NOT WS-CARD-OK
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           PERFORM 2500-WRITE-CARD-LINE.

       2150-EDIT-CARD.
           MOVE 'Y' TO WS-CARD-OK-SW.
           IF LCARD-RUN-DATE = SPACES OR LCARD-RUN-DATE = ZERO
               MOVE WS-TODAY-YYYYMMDD TO WS-CARD-RUN-NUM
           ELSE
               MOVE LCARD-RUN-DATE TO WS-CARD-RUN-DATE
           END-IF.
           EVALUATE TRUE
               WHEN NOT LCARD-ACTION-VALID
                   MOVE "INVALID ACTION" TO WS-CARD-REASON
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN WS-CARD-RUN-NUM IS NOT NUMERIC
                   MOVE "RUN DATE NOT NUMERIC" TO WS-CARD-REASON
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN WS-CARD-RUN-MM < 1 OR WS-CARD-RUN-MM > 12
                 OR WS-CARD-RUN-DD < 1 OR WS-CARD-RUN-DD > 31
                   MOVE "RUN DATE INVALID" TO WS-CARD-REASON
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN LCARD-RERUN AND LCARD-PROGRAM = SPACES
                   MOVE "NO STEP NAME" TO WS-CARD-REASON
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN LCARD-RERUN AND LCARD-OPERATOR = SPACES
                   MOVE "NO OPERATOR ID" TO WS-CARD-REASON
                   MOVE 'N' TO WS-CARD-OK-SW
           END-EVALUATE.

       2200-MARK-FOR-RERUN.
           MOVE WS-CARD-RUN-NUM TO LDG-RUN-DATE.
           MOVE LCARD-PROGRAM TO LDG-PROGRAM.
           PERFORM 2300-READ-LEDGER-ENTRY.
           EVALUATE TRUE
               WHEN NOT WS-LDG-FOUND
                   MOVE "STEP NOT ON LEDGER" TO WS-CARD-REASON
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN LDG-STARTED
                   MOVE "STEP STARTED - NOT ENDED" TO WS-CARD-REASON
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN LDG-RERUN
                   MOVE "ALREADY MARKED FOR RERUN" TO WS-CARD-REASON
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN OTHER
                   MOVE 'R' TO LDG-STATUS
                   MOVE LCARD-OPERATOR TO LDG-OPERATOR
                   REWRITE RUN-LEDGER-RECORD
                   IF WS-LDG-STATUS = "00"
                       ADD 1 TO WS-RERUN-COUNT
                       MOVE "MARKED FOR RERUN" TO WS-CARD-REASON
                   ELSE
                       MOVE "LEDGER REWRITE FAILED"
                          TO WS-CARD-REASON
                       MOVE 'N' TO WS-CARD-OK-SW
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

       2300-READ-LEDGER-ENTRY.
           MOVE 'N' TO WS-LDG-FOUND-SW.
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LDG-FOUND TO TRUE
           END-READ.

       2500-WRITE-CARD-LINE.
           IF WS-LDG-RPT-STATUS = "00"
               MOVE LCARD-ACTION TO WS-CRD-ACTION
               MOVE LCARD-RUN-DATE TO WS-CRD-RUN-DATE
               MOVE LCARD-PROGRAM TO WS-CRD-PROGRAM
               MOVE LCARD-OPERATOR TO WS-CRD-OPERATOR
               MOVE WS-CARD-REASON TO WS-CRD-RESULT
               MOVE SPACES TO LEDGER-REPORT-LINE
               MOVE WS-CARD-DETAIL TO LEDGER-REPORT-LINE
               WRITE LEDGER-REPORT-LINE AFTER ADVANCING 1
           END-IF.

       2900-CLEAR-CARD-FILE.
           IF WS-CARDS-LOADED
               OPEN OUTPUT LEDGER-CARD-FILE
               CLOSE LEDGER-CARD-FILE
           END-IF.

       3000-WRITE-CYCLE-STATUS.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CYCLE-STEP-COUNT
               MOVE 'N' TO WS-CYCLE-SEEN(WS-S)
           END-PERFORM.
           IF WS-LDG-RPT-STATUS = "00"
               MOVE WS-REPORT-DATE TO WS-CYCLE-HDG-DATE
               MOVE SPACES TO LEDGER-REPORT-LINE
               MOVE WS-CYCLE-HEADING TO LEDGER-REPORT-LINE
               WRITE LEDGER-REPORT-LINE AFTER ADVANCING 2
               MOVE SPACES TO LEDGER-REPORT-LINE
               WRITE LEDGER-REPORT-LINE AFTER ADVANCING 1
               MOVE SPACES TO LEDGER-REPORT-LINE
               MOVE WS-LDG-COL-HEADING TO LEDGER-REPORT-LINE
               WRITE LEDGER-REPORT-LINE AFTER ADVANCING 1
           END-IF.
           MOVE 'N' TO WS-LDG-EOF-SW.
           MOVE WS-REPORT-DATE TO LDG-RUN-DATE.
           MOVE LOW-VALUES TO LDG-PROGRAM.
           START RUN-LEDGER-FILE KEY IS NOT LESS THAN LDG-KEY
               INVALID KEY
                   SET WS-LDG-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-LDG-EOF
               READ RUN-LEDGER-FILE NEXT RECORD
                   AT END
                       SET WS-LDG-EOF TO TRUE
                   NOT AT END
                       IF LDG-RUN-DATE NOT = WS-REPORT-DATE
                           SET WS-LDG-EOF TO TRUE
                       ELSE
                           PERFORM 3100-WRITE-LEDGER-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CYCLE-STEP-COUNT
               IF WS-CYCLE-SEEN(WS-S) = 'N'
                   PERFORM 3200-WRITE-NOT-STARTED
               END-IF
           END-PERFORM.
           PERFORM 3300-WRITE-CYCLE-SUMMARY.

       3100-WRITE-LEDGER-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CYCLE-STEP-COUNT
               IF WS-CYCLE-STEP(WS-S) = LDG-PROGRAM
                   MOVE 'Y' TO WS-CYCLE-SEEN(WS-S)
               END-IF
           END-PERFORM.
           MOVE LDG-PROGRAM TO WS-LDD-PROGRAM.
           EVALUATE TRUE
               WHEN LDG-STARTED
                   MOVE "STARTED" TO WS-LDD-STATUS
                   SET WS-STEP-PENDING TO TRUE
               WHEN LDG-COMPLETED
                   MOVE "COMPLETED" TO WS-LDD-STATUS
               WHEN LDG-FAILED
                   MOVE "*FAILED*" TO WS-LDD-STATUS
                   SET WS-STEP-FAILED TO TRUE
               WHEN LDG-RERUN
                   MOVE "RERUN" TO WS-LDD-STATUS
                   SET WS-STEP-PENDING TO TRUE
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-LDD-STATUS
                   SET WS-STEP-FAILED TO TRUE
           END-EVALUATE.
           MOVE LDG-RETURN-CODE TO WS-LDD-RC.
           MOVE LDG-START-TS TO WS-LDD-START-TS.
           MOVE LDG-END-TS TO WS-LDD-END-TS.
           MOVE LDG-ATTEMPTS TO WS-LDD-ATTEMPTS.
           MOVE LDG-OPERATOR TO WS-LDD-OPERATOR.
           PERFORM 3150-WRITE-LEDGER-DETAIL.

       3150-WRITE-LEDGER-DETAIL.
           IF WS-LDG-RPT-STATUS = "00"
               MOVE SPACES TO LEDGER-REPORT-LINE
               MOVE WS-LDG-DETAIL TO LEDGER-REPORT-LINE
               WRITE LEDGER-REPORT-LINE AFTER ADVANCING 1
           END-IF.

       3200-WRITE-NOT-STARTED.
           ADD 1 TO WS-NOT-STARTED-COUNT.
           SET WS-STEP-PENDING TO TRUE.
           MOVE WS-CYCLE-STEP(WS-S) TO WS-LDD-PROGRAM.
           MOVE "NOT STARTED" TO WS-LDD-STATUS.
           MOVE ZERO TO WS-LDD-RC.
           MOVE SPACES TO WS-LDD-START-TS.
           MOVE SPACES TO WS-LDD-END-TS.
           MOVE ZERO TO WS-LDD-ATTEMPTS.
           MOVE SPACES TO WS-LDD-OPERATOR.
           PERFORM 3150-WRITE-LEDGER-DETAIL.

       3300-WRITE-CYCLE-SUMMARY.
           EVALUATE TRUE
               WHEN WS-STEP-FAILED
                   MOVE "STEP FAILED" TO WS-CYCLE-STATUS-VALUE
               WHEN WS-STEP-PENDING
                   MOVE "IN PROGRESS" TO WS-CYCLE-STATUS-VALUE
               WHEN OTHER
                   MOVE "COMPLETE" TO WS-CYCLE-STATUS-VALUE
           END-EVALUATE.
           IF WS-LDG-RPT-STATUS = "00"
               MOVE SPACES TO LEDGER-REPORT-LINE
               MOVE WS-CYCLE-STATUS-LINE TO LEDGER-REPORT-LINE
               WRITE LEDGER-REPORT-LINE AFTER ADVANCING 2
           END-IF.

       4000-WRITE-LEDGER-TOTALS.
           IF WS-LDG-RPT-STATUS = "00"
               MOVE SPACES TO LEDGER-REPORT-LINE
               WRITE LEDGER-REPORT-LINE AFTER ADVANCING 1
               MOVE "LEDGER ENTRIES LISTED:" TO WS-LDG-COUNT-LABEL
               MOVE WS-ENTRY-COUNT TO WS-LDG-COUNT-VALUE
               PERFORM 4100-WRITE-LEDGER-COUNT
               MOVE "STEPS NOT STARTED:" TO WS-LDG-COUNT-LABEL
               MOVE WS-NOT-STARTED-COUNT TO WS-LDG-COUNT-VALUE
               PERFORM 4100-WRITE-LEDGER-COUNT
               MOVE "CARDS READ:" TO WS-LDG-COUNT-LABEL
               MOVE WS-CARD-COUNT TO WS-LDG-COUNT-VALUE
               PERFORM 4100-WRITE-LEDGER-COUNT
               MOVE "STEPS MARKED FOR RERUN:" TO WS-LDG-COUNT-LABEL
               MOVE WS-RERUN-COUNT TO WS-LDG-COUNT-VALUE
               PERFORM 4100-WRITE-LEDGER-COUNT
               MOVE "CARDS REJECTED:" TO WS-LDG-COUNT-LABEL
               MOVE WS-REJECTED-COUNT TO WS-LDG-COUNT-VALUE
               PERFORM 4100-WRITE-LEDGER-COUNT
               CLOSE LEDGER-REPORT-FILE
           END-IF.

       4100-WRITE-LEDGER-COUNT.
           MOVE SPACES TO LEDGER-REPORT-LINE.
           MOVE WS-LDG-COUNT-LINE TO LEDGER-REPORT-LINE.
           WRITE LEDGER-REPORT-LINE AFTER ADVANCING 1.
