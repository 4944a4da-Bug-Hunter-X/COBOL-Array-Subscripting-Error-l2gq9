               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO "MSTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT RUN-LEDGER-FILE
               ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BREAK-FILE.
           05  CTL-COUNT-6             PIC 9(7).
           05  CTL-RETURN-CODE         PIC 9(2).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-RUN-DATE           PIC 9(8).
           05  CKPT-LINES-DONE         PIC 9(5).
           05  CKPT-ADD-COUNT          PIC 9(5).
           05  CKPT-REACTIVATE-COUNT   PIC 9(5).
           05  CKPT-INACTIVE-COUNT     PIC 9(5).
           05  CKPT-UPDATE-COUNT       PIC 9(5).
           05  CKPT-SKIPPED-COUNT      PIC 9(5).
           05  CKPT-RESTORED-COUNT     PIC 9(5).
           05  CKPT-PRIOR-APPLY-COUNT  PIC 9(5).
           05  CKPT-PRIOR-INACT-COUNT  PIC 9(5).

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
           05  WS-BREAK-EOF-SW         PIC X(1) VALUE 'N'.
               88  WS-ARCH-EOF                   VALUE 'Y'.
           05  WS-ARCH-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-ARCH-FOUND                 VALUE 'Y'.
           05  WS-CKPT-EXISTS-SW       PIC X(1) VALUE 'N'.
               88  WS-CKPT-EXISTS                VALUE 'Y'.
           05  WS-RESTART-SW           PIC X(1) VALUE 'N'.
               88  WS-RESTARTED                  VALUE 'Y'.
           05  WS-CTL-OVERFLOW-SW      PIC X(1) VALUE 'N'.
               88  WS-CTL-OVERFLOW               VALUE 'Y'.
           05  WS-CTL-LOADED-SW        PIC X(1) VALUE 'N'.
               88  WS-CTL-LOADED                 VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-BREAK-STATUS         PIC X(2) VALUE SPACES.
           05  WS-MAINT-RPT-STATUS     PIC X(2) VALUE SPACES.
           05  WS-ARCH-STATUS          PIC X(2) VALUE SPACES.
           05  WS-CTLTOT-STATUS        PIC X(2) VALUE SPACES.
           05  WS-LDG-STATUS           PIC X(2) VALUE SPACES.
           05  WS-CKPT-STATUS          PIC X(2) VALUE SPACES.

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
           05  WS-LDG-STEP             PIC X(8) VALUE "MSTMAINT".
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
           05  WS-ADD-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-REACTIVATE-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-UPDATE-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-SKIPPED-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-RESTORED-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-PRIOR-APPLY-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-PRIOR-INACT-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-RESTART-FIELDS.
           05  WS-BRK-LINE-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-RESUME-AFTER         PIC 9(5) VALUE ZERO.
           05  WS-CHECKPOINT-INTERVAL  PIC 9(3) VALUE 100.

       01  WS-CTL-AREA.
           05  WS-CTL-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-CTL-TABLE OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-CTL-COUNT.
               10  WS-CTL-SAVED        PIC X(60).
           05  WS-CTL-EOF-SW           PIC X(1) VALUE 'N'.
               88  WS-CTL-EOF                    VALUE 'Y'.
           05  WS-LAST-CTL-SW          PIC X(1) VALUE 'N'.
               88  WS-LAST-CTL-FOUND             VALUE 'Y'.

       01  WS-LAST-CTL-TOTALS.
           05  WS-LAST-CTL-ADD         PIC 9(7) VALUE ZERO.
           05  WS-LAST-CTL-REACT       PIC 9(7) VALUE ZERO.
           05  WS-LAST-CTL-UPDATE      PIC 9(7) VALUE ZERO.
           05  WS-LAST-CTL-RESTORED    PIC 9(7) VALUE ZERO.

       01  WS-OUT-CTL-TOTALS.
           05  WS-OUT-ADD              PIC 9(7) VALUE ZERO.
           05  WS-OUT-REACT            PIC 9(7) VALUE ZERO.
           05  WS-OUT-UPDATE           PIC 9(7) VALUE ZERO.
           05  WS-OUT-RESTORED         PIC 9(7) VALUE ZERO.
           05  WS-APPLY-TOTAL          PIC 9(7) VALUE ZERO.

       01  WS-ARCH-AREA.
           05  WS-ARCH-COUNT           PIC 9(5) VALUE ZERO.

       01  WS-SUBSCRIPTS.
           05  WS-A                    PIC 9(5) VALUE 1.
           05  WS-C                    PIC 9(5) VALUE 1.

       01  WS-MAINT-HEADING.
           05  FILLER                  PIC X(30)
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  WS-MAINT-HDG-DATE       PIC 9(8).

       01  WS-MAINT-RESTART-LINE.
           05  FILLER                  PIC X(40)
                   VALUE "RESTARTED FROM CHECKPOINT".

       01  WS-MAINT-DETAIL.
           05  WS-MAINT-LABEL          PIC X(24).
           05  WS-MAINT-VALUE          PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-SET-RUN-DATE.
           PERFORM 9100-CHECK-RUN-LEDGER.
           PERFORM 1300-LOAD-ARCHIVE-TABLE.
           PERFORM 1500-CHECK-RESTART.
           PERFORM 1100-OPEN-MASTER-FILE.
           PERFORM 1200-OPEN-BREAK-FILE.
           IF WS-BREAK-STATUS = "00" AND WS-MAST-STATUS = "00"
               PERFORM 2000-APPLY-BREAKS UNTIL WS-BREAK-EOF
               CLOSE BREAK-FILE
               CLOSE MASTER-FILE
               PERFORM 2800-CLEAR-CHECKPOINT
               PERFORM 3000-WRITE-MAINT-REPORT
           ELSE
               DISPLAY "MSTMAINT FILE OPEN FAILED - BREAK: "
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 4000-WRITE-CONTROL-TOTALS.
           PERFORM 9150-MARK-STEP-ENDED.
           STOP RUN.

       1000-SET-RUN-DATE.
               MOVE ZERO TO WS-ARC-PURGE-DATE(WS-ARCH-COUNT)
           END-IF.

       1500-CHECK-RESTART.
           MOVE ZERO TO WS-RESUME-AFTER.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-RUN-DATE IS NUMERIC
                         AND CKPT-RUN-DATE = WS-TODAY-YYYYMMDD
                         AND CKPT-LINES-DONE IS NUMERIC
                           MOVE CKPT-LINES-DONE TO WS-RESUME-AFTER
                           PERFORM 1510-RESTORE-CKPT-TOTALS
                           SET WS-CKPT-EXISTS TO TRUE
                           SET WS-RESTARTED TO TRUE
                           DISPLAY "MSTMAINT RESTARTING AFTER BREAK "
                                   "LINE " WS-RESUME-AFTER
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       1510-RESTORE-CKPT-TOTALS.
           IF CKPT-ADD-COUNT IS NUMERIC
               MOVE CKPT-ADD-COUNT TO WS-ADD-COUNT
           END-IF.
           IF CKPT-REACTIVATE-COUNT IS NUMERIC
               MOVE CKPT-REACTIVATE-COUNT TO WS-REACTIVATE-COUNT
           END-IF.
           IF CKPT-INACTIVE-COUNT IS NUMERIC
               MOVE CKPT-INACTIVE-COUNT TO WS-INACTIVE-COUNT
           END-IF.
           IF CKPT-UPDATE-COUNT IS NUMERIC
               MOVE CKPT-UPDATE-COUNT TO WS-UPDATE-COUNT
           END-IF.
           IF CKPT-SKIPPED-COUNT IS NUMERIC
               MOVE CKPT-SKIPPED-COUNT TO WS-SKIPPED-COUNT
           END-IF.
           IF CKPT-RESTORED-COUNT IS NUMERIC
               MOVE CKPT-RESTORED-COUNT TO WS-RESTORED-COUNT
           END-IF.
           IF CKPT-PRIOR-APPLY-COUNT IS NUMERIC
               MOVE CKPT-PRIOR-APPLY-COUNT TO WS-PRIOR-APPLY-COUNT
           END-IF.
           IF CKPT-PRIOR-INACT-COUNT IS NUMERIC
               MOVE CKPT-PRIOR-INACT-COUNT TO WS-PRIOR-INACT-COUNT
           END-IF.

       2000-APPLY-BREAKS.
           READ BREAK-FILE
               AT END
                   SET WS-BREAK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BRK-LINE-COUNT
                   IF WS-BRK-LINE-COUNT > WS-RESUME-AFTER
                       PERFORM 2050-APPLY-ONE-BREAK
                       IF FUNCTION MOD(WS-BRK-LINE-COUNT,
                                       WS-CHECKPOINT-INTERVAL) = 0
                           PERFORM 2700-WRITE-CHECKPOINT
                       END-IF
                   END-IF
           END-READ.

       2050-APPLY-ONE-BREAK.
           EVALUATE BRK-STATUS
               WHEN "NEW"
                   PERFORM 2100-APPLY-NEW
               WHEN "UNCHANGED"
                   PERFORM 2200-APPLY-UNCHANGED
               WHEN "MISSING"
                   PERFORM 2300-APPLY-MISSING
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

       2100-APPLY-NEW.
           PERFORM 2400-READ-MASTER.
           IF WS-MAST-FOUND
             AND MST-ACTIVE-SW = 'Y'
             AND MST-LAST-SEEN = WS-TODAY-YYYYMMDD
               ADD 1 TO WS-PRIOR-APPLY-COUNT
           ELSE
               PERFORM 2150-APPLY-NEW-ENTRY
           END-IF.

       2150-APPLY-NEW-ENTRY.
           IF WS-MAST-FOUND
               MOVE 'Y' TO MST-ACTIVE-SW
               MOVE WS-TODAY-YYYYMMDD TO MST-LAST-SEEN
           ADD 1 TO WS-RESTORED-COUNT.

       2200-APPLY-UNCHANGED.
           PERFORM 2400-READ-MASTER.
           EVALUATE TRUE
               WHEN NOT WS-MAST-FOUND
                   PERFORM 2150-APPLY-NEW-ENTRY
               WHEN MST-ACTIVE-SW = 'Y'
                 AND MST-LAST-SEEN = WS-TODAY-YYYYMMDD
                   ADD 1 TO WS-PRIOR-APPLY-COUNT
               WHEN OTHER
                   MOVE 'Y' TO MST-ACTIVE-SW
                   MOVE WS-TODAY-YYYYMMDD TO MST-LAST-SEEN
                   ADD 1 TO MST-TIMES-SEEN
                   REWRITE MASTER-RECORD
                   ADD 1 TO WS-UPDATE-COUNT
           END-EVALUATE.

       2300-APPLY-MISSING.
           PERFORM 2400-READ-MASTER.
           IF WS-MAST-FOUND
             AND MST-ACTIVE-SW = 'N'
             AND MST-INACTIVE-DATE = WS-TODAY-YYYYMMDD
               ADD 1 TO WS-PRIOR-INACT-COUNT
           ELSE
               PERFORM 2350-APPLY-MISSING-ENTRY
           END-IF.

       2350-APPLY-MISSING-ENTRY.
           IF WS-MAST-FOUND
               MOVE 'N' TO MST-ACTIVE-SW
               MOVE WS-TODAY-YYYYMMDD TO MST-INACTIVE-DATE
                   SET WS-MAST-FOUND TO TRUE
           END-READ.

       2700-WRITE-CHECKPOINT.
           MOVE WS-TODAY-YYYYMMDD TO CKPT-RUN-DATE.
           MOVE WS-BRK-LINE-COUNT TO CKPT-LINES-DONE.
           MOVE WS-ADD-COUNT TO CKPT-ADD-COUNT.
           MOVE WS-REACTIVATE-COUNT TO CKPT-REACTIVATE-COUNT.
           MOVE WS-INACTIVE-COUNT TO CKPT-INACTIVE-COUNT.
           MOVE WS-UPDATE-COUNT TO CKPT-UPDATE-COUNT.
           MOVE WS-SKIPPED-COUNT TO CKPT-SKIPPED-COUNT.
           MOVE WS-RESTORED-COUNT TO CKPT-RESTORED-COUNT.
           MOVE WS-PRIOR-APPLY-COUNT TO CKPT-PRIOR-APPLY-COUNT.
           MOVE WS-PRIOR-INACT-COUNT TO CKPT-PRIOR-INACT-COUNT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
           SET WS-CKPT-EXISTS TO TRUE.

       2800-CLEAR-CHECKPOINT.
           IF WS-CKPT-EXISTS
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               MOVE 'N' TO WS-CKPT-EXISTS-SW
           END-IF.

       3000-WRITE-MAINT-REPORT.
           OPEN OUTPUT MAINT-REPORT-FILE.
           IF WS-MAINT-RPT-STATUS = "00"
               MOVE SPACES TO MAINT-REPORT-LINE
               MOVE WS-MAINT-HEADING TO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE AFTER ADVANCING PAGE
               IF WS-RESTARTED
                   MOVE SPACES TO MAINT-REPORT-LINE
                   MOVE WS-MAINT-RESTART-LINE TO MAINT-REPORT-LINE
                   WRITE MAINT-REPORT-LINE AFTER ADVANCING 2
                   MOVE "RESUMED AT BREAK LINE:" TO WS-MAINT-LABEL
                   COMPUTE WS-MAINT-VALUE = WS-RESUME-AFTER + 1
                   PERFORM 3100-WRITE-MAINT-DETAIL
                   MOVE "LINES AT CHECKPOINT:" TO WS-MAINT-LABEL
                   MOVE WS-RESUME-AFTER TO WS-MAINT-VALUE
                   PERFORM 3100-WRITE-MAINT-DETAIL
               END-IF
               MOVE SPACES TO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE AFTER ADVANCING 1
               MOVE "ENTRIES ADDED:" TO WS-MAINT-LABEL
               MOVE "LINES SKIPPED:" TO WS-MAINT-LABEL
               MOVE WS-SKIPPED-COUNT TO WS-MAINT-VALUE
               PERFORM 3100-WRITE-MAINT-DETAIL
               MOVE "ALREADY APPLIED TODAY:" TO WS-MAINT-LABEL
               MOVE WS-PRIOR-APPLY-COUNT TO WS-MAINT-VALUE
               PERFORM 3100-WRITE-MAINT-DETAIL
               MOVE "ALREADY INACTIVE TODAY:" TO WS-MAINT-LABEL
               MOVE WS-PRIOR-INACT-COUNT TO WS-MAINT-VALUE
               PERFORM 3100-WRITE-MAINT-DETAIL
               MOVE "BREAK LINES READ:" TO WS-MAINT-LABEL
               MOVE WS-BRK-LINE-COUNT TO WS-MAINT-VALUE
               PERFORM 3100-WRITE-MAINT-DETAIL
               CLOSE MAINT-REPORT-FILE
           END-IF.

           WRITE MAINT-REPORT-LINE AFTER ADVANCING 1.

       4000-WRITE-CONTROL-TOTALS.
           PERFORM 4100-LOAD-CONTROL-TOTALS.
           IF WS-CTL-OVERFLOW OR NOT WS-CTL-LOADED
               IF WS-CTL-OVERFLOW
                   DISPLAY "CTLTOTS TOO LARGE TO REPLACE - MSTMAINT "
                           "TOTALS APPENDED"
               ELSE
                   DISPLAY "CTLTOTS NOT READ - MSTMAINT TOTALS "
                           "APPENDED"
               END-IF
               OPEN EXTEND CONTROL-TOTALS-FILE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           IF WS-CTLTOT-STATUS = "00"
               IF WS-CTL-LOADED AND NOT WS-CTL-OVERFLOW
                   PERFORM VARYING WS-C FROM 1 BY 1
                           UNTIL WS-C > WS-CTL-COUNT
                       MOVE WS-CTL-SAVED(WS-C) TO CONTROL-TOTALS-RECORD
                       WRITE CONTROL-TOTALS-RECORD
                   END-PERFORM
               END-IF
               PERFORM 4200-SET-OUTPUT-TOTALS
               MOVE WS-TODAY-YYYYMMDD TO CTL-RUN-DATE
               MOVE "MSTMAINT" TO CTL-PROGRAM
               MOVE WS-OUT-ADD TO CTL-COUNT-1
               MOVE WS-OUT-REACT TO CTL-COUNT-2
               COMPUTE CTL-COUNT-3
                   = WS-INACTIVE-COUNT + WS-PRIOR-INACT-COUNT
               MOVE WS-OUT-UPDATE TO CTL-COUNT-4
               MOVE WS-SKIPPED-COUNT TO CTL-COUNT-5
               MOVE WS-OUT-RESTORED TO CTL-COUNT-6
               MOVE RETURN-CODE TO CTL-RETURN-CODE
               WRITE CONTROL-TOTALS-RECORD
               CLOSE CONTROL-TOTALS-FILE
               DISPLAY "CTLTOTS OPEN FAILED - STATUS: "
                       WS-CTLTOT-STATUS
           END-IF.

       4100-LOAD-CONTROL-TOTALS.
           MOVE ZERO TO WS-CTL-COUNT.
           MOVE 'N' TO WS-CTL-EOF-SW.
           MOVE 'N' TO WS-CTL-OVERFLOW-SW.
           MOVE 'N' TO WS-CTL-LOADED-SW.
           MOVE 'N' TO WS-LAST-CTL-SW.
           OPEN INPUT CONTROL-TOTALS-FILE.
           IF WS-CTLTOT-STATUS = "00"
               PERFORM UNTIL WS-CTL-EOF
                   READ CONTROL-TOTALS-FILE
                       AT END
                           SET WS-CTL-EOF TO TRUE
                       NOT AT END
                           PERFORM 4150-KEEP-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE CONTROL-TOTALS-FILE
               SET WS-CTL-LOADED TO TRUE
           ELSE
               IF WS-CTLTOT-STATUS = "35"
                   SET WS-CTL-LOADED TO TRUE
               ELSE
                   DISPLAY "CTLTOTS OPEN FAILED - STATUS: "
                           WS-CTLTOT-STATUS
               END-IF
           END-IF.

       4150-KEEP-CONTROL-TOTAL.
           IF CTL-PROGRAM = "MSTMAINT"
             AND CTL-RUN-DATE IS NUMERIC
             AND CTL-RUN-DATE = WS-TODAY-YYYYMMDD
               IF CTL-RETURN-CODE IS NUMERIC
                 AND CTL-RETURN-CODE < 8
                   SET WS-LAST-CTL-FOUND TO TRUE
                   MOVE CTL-COUNT-1 TO WS-LAST-CTL-ADD
                   MOVE CTL-COUNT-2 TO WS-LAST-CTL-REACT
                   MOVE CTL-COUNT-4 TO WS-LAST-CTL-UPDATE
                   MOVE CTL-COUNT-6 TO WS-LAST-CTL-RESTORED
               END-IF
           ELSE
               IF WS-CTL-COUNT < 99999
                   ADD 1 TO WS-CTL-COUNT
                   MOVE CONTROL-TOTALS-RECORD
                      TO WS-CTL-SAVED(WS-CTL-COUNT)
               ELSE
                   SET WS-CTL-OVERFLOW TO TRUE
               END-IF
           END-IF.

       4200-SET-OUTPUT-TOTALS.
           MOVE WS-ADD-COUNT TO WS-OUT-ADD.
           MOVE WS-REACTIVATE-COUNT TO WS-OUT-REACT.
           MOVE WS-RESTORED-COUNT TO WS-OUT-RESTORED.
           COMPUTE WS-APPLY-TOTAL
               = WS-ADD-COUNT + WS-REACTIVATE-COUNT
               + WS-RESTORED-COUNT + WS-UPDATE-COUNT
               + WS-PRIOR-APPLY-COUNT.
           IF WS-LAST-CTL-FOUND AND NOT WS-CTL-OVERFLOW
             AND WS-LAST-CTL-ADD + WS-LAST-CTL-REACT
               + WS-LAST-CTL-RESTORED + WS-LAST-CTL-UPDATE
               <= WS-PRIOR-APPLY-COUNT
               ADD WS-LAST-CTL-ADD TO WS-OUT-ADD
               ADD WS-LAST-CTL-REACT TO WS-OUT-REACT
               ADD WS-LAST-CTL-RESTORED TO WS-OUT-RESTORED
           END-IF.
           COMPUTE WS-OUT-UPDATE
               = WS-APPLY-TOTAL - WS-OUT-ADD
               - WS-OUT-REACT - WS-OUT-RESTORED.

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
