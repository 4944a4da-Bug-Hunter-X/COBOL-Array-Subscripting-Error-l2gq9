       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REF-FILE
               ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACCT-CARD-FILE
               ASSIGN TO "ACCTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT MASTER-FILE
               ASSIGN TO "MASTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ENTRY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT WAREHOUSE-FILE
               ASSIGN TO "WAREFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARE-STATUS.

           SELECT ACTIVITY-REPORT-FILE
               ASSIGN TO "ACCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-REF-FILE.
       01  ACCT-REF-RECORD.
           05  ACCT-REF-ID             PIC X(5).
           05  ACCT-REF-STATUS         PIC X(1).
           05  ACCT-REF-CREDIT-LIMIT   PIC 9(9)V99.
           05  ACCT-REF-EFF-DATE       PIC 9(8).
           05  ACCT-REF-OPERATOR       PIC X(8).

       FD  ACCT-CARD-FILE.
       01  ACCT-CARD-RECORD.
           05  ACARD-ACTION            PIC X(1).
               88  ACARD-ADD                     VALUE 'A'.
               88  ACARD-CLOSE                   VALUE 'C'.
               88  ACARD-REOPEN                  VALUE 'R'.
               88  ACARD-ACTION-VALID            VALUES 'A' 'C' 'R'.
           05  ACARD-ACCT-ID           PIC X(5).
           05  ACARD-OPERATOR          PIC X(8).
           05  ACARD-EFF-DATE          PIC X(8).
           05  ACARD-CREDIT-LIMIT      PIC 9(9)V99.
           05  FILLER                  PIC X(47).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MST-ENTRY               PIC X(20).
           05  MST-ACTIVE-SW           PIC X(1).
           05  MST-FIRST-SEEN          PIC 9(8).
           05  MST-LAST-SEEN           PIC 9(8).
           05  MST-INACTIVE-DATE       PIC 9(8).
           05  MST-TIMES-SEEN          PIC 9(5).

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           05  WARE-DATA               PIC X(20).
           05  WARE-SOURCE             PIC 9(2).
           05  WARE-HELD-DATE          PIC 9(8).
           05  WARE-CURRENCY           PIC X(3).

       FD  ACTIVITY-REPORT-FILE.
       01  ACTIVITY-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-ACCT-EOF                   VALUE 'Y'.
           05  WS-CARD-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-CARD-EOF                   VALUE 'Y'.
           05  WS-MAST-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-MAST-EOF                   VALUE 'Y'.
           05  WS-WARE-EOF-SW          PIC X(1) VALUE 'N'.
               88  WS-WARE-EOF                   VALUE 'Y'.
           05  WS-ACCT-FOUND-SW        PIC X(1) VALUE 'N'.
               88  WS-ACCT-FOUND                 VALUE 'Y'.
           05  WS-CLOSE-FOUND-SW       PIC X(1) VALUE 'N'.
               88  WS-CLOSE-FOUND                VALUE 'Y'.
           05  WS-CARD-OK-SW           PIC X(1) VALUE 'N'.
               88  WS-CARD-OK                    VALUE 'Y'.
           05  WS-ACCT-LOADED-SW       PIC X(1) VALUE 'N'.
               88  WS-ACCT-LOADED                VALUE 'Y'.
           05  WS-ACCT-REWRITTEN-SW    PIC X(1) VALUE 'N'.
               88  WS-ACCT-REWRITTEN             VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-ACCT-STATUS          PIC X(2) VALUE SPACES.
           05  WS-CARD-STATUS          PIC X(2) VALUE SPACES.
           05  WS-MAST-STATUS          PIC X(2) VALUE SPACES.
           05  WS-WARE-STATUS          PIC X(2) VALUE SPACES.
           05  WS-ACT-RPT-STATUS       PIC X(2) VALUE SPACES.

       01  WS-DATE-FIELDS.
           05  WS-FULL-TIMESTAMP       PIC X(21).
           05  WS-TODAY-YYYYMMDD       PIC 9(8).

       01  WS-CARD-EFF-DATE.
           05  WS-CARD-EFF-YYYY        PIC 9(4).
           05  WS-CARD-EFF-MM          PIC 9(2).
           05  WS-CARD-EFF-DD          PIC 9(2).
       01  WS-CARD-EFF-NUM REDEFINES WS-CARD-EFF-DATE
                                       PIC 9(8).

       01  WS-ACCT-AREA.
           05  WS-ACCT-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-ACCT-TABLE OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-ACCT-COUNT.
               10  WS-ACCT-ID          PIC X(5).
               10  WS-ACCT-STATUS-CD   PIC X(1).
               10  WS-ACCT-LIMIT       PIC 9(9)V99.
               10  WS-ACCT-EFF-DATE    PIC 9(8).
               10  WS-ACCT-OPERATOR    PIC X(8).

       01  WS-HELD-AREA.
           05  WS-HELD-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-HELD-TABLE OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-HELD-COUNT.
               10  WS-HELD-CARD        PIC X(80).

       01  WS-CLOSE-AREA.
           05  WS-CLOSE-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-CLOSE-TABLE OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-CLOSE-COUNT.
               10  WS-CLS-ACCT-ID      PIC X(5).
               10  WS-CLS-EFF-DATE     PIC 9(8).

       01  WS-COUNTERS.
           05  WS-CARD-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-ADDED-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-CLOSED-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-REOPENED-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-MAST-IMPACT-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-WARE-IMPACT-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-SUBSCRIPTS.
           05  WS-A                    PIC 9(5) VALUE 1.
           05  WS-C                    PIC 9(5) VALUE 1.
           05  WS-H                    PIC 9(5) VALUE 1.

       01  WS-SEARCH-ACCT-ID           PIC X(5) VALUE SPACES.
       01  WS-CARD-LIMIT               PIC 9(9)V99 VALUE ZERO.

       01  WS-ACT-HEADING.
           05  FILLER                  PIC X(34)
                   VALUE "ACCOUNT MAINTENANCE ACTIVITY".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  WS-ACT-HDG-DATE         PIC 9(8).

       01  WS-ACT-DETAIL.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-ACT-OPERATOR         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ACT-ACTION           PIC X(9).
           05  WS-ACT-ACCT-ID          PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ACT-EFF-DATE         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ACT-LIMIT            PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ACT-RESULT           PIC X(20).

       01  WS-IMPACT-HEADING.
           05  FILLER                  PIC X(40)
                   VALUE "CLOSURE IMPACT - ACCOUNTS BEING CLOSED".

       01  WS-IMPACT-DETAIL.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-IMP-ACCT-ID          PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-IMP-FILE             PIC X(9).
           05  WS-IMP-ENTRY            PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-IMP-REGION           PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-IMP-DATE-LABEL       PIC X(12).
           05  WS-IMP-DATE             PIC 9(8).

       01  WS-ACT-COUNT-LINE.
           05  WS-ACT-COUNT-LABEL      PIC X(24).
           05  WS-ACT-COUNT-VALUE      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-SET-RUN-DATE.
           PERFORM 1100-LOAD-ACCT-FILE.
           IF WS-ACCT-LOADED
               PERFORM 1200-OPEN-ACTIVITY-REPORT
               PERFORM 2000-APPLY-CARDS
               PERFORM 3000-REWRITE-ACCT-FILE
               IF WS-ACCT-REWRITTEN
                   PERFORM 3200-REWRITE-HELD-CARDS
                   PERFORM 5000-WRITE-CLOSURE-IMPACT
               ELSE
                   PERFORM 3300-REPORT-NOT-APPLIED
               END-IF
               PERFORM 4000-WRITE-ACTIVITY-TOTALS
           END-IF.
           STOP RUN.

       1000-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-FULL-TIMESTAMP.
           MOVE WS-FULL-TIMESTAMP(1:8) TO WS-TODAY-YYYYMMDD.

       1100-LOAD-ACCT-FILE.
           MOVE ZERO TO WS-ACCT-COUNT.
           MOVE 'N' TO WS-ACCT-EOF-SW.
           OPEN INPUT ACCT-REF-FILE.
           IF WS-ACCT-STATUS = "00"
               PERFORM UNTIL WS-ACCT-EOF
                   READ ACCT-REF-FILE
                       AT END
                           SET WS-ACCT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1150-STORE-ACCT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ACCT-REF-FILE
               SET WS-ACCT-LOADED TO TRUE
           ELSE
               IF WS-ACCT-STATUS = "35"
                   DISPLAY "ACCTFILE NOT FOUND - NEW FILE WILL BE "
                           "CREATED"
                   SET WS-ACCT-LOADED TO TRUE
               ELSE
                   DISPLAY "ACCTFILE OPEN FAILED - STATUS: "
                           WS-ACCT-STATUS " - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1150-STORE-ACCT-ENTRY.
           IF ACCT-REF-ID NOT = SPACES
             AND ACCT-REF-ID NOT = LOW-VALUES
               ADD 1 TO WS-ACCT-COUNT
               MOVE ACCT-REF-ID TO WS-ACCT-ID(WS-ACCT-COUNT)
               MOVE ACCT-REF-STATUS TO WS-ACCT-STATUS-CD(WS-ACCT-COUNT)
               IF ACCT-REF-CREDIT-LIMIT IS NUMERIC
                   MOVE ACCT-REF-CREDIT-LIMIT
                      TO WS-ACCT-LIMIT(WS-ACCT-COUNT)
               ELSE
                   MOVE ZERO TO WS-ACCT-LIMIT(WS-ACCT-COUNT)
               END-IF
               IF ACCT-REF-EFF-DATE IS NUMERIC
                   MOVE ACCT-REF-EFF-DATE
                      TO WS-ACCT-EFF-DATE(WS-ACCT-COUNT)
               ELSE
                   MOVE ZERO TO WS-ACCT-EFF-DATE(WS-ACCT-COUNT)
               END-IF
               MOVE ACCT-REF-OPERATOR
                  TO WS-ACCT-OPERATOR(WS-ACCT-COUNT)
           END-IF.

       1200-OPEN-ACTIVITY-REPORT.
           OPEN OUTPUT ACTIVITY-REPORT-FILE.
           IF WS-ACT-RPT-STATUS = "00"
               MOVE WS-TODAY-YYYYMMDD TO WS-ACT-HDG-DATE
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               MOVE WS-ACT-HEADING TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE AFTER ADVANCING PAGE
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE AFTER ADVANCING 1
           END-IF.

       2000-APPLY-CARDS.
           MOVE 'N' TO WS-CARD-EOF-SW.
           OPEN INPUT ACCT-CARD-FILE.
           IF WS-CARD-STATUS = "00"
               PERFORM UNTIL WS-CARD-EOF
                   READ ACCT-CARD-FILE
                       AT END
                           SET WS-CARD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 2100-APPLY-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE ACCT-CARD-FILE
           ELSE
               DISPLAY "ACCTCARD OPEN FAILED - STATUS: "
                       WS-CARD-STATUS
           END-IF.

       2100-APPLY-ONE-CARD.
           MOVE ACARD-OPERATOR TO WS-ACT-OPERATOR.
           MOVE ACARD-ACCT-ID TO WS-ACT-ACCT-ID.
           MOVE ACARD-EFF-DATE TO WS-ACT-EFF-DATE.
           IF ACARD-CREDIT-LIMIT IS NUMERIC
               MOVE ACARD-CREDIT-LIMIT TO WS-CARD-LIMIT
           ELSE
               MOVE ZERO TO WS-CARD-LIMIT
           END-IF.
           MOVE WS-CARD-LIMIT TO WS-ACT-LIMIT.
           EVALUATE TRUE
               WHEN ACARD-ADD
                   MOVE "ADD" TO WS-ACT-ACTION
               WHEN ACARD-CLOSE
                   MOVE "CLOSE" TO WS-ACT-ACTION
               WHEN ACARD-REOPEN
                   MOVE "REOPEN" TO WS-ACT-ACTION
               WHEN OTHER
                   MOVE "INVALID" TO WS-ACT-ACTION
           END-EVALUATE.
           PERFORM 2150-EDIT-CARD.
           IF WS-CARD-OK
               IF WS-CARD-EFF-NUM > WS-TODAY-YYYYMMDD
                   PERFORM 2600-HOLD-CARD
               ELSE
                   PERFORM 2200-FIND-ACCOUNT
                   EVALUATE TRUE
                       WHEN ACARD-ADD
                           PERFORM 2300-ADD-ACCOUNT
                       WHEN ACARD-CLOSE
                           PERFORM 2350-CLOSE-ACCOUNT
                       WHEN ACARD-REOPEN
                           PERFORM 2400-REOPEN-ACCOUNT
                   END-EVALUATE
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 2500-WRITE-ACTIVITY-LINE
           END-IF.

       2150-EDIT-CARD.
           MOVE 'Y' TO WS-CARD-OK-SW.
           IF ACARD-EFF-DATE = SPACES OR ACARD-EFF-DATE = ZERO
               MOVE WS-TODAY-YYYYMMDD TO WS-CARD-EFF-NUM
               MOVE WS-TODAY-YYYYMMDD TO WS-ACT-EFF-DATE
           ELSE
               MOVE ACARD-EFF-DATE TO WS-CARD-EFF-DATE
           END-IF.
           EVALUATE TRUE
               WHEN NOT ACARD-ACTION-VALID
                   MOVE "INVALID ACTION" TO WS-ACT-RESULT
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN ACARD-ACCT-ID = SPACES
                   MOVE "NO ACCOUNT ID" TO WS-ACT-RESULT
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN ACARD-OPERATOR = SPACES
                   MOVE "NO OPERATOR ID" TO WS-ACT-RESULT
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN WS-CARD-EFF-DATE IS NOT NUMERIC
                   MOVE "EFF DATE NOT NUMERIC" TO WS-ACT-RESULT
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN WS-CARD-EFF-YYYY < 1990 OR WS-CARD-EFF-YYYY > 2099
                 OR WS-CARD-EFF-MM < 1 OR WS-CARD-EFF-MM > 12
                 OR WS-CARD-EFF-DD < 1 OR WS-CARD-EFF-DD > 31
                   MOVE "EFF DATE INVALID" TO WS-ACT-RESULT
                   MOVE 'N' TO WS-CARD-OK-SW
               WHEN ACARD-CREDIT-LIMIT IS NOT NUMERIC
                 AND ACARD-CREDIT-LIMIT NOT = SPACES
                   MOVE "LIMIT NOT NUMERIC" TO WS-ACT-RESULT
                   MOVE 'N' TO WS-CARD-OK-SW
           END-EVALUATE.

       2200-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACCT-COUNT
               IF WS-ACCT-ID(WS-A) = ACARD-ACCT-ID
                   SET WS-ACCT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2300-ADD-ACCOUNT.
           IF WS-ACCT-FOUND
               MOVE "ALREADY ON FILE" TO WS-ACT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-A
               MOVE ACARD-ACCT-ID TO WS-ACCT-ID(WS-A)
               MOVE 'O' TO WS-ACCT-STATUS-CD(WS-A)
               MOVE WS-CARD-LIMIT TO WS-ACCT-LIMIT(WS-A)
               PERFORM 2450-STAMP-ACCOUNT
               MOVE "ADDED" TO WS-ACT-RESULT
               ADD 1 TO WS-ADDED-COUNT
           END-IF.
           PERFORM 2500-WRITE-ACTIVITY-LINE.

       2350-CLOSE-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE "NOT ON FILE" TO WS-ACT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-ACCT-STATUS-CD(WS-A) = 'C'
                   MOVE "ALREADY CLOSED" TO WS-ACT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE 'C' TO WS-ACCT-STATUS-CD(WS-A)
                   PERFORM 2450-STAMP-ACCOUNT
                   PERFORM 2700-NOTE-CLOSURE
                   MOVE "CLOSED" TO WS-ACT-RESULT
                   ADD 1 TO WS-CLOSED-COUNT
           END-EVALUATE.
           PERFORM 2500-WRITE-ACTIVITY-LINE.

       2400-REOPEN-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE "NOT ON FILE" TO WS-ACT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-ACCT-STATUS-CD(WS-A) = 'O'
                   MOVE "ALREADY OPEN" TO WS-ACT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE 'O' TO WS-ACCT-STATUS-CD(WS-A)
                   IF WS-CARD-LIMIT > ZERO
                       MOVE WS-CARD-LIMIT TO WS-ACCT-LIMIT(WS-A)
                   END-IF
                   PERFORM 2450-STAMP-ACCOUNT
                   MOVE "REOPENED" TO WS-ACT-RESULT
                   ADD 1 TO WS-REOPENED-COUNT
           END-EVALUATE.
           PERFORM 2500-WRITE-ACTIVITY-LINE.

       2450-STAMP-ACCOUNT.
           MOVE WS-CARD-EFF-NUM TO WS-ACCT-EFF-DATE(WS-A).
           MOVE ACARD-OPERATOR TO WS-ACCT-OPERATOR(WS-A).

       2500-WRITE-ACTIVITY-LINE.
           IF WS-ACT-RPT-STATUS = "00"
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               MOVE WS-ACT-DETAIL TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE AFTER ADVANCING 1
           END-IF.

       2600-HOLD-CARD.
           ADD 1 TO WS-HELD-COUNT.
           MOVE ACCT-CARD-RECORD TO WS-HELD-CARD(WS-HELD-COUNT).
           MOVE "HELD TO EFF DATE" TO WS-ACT-RESULT.
           PERFORM 2500-WRITE-ACTIVITY-LINE.
           IF ACARD-CLOSE
               PERFORM 2700-NOTE-CLOSURE
           END-IF.

       2700-NOTE-CLOSURE.
           MOVE ACARD-ACCT-ID TO WS-SEARCH-ACCT-ID.
           PERFORM 5500-FIND-CLOSURE.
           IF NOT WS-CLOSE-FOUND
               ADD 1 TO WS-CLOSE-COUNT
               MOVE ACARD-ACCT-ID TO WS-CLS-ACCT-ID(WS-CLOSE-COUNT)
               MOVE WS-CARD-EFF-NUM TO WS-CLS-EFF-DATE(WS-CLOSE-COUNT)
           END-IF.

       3000-REWRITE-ACCT-FILE.
           OPEN OUTPUT ACCT-REF-FILE.
           IF WS-ACCT-STATUS = "00"
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-ACCT-COUNT
                   PERFORM 3100-WRITE-ACCT-ENTRY
               END-PERFORM
               CLOSE ACCT-REF-FILE
               SET WS-ACCT-REWRITTEN TO TRUE
           ELSE
               DISPLAY "ACCTFILE REWRITE FAILED - STATUS: "
                       WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-WRITE-ACCT-ENTRY.
           MOVE WS-ACCT-ID(WS-A) TO ACCT-REF-ID.
           MOVE WS-ACCT-STATUS-CD(WS-A) TO ACCT-REF-STATUS.
           MOVE WS-ACCT-LIMIT(WS-A) TO ACCT-REF-CREDIT-LIMIT.
           MOVE WS-ACCT-EFF-DATE(WS-A) TO ACCT-REF-EFF-DATE.
           MOVE WS-ACCT-OPERATOR(WS-A) TO ACCT-REF-OPERATOR.
           WRITE ACCT-REF-RECORD.

       3200-REWRITE-HELD-CARDS.
           IF WS-CARD-STATUS = "00"
               OPEN OUTPUT ACCT-CARD-FILE
               IF WS-CARD-STATUS = "00"
                   PERFORM VARYING WS-H FROM 1 BY 1
                           UNTIL WS-H > WS-HELD-COUNT
                       MOVE WS-HELD-CARD(WS-H) TO ACCT-CARD-RECORD
                       WRITE ACCT-CARD-RECORD
                   END-PERFORM
                   CLOSE ACCT-CARD-FILE
               ELSE
                   DISPLAY "ACCTCARD REWRITE FAILED - STATUS: "
                           WS-CARD-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       3300-REPORT-NOT-APPLIED.
           IF WS-ACT-RPT-STATUS = "00"
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE AFTER ADVANCING 1
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               MOVE "ACCTFILE NOT UPDATED - CARDS NOT APPLIED"
                  TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE AFTER ADVANCING 1
           END-IF.

       4000-WRITE-ACTIVITY-TOTALS.
           IF WS-ACT-RPT-STATUS = "00"
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE AFTER ADVANCING 1
               MOVE "CARDS READ:" TO WS-ACT-COUNT-LABEL
               MOVE WS-CARD-COUNT TO WS-ACT-COUNT-VALUE
               PERFORM 4100-WRITE-ACTIVITY-COUNT
               MOVE "ACCOUNTS ADDED:" TO WS-ACT-COUNT-LABEL
               MOVE WS-ADDED-COUNT TO WS-ACT-COUNT-VALUE
               PERFORM 4100-WRITE-ACTIVITY-COUNT
               MOVE "ACCOUNTS CLOSED:" TO WS-ACT-COUNT-LABEL
               MOVE WS-CLOSED-COUNT TO WS-ACT-COUNT-VALUE
               PERFORM 4100-WRITE-ACTIVITY-COUNT
               MOVE "ACCOUNTS REOPENED:" TO WS-ACT-COUNT-LABEL
               MOVE WS-REOPENED-COUNT TO WS-ACT-COUNT-VALUE
               PERFORM 4100-WRITE-ACTIVITY-COUNT
               MOVE "CARDS HELD:" TO WS-ACT-COUNT-LABEL
               MOVE WS-HELD-COUNT TO WS-ACT-COUNT-VALUE
               PERFORM 4100-WRITE-ACTIVITY-COUNT
               MOVE "CARDS REJECTED:" TO WS-ACT-COUNT-LABEL
               MOVE WS-REJECTED-COUNT TO WS-ACT-COUNT-VALUE
               PERFORM 4100-WRITE-ACTIVITY-COUNT
               MOVE "MASTER ENTRIES AFFECTED:" TO WS-ACT-COUNT-LABEL
               MOVE WS-MAST-IMPACT-COUNT TO WS-ACT-COUNT-VALUE
               PERFORM 4100-WRITE-ACTIVITY-COUNT
               MOVE "WAREHOUSE RECS AFFECTED:" TO WS-ACT-COUNT-LABEL
               MOVE WS-WARE-IMPACT-COUNT TO WS-ACT-COUNT-VALUE
               PERFORM 4100-WRITE-ACTIVITY-COUNT
               MOVE "ACCOUNTS ON FILE:" TO WS-ACT-COUNT-LABEL
               MOVE WS-ACCT-COUNT TO WS-ACT-COUNT-VALUE
               PERFORM 4100-WRITE-ACTIVITY-COUNT
               CLOSE ACTIVITY-REPORT-FILE
           END-IF.

       4100-WRITE-ACTIVITY-COUNT.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           MOVE WS-ACT-COUNT-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE AFTER ADVANCING 1.

       5000-WRITE-CLOSURE-IMPACT.
           IF WS-ACT-RPT-STATUS = "00" AND WS-CLOSE-COUNT > ZERO
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE AFTER ADVANCING 1
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               MOVE WS-IMPACT-HEADING TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE AFTER ADVANCING 1
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE AFTER ADVANCING 1
               PERFORM 5100-SCAN-MASTER-FILE
               PERFORM 5300-SCAN-WAREHOUSE-FILE
               IF WS-MAST-IMPACT-COUNT = ZERO
                 AND WS-WARE-IMPACT-COUNT = ZERO
                   MOVE SPACES TO ACTIVITY-REPORT-LINE
                   MOVE " NO ACTIVE MASTER OR WAREHOUSED ITEMS"
                      TO ACTIVITY-REPORT-LINE
                   WRITE ACTIVITY-REPORT-LINE AFTER ADVANCING 1
               END-IF
           END-IF.

       5100-SCAN-MASTER-FILE.
           MOVE 'N' TO WS-MAST-EOF-SW.
           OPEN INPUT MASTER-FILE.
           IF WS-MAST-STATUS = "00"
               PERFORM UNTIL WS-MAST-EOF
                   READ MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-MAST-EOF TO TRUE
                       NOT AT END
                           IF MST-ACTIVE-SW = 'Y'
                               PERFORM 5200-CHECK-MASTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           ELSE
               IF WS-MAST-STATUS NOT = "35"
                   DISPLAY "MASTFILE OPEN FAILED - STATUS: "
                           WS-MAST-STATUS " - IMPACT LIST INCOMPLETE"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       5200-CHECK-MASTER-ENTRY.
           MOVE MST-ENTRY(1:5) TO WS-SEARCH-ACCT-ID.
           PERFORM 5500-FIND-CLOSURE.
           IF WS-CLOSE-FOUND
               ADD 1 TO WS-MAST-IMPACT-COUNT
               MOVE WS-CLS-ACCT-ID(WS-C) TO WS-IMP-ACCT-ID
               MOVE "MASTFILE" TO WS-IMP-FILE
               MOVE MST-ENTRY TO WS-IMP-ENTRY
               MOVE SPACES TO WS-IMP-REGION
               MOVE "LAST SEEN:" TO WS-IMP-DATE-LABEL
               MOVE MST-LAST-SEEN TO WS-IMP-DATE
               PERFORM 5600-WRITE-IMPACT-LINE
           END-IF.

       5300-SCAN-WAREHOUSE-FILE.
           MOVE 'N' TO WS-WARE-EOF-SW.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WARE-STATUS = "00"
               PERFORM UNTIL WS-WARE-EOF
                   READ WAREHOUSE-FILE
                       AT END
                           SET WS-WARE-EOF TO TRUE
                       NOT AT END
                           PERFORM 5400-CHECK-WAREHOUSE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-FILE
           ELSE
               IF WS-WARE-STATUS NOT = "35"
                   DISPLAY "WAREFILE OPEN FAILED - STATUS: "
                           WS-WARE-STATUS " - IMPACT LIST INCOMPLETE"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       5400-CHECK-WAREHOUSE-ENTRY.
           MOVE WARE-DATA(1:5) TO WS-SEARCH-ACCT-ID.
           PERFORM 5500-FIND-CLOSURE.
           IF WS-CLOSE-FOUND
               ADD 1 TO WS-WARE-IMPACT-COUNT
               MOVE WS-CLS-ACCT-ID(WS-C) TO WS-IMP-ACCT-ID
               MOVE "WAREFILE" TO WS-IMP-FILE
               MOVE WARE-DATA TO WS-IMP-ENTRY
               MOVE WARE-SOURCE TO WS-IMP-REGION
               MOVE "RELEASE ON:" TO WS-IMP-DATE-LABEL
               IF WARE-DATA(13:8) IS NUMERIC
                   MOVE WARE-DATA(13:8) TO WS-IMP-DATE
               ELSE
                   MOVE ZERO TO WS-IMP-DATE
               END-IF
               PERFORM 5600-WRITE-IMPACT-LINE
           END-IF.

       5500-FIND-CLOSURE.
           MOVE 'N' TO WS-CLOSE-FOUND-SW.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CLOSE-COUNT
               IF WS-CLS-ACCT-ID(WS-C) = WS-SEARCH-ACCT-ID
                   SET WS-CLOSE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       5600-WRITE-IMPACT-LINE.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           MOVE WS-IMPACT-DETAIL TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE AFTER ADVANCING 1.
