               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT RUN-LEDGER-FILE
               ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT-FILE.
       FD  ALERT-REPORT-FILE.
       01  ALERT-REPORT-LINE           PIC X(80).

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
           05  WS-GL-EOF-SW            PIC X(1) VALUE 'N'.
           05  WS-LOG-STATUS           PIC X(2) VALUE SPACES.
           05  WS-ACK-STATUS           PIC X(2) VALUE SPACES.
           05  WS-ALERT-STATUS         PIC X(2) VALUE SPACES.
           05  WS-LDG-STATUS           PIC X(2) VALUE SPACES.

       01  WS-DATE-FIELDS.
           05  WS-FULL-TIMESTAMP       PIC X(21).
                   88  WS-LOG-REJECTED           VALUE 'R'.
               10  WS-LOG-ACKED-COUNT  PIC 9(7).

       01  WS-LEDGER-FIELDS.
           05  WS-LDG-FOUND-SW         PIC X(1) VALUE 'N'.
               88  WS-LDG-FOUND                  VALUE 'Y'.
           05  WS-LDG-BLOCKED-SW       PIC X(1) VALUE 'N'.
               88  WS-LDG-BLOCKED                VALUE 'Y'.
           05  WS-LDG-ACTIVE-SW        PIC X(1) VALUE 'N'.
               88  WS-LDG-ACTIVE                 VALUE 'Y'.
           05  WS-LDG-STEP             PIC X(8) VALUE "GLRECON".
           05  WS-LDG-PREREQ-COUNT     PIC 9(1) VALUE 2.
           05  WS-LDG-PREREQ-LIST.
               10  FILLER              PIC X(8) VALUE "BUG".
               10  FILLER              PIC X(8) VALUE "DAYPROOF".
               10  FILLER              PIC X(8) VALUE SPACES.
           05  WS-LDG-PREREQ-TABLE REDEFINES WS-LDG-PREREQ-LIST.
               10  WS-LDG-PREREQ       PIC X(8) OCCURS 3 TIMES.
           05  WS-LDG-P                PIC 9(1) VALUE 1.
           05  WS-LDG-FIND-PROGRAM     PIC X(8) VALUE SPACES.
           05  WS-LDG-TIMESTAMP        PIC X(19) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ACK-READ-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-ALERT-COUNT          PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-SET-RUN-DATE.
           PERFORM 9100-CHECK-RUN-LEDGER.
           PERFORM 1100-LOAD-GEN-LOG.
           PERFORM 1200-READ-TODAY-EXTRACT.
           PERFORM 1300-LOG-TODAY-EXTRACT.
                       " GENERATION ALERTS - SEE ALERT REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9150-MARK-STEP-ENDED.
           STOP RUN.

       1000-SET-RUN-DATE.
                       WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
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
