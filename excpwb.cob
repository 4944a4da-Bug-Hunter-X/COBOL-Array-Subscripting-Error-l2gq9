               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-RPT-STATUS.

           SELECT RETURN-DISP-FILE
               ASSIGN TO "RETDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
           05  EXCP-FIRST-DATE         PIC 9(8).
           05  EXCP-RECYCLE-CNT        PIC 9(2).
           05  EXCP-SOURCE             PIC 9(2).
           05  EXCP-CURRENCY           PIC X(3).

       FD  DISP-CARD-FILE.
       01  DISP-CARD-RECORD.
           05  FORC-SOURCE             PIC 9(2).
           05  FORC-OPERATOR           PIC X(8).
           05  FORC-DATE               PIC 9(8).
           05  FORC-CURRENCY           PIC X(3).

       FD  ACTIVITY-REPORT-FILE.
       01  ACTIVITY-REPORT-LINE        PIC X(80).

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

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EXCP-EOF-SW          PIC X(1) VALUE 'N'.
           05  WS-DISP-STATUS          PIC X(2) VALUE SPACES.
           05  WS-FORCE-STATUS         PIC X(2) VALUE SPACES.
           05  WS-ACT-RPT-STATUS       PIC X(2) VALUE SPACES.
           05  WS-RDSP-STATUS          PIC X(2) VALUE SPACES.

       01  WS-RDSP-OLD-DATA            PIC X(20).

       01  WS-DATE-FIELDS.
           05  WS-FULL-TIMESTAMP       PIC X(21).
               10  WS-QUE-FIRST-DATE   PIC 9(8).
               10  WS-QUE-RECYCLE-CNT  PIC 9(2).
               10  WS-QUE-SOURCE       PIC 9(2).
               10  WS-QUE-CURRENCY     PIC X(3).
               10  WS-QUE-DISP-FLAG    PIC X(1).

       01  WS-COUNTERS.
           PERFORM 1100-LOAD-EXCEPTION-QUEUE.
           PERFORM 1200-OPEN-ACTIVITY-REPORT.
           PERFORM 1300-OPEN-FORCE-FILE.
           PERFORM 1350-OPEN-RETURN-DISP-FILE.
           PERFORM 2000-APPLY-DISPOSITIONS.
           CLOSE FORCE-FILE.
           IF WS-RDSP-STATUS = "00"
               CLOSE RETURN-DISP-FILE
           END-IF.
           PERFORM 3000-REWRITE-EXCEPTION-QUEUE.
           PERFORM 4000-WRITE-ACTIVITY-TOTALS.
           STOP RUN.
           ELSE
               MOVE 1 TO WS-QUE-SOURCE(WS-QUEUE-COUNT)
           END-IF.
           MOVE EXCP-CURRENCY TO WS-QUE-CURRENCY(WS-QUEUE-COUNT).
           MOVE SPACE TO WS-QUE-DISP-FLAG(WS-QUEUE-COUNT).

       1200-OPEN-ACTIVITY-REPORT.
               OPEN OUTPUT FORCE-FILE
           END-IF.

       1350-OPEN-RETURN-DISP-FILE.
           OPEN EXTEND RETURN-DISP-FILE.
           IF WS-RDSP-STATUS = "35"
               OPEN OUTPUT RETURN-DISP-FILE
           END-IF.
           IF WS-RDSP-STATUS NOT = "00"
               DISPLAY "RETDISP OPEN FAILED - STATUS: "
                       WS-RDSP-STATUS
           END-IF.

       2000-APPLY-DISPOSITIONS.
           MOVE 'N' TO WS-DISP-EOF-SW.
           OPEN INPUT DISP-CARD-FILE.
           END-PERFORM.

       2300-CORRECT-ENTRY.
           MOVE WS-QUE-DATA(WS-Q) TO WS-RDSP-OLD-DATA.
           IF DISP-NEW-DATA NOT = SPACES
               MOVE DISP-NEW-DATA TO WS-QUE-DATA(WS-Q)
           END-IF.
           MOVE WS-QUE-DATA(WS-Q) TO WS-ACT-DATA.
           MOVE "RELEASED" TO WS-ACT-RESULT.
           PERFORM 2500-WRITE-ACTIVITY-LINE.
           PERFORM 2600-WRITE-RETURN-DISP.

       2350-FORCE-ENTRY.
           MOVE WS-QUE-DATA(WS-Q) TO WS-RDSP-OLD-DATA.
           IF DISP-NEW-DATA NOT = SPACES
               MOVE DISP-NEW-DATA TO WS-QUE-DATA(WS-Q)
           END-IF.
           MOVE WS-QUE-SOURCE(WS-Q) TO FORC-SOURCE.
           MOVE DISP-OPERATOR TO FORC-OPERATOR.
           MOVE WS-TODAY-YYYYMMDD TO FORC-DATE.
           MOVE WS-QUE-CURRENCY(WS-Q) TO FORC-CURRENCY.
           WRITE FORCE-RECORD.
           MOVE 'F' TO WS-QUE-DISP-FLAG(WS-Q).
           ADD 1 TO WS-FORCED-COUNT.
           MOVE WS-QUE-DATA(WS-Q) TO WS-ACT-DATA.
           MOVE "SENT TO FORCE" TO WS-ACT-RESULT.
           PERFORM 2500-WRITE-ACTIVITY-LINE.
           PERFORM 2600-WRITE-RETURN-DISP.

       2400-KILL-ENTRY.
           MOVE WS-QUE-DATA(WS-Q) TO WS-RDSP-OLD-DATA.
           MOVE 'K' TO WS-QUE-DISP-FLAG(WS-Q).
           ADD 1 TO WS-KILLED-COUNT.
           MOVE "KILL" TO WS-ACT-ACTION.
           MOVE WS-QUE-DATA(WS-Q) TO WS-ACT-DATA.
           MOVE "REMOVED" TO WS-ACT-RESULT.
           PERFORM 2500-WRITE-ACTIVITY-LINE.
           PERFORM 2600-WRITE-RETURN-DISP.

       2500-WRITE-ACTIVITY-LINE.
           IF WS-ACT-RPT-STATUS = "00"
               WRITE ACTIVITY-REPORT-LINE AFTER ADVANCING 1
           END-IF.

       2600-WRITE-RETURN-DISP.
           IF WS-RDSP-STATUS = "00"
               MOVE SPACES TO RETURN-DISP-RECORD
               MOVE WS-QUE-SOURCE(WS-Q) TO RDSP-SOURCE
               MOVE WS-QUE-INDEX(WS-Q) TO RDSP-INDEX
               MOVE WS-QUE-DISP-FLAG(WS-Q) TO RDSP-ACTION
               MOVE WS-TODAY-YYYYMMDD TO RDSP-DATE
               MOVE DISP-OPERATOR TO RDSP-OPERATOR
               MOVE WS-RDSP-OLD-DATA TO RDSP-OLD-DATA
               MOVE WS-QUE-DATA(WS-Q) TO RDSP-NEW-DATA
               WRITE RETURN-DISP-RECORD
           END-IF.

       3000-REWRITE-EXCEPTION-QUEUE.
           MOVE ZERO TO WS-REMAIN-COUNT.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE WS-QUE-FIRST-DATE(WS-Q) TO EXCP-FIRST-DATE.
           MOVE WS-QUE-RECYCLE-CNT(WS-Q) TO EXCP-RECYCLE-CNT.
           MOVE WS-QUE-SOURCE(WS-Q) TO EXCP-SOURCE.
           MOVE WS-QUE-CURRENCY(WS-Q) TO EXCP-CURRENCY.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-REMAIN-COUNT.

