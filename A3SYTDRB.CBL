      *reconstructed balances and proves the closing totals against
      *the run-history file, so the file is only trusted for the
      *next commission run when the figures match what was paid.
      *Manager override lines on the extracts rebuild the override
      *balance and are proved on their own against the history.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          05 EXT-PAID                   PIC 9(6)V99.
          05 FILLER                     PIC X.
          05 EXT-PERIOD                 PIC 9(8).
          05 FILLER                     PIC X.
      *     O is a manager override line; C, or blank on extracts
      *     written before overrides were paid, is commission
          05 EXT-TYPE                   PIC X(1).
          05 FILLER                     PIC X(6).
      *
       FD YTD-FILE
           RECORDING MODE IS F
           DATA RECORD IS YTD-RECORD
           RECORD CONTAINS 53 CHARACTERS.

       01 YTD-RECORD.
          05 YTD-NOM                    PIC 9(5).
          05 YTD-EARNED                 PIC 9(6)V99.
          05 YTD-PAID                   PIC 9(6)V99.
          05 YTD-LAST-PERIOD            PIC 9(8).
          05 YTD-OVERRIDE               PIC 9(6)V99.
          05 YTD-OVR-LAST-PERIOD        PIC 9(8).
      *
       FD MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS MASTER-RECORD
           RECORD CONTAINS 60 CHARACTERS.

       01 MASTER-RECORD.
          05 MAST-NOM                   PIC 9(5).
          05 MAST-PLAN-CODE             PIC X(3).
          05 MAST-STATUS                PIC X(1).
          05 MAST-TERM-DATE             PIC 9(8).
          05 MAST-REPORTS-TO            PIC 9(5).
          05 MAST-OVERRIDE-RATE         PIC 9(2)V99.
          05 FILLER                     PIC X(3) VALUE SPACES.
      *
       FD HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS HISTORY-RECORD
           RECORD CONTAINS 360 CHARACTERS.

       01 HISTORY-RECORD.
          05 HIST-TOTAL-EARNED          PIC 9(9)V99.
                15 HIST-REGION-EARNED   PIC 9(9)V99.
                15 HIST-REGION-PAID     PIC 9(9)V99.
                15 HIST-REGION-CNT      PIC 9(5).
          05 HIST-OVERRIDE-PAID         PIC 9(9)V99.
      *
       FD REPORT-FILE
           RECORDING MODE IS F
          05 FILLER                     PIC X(15) VALUE "YTD EARNED".
          05 FILLER                     PIC X(15) VALUE "YTD PAID".
          05 FILLER                     PIC X(13) VALUE "LAST PERIOD".
          05 FILLER                     PIC X(15) VALUE "YTD OVERRIDE".
          05 FILLER                     PIC X(55) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 WS-NUMBER                  PIC 9(5).
          05 WS-PAID                    PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-LAST-PERIOD             PIC 9(8).
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-OVERRIDE                PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(58) VALUE SPACES.

       01 WS-EXTRACT-COUNT-DETAIL.
          05 WS-EXTRACT-COUNT-TEXT      PIC X(40)
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-REBUILT-PAID-VALUE      PIC $ZZZ,ZZZ,ZZ9.99.

       01 WS-REBUILT-OVR-DETAIL.
          05 WS-REBUILT-OVR-TEXT        PIC X(40)
                VALUE "REBUILT TOTAL OVERRIDE PAID".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-REBUILT-OVR-VALUE       PIC $ZZZ,ZZZ,ZZ9.99.

       01 WS-HIST-EARNED-DETAIL.
          05 WS-HIST-EARNED-TEXT        PIC X(40)
                VALUE "RUN HISTORY TOTAL EARNED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-HIST-PAID-VALUE         PIC $ZZZ,ZZZ,ZZ9.99.

       01 WS-HIST-OVR-DETAIL.
          05 WS-HIST-OVR-TEXT           PIC X(40)
                VALUE "RUN HISTORY TOTAL OVERRIDE PAID".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-HIST-OVR-VALUE          PIC $ZZZ,ZZZ,ZZ9.99.

       01 WS-HIST-RUNS-DETAIL.
          05 WS-HIST-RUNS-TEXT          PIC X(40)
                VALUE "HISTORY PERIODS MATCHED".
       77 WS-REBUILT-PAID               PIC 9(9)V99 VALUE 0.00.
       77 WS-HIST-EARNED                PIC 9(9)V99 VALUE 0.00.
       77 WS-HIST-PAID                  PIC 9(9)V99 VALUE 0.00.
       77 WS-REBUILT-OVR                PIC 9(9)V99 VALUE 0.00.
       77 WS-HIST-OVR                   PIC 9(9)V99 VALUE 0.00.

      *     the periods being replayed, with the latest run-history
      *     totals recorded for each; a rerun of a period appends a
             10 WS-PERIOD-VALUE         PIC 9(8).
             10 WS-PERIOD-HIST-EARNED   PIC 9(9)V99.
             10 WS-PERIOD-HIST-PAID     PIC 9(9)V99.
             10 WS-PERIOD-HIST-OVR      PIC 9(9)V99.
             10 WS-PERIOD-HIST-FOUND    PIC X(1).

       77 WS-PERIOD-SUB                 PIC 9(2) VALUE 0.
                       WS-PERIOD-HIST-EARNED(WS-PERIOD-FOUND-SUB)
                    MOVE HIST-TOTAL-PAID TO
                       WS-PERIOD-HIST-PAID(WS-PERIOD-FOUND-SUB)
                    MOVE 0 TO WS-PERIOD-HIST-OVR(WS-PERIOD-FOUND-SUB)
                    IF HIST-OVERRIDE-PAID IS NUMERIC
                       MOVE HIST-OVERRIDE-PAID TO
                          WS-PERIOD-HIST-OVR(WS-PERIOD-FOUND-SUB)
                    END-IF
                    MOVE "Y" TO
                       WS-PERIOD-HIST-FOUND(WS-PERIOD-FOUND-SUB)
                 END-IF
                 TO WS-HIST-EARNED
              ADD WS-PERIOD-HIST-PAID(WS-PERIOD-SUB)
                 TO WS-HIST-PAID
              ADD WS-PERIOD-HIST-OVR(WS-PERIOD-SUB)
                 TO WS-HIST-OVR
           ELSE
              ADD 1 TO WS-PERIOD-MISSING
           END-IF.
              OR EXT-EARNED IS NOT NUMERIC
              OR EXT-PAID IS NOT NUMERIC
              OR EXT-PERIOD IS NOT NUMERIC
              OR (EXT-TYPE NOT = "C" AND EXT-TYPE NOT = "O"
                  AND EXT-TYPE NOT = SPACE)
              ADD 1 TO WS-BAD-COUNT
           ELSE
              ADD 1 TO WS-EXTRACT-COUNT
              READ YTD-FILE
              INVALID KEY
                 PERFORM 110-LOOKUP-MASTER-NAME
                 MOVE 0 TO YTD-EARNED
                 MOVE 0 TO YTD-PAID
                 MOVE 0 TO YTD-LAST-PERIOD
                 MOVE 0 TO YTD-OVERRIDE
                 MOVE 0 TO YTD-OVR-LAST-PERIOD
                 PERFORM 101-ADD-EXTRACT-AMOUNTS
                 WRITE YTD-RECORD
              NOT INVALID KEY
                 PERFORM 101-ADD-EXTRACT-AMOUNTS
                 REWRITE YTD-RECORD
              END-READ
           END-IF.
           AT END
              MOVE "y" TO WS-EXTRACT-EOF-FLAG.

      *     an override line carries the override in both amounts and
      *     only the paid amount is the manager's override
       101-ADD-EXTRACT-AMOUNTS.
           IF EXT-TYPE = "O"
              ADD EXT-PAID TO YTD-OVERRIDE
              IF EXT-PERIOD > YTD-OVR-LAST-PERIOD
                 MOVE EXT-PERIOD TO YTD-OVR-LAST-PERIOD
              END-IF
           ELSE
              ADD EXT-EARNED TO YTD-EARNED
              ADD EXT-PAID TO YTD-PAID
              IF EXT-PERIOD > YTD-LAST-PERIOD
                 MOVE EXT-PERIOD TO YTD-LAST-PERIOD
              END-IF
           END-IF.

       105-NOTE-EXTRACT-PERIOD.
           MOVE 0 TO WS-PERIOD-FOUND-SUB.
           PERFORM 106-FIND-EXTRACT-PERIOD
                 MOVE EXT-PERIOD TO WS-PERIOD-VALUE(WS-PERIOD-COUNT)
                 MOVE 0 TO WS-PERIOD-HIST-EARNED(WS-PERIOD-COUNT)
                 MOVE 0 TO WS-PERIOD-HIST-PAID(WS-PERIOD-COUNT)
                 MOVE 0 TO WS-PERIOD-HIST-OVR(WS-PERIOD-COUNT)
                 MOVE "N" TO WS-PERIOD-HIST-FOUND(WS-PERIOD-COUNT)
              ELSE
                 ADD 1 TO WS-PERIOD-OVERFLOW
           MOVE YTD-EARNED TO WS-EARNED.
           MOVE YTD-PAID TO WS-PAID.
           MOVE YTD-LAST-PERIOD TO WS-LAST-PERIOD.
           MOVE YTD-OVERRIDE TO WS-OVERRIDE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-REBUILT-COUNT.
           ADD YTD-EARNED TO WS-REBUILT-EARNED.
           ADD YTD-PAID TO WS-REBUILT-PAID.
           ADD YTD-OVERRIDE TO WS-REBUILT-OVR.

           PERFORM 121-READ-YTD-RECORD.

           MOVE WS-REBUILT-PAID TO WS-REBUILT-PAID-VALUE.
           WRITE REPORT-LINE FROM WS-REBUILT-PAID-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-REBUILT-OVR TO WS-REBUILT-OVR-VALUE.
           WRITE REPORT-LINE FROM WS-REBUILT-OVR-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-HIST-EARNED TO WS-HIST-EARNED-VALUE.
           WRITE REPORT-LINE FROM WS-HIST-EARNED-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-HIST-PAID TO WS-HIST-PAID-VALUE.
           WRITE REPORT-LINE FROM WS-HIST-PAID-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-HIST-OVR TO WS-HIST-OVR-VALUE.
           WRITE REPORT-LINE FROM WS-HIST-OVR-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-HIST-RUN-COUNT TO WS-HIST-RUNS-VALUE.
           WRITE REPORT-LINE FROM WS-HIST-RUNS-DETAIL
              AFTER ADVANCING 1 LINE.

           IF WS-REBUILT-EARNED = WS-HIST-EARNED
              AND WS-REBUILT-PAID = WS-HIST-PAID
              AND WS-REBUILT-OVR = WS-HIST-OVR
              AND WS-EXTRACT-COUNT > 0
              AND WS-BAD-COUNT = 0
              AND WS-PERIOD-MISSING = 0
