       IDENTIFICATION DIVISION.
       PROGRAM-ID. A3SLOPEN.
       DATE-WRITTEN. date.
       AUTHOR. Fouzaan.
      *Description: one-time opening balance load for the posting
      *ledger. Run once at cut-over, after the last commission run
      *made before the ledger was kept and before the first one that
      *posts to it. Every salesperson with a YTD or draw record gets
      *one OB entry, dated the cut-over period end, carrying the YTD
      *earned, paid and override and the draw balance as they stand,
      *so the ledger proves against the files from then on. A number
      *that already has entries on the ledger is left alone, so the
      *load cannot be posted twice.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      * year-to-date commission carried forward by salesperson number
           SELECT YTD-FILE
               ASSIGN TO YTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-NOM
               FILE STATUS IS WS-YTD-STATUS.
      *
      * recoverable draw ledger written by the commission run
           SELECT DRAW-FILE
               ASSIGN TO DRAWFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRAW-NOM
               FILE STATUS IS WS-DRAW-STATUS.
      *
      * posting ledger the opening balances are entered on
           SELECT LEDGER-FILE
               ASSIGN TO LEDGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDG-STATUS.
      *
      * listing of the opening balances loaded and skipped
           SELECT REPORT-FILE
               ASSIGN TO LOPENRPT
               ORGANIZATION IS SEQUENTIAL.
      *
      * cut-over period end control record, read once at startup
           SELECT OPEN-PARM-FILE
               ASSIGN TO LOPNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD YTD-FILE
           RECORDING MODE IS F
           DATA RECORD IS YTD-RECORD
           RECORD CONTAINS 53 CHARACTERS.

       01 YTD-RECORD.
          05 YTD-NOM                    PIC 9(5).
          05 YTD-NAME                   PIC X(8).
          05 YTD-EARNED                 PIC 9(6)V99.
          05 YTD-PAID                   PIC 9(6)V99.
          05 YTD-LAST-PERIOD            PIC 9(8).
          05 YTD-OVERRIDE               PIC 9(6)V99.
          05 YTD-OVR-LAST-PERIOD        PIC 9(8).
      *
       FD DRAW-FILE
           RECORDING MODE IS F
           DATA RECORD IS DRAW-RECORD
           RECORD CONTAINS 45 CHARACTERS.

       01 DRAW-RECORD.
          05 DRAW-NOM                   PIC 9(5).
          05 DRAW-NAME                  PIC X(8).
          05 DRAW-BALANCE               PIC 9(6)V99.
          05 DRAW-LAST-PERIOD           PIC 9(8).
          05 DRAW-PERIOD-TOPUP          PIC 9(6)V99.
          05 DRAW-PERIOD-RECOVERED      PIC 9(6)V99.
      *
       FD LEDGER-FILE
           RECORDING MODE IS F
           DATA RECORD IS LEDGER-RECORD
           RECORD CONTAINS 80 CHARACTERS.

      *     entry types: CM commission, OV override, DT draw top-up,
      *     DR draw recovery, AJ adjustment, TS termination
      *     settlement, YE year-end close, OB opening balance
       01 LEDGER-RECORD.
          05 LEDG-KEY.
             10 LEDG-NOM                PIC 9(5).
             10 LEDG-PERIOD             PIC 9(8).
             10 LEDG-SEQ                PIC 9(4).
          05 LEDG-TYPE                  PIC X(2).
          05 LEDG-SOURCE                PIC X(8).
          05 LEDG-EARNED                PIC S9(6)V99.
          05 LEDG-PAID                  PIC S9(6)V99.
          05 LEDG-OVERRIDE              PIC S9(6)V99.
          05 LEDG-DRAW                  PIC S9(6)V99.
          05 LEDG-REFERENCE             PIC X(12).
          05 FILLER                     PIC X(9).
      *
       FD REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REPORT-LINE
           RECORD CONTAINS 110 CHARACTERS.

       01 REPORT-LINE                   PIC X(110).
      *
       FD OPEN-PARM-FILE
           RECORDING MODE IS F
           DATA RECORD IS OPEN-PARM-RECORD
           RECORD CONTAINS 8 CHARACTERS.

      *     the period end of the last commission run already in the
      *     YTD and draw files
       01 OPEN-PARM-RECORD.
          05 PARM-CUTOVER-PERIOD        PIC 9(8).
      *
       WORKING-STORAGE SECTION.
       01 WS-TITLE-LINE.
          05 FILLER                     PIC X(20) VALUE SPACES.
          05 FILLER                     PIC X(35) VALUE
                "POSTING LEDGER OPENING BALANCES".
          05 FILLER                     PIC X(15) VALUE
                "CUT-OVER PERIOD".
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-TITLE-CUTOVER           PIC 9(8).
          05 FILLER                     PIC X(31) VALUE SPACES.

       01 WS-EMPTY-LINE.
          05 FILLER                     PIC X(80) VALUE SPACES.

       01 WS-COLUMN-HEADINGS.
          05 FILLER                     PIC X(7) VALUE "NO.".
          05 FILLER                     PIC X(10) VALUE "NAME".
          05 FILLER                     PIC X(14) VALUE "YTD EARNED".
          05 FILLER                     PIC X(14) VALUE "YTD PAID".
          05 FILLER                     PIC X(14) VALUE "YTD OVERRIDE".
          05 FILLER                     PIC X(14) VALUE "DRAW BALANCE".
          05 FILLER                     PIC X(37) VALUE "RESULT".

       01 WS-DETAIL-LINE.
          05 WS-DET-NOM                 PIC 9(5).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-DET-NAME                PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-DET-EARNED              PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-DET-PAID                PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-DET-OVERRIDE            PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-DET-DRAW                PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-DET-RESULT              PIC X(30).
          05 FILLER                     PIC X(7) VALUE SPACES.

       01 WS-GRAND-TOTALS.
          05 WS-TOTAL-TITLE             PIC X(14)
                VALUE "TOTAL LOADED".
          05 WS-EARNED-TOTAL-VALUE      PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-PAID-TOTAL-VALUE        PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-OVERRIDE-TOTAL-VALUE    PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DRAW-TOTAL-VALUE        PIC ZZ,ZZZ,ZZ9.99.

       01 WS-LOADED-COUNT-DETAIL.
          05 WS-LOADED-COUNT-TEXT       PIC X(40)
                VALUE "OPENING BALANCE ENTRIES WRITTEN".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-LOADED-COUNT-VALUE      PIC ZZ,ZZ9.

       01 WS-STARTED-COUNT-DETAIL.
          05 WS-STARTED-COUNT-TEXT      PIC X(40)
                VALUE "SKIPPED - LEDGER ALREADY STARTED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-STARTED-COUNT-VALUE     PIC ZZ,ZZ9.

       01 WS-ZERO-COUNT-DETAIL.
          05 WS-ZERO-COUNT-TEXT         PIC X(40)
                VALUE "SKIPPED - NO BALANCE TO OPEN".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-ZERO-COUNT-VALUE        PIC ZZ,ZZ9.

       01 WS-FLAGS.
          05 WS-LEDG-STARTED            PIC X VALUE "N".
          05 WS-YTD-AVAILABLE           PIC X VALUE "N".
          05 WS-DRAW-AVAILABLE          PIC X VALUE "N".

       77 WS-YTD-STATUS                 PIC XX VALUE SPACES.
       77 WS-DRAW-STATUS                PIC XX VALUE SPACES.
       77 WS-LEDG-STATUS                PIC XX VALUE SPACES.
       77 WS-PARM-STATUS                PIC XX VALUE SPACES.
       77 WS-CUTOVER-PERIOD             PIC 9(8) VALUE 0.

      *     the YTD and draw files are read side by side in number
      *     order; each holds the next number on its file, 999999
      *     once the file is exhausted
       77 WS-YTD-NEXT-NOM               PIC 9(6) VALUE 999999.
       77 WS-DRAW-NEXT-NOM              PIC 9(6) VALUE 999999.
       77 WS-LOW-NOM                    PIC 9(6) VALUE 999999.

      *     the opening balance of the salesperson in hand
       77 WS-OPEN-NAME                  PIC X(8) VALUE SPACES.
       77 WS-OPEN-EARNED                PIC 9(6)V99 VALUE 0.00.
       77 WS-OPEN-PAID                  PIC 9(6)V99 VALUE 0.00.
       77 WS-OPEN-OVERRIDE              PIC 9(6)V99 VALUE 0.00.
       77 WS-OPEN-DRAW                  PIC 9(6)V99 VALUE 0.00.

       77 WS-LOADED-COUNT               PIC 9(5) VALUE 0.
       77 WS-STARTED-COUNT              PIC 9(5) VALUE 0.
       77 WS-ZERO-COUNT                 PIC 9(5) VALUE 0.
       77 WS-TOTAL-EARNED               PIC 9(9)V99 VALUE 0.00.
       77 WS-TOTAL-PAID                 PIC 9(9)V99 VALUE 0.00.
       77 WS-TOTAL-OVERRIDE             PIC 9(9)V99 VALUE 0.00.
       77 WS-TOTAL-DRAW                 PIC 9(9)V99 VALUE 0.00.

      *     condition code for the scheduler: 0 clean, 4 a number
      *     skipped because its ledger had already started or a
      *     ledger write failed, 12 no cut-over date or no ledger
       77 WS-CONDITION-CODE             PIC 9(2) VALUE 0.
       77 WS-NEW-CONDITION              PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 005-READ-CUTOVER-PERIOD.

           IF WS-CUTOVER-PERIOD = 0
              DISPLAY "A3SLOPEN: CUT-OVER PERIOD CONTROL RECORD "
                 "MISSING OR NOT NUMERIC"
              DISPLAY "A3SLOPEN: NO OPENING BALANCES LOADED"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 010-OPEN-FILES.

           IF WS-LEDG-STATUS NOT = "00"
              DISPLAY "A3SLOPEN: POSTING LEDGER NOT AVAILABLE, STATUS "
                 WS-LEDG-STATUS
              DISPLAY "A3SLOPEN: NO OPENING BALANCES LOADED"
              PERFORM 190-CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 020-PRINT-HEADINGS.
           PERFORM 030-SET-LOW-KEY.
           PERFORM 100-OPEN-ONE-ACCOUNT UNTIL WS-LOW-NOM = 999999.
           PERFORM 150-PRINT-TOTALS.

           CLOSE LEDGER-FILE.
           PERFORM 190-CLOSE-FILES.
           MOVE WS-CONDITION-CODE TO RETURN-CODE.
           GOBACK.

       005-READ-CUTOVER-PERIOD.
           OPEN INPUT OPEN-PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ OPEN-PARM-FILE
              IF WS-PARM-STATUS = "00"
                 AND PARM-CUTOVER-PERIOD IS NUMERIC
                 MOVE PARM-CUTOVER-PERIOD TO WS-CUTOVER-PERIOD
              END-IF
              CLOSE OPEN-PARM-FILE
           END-IF.

      *     a missing YTD or draw file simply has no balances to open
       010-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE.

           OPEN I-O LEDGER-FILE.
           IF WS-LEDG-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN I-O LEDGER-FILE
           END-IF.

           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = "00"
              MOVE "Y" TO WS-YTD-AVAILABLE
              MOVE ZEROS TO YTD-NOM
              START YTD-FILE KEY IS NOT LESS THAN YTD-NOM
              END-START
              IF WS-YTD-STATUS = "00"
                 PERFORM 031-READ-NEXT-YTD
              END-IF
           ELSE
              DISPLAY "A3SLOPEN: YTD FILE NOT AVAILABLE, STATUS "
                 WS-YTD-STATUS
           END-IF.

           OPEN INPUT DRAW-FILE.
           IF WS-DRAW-STATUS = "00"
              MOVE "Y" TO WS-DRAW-AVAILABLE
              MOVE ZEROS TO DRAW-NOM
              START DRAW-FILE KEY IS NOT LESS THAN DRAW-NOM
              END-START
              IF WS-DRAW-STATUS = "00"
                 PERFORM 032-READ-NEXT-DRAW
              END-IF
           END-IF.

       020-PRINT-HEADINGS.
           MOVE WS-CUTOVER-PERIOD TO WS-TITLE-CUTOVER.
           WRITE REPORT-LINE FROM WS-TITLE-LINE
              AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-EMPTY-LINE
              AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-HEADINGS
              AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-EMPTY-LINE
              AFTER ADVANCING 1 LINE.

       030-SET-LOW-KEY.
           MOVE WS-YTD-NEXT-NOM TO WS-LOW-NOM.
           IF WS-DRAW-NEXT-NOM < WS-LOW-NOM
              MOVE WS-DRAW-NEXT-NOM TO WS-LOW-NOM
           END-IF.

       031-READ-NEXT-YTD.
           READ YTD-FILE NEXT RECORD.
           IF WS-YTD-STATUS = "00"
              MOVE YTD-NOM TO WS-YTD-NEXT-NOM
           ELSE
              MOVE 999999 TO WS-YTD-NEXT-NOM
           END-IF.

       032-READ-NEXT-DRAW.
           READ DRAW-FILE NEXT RECORD.
           IF WS-DRAW-STATUS = "00"
              MOVE DRAW-NOM TO WS-DRAW-NEXT-NOM
           ELSE
              MOVE 999999 TO WS-DRAW-NEXT-NOM
           END-IF.

      *     one salesperson: the YTD and draw records for the lowest
      *     number left on either file make up one opening entry
       100-OPEN-ONE-ACCOUNT.
           MOVE SPACES TO WS-OPEN-NAME.
           MOVE 0 TO WS-OPEN-EARNED.
           MOVE 0 TO WS-OPEN-PAID.
           MOVE 0 TO WS-OPEN-OVERRIDE.
           MOVE 0 TO WS-OPEN-DRAW.
           IF WS-YTD-NEXT-NOM = WS-LOW-NOM
              MOVE YTD-NAME TO WS-OPEN-NAME
              MOVE YTD-EARNED TO WS-OPEN-EARNED
              MOVE YTD-PAID TO WS-OPEN-PAID
              MOVE YTD-OVERRIDE TO WS-OPEN-OVERRIDE
           END-IF.
           IF WS-DRAW-NEXT-NOM = WS-LOW-NOM
              IF WS-OPEN-NAME = SPACES
                 MOVE DRAW-NAME TO WS-OPEN-NAME
              END-IF
              MOVE DRAW-BALANCE TO WS-OPEN-DRAW
           END-IF.

           IF WS-OPEN-EARNED = 0 AND WS-OPEN-PAID = 0
              AND WS-OPEN-OVERRIDE = 0 AND WS-OPEN-DRAW = 0
              ADD 1 TO WS-ZERO-COUNT
           ELSE
              PERFORM 110-CHECK-LEDGER-STARTED
              MOVE WS-LOW-NOM TO WS-DET-NOM
              MOVE WS-OPEN-NAME TO WS-DET-NAME
              MOVE WS-OPEN-EARNED TO WS-DET-EARNED
              MOVE WS-OPEN-PAID TO WS-DET-PAID
              MOVE WS-OPEN-OVERRIDE TO WS-DET-OVERRIDE
              MOVE WS-OPEN-DRAW TO WS-DET-DRAW
              IF WS-LEDG-STARTED = "Y"
                 ADD 1 TO WS-STARTED-COUNT
                 MOVE "LEDGER ALREADY STARTED" TO WS-DET-RESULT
                 MOVE 4 TO WS-NEW-CONDITION
                 PERFORM 198-RAISE-CONDITION-CODE
              ELSE
                 PERFORM 120-WRITE-OPENING-ENTRY
              END-IF
              WRITE REPORT-LINE FROM WS-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-YTD-NEXT-NOM = WS-LOW-NOM
              PERFORM 031-READ-NEXT-YTD
           END-IF.
           IF WS-DRAW-NEXT-NOM = WS-LOW-NOM
              PERFORM 032-READ-NEXT-DRAW
           END-IF.
           PERFORM 030-SET-LOW-KEY.

      *     any entry at all for the number means the commission run
      *     has already posted to it, and its balances are already
      *     partly on the ledger
       110-CHECK-LEDGER-STARTED.
           MOVE "N" TO WS-LEDG-STARTED.
           MOVE WS-LOW-NOM TO LEDG-NOM.
           MOVE 0 TO LEDG-PERIOD.
           MOVE 0 TO LEDG-SEQ.
           START LEDGER-FILE KEY IS NOT LESS THAN LEDG-KEY
           INVALID KEY
              MOVE "N" TO WS-LEDG-STARTED
           NOT INVALID KEY
              READ LEDGER-FILE NEXT RECORD
              AT END
                 MOVE "N" TO WS-LEDG-STARTED
              NOT AT END
                 IF LEDG-NOM = WS-LOW-NOM
                    MOVE "Y" TO WS-LEDG-STARTED
                 END-IF
              END-READ
           END-START.

       120-WRITE-OPENING-ENTRY.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE WS-LOW-NOM TO LEDG-NOM.
           MOVE WS-CUTOVER-PERIOD TO LEDG-PERIOD.
           MOVE 1 TO LEDG-SEQ.
           MOVE "OB" TO LEDG-TYPE.
           MOVE "A3SLOPEN" TO LEDG-SOURCE.
           MOVE WS-OPEN-EARNED TO LEDG-EARNED.
           MOVE WS-OPEN-PAID TO LEDG-PAID.
           MOVE WS-OPEN-OVERRIDE TO LEDG-OVERRIDE.
           MOVE WS-OPEN-DRAW TO LEDG-DRAW.
           MOVE "OPENING BAL" TO LEDG-REFERENCE.
           WRITE LEDGER-RECORD
           INVALID KEY
              DISPLAY "A3SLOPEN: LEDGER WRITE FAILED FOR " WS-LOW-NOM
              MOVE "LEDGER WRITE FAILED" TO WS-DET-RESULT
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           NOT INVALID KEY
              MOVE "OPENED" TO WS-DET-RESULT
              ADD 1 TO WS-LOADED-COUNT
              ADD WS-OPEN-EARNED TO WS-TOTAL-EARNED
              ADD WS-OPEN-PAID TO WS-TOTAL-PAID
              ADD WS-OPEN-OVERRIDE TO WS-TOTAL-OVERRIDE
              ADD WS-OPEN-DRAW TO WS-TOTAL-DRAW
           END-WRITE.

       150-PRINT-TOTALS.
           MOVE WS-TOTAL-EARNED TO WS-EARNED-TOTAL-VALUE.
           MOVE WS-TOTAL-PAID TO WS-PAID-TOTAL-VALUE.
           MOVE WS-TOTAL-OVERRIDE TO WS-OVERRIDE-TOTAL-VALUE.
           MOVE WS-TOTAL-DRAW TO WS-DRAW-TOTAL-VALUE.
           WRITE REPORT-LINE FROM WS-GRAND-TOTALS
              AFTER ADVANCING 2 LINES.
           MOVE WS-LOADED-COUNT TO WS-LOADED-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-LOADED-COUNT-DETAIL
              AFTER ADVANCING 2 LINES.
           MOVE WS-STARTED-COUNT TO WS-STARTED-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-STARTED-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-ZERO-COUNT TO WS-ZERO-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-ZERO-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.

       190-CLOSE-FILES.
           CLOSE REPORT-FILE.
           IF WS-YTD-AVAILABLE = "Y"
              CLOSE YTD-FILE
           END-IF.
           IF WS-DRAW-AVAILABLE = "Y"
              CLOSE DRAW-FILE
           END-IF.

       198-RAISE-CONDITION-CODE.
           IF WS-NEW-CONDITION > WS-CONDITION-CODE
              MOVE WS-NEW-CONDITION TO WS-CONDITION-CODE
           END-IF.
      *
       END PROGRAM A3SLOPEN.
