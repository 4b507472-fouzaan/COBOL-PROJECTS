       IDENTIFICATION DIVISION.
       PROGRAM-ID. A3SLEDG.
       DATE-WRITTEN. date.
       AUTHOR. Fouzaan.
      *Description: commission account history listing from the
      *posting ledger. For each salesperson named on the request
      *file it prints the balance brought forward, every ledger entry
      *dated within the requested period range with the running
      *earned, paid, override and draw balances, and the balance at
      *the end of the range. The ledger balance through the last
      *entry on file is then proved against the YTD record and the
      *draw ledger, and any difference is shown.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      * one request per salesperson: number and period date range
           SELECT REQUEST-FILE
               ASSIGN TO LEDGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
      *
      * posting ledger, keyed by salesperson, period end and sequence
           SELECT LEDGER-FILE
               ASSIGN TO LEDGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDG-STATUS.
      *
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
      * salesperson master, for the name on each account heading
           SELECT MASTER-FILE
               ASSIGN TO MASTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-NOM
               FILE STATUS IS WS-MAST-STATUS.
      *
      * account history listing
           SELECT REPORT-FILE
               ASSIGN TO LEDGRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD REQUEST-FILE
           RECORDING MODE IS F
           DATA RECORD IS REQUEST-RECORD
           RECORD CONTAINS 24 CHARACTERS.

      *     a blank from date starts at the first entry, a blank or
      *     zero to date runs to the last
       01 REQUEST-RECORD.
          05 REQ-NOM                    PIC 9(5).
          05 REQ-FROM-DATE              PIC 9(8).
          05 REQ-TO-DATE                PIC 9(8).
          05 FILLER                     PIC X(3).
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
       FD MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS MASTER-RECORD
           RECORD CONTAINS 60 CHARACTERS.

       01 MASTER-RECORD.
          05 MAST-NOM                   PIC 9(5).
          05 MAST-NAME                  PIC X(20).
          05 MAST-REGION                PIC X(3).
          05 MAST-HIRE-DATE             PIC 9(8).
          05 MAST-PLAN-CODE             PIC X(3).
          05 MAST-STATUS                PIC X(1).
          05 MAST-TERM-DATE             PIC 9(8).
          05 MAST-REPORTS-TO            PIC 9(5).
          05 MAST-OVERRIDE-RATE         PIC 9(2)V99.
          05 FILLER                     PIC X(3) VALUE SPACES.
      *
       FD REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REPORT-LINE
           RECORD CONTAINS 170 CHARACTERS.

       01 REPORT-LINE                   PIC X(170).
      *
       WORKING-STORAGE SECTION.
       01 WS-TITLE-LINE.
          05 FILLER                     PIC X(30) VALUE
                "COMMISSION ACCOUNT HISTORY".
          05 FILLER                     PIC X(13) VALUE
                "SALESPERSON".
          05 WS-TITLE-NOM               PIC 9(5).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-TITLE-NAME              PIC X(20).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 FILLER                     PIC X(8) VALUE "PERIODS".
          05 WS-TITLE-FROM-DATE         PIC 9(8).
          05 FILLER                     PIC X(4) VALUE " TO ".
          05 WS-TITLE-TO-DATE           PIC 9(8).
          05 FILLER                     PIC X(69) VALUE SPACES.

       01 WS-EMPTY-LINE.
          05 FILLER                     PIC X(80) VALUE SPACES.

       01 WS-COLUMN-HEADINGS.
          05 FILLER                     PIC X(10) VALUE "PERIOD".
          05 FILLER                     PIC X(6) VALUE "SEQ".
          05 FILLER                     PIC X(22) VALUE "TYPE".
          05 FILLER                     PIC X(10) VALUE "SOURCE".
          05 FILLER                     PIC X(16) VALUE "REFERENCE".
          05 FILLER                     PIC X(12) VALUE "EARNED".
          05 FILLER                     PIC X(12) VALUE "PAID".
          05 FILLER                     PIC X(12) VALUE "OVERRIDE".
          05 FILLER                     PIC X(12) VALUE "DRAW".
          05 FILLER                     PIC X(14) VALUE "EARNED BAL".
          05 FILLER                     PIC X(14) VALUE "PAID BAL".
          05 FILLER                     PIC X(14) VALUE "OVERRIDE BAL".
          05 FILLER                     PIC X(16) VALUE "DRAW BAL".

       01 WS-DETAIL-LINE.
          05 WS-DET-PERIOD              PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-DET-SEQ                 PIC ZZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-DET-TYPE                PIC X(2).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-DET-TYPE-TEXT           PIC X(16).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-DET-SOURCE              PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-DET-REFERENCE           PIC X(12).
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-DET-EARNED              PIC ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DET-PAID                PIC ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DET-OVERRIDE            PIC ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DET-DRAW                PIC ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DET-BALANCES.
             10 WS-DET-EARNED-BAL       PIC Z,ZZZ,ZZ9.99-.
             10 FILLER                  PIC X(1) VALUE SPACES.
             10 WS-DET-PAID-BAL         PIC Z,ZZZ,ZZ9.99-.
             10 FILLER                  PIC X(1) VALUE SPACES.
             10 WS-DET-OVERRIDE-BAL     PIC Z,ZZZ,ZZ9.99-.
             10 FILLER                  PIC X(1) VALUE SPACES.
             10 WS-DET-DRAW-BAL         PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(4) VALUE SPACES.

      *     brought forward and end of range lines carry the
      *     balances under the same columns as the detail lines
       01 WS-BALANCE-LINE.
          05 WS-BAL-TEXT                PIC X(112).
          05 WS-BAL-BALANCES.
             10 WS-BAL-EARNED-OUT       PIC Z,ZZZ,ZZ9.99-.
             10 FILLER                  PIC X(1) VALUE SPACES.
             10 WS-BAL-PAID-OUT         PIC Z,ZZZ,ZZ9.99-.
             10 FILLER                  PIC X(1) VALUE SPACES.
             10 WS-BAL-OVERRIDE-OUT     PIC Z,ZZZ,ZZ9.99-.
             10 FILLER                  PIC X(1) VALUE SPACES.
             10 WS-BAL-DRAW-OUT         PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(4) VALUE SPACES.

       01 WS-NONE-LINE.
          05 FILLER                     PIC X(40) VALUE
                "NO LEDGER ENTRIES IN THIS RANGE".
          05 FILLER                     PIC X(40) VALUE SPACES.

       01 WS-REJECT-LINE.
          05 FILLER                     PIC X(20) VALUE
                "REQUEST REJECTED".
          05 WS-REJ-IMAGE               PIC X(24).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REJ-REASON              PIC X(30).
          05 FILLER                     PIC X(4) VALUE SPACES.

      *     the ledger balance through its last entry against what
      *     the YTD record and the draw ledger hold now
       01 WS-PROOF-SECTION-LINE.
          05 FILLER                     PIC X(50) VALUE
                "PROOF OF LEDGER BALANCE AGAINST YTD AND DRAW FILES".
          05 FILLER                     PIC X(30) VALUE SPACES.

       01 WS-PROOF-HEADINGS.
          05 FILLER                     PIC X(22) VALUE "BALANCE".
          05 FILLER                     PIC X(16) VALUE "PER LEDGER".
          05 FILLER                     PIC X(16) VALUE "PER FILE".
          05 FILLER                     PIC X(16) VALUE "DIFFERENCE".
          05 FILLER                     PIC X(10) VALUE "STATUS".

       01 WS-PROOF-LINE.
          05 WS-PRF-TEXT                PIC X(20).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-PRF-LEDGER              PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-PRF-FILE                PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-PRF-DIFF                PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-PRF-STATUS              PIC X(10).

       01 WS-PROOF-NOTE-LINE.
          05 WS-PRF-NOTE                PIC X(60).
          05 FILLER                     PIC X(20) VALUE SPACES.

       01 WS-REQ-COUNT-DETAIL.
          05 WS-REQ-COUNT-TEXT          PIC X(40)
                VALUE "ACCOUNT REQUESTS READ".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-REQ-COUNT-VALUE         PIC ZZ,ZZ9.

       01 WS-LISTED-COUNT-DETAIL.
          05 WS-LISTED-COUNT-TEXT       PIC X(40)
                VALUE "ACCOUNTS LISTED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-LISTED-COUNT-VALUE      PIC ZZ,ZZ9.

       01 WS-REJECT-COUNT-DETAIL.
          05 WS-REJECT-COUNT-TEXT       PIC X(40)
                VALUE "REQUESTS REJECTED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-REJECT-COUNT-VALUE      PIC ZZ,ZZ9.

       01 WS-DIFFER-COUNT-DETAIL.
          05 WS-DIFFER-COUNT-TEXT       PIC X(40)
                VALUE "ACCOUNTS NOT AGREEING WITH FILES".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-DIFFER-COUNT-VALUE      PIC ZZ,ZZ9.

       01 WS-FLAGS.
          05 WS-EOF-FLAG                PIC X VALUE "n".
          05 WS-LEDG-EOF-FLAG           PIC X VALUE "n".
          05 WS-VALID-FLAG              PIC X VALUE "Y".
          05 WS-BF-PRINTED              PIC X VALUE "N".
          05 WS-END-PRINTED             PIC X VALUE "N".
          05 WS-ACCOUNT-DIFFERS         PIC X VALUE "N".
          05 WS-YTD-AVAILABLE           PIC X VALUE "N".
          05 WS-DRAW-AVAILABLE          PIC X VALUE "N".
          05 WS-MASTER-AVAILABLE        PIC X VALUE "N".

       77 WS-REQ-STATUS                 PIC XX VALUE SPACES.
       77 WS-LEDG-STATUS                PIC XX VALUE SPACES.
       77 WS-YTD-STATUS                 PIC XX VALUE SPACES.
       77 WS-DRAW-STATUS                PIC XX VALUE SPACES.
       77 WS-MAST-STATUS                PIC XX VALUE SPACES.

       77 WS-REQ-COUNT                  PIC 9(5) VALUE 0.
       77 WS-LISTED-COUNT               PIC 9(5) VALUE 0.
       77 WS-REJECT-COUNT               PIC 9(5) VALUE 0.
       77 WS-DIFFER-COUNT               PIC 9(5) VALUE 0.
       77 WS-RANGE-ENTRIES              PIC 9(5) VALUE 0.
       77 WS-REJECT-REASON              PIC X(30) VALUE SPACES.

      *     the request in hand and the running balances of the
      *     account being listed
       77 WS-FROM-DATE                  PIC 9(8) VALUE 0.
       77 WS-TO-DATE                    PIC 9(8) VALUE 0.
       77 WS-BAL-EARNED                 PIC S9(8)V99 VALUE 0.00.
       77 WS-BAL-PAID                   PIC S9(8)V99 VALUE 0.00.
       77 WS-BAL-OVERRIDE               PIC S9(8)V99 VALUE 0.00.
       77 WS-BAL-DRAW                   PIC S9(8)V99 VALUE 0.00.
       77 WS-FILE-AMOUNT                PIC S9(8)V99 VALUE 0.00.
       77 WS-DIFF-AMOUNT                PIC S9(8)V99 VALUE 0.00.
       77 WS-FILE-EARNED                PIC 9(6)V99 VALUE 0.00.
       77 WS-FILE-PAID                  PIC 9(6)V99 VALUE 0.00.
       77 WS-FILE-OVERRIDE              PIC 9(6)V99 VALUE 0.00.
       77 WS-FILE-DRAW                  PIC 9(6)V99 VALUE 0.00.

      *     condition code for the scheduler: 0 clean, 4 a request
      *     rejected, an account not agreeing or a file not there to
      *     prove against, 12 posting ledger unusable
       77 WS-CONDITION-CODE             PIC 9(2) VALUE 0.
       77 WS-NEW-CONDITION              PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 008-OPEN-FILES.

           IF WS-LEDG-STATUS NOT = "00"
              DISPLAY "A3SLEDG: POSTING LEDGER NOT AVAILABLE, STATUS "
                 WS-LEDG-STATUS
              PERFORM 190-CLOSE-FILES
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-REQ-STATUS = "00"
              READ REQUEST-FILE
              AT END
                 MOVE "y" TO WS-EOF-FLAG
              END-READ
           ELSE
              DISPLAY "A3SLEDG: NO ACCOUNT REQUEST FILE, STATUS "
                 WS-REQ-STATUS
              MOVE "y" TO WS-EOF-FLAG
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

           PERFORM 100-PROCESS-REQUEST UNTIL WS-EOF-FLAG = "y".
           PERFORM 200-PRINT-TOTALS.
           PERFORM 190-CLOSE-FILES.

           MOVE WS-CONDITION-CODE TO RETURN-CODE.
           GOBACK.

       008-OPEN-FILES.
           OPEN INPUT REQUEST-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT LEDGER-FILE.

           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = "00"
              MOVE "Y" TO WS-YTD-AVAILABLE
           ELSE
              DISPLAY "A3SLEDG: YTD FILE NOT AVAILABLE, STATUS "
                 WS-YTD-STATUS " - YTD NOT PROVED"
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

      *     no draw ledger yet means no draw balance for anyone
           OPEN INPUT DRAW-FILE.
           IF WS-DRAW-STATUS = "00"
              MOVE "Y" TO WS-DRAW-AVAILABLE
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MAST-STATUS = "00"
              MOVE "Y" TO WS-MASTER-AVAILABLE
           END-IF.

       100-PROCESS-REQUEST.
           ADD 1 TO WS-REQ-COUNT.
           MOVE "Y" TO WS-VALID-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM 110-EDIT-REQUEST.

           IF WS-VALID-FLAG = "Y"
              PERFORM 120-LIST-ACCOUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE REQUEST-RECORD TO WS-REJ-IMAGE
              MOVE WS-REJECT-REASON TO WS-REJ-REASON
              WRITE REPORT-LINE FROM WS-REJECT-LINE
                 AFTER ADVANCING 2 LINES
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

           READ REQUEST-FILE
           AT END
              MOVE "y" TO WS-EOF-FLAG.

       110-EDIT-REQUEST.
           IF REQ-FROM-DATE IS NUMERIC
              MOVE REQ-FROM-DATE TO WS-FROM-DATE
           ELSE
              MOVE 0 TO WS-FROM-DATE
           END-IF.
           IF REQ-TO-DATE IS NUMERIC AND REQ-TO-DATE > 0
              MOVE REQ-TO-DATE TO WS-TO-DATE
           ELSE
              MOVE 99999999 TO WS-TO-DATE
           END-IF.

           IF REQ-NOM IS NOT NUMERIC
              MOVE "N" TO WS-VALID-FLAG
              MOVE "SALESPERSON NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF REQ-FROM-DATE NOT = SPACES
              AND REQ-FROM-DATE IS NOT NUMERIC
              MOVE "N" TO WS-VALID-FLAG
              MOVE "FROM DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF REQ-TO-DATE NOT = SPACES
              AND REQ-TO-DATE IS NOT NUMERIC
              MOVE "N" TO WS-VALID-FLAG
              MOVE "TO DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF WS-FROM-DATE > WS-TO-DATE
              MOVE "N" TO WS-VALID-FLAG
              MOVE "FROM DATE AFTER TO DATE" TO WS-REJECT-REASON
           END-IF.

      *     the whole account is read in key order: entries before
      *     the range build the balance brought forward, entries in
      *     it are listed, and entries after it still count toward
      *     the balance proved against the files
       120-LIST-ACCOUNT.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE 0 TO WS-BAL-EARNED.
           MOVE 0 TO WS-BAL-PAID.
           MOVE 0 TO WS-BAL-OVERRIDE.
           MOVE 0 TO WS-BAL-DRAW.
           MOVE 0 TO WS-RANGE-ENTRIES.
           MOVE "N" TO WS-BF-PRINTED.
           MOVE "N" TO WS-END-PRINTED.
           MOVE "n" TO WS-LEDG-EOF-FLAG.

           PERFORM 121-PRINT-ACCOUNT-HEADING.

           MOVE REQ-NOM TO LEDG-NOM.
           MOVE 0 TO LEDG-PERIOD.
           MOVE 0 TO LEDG-SEQ.
           START LEDGER-FILE KEY IS NOT LESS THAN LEDG-KEY
           INVALID KEY
              MOVE "y" TO WS-LEDG-EOF-FLAG
           END-START.
           IF WS-LEDG-EOF-FLAG NOT = "y"
              PERFORM 125-READ-LEDGER-ENTRY
           END-IF.
           PERFORM 130-PROCESS-ONE-ENTRY
              UNTIL WS-LEDG-EOF-FLAG = "y".

           IF WS-BF-PRINTED NOT = "Y"
              PERFORM 135-PRINT-BROUGHT-FORWARD
           END-IF.
           IF WS-END-PRINTED NOT = "Y"
              PERFORM 136-PRINT-END-OF-RANGE
           END-IF.

           PERFORM 140-PROVE-BALANCES.

       121-PRINT-ACCOUNT-HEADING.
           MOVE REQ-NOM TO WS-TITLE-NOM.
           MOVE SPACES TO WS-TITLE-NAME.
           IF WS-MASTER-AVAILABLE = "Y"
              MOVE REQ-NOM TO MAST-NOM
              READ MASTER-FILE
              INVALID KEY
                 MOVE "NOT ON MASTER" TO WS-TITLE-NAME
              NOT INVALID KEY
                 MOVE MAST-NAME TO WS-TITLE-NAME
              END-READ
           END-IF.
           MOVE WS-FROM-DATE TO WS-TITLE-FROM-DATE.
           MOVE WS-TO-DATE TO WS-TITLE-TO-DATE.
           IF WS-LISTED-COUNT > 1
              WRITE REPORT-LINE FROM WS-TITLE-LINE
                 AFTER ADVANCING PAGE
           ELSE
              WRITE REPORT-LINE FROM WS-TITLE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REPORT-LINE FROM WS-EMPTY-LINE
              AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-HEADINGS
              AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-EMPTY-LINE
              AFTER ADVANCING 1 LINE.

       125-READ-LEDGER-ENTRY.
           READ LEDGER-FILE NEXT RECORD
           AT END
              MOVE "y" TO WS-LEDG-EOF-FLAG
           NOT AT END
              IF LEDG-NOM NOT = REQ-NOM
                 MOVE "y" TO WS-LEDG-EOF-FLAG
              END-IF
           END-READ.

       130-PROCESS-ONE-ENTRY.
           IF LEDG-PERIOD < WS-FROM-DATE
              PERFORM 131-ADD-TO-BALANCES
           ELSE
              IF WS-BF-PRINTED NOT = "Y"
                 PERFORM 135-PRINT-BROUGHT-FORWARD
              END-IF
              IF LEDG-PERIOD > WS-TO-DATE
                 IF WS-END-PRINTED NOT = "Y"
                    PERFORM 136-PRINT-END-OF-RANGE
                 END-IF
                 PERFORM 131-ADD-TO-BALANCES
              ELSE
                 PERFORM 131-ADD-TO-BALANCES
                 PERFORM 132-PRINT-ENTRY
              END-IF
           END-IF.
           PERFORM 125-READ-LEDGER-ENTRY.

       131-ADD-TO-BALANCES.
           ADD LEDG-EARNED TO WS-BAL-EARNED.
           ADD LEDG-PAID TO WS-BAL-PAID.
           ADD LEDG-OVERRIDE TO WS-BAL-OVERRIDE.
           ADD LEDG-DRAW TO WS-BAL-DRAW.

       132-PRINT-ENTRY.
           ADD 1 TO WS-RANGE-ENTRIES.
           MOVE LEDG-PERIOD TO WS-DET-PERIOD.
           MOVE LEDG-SEQ TO WS-DET-SEQ.
           MOVE LEDG-TYPE TO WS-DET-TYPE.
           EVALUATE LEDG-TYPE
              WHEN "CM"
                 MOVE "COMMISSION" TO WS-DET-TYPE-TEXT
              WHEN "OV"
                 MOVE "MANAGER OVERRIDE" TO WS-DET-TYPE-TEXT
              WHEN "DT"
                 MOVE "DRAW TOP-UP" TO WS-DET-TYPE-TEXT
              WHEN "DR"
                 MOVE "DRAW RECOVERY" TO WS-DET-TYPE-TEXT
              WHEN "AJ"
                 MOVE "ADJUSTMENT" TO WS-DET-TYPE-TEXT
              WHEN "TS"
                 MOVE "TERM SETTLEMENT" TO WS-DET-TYPE-TEXT
              WHEN "YE"
                 MOVE "YEAR-END CLOSE" TO WS-DET-TYPE-TEXT
              WHEN "OB"
                 MOVE "OPENING BALANCE" TO WS-DET-TYPE-TEXT
              WHEN OTHER
                 MOVE "UNKNOWN TYPE" TO WS-DET-TYPE-TEXT
           END-EVALUATE.
           MOVE LEDG-SOURCE TO WS-DET-SOURCE.
           MOVE LEDG-REFERENCE TO WS-DET-REFERENCE.
           MOVE LEDG-EARNED TO WS-DET-EARNED.
           MOVE LEDG-PAID TO WS-DET-PAID.
           MOVE LEDG-OVERRIDE TO WS-DET-OVERRIDE.
           MOVE LEDG-DRAW TO WS-DET-DRAW.
           MOVE WS-BAL-EARNED TO WS-DET-EARNED-BAL.
           MOVE WS-BAL-PAID TO WS-DET-PAID-BAL.
           MOVE WS-BAL-OVERRIDE TO WS-DET-OVERRIDE-BAL.
           MOVE WS-BAL-DRAW TO WS-DET-DRAW-BAL.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

       135-PRINT-BROUGHT-FORWARD.
           MOVE "BALANCE BROUGHT FORWARD" TO WS-BAL-TEXT.
           PERFORM 137-WRITE-BALANCE-LINE.
           MOVE "Y" TO WS-BF-PRINTED.

       136-PRINT-END-OF-RANGE.
           IF WS-RANGE-ENTRIES = 0
              WRITE REPORT-LINE FROM WS-NONE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "BALANCE AT END OF RANGE" TO WS-BAL-TEXT.
           PERFORM 137-WRITE-BALANCE-LINE.
           MOVE "Y" TO WS-END-PRINTED.

       137-WRITE-BALANCE-LINE.
           MOVE WS-BAL-EARNED TO WS-BAL-EARNED-OUT.
           MOVE WS-BAL-PAID TO WS-BAL-PAID-OUT.
           MOVE WS-BAL-OVERRIDE TO WS-BAL-OVERRIDE-OUT.
           MOVE WS-BAL-DRAW TO WS-BAL-DRAW-OUT.
           WRITE REPORT-LINE FROM WS-BALANCE-LINE
              AFTER ADVANCING 2 LINES.

      *     a number with no YTD or draw record is proved against
      *     zero, which is where a settled or closed-out account ends
       140-PROVE-BALANCES.
           MOVE "N" TO WS-ACCOUNT-DIFFERS.
           MOVE 0 TO WS-FILE-EARNED.
           MOVE 0 TO WS-FILE-PAID.
           MOVE 0 TO WS-FILE-OVERRIDE.
           MOVE 0 TO WS-FILE-DRAW.

           WRITE REPORT-LINE FROM WS-PROOF-SECTION-LINE
              AFTER ADVANCING 3 LINES.
           WRITE REPORT-LINE FROM WS-PROOF-HEADINGS
              AFTER ADVANCING 1 LINE.

           IF WS-YTD-AVAILABLE = "Y"
              MOVE REQ-NOM TO YTD-NOM
              READ YTD-FILE
              INVALID KEY
                 MOVE "NO YTD RECORD - PROVED AGAINST ZERO"
                    TO WS-PRF-NOTE
                 WRITE REPORT-LINE FROM WS-PROOF-NOTE-LINE
                    AFTER ADVANCING 1 LINE
                 END-WRITE
              NOT INVALID KEY
                 MOVE YTD-EARNED TO WS-FILE-EARNED
                 MOVE YTD-PAID TO WS-FILE-PAID
                 MOVE YTD-OVERRIDE TO WS-FILE-OVERRIDE
              END-READ
              MOVE "YTD EARNED" TO WS-PRF-TEXT
              MOVE WS-BAL-EARNED TO WS-PRF-LEDGER
              MOVE WS-FILE-EARNED TO WS-FILE-AMOUNT
              PERFORM 145-PRINT-PROOF-LINE
              MOVE "YTD PAID" TO WS-PRF-TEXT
              MOVE WS-BAL-PAID TO WS-PRF-LEDGER
              MOVE WS-FILE-PAID TO WS-FILE-AMOUNT
              PERFORM 145-PRINT-PROOF-LINE
              MOVE "YTD OVERRIDE" TO WS-PRF-TEXT
              MOVE WS-BAL-OVERRIDE TO WS-PRF-LEDGER
              MOVE WS-FILE-OVERRIDE TO WS-FILE-AMOUNT
              PERFORM 145-PRINT-PROOF-LINE
           ELSE
              MOVE "YTD FILE NOT AVAILABLE - YTD NOT PROVED"
                 TO WS-PRF-NOTE
              WRITE REPORT-LINE FROM WS-PROOF-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-DRAW-AVAILABLE = "Y"
              MOVE REQ-NOM TO DRAW-NOM
              READ DRAW-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE DRAW-BALANCE TO WS-FILE-DRAW
              END-READ
           END-IF.
           MOVE "DRAW BALANCE" TO WS-PRF-TEXT.
           MOVE WS-BAL-DRAW TO WS-PRF-LEDGER.
           MOVE WS-FILE-DRAW TO WS-FILE-AMOUNT.
           PERFORM 145-PRINT-PROOF-LINE.

           IF WS-ACCOUNT-DIFFERS = "Y"
              ADD 1 TO WS-DIFFER-COUNT
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

       145-PRINT-PROOF-LINE.
           MOVE WS-FILE-AMOUNT TO WS-PRF-FILE.
           EVALUATE WS-PRF-TEXT
              WHEN "YTD EARNED"
                 COMPUTE WS-DIFF-AMOUNT = WS-BAL-EARNED - WS-FILE-AMOUNT
              WHEN "YTD PAID"
                 COMPUTE WS-DIFF-AMOUNT = WS-BAL-PAID - WS-FILE-AMOUNT
              WHEN "YTD OVERRIDE"
                 COMPUTE WS-DIFF-AMOUNT =
                    WS-BAL-OVERRIDE - WS-FILE-AMOUNT
              WHEN OTHER
                 COMPUTE WS-DIFF-AMOUNT = WS-BAL-DRAW - WS-FILE-AMOUNT
           END-EVALUATE.
           MOVE WS-DIFF-AMOUNT TO WS-PRF-DIFF.
           IF WS-DIFF-AMOUNT = 0
              MOVE "AGREES" TO WS-PRF-STATUS
           ELSE
              MOVE "DIFFERS" TO WS-PRF-STATUS
              MOVE "Y" TO WS-ACCOUNT-DIFFERS
           END-IF.
           WRITE REPORT-LINE FROM WS-PROOF-LINE
              AFTER ADVANCING 1 LINE.

       190-CLOSE-FILES.
           CLOSE REPORT-FILE.
           IF WS-REQ-STATUS = "00" OR WS-REQ-STATUS = "10"
              CLOSE REQUEST-FILE
           END-IF.
           IF WS-LEDG-STATUS NOT = "35"
              CLOSE LEDGER-FILE
           END-IF.
           IF WS-YTD-AVAILABLE = "Y"
              CLOSE YTD-FILE
           END-IF.
           IF WS-DRAW-AVAILABLE = "Y"
              CLOSE DRAW-FILE
           END-IF.
           IF WS-MASTER-AVAILABLE = "Y"
              CLOSE MASTER-FILE
           END-IF.

       198-RAISE-CONDITION-CODE.
           IF WS-NEW-CONDITION > WS-CONDITION-CODE
              MOVE WS-NEW-CONDITION TO WS-CONDITION-CODE
           END-IF.

       200-PRINT-TOTALS.
           MOVE WS-REQ-COUNT TO WS-REQ-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-REQ-COUNT-DETAIL
              AFTER ADVANCING 3 LINES.
           MOVE WS-LISTED-COUNT TO WS-LISTED-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-LISTED-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-REJECT-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-DIFFER-COUNT TO WS-DIFFER-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-DIFFER-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
      *
       END PROGRAM A3SLEDG.
