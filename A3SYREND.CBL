       DATE-WRITTEN. date.
       AUTHOR. Fouzaan.
      *Description: year-end close-out of the YTD commission file.
      *Lists the final YTD balances per salesperson, with manager
      *override kept apart from commission, writes them to a dated
      *archive file for the auditors, then purges the YTD file so
      *the first run of the new year starts from zero. Each balance
      *purged is entered on the posting ledger as a year-end close so
      *the ledger nets to the emptied YTD file.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS DRAW-NOM
               FILE STATUS IS WS-DRAW-STATUS.
      *
      * posting ledger; each closing balance is reversed onto it
           SELECT LEDGER-FILE
               ASSIGN TO LEDGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDG-STATUS.
      *
      * close-out listing of the balances archived and purged
           SELECT REPORT-FILE
               ASSIGN TO YRENDRPT
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
       FD ARCHIVE-FILE
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-RECORD
           RECORD CONTAINS 45 CHARACTERS.

       01 ARCHIVE-RECORD.
          05 ARCH-CLOSE-DATE            PIC 9(8).
          05 ARCH-NAME                  PIC X(8).
          05 ARCH-EARNED                PIC 9(6)V99.
          05 ARCH-PAID                  PIC 9(6)V99.
          05 ARCH-OVERRIDE              PIC 9(6)V99.
      *
       FD DRAW-FILE
           RECORDING MODE IS F
          05 DRAW-LAST-PERIOD           PIC 9(8).
          05 DRAW-PERIOD-TOPUP          PIC 9(6)V99.
          05 DRAW-PERIOD-RECOVERED      PIC 9(6)V99.
      *
       FD LEDGER-FILE
           RECORDING MODE IS F
           DATA RECORD IS LEDGER-RECORD
           RECORD CONTAINS 80 CHARACTERS.

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
          05 FILLER                     PIC X(15) VALUE "NAME".
          05 FILLER                     PIC X(15) VALUE "YTD EARNED".
          05 FILLER                     PIC X(15) VALUE "YTD PAID".
          05 FILLER                     PIC X(15) VALUE "YTD OVERRIDE".
          05 FILLER                     PIC X(15) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 WS-NUMBER                  PIC 9(5).
          05 WS-EARNED                  PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-PAID                    PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-OVERRIDE                PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(18) VALUE SPACES.

       01 WS-GRAND-TOTALS.
          05 WS-TOTAL-TITLE             PIC X(20)
          05 WS-EARNED-TOTAL-VALUE      PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-PAID-TOTAL-VALUE        PIC $ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-OVERRIDE-TOTAL-VALUE    PIC $ZZZ,ZZZ,ZZ9.99.

       01 WS-COUNT-DETAIL.
          05 WS-COUNT-TEXT              PIC X(40)
                "NO OUTSTANDING DRAW BALANCES".
          05 FILLER                     PIC X(40) VALUE SPACES.

       01 WS-LEDG-COUNT-DETAIL.
          05 WS-LEDG-COUNT-TEXT         PIC X(40)
                VALUE "YEAR-END LEDGER ENTRIES WRITTEN".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-LEDG-COUNT-VALUE        PIC ZZ,ZZ9.

       01 WS-FLAGS.
          05 WS-EOF-FLAG                PIC X VALUE "n".
          05 WS-DRAW-EOF-FLAG           PIC X VALUE "n".
          05 WS-LEDG-SEQ-DONE           PIC X VALUE "N".

       77 WS-YTD-STATUS                 PIC XX VALUE SPACES.
       77 WS-PARM-STATUS                PIC XX VALUE SPACES.
       77 WS-DRAW-STATUS                PIC XX VALUE SPACES.
       77 WS-LEDG-STATUS                PIC XX VALUE SPACES.
       77 WS-LEDG-LAST-SEQ              PIC 9(4) VALUE 0.
       77 WS-LEDG-COUNT                 PIC 9(5) VALUE 0.
       77 WS-CLOSE-DATE                 PIC 9(8) VALUE 0.
       77 WS-ARCHIVE-COUNT              PIC 9(5) VALUE 0.
       77 WS-DRAW-COUNT                 PIC 9(5) VALUE 0.
       77 WS-TOTAL-EARNED               PIC 9(9)V99 VALUE 0.00.
       77 WS-TOTAL-PAID                 PIC 9(9)V99 VALUE 0.00.
       77 WS-TOTAL-OVERRIDE             PIC 9(9)V99 VALUE 0.00.
       77 WS-TOTAL-DRAW                 PIC 9(9)V99 VALUE 0.00.

       PROCEDURE DIVISION.
              DISPLAY "A3SYREND: YTD FILE NOT AVAILABLE, STATUS "
                 WS-YTD-STATUS
              CLOSE ARCHIVE-FILE REPORT-FILE
              IF WS-LEDG-STATUS = "00"
                 CLOSE LEDGER-FILE
              END-IF
              GOBACK
           END-IF.

           IF WS-LEDG-STATUS NOT = "00"
              DISPLAY "A3SYREND: POSTING LEDGER NOT AVAILABLE, STATUS "
                 WS-LEDG-STATUS
              DISPLAY "A3SYREND: YTD FILE NOT ARCHIVED OR PURGED"
              CLOSE YTD-FILE ARCHIVE-FILE REPORT-FILE
              GOBACK
           END-IF.

           PERFORM 155-REPORT-DRAW-BALANCES.
           PERFORM 160-PURGE-YTD-FILE.

           CLOSE ARCHIVE-FILE REPORT-FILE LEDGER-FILE.
           GOBACK.

       005-READ-CLOSE-DATE.
           OPEN OUTPUT ARCHIVE-FILE.
           OPEN OUTPUT REPORT-FILE.

           OPEN I-O LEDGER-FILE.
           IF WS-LEDG-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN I-O LEDGER-FILE
           END-IF.

           IF WS-YTD-STATUS = "00"
              MOVE ZEROS TO YTD-NOM
              START YTD-FILE KEY IS NOT LESS THAN YTD-NOM
           MOVE YTD-NAME TO ARCH-NAME.
           MOVE YTD-EARNED TO ARCH-EARNED.
           MOVE YTD-PAID TO ARCH-PAID.
           MOVE YTD-OVERRIDE TO ARCH-OVERRIDE.
           WRITE ARCHIVE-RECORD.

           MOVE YTD-NOM TO WS-NUMBER.
           MOVE YTD-NAME TO WS-NAME.
           MOVE YTD-EARNED TO WS-EARNED.
           MOVE YTD-PAID TO WS-PAID.
           MOVE YTD-OVERRIDE TO WS-OVERRIDE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-ARCHIVE-COUNT.
           ADD YTD-EARNED TO WS-TOTAL-EARNED.
           ADD YTD-PAID TO WS-TOTAL-PAID.
           ADD YTD-OVERRIDE TO WS-TOTAL-OVERRIDE.

           IF YTD-EARNED NOT = 0 OR YTD-PAID NOT = 0
              OR YTD-OVERRIDE NOT = 0
              PERFORM 110-LEDGER-YEAR-END
           END-IF.

           PERFORM 030-READ-YTD-RECORD.

      *     the close-out reverses the closing balances against the
      *     close date, so the ledger nets to the emptied YTD file
       110-LEDGER-YEAR-END.
           MOVE 0 TO WS-LEDG-LAST-SEQ.
           MOVE "N" TO WS-LEDG-SEQ-DONE.
           MOVE YTD-NOM TO LEDG-NOM.
           MOVE WS-CLOSE-DATE TO LEDG-PERIOD.
           MOVE 0 TO LEDG-SEQ.
           START LEDGER-FILE KEY IS NOT LESS THAN LEDG-KEY
           INVALID KEY
              MOVE "Y" TO WS-LEDG-SEQ-DONE
           END-START.
           PERFORM 111-READ-LEDGER-SEQ
              UNTIL WS-LEDG-SEQ-DONE = "Y".

           MOVE SPACES TO LEDGER-RECORD.
           MOVE YTD-NOM TO LEDG-NOM.
           MOVE WS-CLOSE-DATE TO LEDG-PERIOD.
           COMPUTE LEDG-SEQ = WS-LEDG-LAST-SEQ + 1.
           MOVE "YE" TO LEDG-TYPE.
           MOVE "A3SYREND" TO LEDG-SOURCE.
           COMPUTE LEDG-EARNED = 0 - YTD-EARNED.
           COMPUTE LEDG-PAID = 0 - YTD-PAID.
           COMPUTE LEDG-OVERRIDE = 0 - YTD-OVERRIDE.
           MOVE 0 TO LEDG-DRAW.
           MOVE "YEAR-END" TO LEDG-REFERENCE.
           WRITE LEDGER-RECORD
           INVALID KEY
              DISPLAY "A3SYREND: LEDGER WRITE FAILED FOR " YTD-NOM
           NOT INVALID KEY
              ADD 1 TO WS-LEDG-COUNT
           END-WRITE.

       111-READ-LEDGER-SEQ.
           READ LEDGER-FILE NEXT RECORD
           AT END
              MOVE "Y" TO WS-LEDG-SEQ-DONE
           NOT AT END
              IF LEDG-NOM = YTD-NOM
                 AND LEDG-PERIOD = WS-CLOSE-DATE
                 MOVE LEDG-SEQ TO WS-LEDG-LAST-SEQ
              ELSE
                 MOVE "Y" TO WS-LEDG-SEQ-DONE
              END-IF
           END-READ.

       150-PRINT-TOTALS.
           MOVE WS-TOTAL-EARNED TO WS-EARNED-TOTAL-VALUE.
           MOVE WS-TOTAL-PAID TO WS-PAID-TOTAL-VALUE.
           MOVE WS-TOTAL-OVERRIDE TO WS-OVERRIDE-TOTAL-VALUE.
           WRITE REPORT-LINE FROM WS-GRAND-TOTALS
              AFTER ADVANCING 2 LINES.
           MOVE WS-ARCHIVE-COUNT TO WS-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-COUNT-DETAIL
              AFTER ADVANCING 2 LINES.
           MOVE WS-LEDG-COUNT TO WS-LEDG-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-LEDG-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.

      * the draw ledger is not purged with the YTD file: the minimum
      * top-ups are recoverable across years, so the open balances are
