      *Description: transaction-driven maintenance of the salesperson
      *master file. Reads add/change/delete transactions from HR,
      *applies its own edits, updates the indexed master and prints a
      *before/after maintenance register proving what changed. The
      *master also carries who each salesperson reports to and the
      *override rate a manager earns on the direct team's pay.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS MAST-NOM
               FILE STATUS IS WS-MAST-STATUS.
      *
      * region master; a salesperson can only be placed in a region
      * that is on it and active
           SELECT REGION-FILE
               ASSIGN TO RGNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGN-CODE
               FILE STATUS IS WS-RGN-STATUS.
      *
      * before/after maintenance register for HR sign-off
           SELECT REGISTER-FILE
               ASSIGN TO MREGFILE
               RECORD KEY IS DRAW-NOM
               FILE STATUS IS WS-DRAW-STATUS.
      *
      * posting ledger; the settlement that closes a YTD account is
      * entered as the last movement on it
           SELECT LEDGER-FILE
               ASSIGN TO LEDGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDG-STATUS.
      *
      * the auditors' archive; settlement balances append here the
      * same way the year-end close-out writes it
           SELECT ARCHIVE-FILE
       FD TRAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS TRAN-RECORD
           RECORD CONTAINS 50 CHARACTERS.

      *     reports-to and override rate are left blank on a change
      *     to keep what is on the master; zeros clear them
       01 TRAN-RECORD.
          05 TRAN-ACTION                PIC X(1).
          05 TRAN-NOM                   PIC 9(5).
          05 TRAN-REGION                PIC X(3).
          05 TRAN-HIRE-DATE             PIC 9(8).
          05 TRAN-PLAN-CODE             PIC X(3).
          05 TRAN-REPORTS-TO            PIC 9(5).
          05 TRAN-OVERRIDE-RATE         PIC 9(2)V99.
          05 FILLER                     PIC X(1).
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
       FD REGION-FILE
           RECORDING MODE IS F
           DATA RECORD IS REGION-RECORD
           RECORD CONTAINS 40 CHARACTERS.

       01 REGION-RECORD.
          05 RGN-CODE                   PIC X(3).
          05 RGN-NAME                   PIC X(20).
          05 RGN-MANAGER-NOM            PIC 9(5).
          05 RGN-COST-CENTER            PIC X(8).
          05 RGN-ACTIVE                 PIC X(1).
          05 FILLER                     PIC X(3).
      *
       FD REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS REGISTER-LINE
           RECORD CONTAINS 174 CHARACTERS.

       01 REGISTER-LINE                 PIC X(174).
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
       WORKING-STORAGE SECTION.
       01 WS-TITLE-LINE.
          05 FILLER                     PIC X(7) VALUE "TRAN".
          05 FILLER                     PIC X(4) VALUE "ACT".
          05 FILLER                     PIC X(5) VALUE "NO.".
          05 FILLER                     PIC X(49) VALUE
                "BEFORE NAME/RGN/HIRED/PLAN/MGR/OVR%".
          05 FILLER                     PIC X(49) VALUE
                "AFTER NAME/RGN/HIRED/PLAN/MGR/OVR%".
          05 FILLER                     PIC X(10) VALUE "RESULT".
          05 FILLER                     PIC X(30) VALUE "REASON".
          05 FILLER                     PIC X(10) VALUE "SETTLE".
             10 WS-REG-BEF-HIRE         PIC X(8).
             10 FILLER                  PIC X(1) VALUE SPACES.
             10 WS-REG-BEF-PLAN         PIC X(3).
             10 FILLER                  PIC X(1) VALUE SPACES.
             10 WS-REG-BEF-MGR          PIC X(5).
             10 FILLER                  PIC X(1) VALUE SPACES.
             10 WS-REG-BEF-RATE         PIC X(5).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-AFTER.
             10 WS-REG-AFT-NAME         PIC X(20).
             10 WS-REG-AFT-HIRE         PIC X(8).
             10 FILLER                  PIC X(1) VALUE SPACES.
             10 WS-REG-AFT-PLAN         PIC X(3).
             10 FILLER                  PIC X(1) VALUE SPACES.
             10 WS-REG-AFT-MGR          PIC X(5).
             10 FILLER                  PIC X(1) VALUE SPACES.
             10 WS-REG-AFT-RATE         PIC X(5).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-RESULT              PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-YTD-AVAILABLE           PIC X VALUE "N".
          05 WS-DRAW-AVAILABLE          PIC X VALUE "N".
          05 WS-ARCH-AVAILABLE          PIC X VALUE "N".
          05 WS-LEDG-AVAILABLE          PIC X VALUE "N".
          05 WS-YTD-ON-FILE             PIC X VALUE "N".
          05 WS-RGN-AVAILABLE           PIC X VALUE "N".

       77 WS-MAST-STATUS                PIC XX VALUE SPACES.
       77 WS-YTD-STATUS                 PIC XX VALUE SPACES.
       77 WS-DRAW-STATUS                PIC XX VALUE SPACES.
       77 WS-ARCH-STATUS                PIC XX VALUE SPACES.
       77 WS-LEDG-STATUS                PIC XX VALUE SPACES.
       77 WS-RGN-STATUS                 PIC XX VALUE SPACES.
       77 WS-TRAN-COUNT                 PIC 9(5) VALUE 0.
       77 WS-ADD-COUNT                  PIC 9(5) VALUE 0.
       77 WS-CHANGE-COUNT               PIC 9(5) VALUE 0.
       77 WS-REJECT-REASON              PIC X(30) VALUE SPACES.
       77 WS-DRAW-OUTSTANDING           PIC 9(6)V99 VALUE 0.00.

      *     the settlement entry is dated to the latest period on the
      *     YTD record or the termination date, whichever is later,
      *     so it follows the final commission on the ledger
       77 WS-LEDG-PERIOD                PIC 9(8) VALUE 0.
       77 WS-LEDG-LAST-SEQ              PIC 9(4) VALUE 0.
       77 WS-LEDG-SEQ-DONE              PIC X VALUE "N".
       77 WS-RATE-EDIT                  PIC Z9.99.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 008-OPEN-FILES.
              DISPLAY "A3SMMNT: MASTER FILE NOT AVAILABLE, STATUS "
                 WS-MAST-STATUS
              CLOSE TRAN-FILE REGISTER-FILE
              IF WS-RGN-AVAILABLE = "Y"
                 CLOSE REGION-FILE
              END-IF
              GOBACK
           END-IF.

           IF WS-ARCH-AVAILABLE = "Y"
              CLOSE ARCHIVE-FILE
           END-IF.
           IF WS-LEDG-AVAILABLE = "Y"
              CLOSE LEDGER-FILE
           END-IF.
           IF WS-YTD-AVAILABLE = "Y"
              CLOSE YTD-FILE
           END-IF.
           IF WS-DRAW-AVAILABLE = "Y"
              CLOSE DRAW-FILE
           END-IF.
           IF WS-RGN-AVAILABLE = "Y"
              CLOSE REGION-FILE
           END-IF.
           GOBACK.

       008-OPEN-FILES.
              MOVE "Y" TO WS-DRAW-AVAILABLE
           END-IF.

           OPEN INPUT REGION-FILE.
           IF WS-RGN-STATUS = "00"
              MOVE "Y" TO WS-RGN-AVAILABLE
           END-IF.

           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "35"
              OPEN OUTPUT ARCHIVE-FILE
              MOVE "Y" TO WS-ARCH-AVAILABLE
           END-IF.

           OPEN I-O LEDGER-FILE.
           IF WS-LEDG-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LEDG-STATUS = "00"
              MOVE "Y" TO WS-LEDG-AVAILABLE
           END-IF.

       020-PRINT-HEADINGS.
           WRITE REGISTER-LINE FROM WS-TITLE-LINE
              AFTER ADVANCING 1 LINE.
              MOVE "N" TO WS-VALID-FLAG
              MOVE "TERMINATION DATE NOT NUMERIC"
                 TO WS-REJECT-REASON
           ELSE IF (TRAN-ACTION = "A" OR TRAN-ACTION = "C")
              AND TRAN-REGION NOT = SPACES
              PERFORM 112-EDIT-REGION
           END-IF.

           IF WS-VALID-FLAG = "Y"
              AND (TRAN-ACTION = "A" OR TRAN-ACTION = "C")
              AND TRAN-REPORTS-TO IS NUMERIC
              AND TRAN-REPORTS-TO NOT = 0
              PERFORM 113-EDIT-REPORTS-TO
           END-IF.

      *     the region on an add or change must be on the region
      *     master and active
       112-EDIT-REGION.
           IF WS-RGN-AVAILABLE NOT = "Y"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "REGION MASTER NOT AVAILABLE" TO WS-REJECT-REASON
           ELSE
              MOVE TRAN-REGION TO RGN-CODE
              READ REGION-FILE
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "REGION NOT ON REGION MASTER"
                    TO WS-REJECT-REASON
              NOT INVALID KEY
                 IF RGN-ACTIVE NOT = "Y"
                    MOVE "N" TO WS-VALID-FLAG
                    MOVE "REGION INACTIVE" TO WS-REJECT-REASON
                 END-IF
              END-READ
           END-IF.

      *     the manager a salesperson reports to must be another
      *     salesperson on the master and not terminated; the master
      *     is read again for the transaction's own number after this
       113-EDIT-REPORTS-TO.
           IF TRAN-REPORTS-TO = TRAN-NOM
              MOVE "N" TO WS-VALID-FLAG
              MOVE "CANNOT REPORT TO SELF" TO WS-REJECT-REASON
           ELSE
              MOVE TRAN-REPORTS-TO TO MAST-NOM
              READ MASTER-FILE
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "MANAGER NOT ON MASTER" TO WS-REJECT-REASON
              NOT INVALID KEY
                 IF MAST-STATUS = "T"
                    MOVE "N" TO WS-VALID-FLAG
                    MOVE "MANAGER TERMINATED" TO WS-REJECT-REASON
                 END-IF
              END-READ
           END-IF.

       115-LOOKUP-MASTER.
              MOVE MAST-REGION TO WS-REG-BEF-REGION
              MOVE MAST-HIRE-DATE TO WS-REG-BEF-HIRE
              MOVE MAST-PLAN-CODE TO WS-REG-BEF-PLAN
              MOVE MAST-REPORTS-TO TO WS-REG-BEF-MGR
              MOVE MAST-OVERRIDE-RATE TO WS-RATE-EDIT
              MOVE WS-RATE-EDIT TO WS-REG-BEF-RATE
           END-READ.

       120-APPLY-ADD.
              MOVE TRAN-PLAN-CODE TO MAST-PLAN-CODE
              MOVE "A" TO MAST-STATUS
              MOVE ZEROS TO MAST-TERM-DATE
              MOVE ZEROS TO MAST-REPORTS-TO
              MOVE ZEROS TO MAST-OVERRIDE-RATE
              IF TRAN-REPORTS-TO IS NUMERIC
                 MOVE TRAN-REPORTS-TO TO MAST-REPORTS-TO
              END-IF
              IF TRAN-OVERRIDE-RATE IS NUMERIC
                 MOVE TRAN-OVERRIDE-RATE TO MAST-OVERRIDE-RATE
              END-IF
              WRITE MASTER-RECORD
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE MAST-REGION TO WS-REG-AFT-REGION
                 MOVE MAST-HIRE-DATE TO WS-REG-AFT-HIRE
                 MOVE MAST-PLAN-CODE TO WS-REG-AFT-PLAN
                 MOVE MAST-REPORTS-TO TO WS-REG-AFT-MGR
                 MOVE MAST-OVERRIDE-RATE TO WS-RATE-EDIT
                 MOVE WS-RATE-EDIT TO WS-REG-AFT-RATE
              END-WRITE
           END-IF.

              IF TRAN-PLAN-CODE NOT = SPACES
                 MOVE TRAN-PLAN-CODE TO MAST-PLAN-CODE
              END-IF
              IF TRAN-REPORTS-TO IS NUMERIC
                 MOVE TRAN-REPORTS-TO TO MAST-REPORTS-TO
              END-IF
              IF TRAN-OVERRIDE-RATE IS NUMERIC
                 MOVE TRAN-OVERRIDE-RATE TO MAST-OVERRIDE-RATE
              END-IF
              REWRITE MASTER-RECORD
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE MAST-REGION TO WS-REG-AFT-REGION
                 MOVE MAST-HIRE-DATE TO WS-REG-AFT-HIRE
                 MOVE MAST-PLAN-CODE TO WS-REG-AFT-PLAN
                 MOVE MAST-REPORTS-TO TO WS-REG-AFT-MGR
                 MOVE MAST-OVERRIDE-RATE TO WS-RATE-EDIT
                 MOVE WS-RATE-EDIT TO WS-REG-AFT-RATE
              END-REWRITE
           END-IF.

                    MOVE "ARCHIVE FILE NOT AVAILABLE"
                       TO WS-REJECT-REASON
                    MOVE "BLOCKED" TO WS-REG-SETTLE
                 ELSE IF WS-LEDG-AVAILABLE NOT = "Y"
                    MOVE "N" TO WS-VALID-FLAG
                    MOVE "POSTING LEDGER NOT AVAILABLE"
                       TO WS-REJECT-REASON
                    MOVE "BLOCKED" TO WS-REG-SETTLE
                 ELSE IF WS-DRAW-OUTSTANDING > 0
                    MOVE "N" TO WS-VALID-FLAG
                    MOVE "OUTSTANDING DRAW BALANCE"
                 MOVE YTD-NAME TO ARCH-NAME
                 MOVE YTD-EARNED TO ARCH-EARNED
                 MOVE YTD-PAID TO ARCH-PAID
                 MOVE YTD-OVERRIDE TO ARCH-OVERRIDE
                 WRITE ARCHIVE-RECORD
                 PERFORM 143-LEDGER-SETTLEMENT
                 DELETE YTD-FILE
                 INVALID KEY
                    CONTINUE
              END-IF
           END-IF.

      *     the settlement takes every YTD balance back to zero, so
      *     the ledger for a deleted number nets to nothing
       143-LEDGER-SETTLEMENT.
           MOVE MAST-TERM-DATE TO WS-LEDG-PERIOD.
           IF YTD-LAST-PERIOD IS NUMERIC
              AND YTD-LAST-PERIOD > WS-LEDG-PERIOD
              MOVE YTD-LAST-PERIOD TO WS-LEDG-PERIOD
           END-IF.
           IF YTD-OVR-LAST-PERIOD IS NUMERIC
              AND YTD-OVR-LAST-PERIOD > WS-LEDG-PERIOD
              MOVE YTD-OVR-LAST-PERIOD TO WS-LEDG-PERIOD
           END-IF.

           MOVE 0 TO WS-LEDG-LAST-SEQ.
           MOVE "N" TO WS-LEDG-SEQ-DONE.
           MOVE YTD-NOM TO LEDG-NOM.
           MOVE WS-LEDG-PERIOD TO LEDG-PERIOD.
           MOVE 0 TO LEDG-SEQ.
           START LEDGER-FILE KEY IS NOT LESS THAN LEDG-KEY
           INVALID KEY
              MOVE "Y" TO WS-LEDG-SEQ-DONE
           END-START.
           PERFORM 144-READ-LEDGER-SEQ
              UNTIL WS-LEDG-SEQ-DONE = "Y".

           MOVE SPACES TO LEDGER-RECORD.
           MOVE YTD-NOM TO LEDG-NOM.
           MOVE WS-LEDG-PERIOD TO LEDG-PERIOD.
           COMPUTE LEDG-SEQ = WS-LEDG-LAST-SEQ + 1.
           MOVE "TS" TO LEDG-TYPE.
           MOVE "A3SMMNT" TO LEDG-SOURCE.
           COMPUTE LEDG-EARNED = 0 - YTD-EARNED.
           COMPUTE LEDG-PAID = 0 - YTD-PAID.
           COMPUTE LEDG-OVERRIDE = 0 - YTD-OVERRIDE.
           MOVE 0 TO LEDG-DRAW.
           MOVE "TERMINATED" TO LEDG-REFERENCE.
           WRITE LEDGER-RECORD
           INVALID KEY
              DISPLAY "A3SMMNT: LEDGER WRITE FAILED FOR " YTD-NOM
           END-WRITE.

       144-READ-LEDGER-SEQ.
           READ LEDGER-FILE NEXT RECORD
           AT END
              MOVE "Y" TO WS-LEDG-SEQ-DONE
           NOT AT END
              IF LEDG-NOM = YTD-NOM
                 AND LEDG-PERIOD = WS-LEDG-PERIOD
                 MOVE LEDG-SEQ TO WS-LEDG-LAST-SEQ
              ELSE
                 MOVE "Y" TO WS-LEDG-SEQ-DONE
              END-IF
           END-READ.

      *     T flags the record inactive in place; the next commission
      *     run produces the final settlement statement and the
      *     delete follows once nothing is outstanding
                 MOVE MAST-REGION TO WS-REG-AFT-REGION
                 MOVE MAST-TERM-DATE TO WS-REG-AFT-HIRE
                 MOVE MAST-PLAN-CODE TO WS-REG-AFT-PLAN
                 MOVE MAST-REPORTS-TO TO WS-REG-AFT-MGR
                 MOVE MAST-OVERRIDE-RATE TO WS-RATE-EDIT
                 MOVE WS-RATE-EDIT TO WS-REG-AFT-RATE
              END-REWRITE
           END-IF.

