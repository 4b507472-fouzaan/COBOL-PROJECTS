       IDENTIFICATION DIVISION.
       PROGRAM-ID. A3SQMNT.
       DATE-WRITTEN. date.
       AUTHOR. Fouzaan.
      *Description: transaction-driven maintenance of the sales quota
      *file. Reads add/change/delete transactions from Sales Ops, one
      *quota per salesperson per pay period, applies its own edits,
      *updates the indexed quota file and prints a before/after
      *register proving what changed.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      * add/change/delete quota transactions from Sales Ops
           SELECT TRAN-FILE
               ASSIGN TO QTRNFILE
               ORGANIZATION IS SEQUENTIAL.
      *
      * sales quota, keyed by salesperson number and period end date
           SELECT QUOTA-FILE
               ASSIGN TO QUOTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUOTA-KEY
               FILE STATUS IS WS-QUOTA-STATUS.
      *
      * salesperson master, a quota is only set for a known number
           SELECT MASTER-FILE
               ASSIGN TO MASTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-NOM
               FILE STATUS IS WS-MAST-STATUS.
      *
      * before/after quota register for Sales Ops sign-off
           SELECT REGISTER-FILE
               ASSIGN TO QREGFILE
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD TRAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS TRAN-RECORD
           RECORD CONTAINS 30 CHARACTERS.

       01 TRAN-RECORD.
          05 TRAN-ACTION                PIC X(1).
          05 TRAN-NOM                   PIC 9(5).
          05 TRAN-PERIOD                PIC 9(8).
          05 TRAN-AMOUNT                PIC 9(8).
          05 FILLER                     PIC X(8).
      *
       FD QUOTA-FILE
           RECORDING MODE IS F
           DATA RECORD IS QUOTA-RECORD
           RECORD CONTAINS 30 CHARACTERS.

       01 QUOTA-RECORD.
          05 QUOTA-KEY.
             10 QUOTA-NOM               PIC 9(5).
             10 QUOTA-PERIOD            PIC 9(8).
          05 QUOTA-AMOUNT               PIC 9(8).
          05 FILLER                     PIC X(9).
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
       FD REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS REGISTER-LINE
           RECORD CONTAINS 150 CHARACTERS.

       01 REGISTER-LINE                 PIC X(150).
      *
       WORKING-STORAGE SECTION.
       01 WS-TITLE-LINE.
          05 FILLER                     PIC X(30) VALUE SPACES.
          05 FILLER                     PIC X(40) VALUE
                "SALES QUOTA MAINTENANCE REGISTER".
          05 FILLER                     PIC X(80) VALUE SPACES.

       01 WS-EMPTY-LINE.
          05 FILLER                     PIC X(80) VALUE SPACES.

       01 WS-COLUMN-HEADINGS.
          05 FILLER                     PIC X(7) VALUE "TRAN".
          05 FILLER                     PIC X(4) VALUE "ACT".
          05 FILLER                     PIC X(7) VALUE "NO.".
          05 FILLER                     PIC X(10) VALUE "PERIOD".
          05 FILLER                     PIC X(14) VALUE
                "BEFORE QUOTA".
          05 FILLER                     PIC X(14) VALUE
                "AFTER QUOTA".
          05 FILLER                     PIC X(10) VALUE "RESULT".
          05 FILLER                     PIC X(32) VALUE "REASON".
          05 FILLER                     PIC X(11) VALUE "CHANGE".
          05 FILLER                     PIC X(41) VALUE SPACES.

       01 WS-REGISTER-DETAIL.
          05 WS-REG-TRAN-NO             PIC ZZZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-ACTION              PIC X(1).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-REG-NOM                 PIC X(5).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-PERIOD              PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-BEFORE.
             10 WS-REG-BEF-AMOUNT       PIC ZZ,ZZZ,ZZ9.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-REG-AFTER.
             10 WS-REG-AFT-AMOUNT       PIC ZZ,ZZZ,ZZ9.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-REG-RESULT              PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-REASON              PIC X(30).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-CHANGE.
             10 WS-REG-CHANGE-AMOUNT    PIC -ZZ,ZZZ,ZZ9.
          05 FILLER                     PIC X(41) VALUE SPACES.

       01 WS-TRAN-COUNT-DETAIL.
          05 WS-TRAN-COUNT-TEXT         PIC X(40)
                VALUE "TRANSACTIONS READ".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-TRAN-COUNT-VALUE        PIC ZZ,ZZ9.

       01 WS-ADD-COUNT-DETAIL.
          05 WS-ADD-COUNT-TEXT          PIC X(40)
                VALUE "QUOTAS ADDED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-ADD-COUNT-VALUE         PIC ZZ,ZZ9.

       01 WS-CHANGE-COUNT-DETAIL.
          05 WS-CHANGE-COUNT-TEXT       PIC X(40)
                VALUE "QUOTAS CHANGED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-CHANGE-COUNT-VALUE      PIC ZZ,ZZ9.

       01 WS-DELETE-COUNT-DETAIL.
          05 WS-DELETE-COUNT-TEXT       PIC X(40)
                VALUE "QUOTAS DELETED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-DELETE-COUNT-VALUE      PIC ZZ,ZZ9.

       01 WS-REJECT-COUNT-DETAIL.
          05 WS-REJECT-COUNT-TEXT       PIC X(40)
                VALUE "TRANSACTIONS REJECTED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-REJECT-COUNT-VALUE      PIC ZZ,ZZ9.

       01 WS-FLAGS.
          05 WS-EOF-FLAG                PIC X VALUE "n".
          05 WS-VALID-FLAG              PIC X VALUE "Y".
          05 WS-ON-FILE-FLAG            PIC X VALUE "N".
          05 WS-MASTER-AVAILABLE        PIC X VALUE "N".

       77 WS-QUOTA-STATUS               PIC XX VALUE SPACES.
       77 WS-MAST-STATUS                PIC XX VALUE SPACES.
       77 WS-TRAN-COUNT                 PIC 9(5) VALUE 0.
       77 WS-ADD-COUNT                  PIC 9(5) VALUE 0.
       77 WS-CHANGE-COUNT               PIC 9(5) VALUE 0.
       77 WS-DELETE-COUNT               PIC 9(5) VALUE 0.
       77 WS-REJECT-COUNT               PIC 9(5) VALUE 0.
       77 WS-REJECT-REASON              PIC X(30) VALUE SPACES.
       77 WS-BEFORE-AMOUNT              PIC 9(8) VALUE 0.
       77 WS-QUOTA-CHANGE               PIC S9(8) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 008-OPEN-FILES.

           IF WS-QUOTA-STATUS NOT = "00"
              DISPLAY "A3SQMNT: QUOTA FILE NOT AVAILABLE, STATUS "
                 WS-QUOTA-STATUS
              CLOSE TRAN-FILE REGISTER-FILE
              IF WS-MASTER-AVAILABLE = "Y"
                 CLOSE MASTER-FILE
              END-IF
              GOBACK
           END-IF.

           PERFORM 020-PRINT-HEADINGS.

           READ TRAN-FILE
           AT END
              MOVE "y" TO WS-EOF-FLAG.

           PERFORM 100-PROCESS-TRANSACTION UNTIL WS-EOF-FLAG = "y".
           PERFORM 200-PRINT-TOTALS.

           CLOSE TRAN-FILE QUOTA-FILE REGISTER-FILE.
           IF WS-MASTER-AVAILABLE = "Y"
              CLOSE MASTER-FILE
           END-IF.
           GOBACK.

       008-OPEN-FILES.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT REGISTER-FILE.

           OPEN INPUT MASTER-FILE.
           IF WS-MAST-STATUS = "00"
              MOVE "Y" TO WS-MASTER-AVAILABLE
           END-IF.

           OPEN I-O QUOTA-FILE.
           IF WS-QUOTA-STATUS = "35"
              OPEN OUTPUT QUOTA-FILE
              CLOSE QUOTA-FILE
              OPEN I-O QUOTA-FILE
           END-IF.

       020-PRINT-HEADINGS.
           WRITE REGISTER-LINE FROM WS-TITLE-LINE
              AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE FROM WS-EMPTY-LINE
              AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE FROM WS-COLUMN-HEADINGS
              AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE FROM WS-EMPTY-LINE
              AFTER ADVANCING 1 LINE.

       100-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT.
           MOVE SPACES TO WS-REG-BEFORE.
           MOVE SPACES TO WS-REG-AFTER.
           MOVE SPACES TO WS-REG-CHANGE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "Y" TO WS-VALID-FLAG.
           MOVE 0 TO WS-BEFORE-AMOUNT.

           PERFORM 110-EDIT-TRANSACTION.

           IF WS-VALID-FLAG = "Y"
              PERFORM 115-LOOKUP-QUOTA
              EVALUATE TRAN-ACTION
                 WHEN "A"
                    PERFORM 120-APPLY-ADD
                 WHEN "C"
                    PERFORM 130-APPLY-CHANGE
                 WHEN "D"
                    PERFORM 140-APPLY-DELETE
              END-EVALUATE
           END-IF.

           PERFORM 150-WRITE-REGISTER-LINE.

           READ TRAN-FILE
           AT END
              MOVE "y" TO WS-EOF-FLAG.

      *     the period is the pay-period end date the commission run
      *     is stamped with; a quota of zero is not a quota, so add
      *     and change both need an amount
       110-EDIT-TRANSACTION.
           IF TRAN-ACTION NOT = "A" AND TRAN-ACTION NOT = "C"
              AND TRAN-ACTION NOT = "D"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "ACTION NOT A, C OR D" TO WS-REJECT-REASON
           ELSE IF TRAN-NOM IS NOT NUMERIC
              MOVE "N" TO WS-VALID-FLAG
              MOVE "SALESPERSON NUMBER NOT NUMERIC"
                 TO WS-REJECT-REASON
           ELSE IF TRAN-PERIOD IS NOT NUMERIC
              OR TRAN-PERIOD = 0
              MOVE "N" TO WS-VALID-FLAG
              MOVE "PERIOD END DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF TRAN-ACTION NOT = "D"
              AND TRAN-AMOUNT IS NOT NUMERIC
              MOVE "N" TO WS-VALID-FLAG
              MOVE "QUOTA AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF TRAN-ACTION NOT = "D"
              AND TRAN-AMOUNT = 0
              MOVE "N" TO WS-VALID-FLAG
              MOVE "QUOTA AMOUNT ZERO" TO WS-REJECT-REASON
           ELSE IF TRAN-ACTION = "A"
              PERFORM 111-EDIT-SALESPERSON
           END-IF.

      *     a new quota must name a salesperson who is on the master
      *     and still active
       111-EDIT-SALESPERSON.
           IF WS-MASTER-AVAILABLE NOT = "Y"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "MASTER FILE NOT AVAILABLE" TO WS-REJECT-REASON
           ELSE
              MOVE TRAN-NOM TO MAST-NOM
              READ MASTER-FILE
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "NUMBER NOT ON MASTER" TO WS-REJECT-REASON
              NOT INVALID KEY
                 IF MAST-STATUS = "T"
                    MOVE "N" TO WS-VALID-FLAG
                    MOVE "SALESPERSON TERMINATED"
                       TO WS-REJECT-REASON
                 END-IF
              END-READ
           END-IF.

       115-LOOKUP-QUOTA.
           MOVE TRAN-NOM TO QUOTA-NOM.
           MOVE TRAN-PERIOD TO QUOTA-PERIOD.
           READ QUOTA-FILE
           INVALID KEY
              MOVE "N" TO WS-ON-FILE-FLAG
           NOT INVALID KEY
              MOVE "Y" TO WS-ON-FILE-FLAG
              MOVE QUOTA-AMOUNT TO WS-BEFORE-AMOUNT
              MOVE QUOTA-AMOUNT TO WS-REG-BEF-AMOUNT
           END-READ.

       120-APPLY-ADD.
           IF WS-ON-FILE-FLAG = "Y"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "QUOTA ALREADY ON FILE" TO WS-REJECT-REASON
           ELSE
              MOVE SPACES TO QUOTA-RECORD
              MOVE TRAN-NOM TO QUOTA-NOM
              MOVE TRAN-PERIOD TO QUOTA-PERIOD
              MOVE TRAN-AMOUNT TO QUOTA-AMOUNT
              WRITE QUOTA-RECORD
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "QUOTA WRITE FAILED" TO WS-REJECT-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-ADD-COUNT
                 MOVE QUOTA-AMOUNT TO WS-REG-AFT-AMOUNT
                 MOVE QUOTA-AMOUNT TO WS-QUOTA-CHANGE
                 MOVE WS-QUOTA-CHANGE TO WS-REG-CHANGE-AMOUNT
              END-WRITE
           END-IF.

       130-APPLY-CHANGE.
           IF WS-ON-FILE-FLAG = "N"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "QUOTA NOT ON FILE" TO WS-REJECT-REASON
           ELSE
              MOVE TRAN-AMOUNT TO QUOTA-AMOUNT
              REWRITE QUOTA-RECORD
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "QUOTA REWRITE FAILED" TO WS-REJECT-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE QUOTA-AMOUNT TO WS-REG-AFT-AMOUNT
                 COMPUTE WS-QUOTA-CHANGE =
                    QUOTA-AMOUNT - WS-BEFORE-AMOUNT
                 MOVE WS-QUOTA-CHANGE TO WS-REG-CHANGE-AMOUNT
              END-REWRITE
           END-IF.

       140-APPLY-DELETE.
           IF WS-ON-FILE-FLAG = "N"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "QUOTA NOT ON FILE" TO WS-REJECT-REASON
           ELSE
              DELETE QUOTA-FILE
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "QUOTA DELETE FAILED" TO WS-REJECT-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-DELETE-COUNT
                 COMPUTE WS-QUOTA-CHANGE = 0 - WS-BEFORE-AMOUNT
                 MOVE WS-QUOTA-CHANGE TO WS-REG-CHANGE-AMOUNT
              END-DELETE
           END-IF.

       150-WRITE-REGISTER-LINE.
           MOVE WS-TRAN-COUNT TO WS-REG-TRAN-NO.
           MOVE TRAN-ACTION TO WS-REG-ACTION.
           MOVE TRAN-NOM TO WS-REG-NOM.
           MOVE TRAN-PERIOD TO WS-REG-PERIOD.
           IF WS-VALID-FLAG = "Y"
              MOVE "APPLIED" TO WS-REG-RESULT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE "REJECTED" TO WS-REG-RESULT
              MOVE SPACES TO WS-REG-AFTER
              MOVE SPACES TO WS-REG-CHANGE
           END-IF.
           MOVE WS-REJECT-REASON TO WS-REG-REASON.
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL
              AFTER ADVANCING 1 LINE.

       200-PRINT-TOTALS.
           MOVE WS-TRAN-COUNT TO WS-TRAN-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-TRAN-COUNT-DETAIL
              AFTER ADVANCING 2 LINES.
           MOVE WS-ADD-COUNT TO WS-ADD-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-ADD-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-CHANGE-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-DELETE-COUNT TO WS-DELETE-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-DELETE-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-REJECT-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
      *
       END PROGRAM A3SQMNT.
