       IDENTIFICATION DIVISION.
       PROGRAM-ID. A3SDMNT.
       DATE-WRITTEN. date.
       AUTHOR. Fouzaan.
      *Description: transaction-driven maintenance of the commission
      *dispute case file. A salesperson's query about a statement is
      *opened as a case with the period and amount disputed, may be
      *moved under review or have its amount and reason changed, and
      *is closed either as denied here or as adjusted by the
      *adjustment run when the adjustment that settles it posts.
      *Every transaction is listed on a before/after register.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      * open/change/review/deny transactions from Sales Ops
           SELECT TRAN-FILE
               ASSIGN TO DTRNFILE
               ORGANIZATION IS SEQUENTIAL.
      *
      * commission dispute cases, keyed by case number
           SELECT DISPUTE-FILE
               ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-NO
               FILE STATUS IS WS-CASE-STATUS.
      *
      * salesperson master, a case is only opened for a known number
           SELECT MASTER-FILE
               ASSIGN TO MASTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-NOM
               FILE STATUS IS WS-MAST-STATUS.
      *
      * before/after dispute register for Sales Ops sign-off
           SELECT REGISTER-FILE
               ASSIGN TO DREGFILE
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD TRAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS TRAN-RECORD
           RECORD CONTAINS 80 CHARACTERS.

      *     actions: A open a case, C change amount and/or reason,
      *     R move under review, D deny and close. The date is the
      *     day the case was opened or denied, and an open or a
      *     denial without one is rejected
       01 TRAN-RECORD.
          05 TRAN-ACTION                PIC X(1).
          05 TRAN-CASE-NO               PIC 9(6).
          05 TRAN-NOM                   PIC 9(5).
          05 TRAN-PERIOD                PIC 9(8).
          05 TRAN-AMOUNT                PIC 9(6)V99.
          05 TRAN-REASON                PIC X(30).
          05 TRAN-DATE                  PIC 9(8).
          05 FILLER                     PIC X(14).
      *
       FD DISPUTE-FILE
           RECORDING MODE IS F
           DATA RECORD IS DISPUTE-RECORD
           RECORD CONTAINS 100 CHARACTERS.

      *     status: O open, R under review, A adjusted (set only by
      *     the adjustment run), D denied. The adjustment period and
      *     paid amount show what the settling adjustment moved
       01 DISPUTE-RECORD.
          05 CASE-NO                    PIC 9(6).
          05 CASE-NOM                   PIC 9(5).
          05 CASE-PERIOD                PIC 9(8).
          05 CASE-AMOUNT                PIC 9(6)V99.
          05 CASE-REASON                PIC X(30).
          05 CASE-STATUS                PIC X(1).
          05 CASE-OPENED                PIC 9(8).
          05 CASE-CLOSED                PIC 9(8).
          05 CASE-ADJ-PERIOD            PIC 9(8).
          05 CASE-ADJ-PAID              PIC S9(6)V99.
          05 FILLER                     PIC X(10).
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
                "COMMISSION DISPUTE CASE REGISTER".
          05 FILLER                     PIC X(80) VALUE SPACES.

       01 WS-EMPTY-LINE.
          05 FILLER                     PIC X(80) VALUE SPACES.

       01 WS-COLUMN-HEADINGS.
          05 FILLER                     PIC X(7) VALUE "TRAN".
          05 FILLER                     PIC X(4) VALUE "ACT".
          05 FILLER                     PIC X(8) VALUE "CASE".
          05 FILLER                     PIC X(7) VALUE "NO.".
          05 FILLER                     PIC X(10) VALUE "PERIOD".
          05 FILLER                     PIC X(10) VALUE "DATE".
          05 FILLER                     PIC X(7) VALUE "BEFORE".
          05 FILLER                     PIC X(7) VALUE "AFTER".
          05 FILLER                     PIC X(14) VALUE
                "BEFORE AMOUNT".
          05 FILLER                     PIC X(14) VALUE
                "AFTER AMOUNT".
          05 FILLER                     PIC X(10) VALUE "RESULT".
          05 FILLER                     PIC X(32) VALUE "REASON".
          05 FILLER                     PIC X(20) VALUE SPACES.

       01 WS-REGISTER-DETAIL.
          05 WS-REG-TRAN-NO             PIC ZZZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-ACTION              PIC X(1).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-REG-CASE-NO             PIC X(6).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-NOM                 PIC X(5).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-PERIOD              PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-DATE                PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-BEF-STATUS          PIC X(1).
          05 FILLER                     PIC X(6) VALUE SPACES.
          05 WS-REG-AFT-STATUS          PIC X(1).
          05 FILLER                     PIC X(6) VALUE SPACES.
          05 WS-REG-BEFORE.
             10 WS-REG-BEF-AMOUNT       PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-REG-AFTER.
             10 WS-REG-AFT-AMOUNT       PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-REG-RESULT              PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-REASON              PIC X(30).
          05 FILLER                     PIC X(22) VALUE SPACES.

       01 WS-TRAN-COUNT-DETAIL.
          05 WS-TRAN-COUNT-TEXT         PIC X(40)
                VALUE "TRANSACTIONS READ".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-TRAN-COUNT-VALUE        PIC ZZ,ZZ9.

       01 WS-OPEN-COUNT-DETAIL.
          05 WS-OPEN-COUNT-TEXT         PIC X(40)
                VALUE "CASES OPENED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-OPEN-COUNT-VALUE        PIC ZZ,ZZ9.

       01 WS-CHANGE-COUNT-DETAIL.
          05 WS-CHANGE-COUNT-TEXT       PIC X(40)
                VALUE "CASES CHANGED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-CHANGE-COUNT-VALUE      PIC ZZ,ZZ9.

       01 WS-REVIEW-COUNT-DETAIL.
          05 WS-REVIEW-COUNT-TEXT       PIC X(40)
                VALUE "CASES MOVED UNDER REVIEW".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-REVIEW-COUNT-VALUE      PIC ZZ,ZZ9.

       01 WS-DENY-COUNT-DETAIL.
          05 WS-DENY-COUNT-TEXT         PIC X(40)
                VALUE "CASES DENIED AND CLOSED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-DENY-COUNT-VALUE        PIC ZZ,ZZ9.

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

       77 WS-CASE-STATUS                PIC XX VALUE SPACES.
       77 WS-MAST-STATUS                PIC XX VALUE SPACES.
       77 WS-TRAN-COUNT                 PIC 9(5) VALUE 0.
       77 WS-OPEN-COUNT                 PIC 9(5) VALUE 0.
       77 WS-CHANGE-COUNT               PIC 9(5) VALUE 0.
       77 WS-REVIEW-COUNT               PIC 9(5) VALUE 0.
       77 WS-DENY-COUNT                 PIC 9(5) VALUE 0.
       77 WS-REJECT-COUNT               PIC 9(5) VALUE 0.
       77 WS-REJECT-REASON              PIC X(30) VALUE SPACES.
       77 WS-TRAN-DATE                  PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 008-OPEN-FILES.

           IF WS-CASE-STATUS NOT = "00"
              DISPLAY "A3SDMNT: DISPUTE FILE NOT AVAILABLE, STATUS "
                 WS-CASE-STATUS
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

           CLOSE TRAN-FILE DISPUTE-FILE REGISTER-FILE.
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

           OPEN I-O DISPUTE-FILE.
           IF WS-CASE-STATUS = "35"
              OPEN OUTPUT DISPUTE-FILE
              CLOSE DISPUTE-FILE
              OPEN I-O DISPUTE-FILE
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
           MOVE SPACES TO WS-REG-BEF-STATUS.
           MOVE SPACES TO WS-REG-AFT-STATUS.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "Y" TO WS-VALID-FLAG.

           PERFORM 110-EDIT-TRANSACTION.

           IF WS-VALID-FLAG = "Y"
              PERFORM 115-LOOKUP-CASE
              EVALUATE TRAN-ACTION
                 WHEN "A"
                    PERFORM 120-APPLY-OPEN
                 WHEN "C"
                    PERFORM 130-APPLY-CHANGE
                 WHEN "R"
                    PERFORM 140-APPLY-REVIEW
                 WHEN "D"
                    PERFORM 145-APPLY-DENY
              END-EVALUATE
           END-IF.

           PERFORM 150-WRITE-REGISTER-LINE.

           READ TRAN-FILE
           AT END
              MOVE "y" TO WS-EOF-FLAG.

      *     the period is the pay-period end date of the statement
      *     disputed; an open or a denial must carry its date, and
      *     a change must carry a new amount or a new reason or it
      *     has nothing to do
       110-EDIT-TRANSACTION.
           MOVE 0 TO WS-TRAN-DATE.
           IF TRAN-ACTION NOT = "A" AND TRAN-ACTION NOT = "C"
              AND TRAN-ACTION NOT = "R" AND TRAN-ACTION NOT = "D"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "ACTION NOT A, C, R OR D" TO WS-REJECT-REASON
           ELSE IF TRAN-CASE-NO IS NOT NUMERIC
              OR TRAN-CASE-NO = 0
              MOVE "N" TO WS-VALID-FLAG
              MOVE "CASE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF (TRAN-ACTION = "A" OR TRAN-ACTION = "D")
              AND (TRAN-DATE IS NOT NUMERIC OR TRAN-DATE = 0)
              MOVE "N" TO WS-VALID-FLAG
              MOVE "DATE MISSING ON OPEN/DENY" TO WS-REJECT-REASON
           ELSE IF TRAN-DATE NOT = SPACES
              AND TRAN-DATE IS NOT NUMERIC
              MOVE "N" TO WS-VALID-FLAG
              MOVE "DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF TRAN-ACTION = "A"
              AND TRAN-NOM IS NOT NUMERIC
              MOVE "N" TO WS-VALID-FLAG
              MOVE "SALESPERSON NUMBER NOT NUMERIC"
                 TO WS-REJECT-REASON
           ELSE IF TRAN-ACTION = "A"
              AND (TRAN-PERIOD IS NOT NUMERIC OR TRAN-PERIOD = 0)
              MOVE "N" TO WS-VALID-FLAG
              MOVE "PERIOD END DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF TRAN-ACTION = "A"
              AND (TRAN-AMOUNT IS NOT NUMERIC OR TRAN-AMOUNT = 0)
              MOVE "N" TO WS-VALID-FLAG
              MOVE "DISPUTED AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF TRAN-ACTION = "A"
              AND TRAN-REASON = SPACES
              MOVE "N" TO WS-VALID-FLAG
              MOVE "DISPUTE REASON MISSING" TO WS-REJECT-REASON
           ELSE IF TRAN-ACTION = "C"
              AND TRAN-AMOUNT NOT = SPACES
              AND (TRAN-AMOUNT IS NOT NUMERIC OR TRAN-AMOUNT = 0)
              MOVE "N" TO WS-VALID-FLAG
              MOVE "DISPUTED AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF TRAN-ACTION = "C"
              AND TRAN-AMOUNT = SPACES AND TRAN-REASON = SPACES
              MOVE "N" TO WS-VALID-FLAG
              MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
           ELSE IF TRAN-ACTION = "A"
              PERFORM 111-EDIT-SALESPERSON
           END-IF.
           IF WS-VALID-FLAG = "Y"
              AND TRAN-DATE IS NUMERIC AND TRAN-DATE > 0
              MOVE TRAN-DATE TO WS-TRAN-DATE
           END-IF.

      *     a dispute can outlive employment, so a terminated
      *     salesperson may still open a case; the number must be real
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
              END-READ
           END-IF.

       115-LOOKUP-CASE.
           MOVE TRAN-CASE-NO TO CASE-NO.
           READ DISPUTE-FILE
           INVALID KEY
              MOVE "N" TO WS-ON-FILE-FLAG
           NOT INVALID KEY
              MOVE "Y" TO WS-ON-FILE-FLAG
              MOVE CASE-STATUS TO WS-REG-BEF-STATUS
              MOVE CASE-AMOUNT TO WS-REG-BEF-AMOUNT
           END-READ.

       120-APPLY-OPEN.
           IF WS-ON-FILE-FLAG = "Y"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "CASE ALREADY ON FILE" TO WS-REJECT-REASON
           ELSE
              MOVE SPACES TO DISPUTE-RECORD
              MOVE TRAN-CASE-NO TO CASE-NO
              MOVE TRAN-NOM TO CASE-NOM
              MOVE TRAN-PERIOD TO CASE-PERIOD
              MOVE TRAN-AMOUNT TO CASE-AMOUNT
              MOVE TRAN-REASON TO CASE-REASON
              MOVE "O" TO CASE-STATUS
              MOVE WS-TRAN-DATE TO CASE-OPENED
              MOVE 0 TO CASE-CLOSED
              MOVE 0 TO CASE-ADJ-PERIOD
              MOVE 0 TO CASE-ADJ-PAID
              WRITE DISPUTE-RECORD
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "CASE WRITE FAILED" TO WS-REJECT-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-OPEN-COUNT
              END-WRITE
           END-IF.

       130-APPLY-CHANGE.
           IF WS-ON-FILE-FLAG = "N"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "CASE NOT ON FILE" TO WS-REJECT-REASON
           ELSE IF CASE-STATUS = "A" OR CASE-STATUS = "D"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "CASE ALREADY CLOSED" TO WS-REJECT-REASON
           ELSE
              IF TRAN-AMOUNT NOT = SPACES
                 MOVE TRAN-AMOUNT TO CASE-AMOUNT
              END-IF
              IF TRAN-REASON NOT = SPACES
                 MOVE TRAN-REASON TO CASE-REASON
              END-IF
              REWRITE DISPUTE-RECORD
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "CASE REWRITE FAILED" TO WS-REJECT-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-CHANGE-COUNT
              END-REWRITE
           END-IF.

       140-APPLY-REVIEW.
           IF WS-ON-FILE-FLAG = "N"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "CASE NOT ON FILE" TO WS-REJECT-REASON
           ELSE IF CASE-STATUS = "A" OR CASE-STATUS = "D"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "CASE ALREADY CLOSED" TO WS-REJECT-REASON
           ELSE IF CASE-STATUS = "R"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "CASE ALREADY UNDER REVIEW" TO WS-REJECT-REASON
           ELSE
              MOVE "R" TO CASE-STATUS
              REWRITE DISPUTE-RECORD
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "CASE REWRITE FAILED" TO WS-REJECT-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-REVIEW-COUNT
              END-REWRITE
           END-IF.

      *     a case settled by an adjustment is closed by the
      *     adjustment run; only a denial is closed from here
       145-APPLY-DENY.
           IF WS-ON-FILE-FLAG = "N"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "CASE NOT ON FILE" TO WS-REJECT-REASON
           ELSE IF CASE-STATUS = "A" OR CASE-STATUS = "D"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "CASE ALREADY CLOSED" TO WS-REJECT-REASON
           ELSE IF WS-TRAN-DATE < CASE-OPENED
              MOVE "N" TO WS-VALID-FLAG
              MOVE "CLOSE DATE BEFORE DATE OPENED" TO WS-REJECT-REASON
           ELSE
              MOVE "D" TO CASE-STATUS
              MOVE WS-TRAN-DATE TO CASE-CLOSED
              REWRITE DISPUTE-RECORD
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "CASE REWRITE FAILED" TO WS-REJECT-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-DENY-COUNT
              END-REWRITE
           END-IF.

       150-WRITE-REGISTER-LINE.
           MOVE WS-TRAN-COUNT TO WS-REG-TRAN-NO.
           MOVE TRAN-ACTION TO WS-REG-ACTION.
           MOVE TRAN-CASE-NO TO WS-REG-CASE-NO.
           MOVE TRAN-NOM TO WS-REG-NOM.
           MOVE TRAN-PERIOD TO WS-REG-PERIOD.
           MOVE WS-TRAN-DATE TO WS-REG-DATE.
           IF WS-VALID-FLAG = "Y"
              MOVE "APPLIED" TO WS-REG-RESULT
              MOVE CASE-NOM TO WS-REG-NOM
              MOVE CASE-PERIOD TO WS-REG-PERIOD
              MOVE CASE-STATUS TO WS-REG-AFT-STATUS
              MOVE CASE-AMOUNT TO WS-REG-AFT-AMOUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE "REJECTED" TO WS-REG-RESULT
              MOVE SPACES TO WS-REG-AFT-STATUS
              MOVE SPACES TO WS-REG-AFTER
           END-IF.
           MOVE WS-REJECT-REASON TO WS-REG-REASON.
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL
              AFTER ADVANCING 1 LINE.

       200-PRINT-TOTALS.
           MOVE WS-TRAN-COUNT TO WS-TRAN-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-TRAN-COUNT-DETAIL
              AFTER ADVANCING 2 LINES.
           MOVE WS-OPEN-COUNT TO WS-OPEN-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-OPEN-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-CHANGE-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-REVIEW-COUNT TO WS-REVIEW-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-REVIEW-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-DENY-COUNT TO WS-DENY-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-DENY-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-REJECT-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
      *
       END PROGRAM A3SDMNT.
