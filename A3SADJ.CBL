      *period was paid under, the signed difference is posted to the
      *YTD file, a signed extract record is written for payroll to
      *recover or pay with the next cycle, and every adjustment is
      *listed on its own register for audit. An adjustment that
      *settles a commission dispute carries the case number and
      *closes the case as adjusted, on the date on the ADJPARM batch
      *date card, when it posts.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *
      * batch date control record: the day this batch is processed,
      * which is the date a dispute case it settles is closed on
           SELECT ADJ-DATE-FILE
               ASSIGN TO ADJPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJP-STATUS.
      *
      * pay-period run control: adjustments are only accepted against
      * periods already marked processed
           SELECT RUN-CONTROL-FILE
               RECORD KEY IS DRAW-NOM
               FILE STATUS IS WS-DRAW-STATUS.
      *
      * posting ledger kept with the commission run; every applied
      * adjustment is entered against the period it posts in
           SELECT LEDGER-FILE
               ASSIGN TO LEDGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDG-STATUS.
      *
      * commission plan master, one record per plan version keyed
      * by plan code and the date the version takes effect
           SELECT PLAN-FILE
               ASSIGN TO PLANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-KEY
               FILE STATUS IS WS-PLAN-STATUS.
      *
      * commission dispute cases, keyed by case number; the case an
      * adjustment settles is closed as it posts
           SELECT DISPUTE-FILE
               ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-NO
               FILE STATUS IS WS-CASE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD ADJ-FILE
           RECORDING MODE IS F
           DATA RECORD IS ADJ-RECORD
           RECORD CONTAINS 51 CHARACTERS.

       01 ADJ-RECORD.
          05 ADJ-NOM                    PIC 9(5).
          05 ADJ-ORIG-MAX               PIC 9(6).
          05 ADJ-ORIG-RATE              PIC 9(2)V9.
          05 ADJ-REASON-CODE            PIC X(3).
          05 ADJ-CASE-NO                PIC 9(6).
      *
       FD REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS REGISTER-LINE
           RECORD CONTAINS 150 CHARACTERS.

       01 REGISTER-LINE                 PIC X(150).
      *
       FD ADJ-CSV-FILE
           RECORDING MODE IS F
       FD PARM-FILE
           RECORDING MODE IS F
           DATA RECORD IS PARM-RECORD
           RECORD CONTAINS 24 CHARACTERS.

       01 PARM-RECORD.
          05 PARM-MAX-SALES-THRESHOLD   PIC 9(6).
          05 PARM-LINES-PER-PAGE        PIC 99.
          05 PARM-VARIANCE-TOLERANCE    PIC 9(2)V9.
          05 PARM-REJECT-TOLERANCE      PIC 9(2)V9.
          05 PARM-ATTAIN-FLOOR          PIC 9(3).
      *
       FD ADJ-DATE-FILE
           RECORDING MODE IS F
           DATA RECORD IS ADJ-DATE-RECORD
           RECORD CONTAINS 80 CHARACTERS.

       01 ADJ-DATE-RECORD.
          05 ADJP-BATCH-DATE            PIC 9(8).
          05 FILLER                     PIC X(72).
      *
       FD RUN-CONTROL-FILE
           RECORDING MODE IS F
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
       FD PLAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS PLAN-RECORD
           RECORD CONTAINS 80 CHARACTERS.

       01 PLAN-RECORD.
          05 PLAN-KEY.
             10 PLAN-CODE               PIC X(3).
             10 PLAN-EFF-DATE           PIC 9(8).
          05 PLAN-NAME                  PIC X(20).
          05 PLAN-TIER-COUNT            PIC 9.
          05 PLAN-TIER-ENTRY OCCURS 3 TIMES.
             10 PLAN-TIER-THRESHOLD     PIC 9(6).
             10 PLAN-TIER-RATE          PIC 9(5)V99.
          05 PLAN-CAP-POLICY            PIC X(1).
          05 PLAN-RETIRE-DATE           PIC 9(8).
      *
       FD DISPUTE-FILE
           RECORDING MODE IS F
           DATA RECORD IS DISPUTE-RECORD
           RECORD CONTAINS 100 CHARACTERS.

      *     status: O open, R under review, A adjusted, D denied
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
       WORKING-STORAGE SECTION.
       01 WS-TITLE-LINE.
          05 FILLER                     PIC X(15) VALUE
                "LAST PERIOD".
          05 WS-TITLE-PERIOD-DATE       PIC 9(8).
          05 FILLER                     PIC X(57) VALUE SPACES.

       01 WS-EMPTY-LINE.
          05 FILLER                     PIC X(80) VALUE SPACES.
          05 FILLER                     PIC X(14) VALUE "NEW PAID".
          05 FILLER                     PIC X(15) VALUE "ADJUSTMENT".
          05 FILLER                     PIC X(10) VALUE "RESULT".
          05 FILLER                     PIC X(32) VALUE "REASON".
          05 FILLER                     PIC X(8) VALUE "CASE".
          05 FILLER                     PIC X(6) VALUE SPACES.

       01 WS-REGISTER-DETAIL.
          05 WS-REG-RESULT              PIC X(8).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-REG-REJECT-REASON       PIC X(30).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-CASE-NO             PIC X(6).
          05 FILLER                     PIC X(8) VALUE SPACES.

       01 WS-TRAN-COUNT-DETAIL.
          05 WS-TRAN-COUNT-TEXT         PIC X(40)
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-NET-DRAW-VALUE          PIC $ZZZ,ZZ9.99-.

       01 WS-LEDG-COUNT-DETAIL.
          05 WS-LEDG-COUNT-TEXT         PIC X(40)
                VALUE "POSTING LEDGER ENTRIES WRITTEN".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-LEDG-COUNT-VALUE        PIC ZZ,ZZ9.

       01 WS-CASE-COUNT-DETAIL.
          05 WS-CASE-COUNT-TEXT         PIC X(40)
                VALUE "DISPUTE CASES CLOSED AS ADJUSTED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-CASE-COUNT-VALUE        PIC ZZ,ZZ9.

       01 WS-FLAGS.
          05 WS-EOF-FLAG                PIC X VALUE "n".
          05 WS-VALID-FLAG              PIC X VALUE "Y".
          05 WS-YTD-AVAILABLE           PIC X VALUE "N".
          05 WS-MASTER-AVAILABLE        PIC X VALUE "N".
          05 WS-DRAW-AVAILABLE          PIC X VALUE "N".
          05 WS-LEDG-AVAILABLE          PIC X VALUE "N".
          05 WS-RUN-CONTROL-OK          PIC X VALUE "N".
          05 WS-CASE-AVAILABLE          PIC X VALUE "N".
          05 WS-CASE-LINKED             PIC X VALUE "N".

      *     signed extract record, one per applied adjustment; the
      *     sign bytes let payroll recover as well as pay
      *     M = min only, N = no caps
       01 WS-PLAN-TABLE.
          05 WS-PLAN-COUNT              PIC 9(2) VALUE 0.
          05 WS-PLAN-ENTRY OCCURS 40 TIMES INDEXED BY WS-PLAN-IDX.
             10 WS-PLAN-CODE-TBL        PIC X(3).
             10 WS-PLAN-EFF-TBL         PIC 9(8).
             10 WS-PLAN-RETIRE-TBL      PIC 9(8).
             10 WS-PLAN-TIER-CNT        PIC 9.
             10 WS-PLAN-TIER OCCURS 3 TIMES.
                15 WS-PLAN-THRESHOLD    PIC 9(6).
       77 WS-DELTA-TOPUP                PIC S9(8)V99 VALUE 0.00.
       77 WS-NET-DRAW-DELTA             PIC S9(8)V99 VALUE 0.00.

      *     what one adjustment actually moved on the YTD and draw
      *     balances after the zero floors, for the posting ledger
       77 WS-LEDG-STATUS                PIC XX VALUE SPACES.
       77 WS-LEDG-EARNED                PIC S9(6)V99 VALUE 0.00.
       77 WS-LEDG-PAID                  PIC S9(6)V99 VALUE 0.00.
       77 WS-LEDG-DRAW                  PIC S9(6)V99 VALUE 0.00.
       77 WS-LEDG-LAST-SEQ              PIC 9(4) VALUE 0.
       77 WS-LEDG-SEQ-DONE              PIC X VALUE "N".
       77 WS-LEDG-ENTRIES               PIC 9(5) VALUE 0.

       01 WS-LEDG-REFERENCE.
          05 WS-LEDG-REF-PERIOD         PIC 9(8).
          05 FILLER                     PIC X VALUE SPACE.
          05 WS-LEDG-REF-REASON         PIC X(3).

       77 WS-YTD-STATUS                 PIC XX VALUE SPACES.
       77 WS-PARM-STATUS                PIC XX VALUE SPACES.
       77 WS-MAST-STATUS                PIC XX VALUE SPACES.
       77 WS-DRAW-STATUS                PIC XX VALUE SPACES.
       77 WS-ACSV-STATUS                PIC XX VALUE SPACES.
       77 WS-ADJC-STATUS                PIC XX VALUE SPACES.
       77 WS-CASE-STATUS                PIC XX VALUE SPACES.
       77 WS-CASE-CLOSED-COUNT          PIC 9(5) VALUE 0.
       77 WS-ADJP-STATUS                PIC XX VALUE SPACES.
       77 WS-BATCH-DATE                 PIC 9(8) VALUE 0.

       77 WS-TRAN-COUNT                 PIC 9(5) VALUE 0.
       77 WS-APPLIED-COUNT              PIC 9(5) VALUE 0.
           PERFORM 005-READ-PARAMETERS.
           PERFORM 006-READ-ADJ-CONTROL.
           PERFORM 008-OPEN-DATA-FILES.
           PERFORM 009-READ-BATCH-DATE.
           PERFORM 012-LOAD-PLAN-TABLE.
           PERFORM 020-PRINT-HEADINGS.

           IF WS-DRAW-AVAILABLE = "Y"
              CLOSE DRAW-FILE
           END-IF.
           IF WS-LEDG-AVAILABLE = "Y"
              CLOSE LEDGER-FILE
           END-IF.
           IF WS-CASE-AVAILABLE = "Y"
              CLOSE DISPUTE-FILE
           END-IF.

           PERFORM 190-RESET-ADJ-CONTROL.

              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

           OPEN I-O LEDGER-FILE.
           IF WS-LEDG-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LEDG-STATUS = "00"
              MOVE "Y" TO WS-LEDG-AVAILABLE
           ELSE
              MOVE "N" TO WS-LEDG-AVAILABLE
              DISPLAY "A3SADJ: POSTING LEDGER UNUSABLE, STATUS "
                 WS-LEDG-STATUS
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

      *     without the dispute file an adjustment naming a case is
      *     rejected; one with no case posts as before
           OPEN I-O DISPUTE-FILE.
           IF WS-CASE-STATUS = "00"
              MOVE "Y" TO WS-CASE-AVAILABLE
           ELSE
              MOVE "N" TO WS-CASE-AVAILABLE
           END-IF.

      *     without a batch date no dispute case can be closed, so
      *     only adjustments that name a case are held back
       009-READ-BATCH-DATE.
           OPEN INPUT ADJ-DATE-FILE.
           IF WS-ADJP-STATUS = "00"
              READ ADJ-DATE-FILE
              IF WS-ADJP-STATUS = "00"
                 AND ADJP-BATCH-DATE IS NUMERIC
                 MOVE ADJP-BATCH-DATE TO WS-BATCH-DATE
              END-IF
              CLOSE ADJ-DATE-FILE
           END-IF.
           IF WS-BATCH-DATE = 0
              DISPLAY "A3SADJ: NO BATCH DATE - ADJUSTMENTS NAMING A "
                 "DISPUTE CASE WILL BE REJECTED"
           END-IF.

      *     every version of every plan is held so that each
      *     adjustment can be recomputed on the version that was in
      *     force for its own period; entry 1 is the default plan
       012-LOAD-PLAN-TABLE.
           MOVE 1 TO WS-PLAN-COUNT.
           MOVE "DFT" TO WS-PLAN-CODE-TBL(1).
           MOVE 0 TO WS-PLAN-EFF-TBL(1).
           MOVE 0 TO WS-PLAN-RETIRE-TBL(1).
           MOVE 2 TO WS-PLAN-TIER-CNT(1).
           MOVE MAX-SALES-THRESHOLD TO WS-PLAN-THRESHOLD(1, 1).
           MOVE BONUS-RATE TO WS-PLAN-RATE(1, 1).

           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS = "00"
              MOVE SPACES TO PLAN-KEY
              START PLAN-FILE KEY IS NOT LESS THAN PLAN-KEY
              END-START
              IF WS-PLAN-STATUS = "00"
                 PERFORM 013-LOAD-ONE-PLAN
                    UNTIL WS-PLAN-STATUS NOT = "00"
                    OR WS-PLAN-COUNT = 40
                 IF WS-PLAN-COUNT = 40
                    READ PLAN-FILE NEXT RECORD
                    IF WS-PLAN-STATUS = "00"
                       DISPLAY "A3SADJ: PLAN TABLE FULL, VERSIONS "
                          "FROM " PLAN-CODE " " PLAN-EFF-DATE
                          " USE DEFAULT"
                    END-IF
                 END-IF
              END-IF
              CLOSE PLAN-FILE
           END-IF.
              ADD 1 TO WS-PLAN-COUNT
              SET WS-PLAN-IDX TO WS-PLAN-COUNT
              MOVE PLAN-CODE TO WS-PLAN-CODE-TBL(WS-PLAN-IDX)
              IF PLAN-EFF-DATE IS NUMERIC
                 MOVE PLAN-EFF-DATE TO WS-PLAN-EFF-TBL(WS-PLAN-IDX)
              ELSE
                 MOVE 99999999 TO WS-PLAN-EFF-TBL(WS-PLAN-IDX)
              END-IF
              IF PLAN-RETIRE-DATE IS NUMERIC
                 MOVE PLAN-RETIRE-DATE
                    TO WS-PLAN-RETIRE-TBL(WS-PLAN-IDX)
              ELSE
                 MOVE 0 TO WS-PLAN-RETIRE-TBL(WS-PLAN-IDX)
              END-IF
              IF PLAN-TIER-COUNT IS NUMERIC
                 AND PLAN-TIER-COUNT > 0
                 AND PLAN-TIER-COUNT < 4
              PERFORM 115-LOOKUP-MASTER
           END-IF.

           IF WS-VALID-FLAG = "Y" AND WS-SKIP-FLAG NOT = "Y"
              PERFORM 116-LOOKUP-DISPUTE-CASE
           END-IF.

           IF WS-VALID-FLAG = "Y" AND WS-SKIP-FLAG NOT = "Y"
              PERFORM 125-RECOMPUTE-COMMISSION
              PERFORM 134-POST-DRAW-ADJUSTMENT
              PERFORM 135-POST-YTD-ADJUSTMENT
              PERFORM 137-WRITE-LEDGER-ENTRY
              PERFORM 136-WRITE-ADJ-CSV-RECORD
              PERFORM 139-CLOSE-DISPUTE-CASE
              PERFORM 138-STAMP-ADJ-CONTROL
              ADD 1 TO WS-APPLIED-COUNT
              ADD WS-DELTA-EARNED TO WS-NET-EARNED-DELTA
           ELSE IF ADJ-REASON-CODE = SPACES
              MOVE "N" TO WS-VALID-FLAG
              MOVE "REASON CODE MISSING" TO WS-REJECT-REASON
           ELSE IF ADJ-CASE-NO NOT = SPACES
              AND ADJ-CASE-NO IS NOT NUMERIC
              MOVE "N" TO WS-VALID-FLAG
              MOVE "CASE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF ADJ-TYPE = "D" AND ADJ-SIGN = "-"
              AND ADJ-AMOUNT > ADJ-ORIG-SALES
              MOVE "N" TO WS-VALID-FLAG
              END-IF
           END-IF.

      *     a case named on the adjustment must be this salesperson's
      *     and still open or under review; a case already closed
      *     means the adjustment has been posted or the dispute denied.
      *     The case closes on the batch date, which cannot be before
      *     the day it was opened
       116-LOOKUP-DISPUTE-CASE.
           MOVE "N" TO WS-CASE-LINKED.
           IF ADJ-CASE-NO IS NUMERIC AND ADJ-CASE-NO > 0
              IF WS-CASE-AVAILABLE NOT = "Y"
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "DISPUTE FILE NOT AVAILABLE" TO WS-REJECT-REASON
              ELSE
                 MOVE ADJ-CASE-NO TO CASE-NO
                 READ DISPUTE-FILE
                 INVALID KEY
                    MOVE "N" TO WS-VALID-FLAG
                    MOVE "CASE NOT ON FILE" TO WS-REJECT-REASON
                 NOT INVALID KEY
                    IF CASE-NOM NOT = ADJ-NOM
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "CASE IS FOR OTHER SALESPERSON"
                          TO WS-REJECT-REASON
                    ELSE IF CASE-STATUS = "A" OR CASE-STATUS = "D"
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "CASE ALREADY CLOSED" TO WS-REJECT-REASON
                    ELSE IF WS-BATCH-DATE = 0
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "NO BATCH DATE TO CLOSE CASE"
                          TO WS-REJECT-REASON
                    ELSE IF WS-BATCH-DATE < CASE-OPENED
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "CLOSE DATE BEFORE DATE OPENED"
                          TO WS-REJECT-REASON
                    ELSE
                       MOVE "Y" TO WS-CASE-LINKED
                    END-IF
                 END-READ
              END-IF
           END-IF.

      *     the commission is rebuilt twice with the plan the period
      *     was paid under: once on the sales as originally keyed and
      *     once on the corrected sales; the signed difference is the
           COMPUTE WS-DELTA-PAID = WS-NEW-PAID - WS-OLD-PAID.
           COMPUTE WS-DELTA-TOPUP = WS-NEW-TOPUP - WS-OLD-TOPUP.

      *     the versions of a plan are in effective date order, so
      *     the last one effective on or before the adjustment period
      *     is the one that period was paid under; a version retired
      *     by then falls back to the default plan
       126-SELECT-PLAN.
           MOVE 1 TO WS-ACTIVE-PLAN-SUB.
           IF WS-MAST-PLAN-CODE NOT = SPACES
              PERFORM 126A-CHECK-PLAN-VERSION
                 VARYING WS-PLAN-IDX FROM 2 BY 1
                 UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
           END-IF.
           IF WS-ACTIVE-PLAN-SUB > 1
              AND WS-PLAN-RETIRE-TBL(WS-ACTIVE-PLAN-SUB) > 0
              AND WS-PLAN-RETIRE-TBL(WS-ACTIVE-PLAN-SUB)
                 NOT > ADJ-PERIOD
              MOVE 1 TO WS-ACTIVE-PLAN-SUB
           END-IF.

       126A-CHECK-PLAN-VERSION.
           IF WS-PLAN-CODE-TBL(WS-PLAN-IDX) = WS-MAST-PLAN-CODE
              AND WS-PLAN-EFF-TBL(WS-PLAN-IDX) NOT > ADJ-PERIOD
              SET WS-ACTIVE-PLAN-SUB TO WS-PLAN-IDX
           END-IF.

       131-CALCULATE-ONE-COMMISSION.
      *     later period does not recover money now legitimately
      *     earned (or miss a top-up the correction created)
       134-POST-DRAW-ADJUSTMENT.
           MOVE 0 TO WS-LEDG-DRAW.
           IF WS-DRAW-AVAILABLE = "Y" AND WS-DELTA-TOPUP NOT = 0
              MOVE ADJ-NOM TO DRAW-NOM
              READ DRAW-FILE
                    MOVE 0 TO DRAW-PERIOD-TOPUP
                    MOVE 0 TO DRAW-PERIOD-RECOVERED
                    WRITE DRAW-RECORD
                    MOVE WS-DELTA-TOPUP TO WS-LEDG-DRAW
                 END-IF
              NOT INVALID KEY
                 COMPUTE WS-LEDG-DRAW = 0 - DRAW-BALANCE
                 COMPUTE WS-DELTA-WORK =
                    DRAW-BALANCE + WS-DELTA-TOPUP
                 IF WS-DELTA-WORK < 0
                    MOVE WS-DELTA-WORK TO DRAW-BALANCE
                 END-IF
                 REWRITE DRAW-RECORD
                 ADD DRAW-BALANCE TO WS-LEDG-DRAW
              END-READ
           END-IF.

      *     zero; the balance is floored and the full recovery still
      *     goes to payroll through the extract
       135-POST-YTD-ADJUSTMENT.
           MOVE 0 TO WS-LEDG-EARNED.
           MOVE 0 TO WS-LEDG-PAID.
           IF WS-YTD-AVAILABLE = "Y"
              MOVE ADJ-NOM TO YTD-NOM
              READ YTD-FILE
                       MOVE WS-DELTA-PAID TO YTD-PAID
                    END-IF
                    MOVE ADJ-PERIOD TO YTD-LAST-PERIOD
                    MOVE 0 TO YTD-OVERRIDE
                    MOVE 0 TO YTD-OVR-LAST-PERIOD
                    WRITE YTD-RECORD
                    MOVE YTD-EARNED TO WS-LEDG-EARNED
                    MOVE YTD-PAID TO WS-LEDG-PAID
                 END-IF
              NOT INVALID KEY
                 COMPUTE WS-LEDG-EARNED = 0 - YTD-EARNED
                 COMPUTE WS-LEDG-PAID = 0 - YTD-PAID
                 COMPUTE WS-DELTA-WORK = YTD-EARNED + WS-DELTA-EARNED
                 IF WS-DELTA-WORK < 0
                    MOVE 0 TO YTD-EARNED
                    MOVE WS-DELTA-WORK TO YTD-PAID
                 END-IF
                 REWRITE YTD-RECORD
                 ADD YTD-EARNED TO WS-LEDG-EARNED
                 ADD YTD-PAID TO WS-LEDG-PAID
              END-READ
           END-IF.

      *     the ledger entry carries what the balances really moved,
      *     floors included, against the period the adjustment posts
      *     in; the period it corrects and the reason code go in the
      *     reference
       137-WRITE-LEDGER-ENTRY.
           IF WS-LEDG-AVAILABLE = "Y"
              AND (WS-LEDG-EARNED NOT = 0 OR WS-LEDG-PAID NOT = 0
                 OR WS-LEDG-DRAW NOT = 0)
              MOVE 0 TO WS-LEDG-LAST-SEQ
              MOVE "N" TO WS-LEDG-SEQ-DONE
              MOVE ADJ-NOM TO LEDG-NOM
              MOVE WS-LAST-PERIOD-END TO LEDG-PERIOD
              MOVE 0 TO LEDG-SEQ
              START LEDGER-FILE KEY IS NOT LESS THAN LEDG-KEY
              INVALID KEY
                 MOVE "Y" TO WS-LEDG-SEQ-DONE
              END-START
              PERFORM 137A-READ-LEDGER-SEQ
                 UNTIL WS-LEDG-SEQ-DONE = "Y"
              MOVE SPACES TO LEDGER-RECORD
              MOVE ADJ-NOM TO LEDG-NOM
              MOVE WS-LAST-PERIOD-END TO LEDG-PERIOD
              COMPUTE LEDG-SEQ = WS-LEDG-LAST-SEQ + 1
              MOVE "AJ" TO LEDG-TYPE
              MOVE "A3SADJ" TO LEDG-SOURCE
              MOVE WS-LEDG-EARNED TO LEDG-EARNED
              MOVE WS-LEDG-PAID TO LEDG-PAID
              MOVE 0 TO LEDG-OVERRIDE
              MOVE WS-LEDG-DRAW TO LEDG-DRAW
              MOVE ADJ-PERIOD TO WS-LEDG-REF-PERIOD
              MOVE ADJ-REASON-CODE TO WS-LEDG-REF-REASON
              MOVE WS-LEDG-REFERENCE TO LEDG-REFERENCE
              WRITE LEDGER-RECORD
              INVALID KEY
                 DISPLAY "A3SADJ: LEDGER WRITE FAILED FOR " ADJ-NOM
                 MOVE 4 TO WS-NEW-CONDITION
                 PERFORM 198-RAISE-CONDITION-CODE
              NOT INVALID KEY
                 ADD 1 TO WS-LEDG-ENTRIES
              END-WRITE
           END-IF.

       137A-READ-LEDGER-SEQ.
           READ LEDGER-FILE NEXT RECORD
           AT END
              MOVE "Y" TO WS-LEDG-SEQ-DONE
           NOT AT END
              IF LEDG-NOM = ADJ-NOM
                 AND LEDG-PERIOD = WS-LAST-PERIOD-END
                 MOVE LEDG-SEQ TO WS-LEDG-LAST-SEQ
              ELSE
                 MOVE "Y" TO WS-LEDG-SEQ-DONE
              END-IF
           END-READ.

       136-WRITE-ADJ-CSV-RECORD.
           MOVE ADJ-NOM TO WS-ACSV-NUMBER.
           IF WS-DELTA-EARNED < 0
           MOVE ADJ-PERIOD TO WS-ACSV-PERIOD.
           WRITE ADJ-CSV-LINE FROM WS-ADJ-CSV-LINE.

      *     the case is closed before the restart stamp is written, so
      *     an adjustment caught between the two is rejected on the
      *     rerun as already closed rather than posted a second time;
      *     it is closed on the batch date, against the period end the
      *     AJ ledger entry carries
       139-CLOSE-DISPUTE-CASE.
           IF WS-CASE-LINKED = "Y"
              MOVE "A" TO CASE-STATUS
              MOVE WS-BATCH-DATE TO CASE-CLOSED
              MOVE WS-LAST-PERIOD-END TO CASE-ADJ-PERIOD
              MOVE WS-DELTA-PAID TO CASE-ADJ-PAID
              REWRITE DISPUTE-RECORD
              INVALID KEY
                 DISPLAY "A3SADJ: DISPUTE CASE " ADJ-CASE-NO
                    " NOT CLOSED, STATUS " WS-CASE-STATUS
                 MOVE 4 TO WS-NEW-CONDITION
                 PERFORM 198-RAISE-CONDITION-CODE
              NOT INVALID KEY
                 ADD 1 TO WS-CASE-CLOSED-COUNT
              END-REWRITE
           END-IF.

       138-STAMP-ADJ-CONTROL.
           MOVE SPACES TO ADJ-CONTROL-RECORD.
           MOVE WS-TRAN-COUNT TO ADJC-TRAN-NO.
           MOVE ADJ-NOM TO WS-REG-NOM.
           MOVE ADJ-PERIOD TO WS-REG-PERIOD.
           MOVE ADJ-REASON-CODE TO WS-REG-REASON-CODE.
           MOVE ADJ-CASE-NO TO WS-REG-CASE-NO.
           IF WS-SKIP-FLAG = "Y"
              MOVE 0 TO WS-REG-OLD-SALES
              MOVE 0 TO WS-REG-NEW-SALES
           MOVE WS-NET-DRAW-DELTA TO WS-NET-DRAW-VALUE.
           WRITE REGISTER-LINE FROM WS-NET-DRAW-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-LEDG-ENTRIES TO WS-LEDG-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-LEDG-COUNT-DETAIL
              AFTER ADVANCING 2 LINES.
           MOVE WS-CASE-CLOSED-COUNT TO WS-CASE-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-CASE-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
      *
       END PROGRAM A3SADJ.
