       IDENTIFICATION DIVISION.
       PROGRAM-ID. A3SCLOSE.
       DATE-WRITTEN. date.
       AUTHOR. Fouzaan.
      *Description: period-close reconciliation for the period the run
      *control shows as processed. It ties together the run history
      *record for the period, the GL payable credit and expense
      *debits, the signed adjustment extract, the payroll return and
      *the movement in YTD-PAID since the prior period was closed,
      *proves that they agree and shows any difference by source.
      *A close status record is then written for the period: balanced,
      *signed off with a reason, or not balanced. The commission run
      *will not open the next period until the prior period's record
      *says balanced or signed off.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      * pay-period run control: only a processed period is closed
           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
      *
      * one record appended per commission run
           SELECT HISTORY-FILE
               ASSIGN TO HISTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
      *
      * general-ledger postings written by the commission run
           SELECT GL-FILE
               ASSIGN TO GLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
      *
      * signed extract written by the adjustment run
           SELECT ADJ-CSV-FILE
               ASSIGN TO ADJCSV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACSV-STATUS.
      *
      * payroll's return/acknowledgment of what it loaded
           SELECT RETURN-FILE
               ASSIGN TO PAYRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
      *
      * year-to-date commission carried forward by salesperson number
           SELECT YTD-FILE
               ASSIGN TO YTDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-NOM
               FILE STATUS IS WS-YTD-STATUS.
      *
      * posting ledger, keyed by salesperson, period end and sequence
           SELECT LEDGER-FILE
               ASSIGN TO LEDGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDG-STATUS.
      *
      * close status by period end, read by the commission run before
      * it opens the next period
           SELECT CLOSE-STATUS-FILE
               ASSIGN TO CLOSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLOS-PERIOD-END
               FILE STATUS IS WS-CLOS-STATUS.
      *
      * sign-off for a period that does not balance: who and why
           SELECT SIGN-OFF-FILE
               ASSIGN TO CLOSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGN-STATUS.
      *
      * close reconciliation report for the auditors
           SELECT REPORT-FILE
               ASSIGN TO CLOSRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD RUN-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS RUN-CONTROL-RECORD
           RECORD CONTAINS 20 CHARACTERS.

       01 RUN-CONTROL-RECORD.
          05 RUNC-PERIOD-END-DATE       PIC 9(8).
          05 RUNC-STATUS                PIC X(1).
          05 FILLER                     PIC X(11).
      *
       FD HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS HISTORY-RECORD
           RECORD CONTAINS 360 CHARACTERS.

       01 HISTORY-RECORD.
          05 HIST-TOTAL-EARNED          PIC 9(9)V99.
          05 HIST-TOTAL-PAID            PIC 9(9)V99.
          05 HIST-SALESPERSONS          PIC 9(5).
          05 HIST-INPUT-COUNT           PIC 9(6).
          05 HIST-REJECT-COUNT          PIC 9(6).
          05 HIST-PERIOD-END            PIC 9(8).
          05 HIST-REGION-BLOCK.
             10 HIST-REGION-COUNT       PIC 9(2).
             10 HIST-REGION-ENTRY OCCURS 10 TIMES.
                15 HIST-REGION-CODE     PIC X(3).
                15 HIST-REGION-EARNED   PIC 9(9)V99.
                15 HIST-REGION-PAID     PIC 9(9)V99.
                15 HIST-REGION-CNT      PIC 9(5).
          05 HIST-OVERRIDE-PAID         PIC 9(9)V99.
      *
       FD GL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-POSTING-RECORD
           RECORD CONTAINS 80 CHARACTERS.

      *     accounts: region cost center or 6100-rgn commission
      *     expense, 6120 manager override expense, 2150 commission
      *     payable, 6110/2160 capped-commission accrual
       01 GL-POSTING-RECORD.
          05 GL-ACCOUNT                 PIC X(8).
          05 GL-DESCRIPTION             PIC X(24).
          05 GL-DEBIT                   PIC 9(9)V99.
          05 GL-CREDIT                  PIC 9(9)V99.
          05 GL-PERIOD                  PIC 9(8).
          05 GL-RUN-REF                 PIC X(12).
          05 FILLER                     PIC X(6).
      *
       FD ADJ-CSV-FILE
           RECORDING MODE IS F
           DATA RECORD IS ADJ-CSV-RECORD
           RECORD CONTAINS 40 CHARACTERS.

       01 ADJ-CSV-RECORD.
          05 ACSV-NOM                   PIC 9(5).
          05 FILLER                     PIC X.
          05 ACSV-EARNED-SIGN           PIC X.
          05 ACSV-EARNED                PIC 9(6)V99.
          05 FILLER                     PIC X.
          05 ACSV-PAID-SIGN             PIC X.
          05 ACSV-PAID                  PIC 9(6)V99.
          05 FILLER                     PIC X.
          05 ACSV-PERIOD                PIC 9(8).
          05 FILLER                     PIC X(6).
      *
       FD RETURN-FILE
           RECORDING MODE IS F
           DATA RECORD IS RETURN-RECORD
           RECORD CONTAINS 40 CHARACTERS.

       01 RETURN-RECORD.
          05 RET-NOM                    PIC 9(5).
          05 FILLER                     PIC X.
          05 RET-EARNED                 PIC 9(6)V99.
          05 FILLER                     PIC X.
          05 RET-PAID                   PIC 9(6)V99.
          05 FILLER                     PIC X(10).
          05 RET-TYPE                   PIC X(1).
          05 FILLER                     PIC X(6).
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
       FD CLOSE-STATUS-FILE
           RECORDING MODE IS F
           DATA RECORD IS CLOSE-STATUS-RECORD
           RECORD CONTAINS 80 CHARACTERS.

      *     status: B balanced, S signed off with a reason, U not
      *     balanced. The YTD-PAID total and the ledger's running
      *     total of termination, year-end and opening entries are
      *     kept so the next close can measure the movement since
       01 CLOSE-STATUS-RECORD.
          05 CLOS-PERIOD-END            PIC 9(8).
          05 CLOS-STATUS                PIC X(1).
          05 CLOS-SIGNED-BY             PIC X(8).
          05 CLOS-REASON                PIC X(30).
          05 CLOS-YTD-PAID-TOTAL        PIC 9(9)V99.
          05 CLOS-LEDG-OTHER-PAID       PIC S9(9)V99.
          05 CLOS-DIFF-COUNT            PIC 9(2).
          05 FILLER                     PIC X(9).
      *
       FD SIGN-OFF-FILE
           RECORDING MODE IS F
           DATA RECORD IS SIGN-OFF-RECORD
           RECORD CONTAINS 60 CHARACTERS.

       01 SIGN-OFF-RECORD.
          05 SIGN-PERIOD-END            PIC 9(8).
          05 SIGN-SIGNED-BY             PIC X(8).
          05 SIGN-REASON                PIC X(30).
          05 FILLER                     PIC X(14).
      *
       FD REPORT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REPORT-LINE
           RECORD CONTAINS 132 CHARACTERS.

       01 REPORT-LINE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 WS-TITLE-LINE.
          05 FILLER                     PIC X(30) VALUE SPACES.
          05 FILLER                     PIC X(32) VALUE
                "PERIOD CLOSE RECONCILIATION".
          05 FILLER                     PIC X(14) VALUE
                "PERIOD ENDING".
          05 WS-TITLE-PERIOD-DATE       PIC 9(8).
          05 FILLER                     PIC X(48) VALUE SPACES.

       01 WS-EMPTY-LINE.
          05 FILLER                     PIC X(80) VALUE SPACES.

       01 WS-SOURCE-SECTION-LINE.
          05 FILLER                     PIC X(40) VALUE
                "FIGURES BY SOURCE".
          05 FILLER                     PIC X(40) VALUE SPACES.

       01 WS-SOURCE-LINE.
          05 WS-SOURCE-TEXT             PIC X(50).
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-SOURCE-VALUE            PIC $ZZZ,ZZZ,ZZ9.99-.

       01 WS-NOTE-LINE.
          05 WS-NOTE-TEXT               PIC X(60).
          05 FILLER                     PIC X(20) VALUE SPACES.

       01 WS-PROOF-SECTION-LINE.
          05 FILLER                     PIC X(40) VALUE
                "PROOF AGAINST RUN HISTORY".
          05 FILLER                     PIC X(40) VALUE SPACES.

       01 WS-PROOF-HEADINGS.
          05 FILLER                     PIC X(34) VALUE "SOURCE".
          05 FILLER                     PIC X(18) VALUE "EXPECTED".
          05 FILLER                     PIC X(18) VALUE "ACTUAL".
          05 FILLER                     PIC X(18) VALUE "DIFFERENCE".
          05 FILLER                     PIC X(10) VALUE "STATUS".

       01 WS-PROOF-LINE.
          05 WS-PRF-TEXT                PIC X(32).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-PRF-EXPECTED            PIC $ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-PRF-ACTUAL              PIC $ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-PRF-DIFF                PIC $ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-PRF-STATUS              PIC X(10).

       01 WS-CLOSE-STATUS-DETAIL.
          05 WS-CLOSE-STATUS-TEXT       PIC X(40)
                VALUE "PERIOD CLOSE STATUS".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-CLOSE-STATUS-VALUE      PIC X(15).

       01 WS-SIGNED-BY-DETAIL.
          05 WS-SIGNED-BY-TEXT          PIC X(40)
                VALUE "SIGNED OFF BY".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-SIGNED-BY-VALUE         PIC X(8).

       01 WS-REASON-DETAIL.
          05 WS-REASON-TEXT             PIC X(40)
                VALUE "SIGN-OFF REASON".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-REASON-VALUE            PIC X(30).

       01 WS-DIFF-COUNT-DETAIL.
          05 WS-DIFF-COUNT-TEXT         PIC X(40)
                VALUE "SOURCES NOT AGREEING".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-DIFF-COUNT-VALUE        PIC Z9.

       01 WS-FLAGS.
          05 WS-RUN-CONTROL-OK          PIC X VALUE "N".
          05 WS-HIST-FOUND              PIC X VALUE "N".
          05 WS-GL-AVAILABLE            PIC X VALUE "N".
          05 WS-ACSV-AVAILABLE          PIC X VALUE "N".
          05 WS-RET-AVAILABLE           PIC X VALUE "N".
          05 WS-YTD-AVAILABLE           PIC X VALUE "N".
          05 WS-LEDG-AVAILABLE          PIC X VALUE "N".
          05 WS-PRIOR-CLOSE-FOUND       PIC X VALUE "N".
          05 WS-SIGN-OFF-GIVEN          PIC X VALUE "N".
          05 WS-CLOSE-ON-FILE           PIC X VALUE "N".
          05 WS-EOF-FLAG                PIC X VALUE "n".

       77 WS-RUNC-STATUS                PIC XX VALUE SPACES.
       77 WS-HIST-STATUS                PIC XX VALUE SPACES.
       77 WS-GL-STATUS                  PIC XX VALUE SPACES.
       77 WS-ACSV-STATUS                PIC XX VALUE SPACES.
       77 WS-RET-STATUS                 PIC XX VALUE SPACES.
       77 WS-YTD-STATUS                 PIC XX VALUE SPACES.
       77 WS-LEDG-STATUS                PIC XX VALUE SPACES.
       77 WS-CLOS-STATUS                PIC XX VALUE SPACES.
       77 WS-SIGN-STATUS                PIC XX VALUE SPACES.

       77 WS-PERIOD-END-DATE            PIC 9(8) VALUE 0.
       77 WS-PRIOR-PERIOD-END           PIC 9(8) VALUE 0.
       77 WS-SIGNED-BY                  PIC X(8) VALUE SPACES.
       77 WS-SIGN-REASON                PIC X(30) VALUE SPACES.

      *     figures gathered from each source for the period
       77 WS-HIST-PAID                  PIC 9(9)V99 VALUE 0.00.
       77 WS-HIST-OVERRIDE              PIC 9(9)V99 VALUE 0.00.
       77 WS-HIST-ALL-PAID              PIC 9(9)V99 VALUE 0.00.
       77 WS-GL-PAYABLE                 PIC 9(9)V99 VALUE 0.00.
       77 WS-GL-EXPENSE                 PIC 9(9)V99 VALUE 0.00.
       77 WS-GL-OVERRIDE                PIC 9(9)V99 VALUE 0.00.
       77 WS-ADJ-NET-PAID               PIC S9(9)V99 VALUE 0.00.
       77 WS-ADJ-COUNT                  PIC 9(6) VALUE 0.
       77 WS-RETURN-PAID                PIC 9(9)V99 VALUE 0.00.
       77 WS-RETURN-COUNT               PIC 9(6) VALUE 0.
       77 WS-RETURN-BAD-COUNT           PIC 9(6) VALUE 0.
       77 WS-YTD-PAID-TOTAL             PIC 9(9)V99 VALUE 0.00.
       77 WS-PRIOR-YTD-PAID             PIC 9(9)V99 VALUE 0.00.
       77 WS-YTD-MOVEMENT               PIC S9(9)V99 VALUE 0.00.
       77 WS-LEDG-OTHER-PAID            PIC S9(9)V99 VALUE 0.00.
       77 WS-PRIOR-LEDG-OTHER           PIC S9(9)V99 VALUE 0.00.
       77 WS-LEDG-OTHER-MOVEMENT        PIC S9(9)V99 VALUE 0.00.
       77 WS-EXPECTED-MOVEMENT          PIC S9(9)V99 VALUE 0.00.

       77 WS-PRF-EXPECTED-AMT           PIC S9(9)V99 VALUE 0.00.
       77 WS-PRF-ACTUAL-AMT             PIC S9(9)V99 VALUE 0.00.
       77 WS-PRF-DIFF-AMT               PIC S9(9)V99 VALUE 0.00.
       77 WS-DIFF-COUNT                 PIC 9(2) VALUE 0.

      *     condition code for the scheduler: 0 balanced, 4 signed off
      *     or a source missing that does not stop the proof, 8 not
      *     balanced, 12 close status file unusable, 16 run refused
       77 WS-CONDITION-CODE             PIC 9(2) VALUE 0.
       77 WS-NEW-CONDITION              PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 004-READ-RUN-CONTROL.
           IF WS-RUN-CONTROL-OK NOT = "Y"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 005-READ-SIGN-OFF.

           OPEN I-O CLOSE-STATUS-FILE.
           IF WS-CLOS-STATUS = "35"
              OPEN OUTPUT CLOSE-STATUS-FILE
              CLOSE CLOSE-STATUS-FILE
              OPEN I-O CLOSE-STATUS-FILE
           END-IF.
           IF WS-CLOS-STATUS NOT = "00"
              DISPLAY "A3SCLOSE: CLOSE STATUS FILE UNUSABLE, STATUS "
                 WS-CLOS-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 020-PRINT-HEADINGS.

           PERFORM 100-READ-RUN-HISTORY.
           PERFORM 110-READ-GL-POSTINGS.
           PERFORM 120-READ-ADJUSTMENT-EXTRACT.
           PERFORM 130-READ-PAYROLL-RETURN.
           PERFORM 140-TOTAL-YTD-PAID.
           PERFORM 150-TOTAL-LEDGER-OTHER.
           PERFORM 160-READ-PRIOR-CLOSE.

           PERFORM 170-PRINT-SOURCES.
           PERFORM 180-PROVE-AGREEMENT.
           PERFORM 190-WRITE-CLOSE-STATUS.

           CLOSE CLOSE-STATUS-FILE REPORT-FILE.
           MOVE WS-CONDITION-CODE TO RETURN-CODE.
           GOBACK.

      *     the close is taken for the period the commission run has
      *     finished; an in-flight period cannot be closed
       004-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNC-STATUS NOT = "00"
              DISPLAY "A3SCLOSE: RUN CONTROL FILE NOT AVAILABLE, "
                 "STATUS " WS-RUNC-STATUS
              DISPLAY "A3SCLOSE: RUN REFUSED"
           ELSE
              READ RUN-CONTROL-FILE
              IF WS-RUNC-STATUS NOT = "00"
                 OR RUNC-PERIOD-END-DATE IS NOT NUMERIC
                 DISPLAY "A3SCLOSE: RUN CONTROL RECORD MISSING OR BAD"
                 DISPLAY "A3SCLOSE: RUN REFUSED"
              ELSE
                 IF RUNC-STATUS NOT = "P"
                    DISPLAY "A3SCLOSE: PERIOD " RUNC-PERIOD-END-DATE
                       " NOT PROCESSED - RUN REFUSED"
                 ELSE
                    MOVE RUNC-PERIOD-END-DATE TO WS-PERIOD-END-DATE
                    MOVE WS-PERIOD-END-DATE TO WS-TITLE-PERIOD-DATE
                    MOVE "Y" TO WS-RUN-CONTROL-OK
                 END-IF
              END-IF
              CLOSE RUN-CONTROL-FILE
           END-IF.

      *     a sign-off only counts for the period it names and only
      *     with a reason; anything else is ignored with a warning
       005-READ-SIGN-OFF.
           OPEN INPUT SIGN-OFF-FILE.
           IF WS-SIGN-STATUS = "00"
              READ SIGN-OFF-FILE
              IF WS-SIGN-STATUS = "00"
                 IF SIGN-PERIOD-END IS NUMERIC
                    AND SIGN-PERIOD-END = WS-PERIOD-END-DATE
                    AND SIGN-REASON NOT = SPACES
                    MOVE "Y" TO WS-SIGN-OFF-GIVEN
                    MOVE SIGN-SIGNED-BY TO WS-SIGNED-BY
                    MOVE SIGN-REASON TO WS-SIGN-REASON
                 ELSE
                    DISPLAY "A3SCLOSE: SIGN-OFF RECORD NOT FOR PERIOD "
                       WS-PERIOD-END-DATE " OR NO REASON - IGNORED"
                    MOVE 4 TO WS-NEW-CONDITION
                    PERFORM 198-RAISE-CONDITION-CODE
                 END-IF
              END-IF
              CLOSE SIGN-OFF-FILE
           END-IF.

       020-PRINT-HEADINGS.
           WRITE REPORT-LINE FROM WS-TITLE-LINE
              AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-EMPTY-LINE
              AFTER ADVANCING 1 LINE.

      *     a rerun of the period appends a second history record;
      *     the last one for the period is the one that was paid
       100-READ-RUN-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
              PERFORM 101-READ-ONE-HISTORY
                 UNTIL WS-HIST-STATUS NOT = "00"
              CLOSE HISTORY-FILE
           END-IF.
           COMPUTE WS-HIST-ALL-PAID = WS-HIST-PAID + WS-HIST-OVERRIDE.

       101-READ-ONE-HISTORY.
           READ HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
              AND HIST-PERIOD-END = WS-PERIOD-END-DATE
              MOVE "Y" TO WS-HIST-FOUND
              MOVE HIST-TOTAL-PAID TO WS-HIST-PAID
              IF HIST-OVERRIDE-PAID IS NUMERIC
                 MOVE HIST-OVERRIDE-PAID TO WS-HIST-OVERRIDE
              ELSE
                 MOVE 0 TO WS-HIST-OVERRIDE
              END-IF
           END-IF.

      *     the payable credit carries commission and overrides; every
      *     other debit but the override and accrual lines is
      *     commission expense charged to a region
       110-READ-GL-POSTINGS.
           OPEN INPUT GL-FILE.
           IF WS-GL-STATUS = "00"
              MOVE "Y" TO WS-GL-AVAILABLE
              MOVE "n" TO WS-EOF-FLAG
              PERFORM 111-READ-ONE-GL-POSTING
                 UNTIL WS-EOF-FLAG = "y"
              CLOSE GL-FILE
           END-IF.

       111-READ-ONE-GL-POSTING.
           READ GL-FILE
           AT END
              MOVE "y" TO WS-EOF-FLAG
           NOT AT END
              IF GL-PERIOD = WS-PERIOD-END-DATE
                 IF GL-ACCOUNT = "2150"
                    ADD GL-CREDIT TO WS-GL-PAYABLE
                 ELSE IF GL-ACCOUNT = "6120"
                    ADD GL-DEBIT TO WS-GL-OVERRIDE
                 ELSE IF GL-ACCOUNT = "6110" OR GL-ACCOUNT = "2160"
                    CONTINUE
                 ELSE
                    ADD GL-DEBIT TO WS-GL-EXPENSE
                 END-IF
              END-IF
           END-READ.

      *     each extract line carries its own sign; the net is what
      *     the adjustments moved YTD-PAID by
       120-READ-ADJUSTMENT-EXTRACT.
           OPEN INPUT ADJ-CSV-FILE.
           IF WS-ACSV-STATUS = "00"
              MOVE "Y" TO WS-ACSV-AVAILABLE
              MOVE "n" TO WS-EOF-FLAG
              PERFORM 121-READ-ONE-ADJUSTMENT
                 UNTIL WS-EOF-FLAG = "y"
              CLOSE ADJ-CSV-FILE
           END-IF.

       121-READ-ONE-ADJUSTMENT.
           READ ADJ-CSV-FILE
           AT END
              MOVE "y" TO WS-EOF-FLAG
           NOT AT END
              IF ACSV-PAID IS NUMERIC
                 ADD 1 TO WS-ADJ-COUNT
                 IF ACSV-PAID-SIGN = "-"
                    SUBTRACT ACSV-PAID FROM WS-ADJ-NET-PAID
                 ELSE
                    ADD ACSV-PAID TO WS-ADJ-NET-PAID
                 END-IF
              END-IF
           END-READ.

       130-READ-PAYROLL-RETURN.
           OPEN INPUT RETURN-FILE.
           IF WS-RET-STATUS = "00"
              MOVE "Y" TO WS-RET-AVAILABLE
              MOVE "n" TO WS-EOF-FLAG
              PERFORM 131-READ-ONE-RETURN
                 UNTIL WS-EOF-FLAG = "y"
              CLOSE RETURN-FILE
           END-IF.

       131-READ-ONE-RETURN.
           READ RETURN-FILE
           AT END
              MOVE "y" TO WS-EOF-FLAG
           NOT AT END
              IF RET-PAID IS NUMERIC
                 ADD 1 TO WS-RETURN-COUNT
                 ADD RET-PAID TO WS-RETURN-PAID
              ELSE
                 ADD 1 TO WS-RETURN-BAD-COUNT
              END-IF
           END-READ.

       140-TOTAL-YTD-PAID.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = "00"
              MOVE "Y" TO WS-YTD-AVAILABLE
              MOVE ZEROS TO YTD-NOM
              START YTD-FILE KEY IS NOT LESS THAN YTD-NOM
              END-START
              IF WS-YTD-STATUS = "00"
                 MOVE "n" TO WS-EOF-FLAG
                 PERFORM 141-READ-ONE-YTD
                    UNTIL WS-EOF-FLAG = "y"
              END-IF
              CLOSE YTD-FILE
           END-IF.

       141-READ-ONE-YTD.
           READ YTD-FILE NEXT RECORD
           AT END
              MOVE "y" TO WS-EOF-FLAG
           NOT AT END
              ADD YTD-PAID TO WS-YTD-PAID-TOTAL
           END-READ.

      *     terminations, year-end closes and opening balances move
      *     YTD-PAID outside any commission or adjustment run; their
      *     running total on the ledger explains that movement
       150-TOTAL-LEDGER-OTHER.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDG-STATUS = "00"
              MOVE "Y" TO WS-LEDG-AVAILABLE
              MOVE ZEROS TO LEDG-KEY
              START LEDGER-FILE KEY IS NOT LESS THAN LEDG-KEY
              END-START
              IF WS-LEDG-STATUS = "00"
                 MOVE "n" TO WS-EOF-FLAG
                 PERFORM 151-READ-ONE-LEDGER-ENTRY
                    UNTIL WS-EOF-FLAG = "y"
              END-IF
              CLOSE LEDGER-FILE
           END-IF.

       151-READ-ONE-LEDGER-ENTRY.
           READ LEDGER-FILE NEXT RECORD
           AT END
              MOVE "y" TO WS-EOF-FLAG
           NOT AT END
              IF LEDG-TYPE = "TS" OR LEDG-TYPE = "YE"
                 OR LEDG-TYPE = "OB"
                 ADD LEDG-PAID TO WS-LEDG-OTHER-PAID
              END-IF
           END-READ.

      *     the latest close before this period is the base the
      *     YTD-PAID movement is measured from
       160-READ-PRIOR-CLOSE.
           MOVE ZEROS TO CLOS-PERIOD-END.
           START CLOSE-STATUS-FILE
              KEY IS NOT LESS THAN CLOS-PERIOD-END
           END-START.
           IF WS-CLOS-STATUS = "00"
              MOVE "n" TO WS-EOF-FLAG
              PERFORM 161-READ-ONE-CLOSE
                 UNTIL WS-EOF-FLAG = "y"
           END-IF.

       161-READ-ONE-CLOSE.
           READ CLOSE-STATUS-FILE NEXT RECORD
           AT END
              MOVE "y" TO WS-EOF-FLAG
           NOT AT END
              IF CLOS-PERIOD-END < WS-PERIOD-END-DATE
                 MOVE "Y" TO WS-PRIOR-CLOSE-FOUND
                 MOVE CLOS-PERIOD-END TO WS-PRIOR-PERIOD-END
                 MOVE CLOS-YTD-PAID-TOTAL TO WS-PRIOR-YTD-PAID
                 MOVE CLOS-LEDG-OTHER-PAID TO WS-PRIOR-LEDG-OTHER
              ELSE
                 MOVE "y" TO WS-EOF-FLAG
              END-IF
           END-READ.

       170-PRINT-SOURCES.
           WRITE REPORT-LINE FROM WS-SOURCE-SECTION-LINE
              AFTER ADVANCING 1 LINE.

           IF WS-HIST-FOUND NOT = "Y"
              MOVE "NO RUN HISTORY RECORD FOR THE PERIOD"
                 TO WS-NOTE-TEXT
              PERFORM 175-WRITE-NOTE
           END-IF.
           MOVE "RUN HISTORY COMMISSION PAID" TO WS-SOURCE-TEXT.
           MOVE WS-HIST-PAID TO WS-SOURCE-VALUE.
           PERFORM 176-WRITE-SOURCE.
           MOVE "RUN HISTORY OVERRIDE PAID" TO WS-SOURCE-TEXT.
           MOVE WS-HIST-OVERRIDE TO WS-SOURCE-VALUE.
           PERFORM 176-WRITE-SOURCE.

           IF WS-GL-AVAILABLE NOT = "Y"
              MOVE "NO GL POSTING FILE - GL TAKEN AS ZERO"
                 TO WS-NOTE-TEXT
              PERFORM 175-WRITE-NOTE
           END-IF.
           MOVE "GL 2150 COMMISSION PAYABLE CREDIT" TO WS-SOURCE-TEXT.
           MOVE WS-GL-PAYABLE TO WS-SOURCE-VALUE.
           PERFORM 176-WRITE-SOURCE.
           MOVE "GL 6100 COMMISSION EXPENSE DEBITS" TO WS-SOURCE-TEXT.
           MOVE WS-GL-EXPENSE TO WS-SOURCE-VALUE.
           PERFORM 176-WRITE-SOURCE.
           MOVE "GL 6120 OVERRIDE EXPENSE DEBITS" TO WS-SOURCE-TEXT.
           MOVE WS-GL-OVERRIDE TO WS-SOURCE-VALUE.
           PERFORM 176-WRITE-SOURCE.

           IF WS-ACSV-AVAILABLE NOT = "Y"
              MOVE "NO ADJUSTMENT EXTRACT - NO ADJUSTMENTS TAKEN"
                 TO WS-NOTE-TEXT
              PERFORM 175-WRITE-NOTE
           END-IF.
           MOVE "ADJUSTMENT EXTRACT NET PAID" TO WS-SOURCE-TEXT.
           MOVE WS-ADJ-NET-PAID TO WS-SOURCE-VALUE.
           PERFORM 176-WRITE-SOURCE.

           IF WS-RET-AVAILABLE NOT = "Y"
              MOVE "NO PAYROLL RETURN FILE - RETURN TAKEN AS ZERO"
                 TO WS-NOTE-TEXT
              PERFORM 175-WRITE-NOTE
           END-IF.
           IF WS-RETURN-BAD-COUNT > 0
              MOVE "PAYROLL RETURN RECORDS NOT NUMERIC - NOT COUNTED"
                 TO WS-NOTE-TEXT
              PERFORM 175-WRITE-NOTE
           END-IF.
           MOVE "PAYROLL RETURN TOTAL PAID" TO WS-SOURCE-TEXT.
           MOVE WS-RETURN-PAID TO WS-SOURCE-VALUE.
           PERFORM 176-WRITE-SOURCE.

           IF WS-YTD-AVAILABLE NOT = "Y"
              MOVE "YTD FILE NOT AVAILABLE - YTD TAKEN AS ZERO"
                 TO WS-NOTE-TEXT
              PERFORM 175-WRITE-NOTE
           END-IF.
           MOVE "YTD-PAID TOTAL NOW" TO WS-SOURCE-TEXT.
           MOVE WS-YTD-PAID-TOTAL TO WS-SOURCE-VALUE.
           PERFORM 176-WRITE-SOURCE.
           IF WS-PRIOR-CLOSE-FOUND = "Y"
              MOVE SPACES TO WS-SOURCE-TEXT
              STRING "YTD-PAID TOTAL AT CLOSE OF "
                        DELIMITED BY SIZE
                     WS-PRIOR-PERIOD-END DELIMITED BY SIZE
                 INTO WS-SOURCE-TEXT
              MOVE WS-PRIOR-YTD-PAID TO WS-SOURCE-VALUE
              PERFORM 176-WRITE-SOURCE
           END-IF.

           IF WS-LEDG-AVAILABLE NOT = "Y"
              MOVE "POSTING LEDGER NOT AVAILABLE - OTHER MOVEMENT ZERO"
                 TO WS-NOTE-TEXT
              PERFORM 175-WRITE-NOTE
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.
           IF WS-PRIOR-CLOSE-FOUND = "Y"
              COMPUTE WS-LEDG-OTHER-MOVEMENT =
                 WS-LEDG-OTHER-PAID - WS-PRIOR-LEDG-OTHER
           ELSE
              MOVE 0 TO WS-LEDG-OTHER-MOVEMENT
           END-IF.
           MOVE "TERMINATION/YEAR-END/OPENING MOVEMENT"
              TO WS-SOURCE-TEXT.
           MOVE WS-LEDG-OTHER-MOVEMENT TO WS-SOURCE-VALUE.
           PERFORM 176-WRITE-SOURCE.

       175-WRITE-NOTE.
           WRITE REPORT-LINE FROM WS-NOTE-LINE
              AFTER ADVANCING 1 LINE.

       176-WRITE-SOURCE.
           WRITE REPORT-LINE FROM WS-SOURCE-LINE
              AFTER ADVANCING 1 LINE.

      *     every source is proved against what the run history says
      *     was paid for the period; the YTD-PAID movement must also
      *     take in the adjustments and the ledger's other movements
       180-PROVE-AGREEMENT.
           WRITE REPORT-LINE FROM WS-PROOF-SECTION-LINE
              AFTER ADVANCING 3 LINES.
           WRITE REPORT-LINE FROM WS-PROOF-HEADINGS
              AFTER ADVANCING 1 LINE.

           IF WS-HIST-FOUND NOT = "Y"
              ADD 1 TO WS-DIFF-COUNT
           END-IF.

           MOVE "GL 2150 PAYABLE CREDIT" TO WS-PRF-TEXT.
           MOVE WS-HIST-ALL-PAID TO WS-PRF-EXPECTED-AMT.
           MOVE WS-GL-PAYABLE TO WS-PRF-ACTUAL-AMT.
           PERFORM 185-PRINT-PROOF-LINE.

           MOVE "GL 6100 COMMISSION EXPENSE" TO WS-PRF-TEXT.
           MOVE WS-HIST-PAID TO WS-PRF-EXPECTED-AMT.
           MOVE WS-GL-EXPENSE TO WS-PRF-ACTUAL-AMT.
           PERFORM 185-PRINT-PROOF-LINE.

           MOVE "GL 6120 OVERRIDE EXPENSE" TO WS-PRF-TEXT.
           MOVE WS-HIST-OVERRIDE TO WS-PRF-EXPECTED-AMT.
           MOVE WS-GL-OVERRIDE TO WS-PRF-ACTUAL-AMT.
           PERFORM 185-PRINT-PROOF-LINE.

           MOVE "PAYROLL RETURN PAID" TO WS-PRF-TEXT.
           MOVE WS-HIST-ALL-PAID TO WS-PRF-EXPECTED-AMT.
           MOVE WS-RETURN-PAID TO WS-PRF-ACTUAL-AMT.
           PERFORM 185-PRINT-PROOF-LINE.

           IF WS-PRIOR-CLOSE-FOUND = "Y"
              COMPUTE WS-YTD-MOVEMENT =
                 WS-YTD-PAID-TOTAL - WS-PRIOR-YTD-PAID
              COMPUTE WS-EXPECTED-MOVEMENT = WS-HIST-PAID
                 + WS-ADJ-NET-PAID + WS-LEDG-OTHER-MOVEMENT
              MOVE "YTD-PAID MOVEMENT" TO WS-PRF-TEXT
              MOVE WS-EXPECTED-MOVEMENT TO WS-PRF-EXPECTED-AMT
              MOVE WS-YTD-MOVEMENT TO WS-PRF-ACTUAL-AMT
              PERFORM 185-PRINT-PROOF-LINE
           ELSE
              MOVE "NO EARLIER CLOSE - YTD-PAID MOVEMENT NOT PROVED"
                 TO WS-NOTE-TEXT
              PERFORM 175-WRITE-NOTE
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

       185-PRINT-PROOF-LINE.
           COMPUTE WS-PRF-DIFF-AMT =
              WS-PRF-ACTUAL-AMT - WS-PRF-EXPECTED-AMT.
           MOVE WS-PRF-EXPECTED-AMT TO WS-PRF-EXPECTED.
           MOVE WS-PRF-ACTUAL-AMT TO WS-PRF-ACTUAL.
           MOVE WS-PRF-DIFF-AMT TO WS-PRF-DIFF.
           IF WS-PRF-DIFF-AMT = 0
              MOVE "AGREES" TO WS-PRF-STATUS
           ELSE
              MOVE "DIFFERS" TO WS-PRF-STATUS
              ADD 1 TO WS-DIFF-COUNT
           END-IF.
           WRITE REPORT-LINE FROM WS-PROOF-LINE
              AFTER ADVANCING 1 LINE.

      *     a rerun of the close replaces the period's record, so a
      *     period that failed can be closed again once corrected or
      *     signed off
       190-WRITE-CLOSE-STATUS.
           MOVE WS-PERIOD-END-DATE TO CLOS-PERIOD-END.
           READ CLOSE-STATUS-FILE
           INVALID KEY
              MOVE "N" TO WS-CLOSE-ON-FILE
           NOT INVALID KEY
              MOVE "Y" TO WS-CLOSE-ON-FILE
           END-READ.

           MOVE SPACES TO CLOSE-STATUS-RECORD.
           MOVE WS-PERIOD-END-DATE TO CLOS-PERIOD-END.
           IF WS-DIFF-COUNT = 0
              MOVE "B" TO CLOS-STATUS
              MOVE "BALANCED" TO WS-CLOSE-STATUS-VALUE
           ELSE IF WS-SIGN-OFF-GIVEN = "Y"
              MOVE "S" TO CLOS-STATUS
              MOVE WS-SIGNED-BY TO CLOS-SIGNED-BY
              MOVE WS-SIGN-REASON TO CLOS-REASON
              MOVE "SIGNED OFF" TO WS-CLOSE-STATUS-VALUE
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           ELSE
              MOVE "U" TO CLOS-STATUS
              MOVE "NOT BALANCED" TO WS-CLOSE-STATUS-VALUE
              MOVE 8 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.
           MOVE WS-YTD-PAID-TOTAL TO CLOS-YTD-PAID-TOTAL.
           MOVE WS-LEDG-OTHER-PAID TO CLOS-LEDG-OTHER-PAID.
           MOVE WS-DIFF-COUNT TO CLOS-DIFF-COUNT.

           IF WS-CLOSE-ON-FILE = "Y"
              REWRITE CLOSE-STATUS-RECORD
              INVALID KEY
                 DISPLAY "A3SCLOSE: CLOSE STATUS REWRITE FAILED, "
                    "STATUS " WS-CLOS-STATUS
                 MOVE 12 TO WS-NEW-CONDITION
                 PERFORM 198-RAISE-CONDITION-CODE
              END-REWRITE
           ELSE
              WRITE CLOSE-STATUS-RECORD
              INVALID KEY
                 DISPLAY "A3SCLOSE: CLOSE STATUS WRITE FAILED, "
                    "STATUS " WS-CLOS-STATUS
                 MOVE 12 TO WS-NEW-CONDITION
                 PERFORM 198-RAISE-CONDITION-CODE
              END-WRITE
           END-IF.

           MOVE WS-DIFF-COUNT TO WS-DIFF-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-DIFF-COUNT-DETAIL
              AFTER ADVANCING 3 LINES.
           WRITE REPORT-LINE FROM WS-CLOSE-STATUS-DETAIL
              AFTER ADVANCING 1 LINE.
           IF CLOS-STATUS = "S"
              MOVE WS-SIGNED-BY TO WS-SIGNED-BY-VALUE
              WRITE REPORT-LINE FROM WS-SIGNED-BY-DETAIL
                 AFTER ADVANCING 1 LINE
              MOVE WS-SIGN-REASON TO WS-REASON-VALUE
              WRITE REPORT-LINE FROM WS-REASON-DETAIL
                 AFTER ADVANCING 1 LINE
           END-IF.

      *     condition codes only ever step up; the worst state wins
       198-RAISE-CONDITION-CODE.
           IF WS-NEW-CONDITION > WS-CONDITION-CODE
              MOVE WS-NEW-CONDITION TO WS-CONDITION-CODE
           END-IF.
      *
       END PROGRAM A3SCLOSE.
