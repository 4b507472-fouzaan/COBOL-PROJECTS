           SELECT SORT-FILE
               ASSIGN TO SORTWK.
      *
      * one row per paid salesperson who reports to a manager, sorted
      * by manager after the consolidation pass to settle overrides
           SELECT TEAM-WORK-FILE
               ASSIGN TO TEAMWK1
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT TEAM-SORTED-FILE
               ASSIGN TO TEAMWK2
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT TEAM-SORT-FILE
               ASSIGN TO TEAMSRT.
      *
      * a branch batch is spooled here until its trailer proves the
      * count and hash total, so a batch of any size can be held
           SELECT BATCH-HOLD-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *
      * proposed threshold/rate record for a what-if run; when it is
      * present the run simulates and posts nothing
           SELECT SIM-PARM-FILE
               ASSIGN TO SIMPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIM-PARM-STATUS.
      *
      * proposed commission plan master for a what-if run, laid out
      * as the plan master; without it the current plans are used
           SELECT SIM-PLAN-FILE
               ASSIGN TO SIMPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPLAN-KEY
               FILE STATUS IS WS-SIM-PLAN-STATUS.
      *
      * pay-period run control: period-end date plus processed flag,
      * rewritten as processed only at clean end of job
           SELECT RUN-CONTROL-FILE
               RECORD KEY IS DRAW-NOM
               FILE STATUS IS WS-DRAW-STATUS.
      *
      * posting ledger: one dated, typed entry for every movement of
      * a salesperson's YTD, override and draw balances, keyed by
      * salesperson number, period end date and sequence
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
      * region master: name, regional manager, GL cost center and
      * the active flag for every region code a row may carry
           SELECT REGION-FILE
               ASSIGN TO RGNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGN-CODE
               FILE STATUS IS WS-RGN-STATUS.
      *
      * sales quota by salesperson number and period end date, read
      * in key order alongside the sorted salespeople
           SELECT QUOTA-FILE
               ASSIGN TO QUOTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUOTA-KEY
               FILE STATUS IS WS-QUOTA-STATUS.
      *
      * branch submission schedule: every branch that must send a
      * batch for a pay period, with the cutoff date for it
           SELECT SCHEDULE-FILE
               ASSIGN TO SCHDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHD-KEY
               FILE STATUS IS WS-SCHD-STATUS.
      *
      * audit trail of commission payouts capped at MIN-COMM/MAX-COMM
           SELECT AUDIT-FILE
               ASSIGN TO AUDTFILE
               ASSIGN TO HISTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
      *
      * period-close status by period end; the prior period must be
      * balanced or signed off before the next one is processed
           SELECT CLOSE-STATUS-FILE
               ASSIGN TO CLOSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLOS-PERIOD-END
               FILE STATUS IS WS-CLOS-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
          05 COMM                       PIC 9(2)V9.
          05 REGION-CODE                PIC X(3).

      *     branch batch header: opens a branch submission, names
      *     the period it was cut for and the date the branch sent it
       01 INPUT-BATCH-HEADER.
          05 BH-TYPE                    PIC X(1).
          05 BH-BRANCH                  PIC X(3).
          05 BH-PERIOD-END              PIC 9(8).
          05 BH-SENT-DATE               PIC 9(8).
          05 FILLER                     PIC X(17).

      *     branch batch trailer: record count and hash total of the
      *     SALES field proving the submission arrived complete
       01 SORT-REC.
          05 SORT-NOM                   PIC 9(5).
          05 FILLER                     PIC X(33).
      *
       FD TEAM-WORK-FILE
           RECORDING MODE IS F
           DATA RECORD IS TEAM-WORK-REC
           RECORD CONTAINS 54 CHARACTERS.

      *     TEAM-MEMBER-PROP-PAID is pay under the proposed plan,
      *     carried on a what-if run only
       01 TEAM-WORK-REC.
          05 TEAM-MGR-NOM               PIC 9(5).
          05 TEAM-MEMBER-NOM            PIC 9(5).
          05 TEAM-MEMBER-NAME           PIC X(20).
          05 TEAM-MEMBER-PAID           PIC 9(8)V99.
          05 TEAM-MEMBER-REGION         PIC X(3).
          05 TEAM-MEMBER-PROP-PAID      PIC 9(8)V99.
          05 FILLER                     PIC X(1).
      *
       FD TEAM-SORTED-FILE
           RECORDING MODE IS F
           DATA RECORD IS TEAM-SORTED-REC
           RECORD CONTAINS 54 CHARACTERS.

       01 TEAM-SORTED-REC.
          05 TSRT-MGR-NOM               PIC 9(5).
          05 TSRT-MEMBER-NOM            PIC 9(5).
          05 TSRT-MEMBER-NAME           PIC X(20).
          05 TSRT-MEMBER-PAID           PIC 9(8)V99.
          05 TSRT-MEMBER-REGION         PIC X(3).
          05 TSRT-MEMBER-PROP-PAID      PIC 9(8)V99.
          05 FILLER                     PIC X(1).
      *
       SD TEAM-SORT-FILE
           DATA RECORD IS TEAM-SORT-REC
           RECORD CONTAINS 54 CHARACTERS.

       01 TEAM-SORT-REC.
          05 TSORT-MGR-NOM              PIC 9(5).
          05 TSORT-MEMBER-NOM           PIC 9(5).
          05 FILLER                     PIC X(44).
      *
       FD BATCH-HOLD-FILE
           RECORDING MODE IS F
        FD OUTPUT-FILE
            RECORDING MODE IS F
            DATA RECORD IS OUTPUT-LINE
            RECORD CONTAINS 200 CHARACTERS.

       01 OUTPUT-LINE                   PIC X(200).
      *
       FD REJECT-FILE
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
       FD SIM-PARM-FILE
           RECORDING MODE IS F
           DATA RECORD IS SIM-PARM-RECORD
           RECORD CONTAINS 24 CHARACTERS.

      *     laid out as the parameter record; only the threshold and
      *     bonus rate change pay, the rest is not used
       01 SIM-PARM-RECORD.
          05 SPARM-MAX-SALES-THRESHOLD  PIC 9(6).
          05 SPARM-BONUS-RATE           PIC 9(5)V99.
          05 FILLER                     PIC X(11).
      *
       FD SIM-PLAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS SIM-PLAN-RECORD
           RECORD CONTAINS 80 CHARACTERS.

       01 SIM-PLAN-RECORD.
          05 SPLAN-KEY.
             10 SPLAN-CODE              PIC X(3).
             10 SPLAN-EFF-DATE          PIC 9(8).
          05 SPLAN-NAME                 PIC X(20).
          05 SPLAN-TIER-COUNT           PIC 9.
          05 SPLAN-TIER-ENTRY OCCURS 3 TIMES.
             10 SPLAN-TIER-THRESHOLD    PIC 9(6).
             10 SPLAN-TIER-RATE         PIC 9(5)V99.
          05 SPLAN-CAP-POLICY           PIC X(1).
          05 SPLAN-RETIRE-DATE          PIC 9(8).
      *
       FD RUN-CONTROL-FILE
           RECORDING MODE IS F
       FD YTD-FILE
           RECORDING MODE IS F
           DATA RECORD IS YTD-RECORD
           RECORD CONTAINS 53 CHARACTERS.

      *     YTD-OVERRIDE is manager override paid, kept apart from the
      *     salesperson's own commission and stamped with its own
      *     period so either posting can be rerun on its own
       01 YTD-RECORD.
          05 YTD-NOM                    PIC 9(5).
          05 YTD-NAME                   PIC X(8).
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

      *     MAST-REPORTS-TO is the manager's salesperson number, zero
      *     for nobody; MAST-OVERRIDE-RATE is the percent of the
      *     direct team's paid commission a manager earns
       01 MASTER-RECORD.
          05 MAST-NOM                   PIC 9(5).
          05 MAST-NAME                  PIC X(20).
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
       FD REGION-FILE
           RECORDING MODE IS F
           DATA RECORD IS REGION-RECORD
           RECORD CONTAINS 40 CHARACTERS.

      *     RGN-COST-CENTER is the full commission expense account the
      *     region's pay is charged to; RGN-ACTIVE is Y or N
       01 REGION-RECORD.
          05 RGN-CODE                   PIC X(3).
          05 RGN-NAME                   PIC X(20).
          05 RGN-MANAGER-NOM            PIC 9(5).
          05 RGN-COST-CENTER            PIC X(8).
          05 RGN-ACTIVE                 PIC X(1).
          05 FILLER                     PIC X(3).
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
       FD SCHEDULE-FILE
           RECORDING MODE IS F
           DATA RECORD IS SCHEDULE-RECORD
           RECORD CONTAINS 24 CHARACTERS.

       01 SCHEDULE-RECORD.
          05 SCHD-KEY.
             10 SCHD-PERIOD-END         PIC 9(8).
             10 SCHD-BRANCH             PIC X(3).
          05 SCHD-CUTOFF-DATE           PIC 9(8).
          05 FILLER                     PIC X(5).
      *
       FD AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-POSTING-RECORD
           RECORD CONTAINS 80 CHARACTERS.

      *     accounts: region master cost center (6100-rgn when the
      *     region master is down) commission expense, 6120 manager
      *     override expense, 2150 commission payable, 6110
      *     capped-commission accrual expense, 2160 accrued
      *     commission liability
       01 GL-POSTING-RECORD.
          05 GL-ACCOUNT                 PIC X(8).
          05 GL-DESCRIPTION             PIC X(24).
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
       FD CLOSE-STATUS-FILE
           RECORDING MODE IS F
           DATA RECORD IS CLOSE-STATUS-RECORD
           RECORD CONTAINS 80 CHARACTERS.

      *     status: B balanced, S signed off with a reason, U not
      *     balanced
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
         WORKING-STORAGE SECTION.
       01 WS-HEADER-LINE.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 FILLER                     PIC X(12) VALUE
                "SPLIT SALES".
          05 FILLER                     PIC X(11) VALUE SPACES.
          05 FILLER                     PIC X(8) VALUE "ATTAIN %".
       01 WS-TITLE-LINE.
          05 FILLER                     PIC X(55) VALUE SPACES.
          05 FILLER                     PIC X(40) VALUE
          05 WS-YTD-AVAILABLE           PIC X VALUE "N".
          05 WS-CAP-APPLIED             PIC X VALUE "N".
          05 WS-DRAW-AVAILABLE          PIC X VALUE "N".
          05 WS-LEDG-AVAILABLE          PIC X VALUE "N".
          05 WS-QUOTA-AVAILABLE         PIC X VALUE "N".
          05 WS-RGN-AVAILABLE           PIC X VALUE "N".

       01 WS-DEATIL-LINE.
          05 WS-NUMBER                  PIC 9(5).
          05 WS-SOURCE-ROWS             PIC ZZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SPLIT-SALES-OUT         PIC ZZ,ZZZ,ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-ATTAIN-OUT              PIC X(8).
      *     Grand totals
       01 WS-GRAND-TOTALS.
          05 WS-TOTAL-TITLE             PIC X(60)
          05 WS-YTD-EARNED-TOTAL-VALUE  PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-YTD-PAID-TOTAL-VALUE    PIC $ZZZ,ZZ9.99.
      *     manager override totals, kept off the commission totals
       01 WS-OVR-GRAND-TOTALS.
          05 WS-OVR-TOTAL-TITLE         PIC X(60)
                VALUE "Manager override totals".
          05 FILLER                     PIC X(21) VALUE SPACES.
          05 WS-OVR-PAID-TOTAL-VALUE    PIC $ZZZ,ZZ9.99.

       01 WS-OVR-YTD-GRAND-TOTALS.
          05 WS-OVR-YTD-TOTAL-TITLE     PIC X(60)
                VALUE "Year-to-date manager override totals".
          05 FILLER                     PIC X(21) VALUE SPACES.
          05 WS-OVR-YTD-TOTAL-VALUE     PIC $ZZZ,ZZ9.99.
      *     region control-break subtotal line
       01 WS-REGION-TOTALS-LINE.
          05 WS-REGION-TOTAL-TITLE      PIC X(20).
          05 WS-REGION-NAME-VALUE       PIC X(20).
          05 FILLER                     PIC X(20) VALUE SPACES.
          05 WS-REGION-EARNED-VALUE     PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-REGION-PAID-VALUE       PIC $ZZZ,ZZ9.99.
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-REGION-COUNT-VALUE      PIC ZZ9.
          05 FILLER                     PIC X(9) VALUE "    QUOTA".
          05 WS-REGION-QUOTA-VALUE      PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                     PIC X(10) VALUE
                "    ATTAIN".
          05 WS-REGION-ATTAIN-VALUE     PIC X(8).

      *     diagnostic when a distinct region overflows the table
       01 WS-REGION-OVERFLOW-DETAIL.
          05 WS-PLAN-COUNT              PIC 9(2) VALUE 0.
          05 WS-PLAN-ENTRY OCCURS 10 TIMES INDEXED BY WS-PLAN-IDX.
             10 WS-PLAN-CODE-TBL        PIC X(3).
             10 WS-PLAN-EFF-TBL         PIC 9(8).
             10 WS-PLAN-RETIRE-TBL      PIC 9(8).
             10 WS-PLAN-TIER-CNT        PIC 9.
             10 WS-PLAN-TIER OCCURS 3 TIMES.
                15 WS-PLAN-THRESHOLD    PIC 9(6).
       77 WS-ACTIVE-PLAN-SUB            PIC 9(2) VALUE 1.
       77 WS-PLAN-TIER-SUB              PIC 9 VALUE 1.
       77 WS-PLAN-STATUS                PIC XX VALUE SPACES.
       77 WS-PLAN-TABLE-FULL            PIC X VALUE "N".
       77 WS-MAST-PLAN-CODE             PIC X(3) VALUE SPACES.
       77 WS-TIER-BONUS-EARNED          PIC X VALUE "N".

       77 WS-REGION-OVERFLOW-COUNT      PIC 9(3) VALUE 0.
       77 WS-REGION-OVF-PAID            PIC 9(11)V99 VALUE 0.00.

      *     quota attainment by region, kept alongside the region
      *     totals entry of the same number; only salespeople with a
      *     quota this period count toward the region's attainment
       01 WS-REGION-QUOTA-TABLE.
          05 WS-REGION-QUOTA-ENTRY OCCURS 10 TIMES.
             10 WS-REGION-QSALES-TBL    PIC 9(9).
             10 WS-REGION-QUOTA-TBL     PIC 9(9).
             10 WS-REGION-QCOUNT-TBL    PIC 9(5).

       77 WS-REGION-SUB                 PIC 9(2) VALUE 0.

      *     region master lookup: the code asked for and what the
      *     master holds for it
       77 WS-RGN-STATUS                 PIC XX VALUE SPACES.
       77 WS-RGN-LOOKUP-CODE            PIC X(3) VALUE SPACES.
       77 WS-RGN-FOUND                  PIC X VALUE "N".
       77 WS-RGN-NAME-WORK              PIC X(20) VALUE SPACES.
       77 WS-RGN-COST-CENTER-WORK       PIC X(8) VALUE SPACES.
       77 WS-RGN-ACTIVE-WORK            PIC X VALUE SPACE.

      *     quota file read in key order beside the sorted pass; the
      *     next salesperson number on the quota file, 999999 once
      *     the file is exhausted
       77 WS-QUOTA-STATUS               PIC XX VALUE SPACES.
       77 WS-QUOTA-NEXT-NOM             PIC 9(6) VALUE 999999.
       77 WS-QUOTA-FOUND                PIC X VALUE "N".
       77 WS-PERSON-QUOTA               PIC 9(8) VALUE 0.
       77 WS-ATTAIN-PCT                 PIC 9(4)V9 VALUE 0.
       77 WS-ATTAIN-EDIT                PIC ZZZ9.9.
       77 WS-ATTAIN-FLOOR               PIC 9(3) VALUE 50.
       77 WS-BELOW-FLOOR-COUNT          PIC 9(5) VALUE 0.
       77 WS-NO-QUOTA-COUNT             PIC 9(5) VALUE 0.
       77 WS-QUOTA-NO-SALES-COUNT       PIC 9(5) VALUE 0.

      *     salespeople under the attainment floor, with sales but no
      *     quota, and quotas with no sales, held for the exception
      *     listing; the counts keep going when the table fills
       01 WS-QEXC-WORK.
          05 WS-QEXC-NOM                PIC 9(5).
          05 WS-QEXC-NAME               PIC X(20).
          05 WS-QEXC-REGION             PIC X(3).
          05 WS-QEXC-SALES              PIC 9(8).
          05 WS-QEXC-QUOTA              PIC 9(8).
          05 WS-QEXC-ATTAIN             PIC X(8).
          05 WS-QEXC-TYPE               PIC X(30).

       01 WS-QEXC-TABLE.
          05 WS-QEXC-COUNT              PIC 9(3) VALUE 0.
          05 WS-QEXC-ENTRY OCCURS 200 TIMES PIC X(82).

       77 WS-QEXC-SUB                   PIC 9(3) VALUE 0.
       77 WS-QEXC-DROPPED               PIC X VALUE "N".

       01 WS-QEXC-SECTION-LINE.
          05 FILLER                     PIC X(40) VALUE
                "QUOTA ATTAINMENT EXCEPTIONS".
          05 FILLER                     PIC X(21) VALUE
                "ATTAINMENT FLOOR PCT".
          05 WS-QEXC-FLOOR-VALUE        PIC ZZ9.
          05 FILLER                     PIC X(16) VALUE SPACES.

       01 WS-QEXC-COLUMN-HEADINGS.
          05 FILLER                     PIC X(7) VALUE "NO.".
          05 FILLER                     PIC X(22) VALUE "NAME".
          05 FILLER                     PIC X(5) VALUE "RGN".
          05 FILLER                     PIC X(12) VALUE "SALES".
          05 FILLER                     PIC X(12) VALUE "QUOTA".
          05 FILLER                     PIC X(10) VALUE "ATTAIN %".
          05 FILLER                     PIC X(30) VALUE "EXCEPTION".

       01 WS-QEXC-DETAIL-LINE.
          05 WS-QEXC-NOM-OUT            PIC 9(5).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-QEXC-NAME-OUT           PIC X(20).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-QEXC-REGION-OUT         PIC X(3).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-QEXC-SALES-OUT          PIC ZZ,ZZZ,ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-QEXC-QUOTA-OUT          PIC ZZ,ZZZ,ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-QEXC-ATTAIN-OUT         PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-QEXC-TYPE-OUT           PIC X(30).

       01 WS-QEXC-LIMIT-LINE.
          05 FILLER                     PIC X(60) VALUE
                "QUOTA EXCEPTIONS LIMITED TO FIRST 200 LISTED".

       01 WS-QEXC-NO-FILE-LINE.
          05 FILLER                     PIC X(60) VALUE
                "QUOTA FILE NOT AVAILABLE - ATTAINMENT NOT REPORTED".

       01 WS-BELOW-FLOOR-DETAIL.
          05 WS-BELOW-FLOOR-TEXT        PIC X(60)
                VALUE "SALESPEOPLE BELOW ATTAINMENT FLOOR".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-BELOW-FLOOR-VALUE       PIC ZZ,ZZ9.

       01 WS-NO-QUOTA-DETAIL.
          05 WS-NO-QUOTA-TEXT           PIC X(60)
                VALUE "SALESPEOPLE WITH SALES BUT NO QUOTA".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-NO-QUOTA-VALUE          PIC ZZ,ZZ9.

       01 WS-QUOTA-NO-SALES-DETAIL.
          05 WS-QUOTA-NO-SALES-TEXT     PIC X(60)
                VALUE "QUOTAS WITH NO SALES THIS PERIOD".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-QUOTA-NO-SALES-VALUE    PIC ZZ,ZZ9.

      *     master, YTD and draw files read in key order beside the
      *     sorted pass, the way the quota file is; each holds the
      *     next salesperson number on its file, 999999 once the file
      *     is exhausted. The YTD and draw records read ahead are kept
      *     aside, because a new record written for a first-time
      *     salesperson goes through the same record area
       77 WS-MAST-NEXT-NOM              PIC 9(6) VALUE 999999.
       77 WS-YTD-NEXT-NOM               PIC 9(6) VALUE 999999.
       77 WS-DRAW-NEXT-NOM              PIC 9(6) VALUE 999999.
       77 WS-MERGE-LOW-NOM              PIC 9(6) VALUE 999999.
       77 WS-MERGE-BOUND-NOM            PIC 9(6) VALUE 0.
       77 WS-YTD-HOLD                   PIC X(53) VALUE SPACES.
       77 WS-DRAW-HOLD                  PIC X(45) VALUE SPACES.
       77 WS-MAST-NO-SALES-COUNT        PIC 9(5) VALUE 0.
       77 WS-YTD-OFF-MASTER-COUNT       PIC 9(5) VALUE 0.
       77 WS-DRAW-OFF-MASTER-COUNT      PIC 9(5) VALUE 0.

      *     active master records with no sales this period, and YTD
      *     and draw records whose salesperson is no longer on the
      *     master, held for the exception listing; the counts keep
      *     going when the table fills
       01 WS-MEXC-WORK.
          05 WS-MEXC-NOM                PIC 9(5).
          05 WS-MEXC-NAME               PIC X(20).
          05 WS-MEXC-REGION             PIC X(3).
          05 WS-MEXC-BALANCE            PIC 9(7)V99.
          05 WS-MEXC-TYPE               PIC X(30).

       01 WS-MEXC-TABLE.
          05 WS-MEXC-COUNT              PIC 9(3) VALUE 0.
          05 WS-MEXC-ENTRY OCCURS 200 TIMES PIC X(67).

       77 WS-MEXC-SUB                   PIC 9(3) VALUE 0.
       77 WS-MEXC-DROPPED               PIC X VALUE "N".

       01 WS-MEXC-SECTION-LINE.
          05 FILLER                     PIC X(60) VALUE
                "MASTER, YTD AND DRAW FILE EXCEPTIONS".

       01 WS-MEXC-COLUMN-HEADINGS.
          05 FILLER                     PIC X(7) VALUE "NO.".
          05 FILLER                     PIC X(22) VALUE "NAME".
          05 FILLER                     PIC X(5) VALUE "RGN".
          05 FILLER                     PIC X(15) VALUE "BALANCE".
          05 FILLER                     PIC X(30) VALUE "EXCEPTION".

       01 WS-MEXC-DETAIL-LINE.
          05 WS-MEXC-NOM-OUT            PIC 9(5).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-MEXC-NAME-OUT           PIC X(20).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-MEXC-REGION-OUT         PIC X(3).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-MEXC-BALANCE-OUT        PIC Z,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-MEXC-TYPE-OUT           PIC X(30).

       01 WS-MEXC-LIMIT-LINE.
          05 FILLER                     PIC X(60) VALUE
                "FILE EXCEPTIONS LIMITED TO FIRST 200 LISTED".

       01 WS-MEXC-NO-MASTER-LINE.
          05 FILLER                     PIC X(60) VALUE
                "MASTER FILE NOT AVAILABLE - FILES NOT COMPARED".

       01 WS-MAST-NO-SALES-DETAIL.
          05 WS-MAST-NO-SALES-TEXT      PIC X(60)
                VALUE "ACTIVE MASTER RECORDS WITH NO SALES".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-MAST-NO-SALES-VALUE     PIC ZZ,ZZ9.

       01 WS-YTD-OFF-MASTER-DETAIL.
          05 WS-YTD-OFF-MASTER-TEXT     PIC X(60)
                VALUE "YTD RECORDS NOT ON MASTER".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-YTD-OFF-MASTER-VALUE    PIC ZZ,ZZ9.

       01 WS-DRAW-OFF-MASTER-DETAIL.
          05 WS-DRAW-OFF-MASTER-TEXT    PIC X(60)
                VALUE "DRAW LEDGER RECORDS NOT ON MASTER".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-DRAW-OFF-MASTER-VALUE   PIC ZZ,ZZ9.

      *     the salesperson in hand during the control-break pass over
      *     the sorted work file; split submissions from branches pay
      *     as one person because their rows sort together
          05 WS-CONSOL-MAST-NAME        PIC X(20).
          05 WS-CONSOL-SPLIT-SALES      PIC 9(8).

       77 WS-MAST-REPORTS-TO            PIC 9(5) VALUE 0.

      *     the manager in hand during the override pass over the
      *     team rows sorted by manager; the first 100 direct reports
      *     are kept to list on the manager's override statement
       01 WS-OVR-WORK.
          05 WS-OVR-MGR-NOM             PIC 9(5).
          05 WS-OVR-MGR-NAME            PIC X(20).
          05 WS-OVR-MGR-REGION          PIC X(3).
          05 WS-OVR-RATE                PIC 9(2)V99.
          05 WS-OVR-TEAM-COUNT          PIC 9(5).
          05 WS-OVR-TEAM-PAID           PIC 9(9)V99.
          05 WS-OVR-AMOUNT              PIC 9(8)V99.
          05 WS-OVR-YTD                 PIC 9(6)V99.
          05 WS-OVR-PAY-FLAG            PIC X.
          05 WS-OVR-REASON              PIC X(30).

       01 WS-OVR-TEAM-TABLE.
          05 WS-OVR-LIST-COUNT          PIC 9(3) VALUE 0.
          05 WS-OVR-LIST-ENTRY OCCURS 100 TIMES.
             10 WS-OVR-LIST-NOM         PIC 9(5).
             10 WS-OVR-LIST-NAME        PIC X(20).
             10 WS-OVR-LIST-REGION      PIC X(3).
             10 WS-OVR-LIST-PAID        PIC 9(8)V99.

       77 WS-OVR-LIST-SUB               PIC 9(3) VALUE 0.
       77 WS-OVR-UNLISTED               PIC 9(5) VALUE 0.
       77 WS-OVR-TOTAL-PAID             PIC 9(9)V99 VALUE 0.00.
       77 WS-OVR-YTD-TOTAL              PIC 9(9)V99 VALUE 0.00.
       77 WS-OVR-PAID-COUNT             PIC 9(5) VALUE 0.
       77 WS-OVR-UNPAID-COUNT           PIC 9(5) VALUE 0.
       77 WS-TEAM-ROWS-RELEASED         PIC 9(6) VALUE 0.
       77 WS-TEAM-EOF-FLAG              PIC X VALUE "n".

      *     manager override section of the commission report
       01 WS-OVR-SECTION-LINE.
          05 FILLER                     PIC X(60) VALUE
                "MANAGER OVERRIDES ON DIRECT TEAM PAID COMMISSION".
          05 FILLER                     PIC X(140) VALUE SPACES.

       01 WS-OVR-COLUMN-HEADINGS.
          05 FILLER                     PIC X(9) VALUE "MANAGER".
          05 FILLER                     PIC X(22) VALUE "NAME".
          05 FILLER                     PIC X(7) VALUE "TEAM".
          05 FILLER                     PIC X(16) VALUE "TEAM PAID".
          05 FILLER                     PIC X(8) VALUE "RATE".
          05 FILLER                     PIC X(16) VALUE "OVERRIDE".
          05 FILLER                     PIC X(30) VALUE "STATUS".
          05 FILLER                     PIC X(92) VALUE SPACES.

       01 WS-OVR-DETAIL-LINE.
          05 WS-OVR-NOM-OUT             PIC 9(5).
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-OVR-NAME-OUT            PIC X(20).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OVR-COUNT-OUT           PIC ZZZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OVR-TEAM-PAID-OUT       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OVR-RATE-OUT            PIC Z9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-OVR-AMOUNT-OUT          PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-OVR-STATUS-OUT          PIC X(30).
          05 FILLER                     PIC X(92) VALUE SPACES.

       01 WS-OVR-NONE-LINE.
          05 FILLER                     PIC X(60) VALUE
                "NO SALESPEOPLE REPORT TO A MANAGER THIS PERIOD".
          05 FILLER                     PIC X(140) VALUE SPACES.

       01 WS-OVR-PAID-COUNT-DETAIL.
          05 WS-OVR-PAID-COUNT-TEXT     PIC X(60)
                VALUE "MANAGERS PAID AN OVERRIDE".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-OVR-PAID-COUNT-VALUE    PIC ZZ,ZZ9.

       01 WS-OVR-UNPAID-COUNT-DETAIL.
          05 WS-OVR-UNPAID-COUNT-TEXT   PIC X(60)
                VALUE "MANAGERS WITH A TEAM NOT PAID AN OVERRIDE".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-OVR-UNPAID-COUNT-VALUE  PIC ZZ,ZZ9.

       77 WS-CONSOL-PERSONS             PIC 9(6) VALUE 0.
       77 WS-CONSOL-ROWS-TOTAL          PIC 9(6) VALUE 0.
       77 WS-WORK-REGION                PIC X(3) VALUE SPACES.
          05 WS-CSV-PAID                PIC 9(6)V99.
          05 FILLER                     PIC X VALUE ",".
          05 WS-CSV-PERIOD              PIC 9(8).
          05 FILLER                     PIC X VALUE ",".
      *     line type: C salesperson commission, O manager override
          05 WS-CSV-TYPE                PIC X(1).
          05 FILLER                     PIC X(6) VALUE SPACES.

      *     audit record for any payout capped at MIN-COMM/MAX-COMM
       01 WS-AUDIT-LINE.
          05 WS-BATCH-ACCEPTED          PIC 9(6) VALUE 0.
          05 WS-BATCH-HASH              PIC 9(12) VALUE 0.
          05 WS-BATCH-FAIL-REASON       PIC X(20) VALUE SPACES.
          05 WS-BATCH-SENT-DATE         PIC 9(8) VALUE 0.

       77 WS-HOLD-EOF-FLAG              PIC X VALUE "n".

          05 WS-BATCH-RECON-STATUS      PIC X(20).
          05 FILLER                     PIC X(32) VALUE SPACES.

      *     branch schedule for the period in hand, with what each
      *     branch actually sent; branches that sent a batch without
      *     being scheduled are added to the end of the table
       01 WS-SCHED-TABLE.
          05 WS-SCHED-COUNT             PIC 9(2) VALUE 0.
          05 WS-SCHED-ENTRY OCCURS 50 TIMES
                INDEXED BY WS-SCHED-IDX.
             10 WS-SCHED-BRANCH-TBL     PIC X(3).
             10 WS-SCHED-CUTOFF-TBL     PIC 9(8).
             10 WS-SCHED-LISTED-TBL     PIC X.
             10 WS-SCHED-BATCHES-TBL    PIC 9(3).
             10 WS-SCHED-ACCEPTED-TBL   PIC 9(3).
             10 WS-SCHED-REJECTED-TBL   PIC 9(3).
             10 WS-SCHED-LAST-SENT-TBL  PIC 9(8).
             10 WS-SCHED-UNDATED-TBL    PIC X.

       77 WS-SCHD-STATUS                PIC XX VALUE SPACES.
       77 WS-SCHED-SUB                  PIC 9(2) VALUE 0.
       77 WS-SCHED-FOUND                PIC X VALUE "N".
       77 WS-SCHED-LISTED-COUNT         PIC 9(3) VALUE 0.
       77 WS-SCHED-DONE                 PIC X VALUE "N".
       77 WS-SCHED-AVAILABLE            PIC X VALUE "N".
       77 WS-SCHED-OVERFLOW-COUNT       PIC 9(3) VALUE 0.
       77 WS-SCHED-MISSING-COUNT        PIC 9(3) VALUE 0.
       77 WS-SCHED-LATE-COUNT           PIC 9(3) VALUE 0.
       77 WS-SCHED-DUP-COUNT            PIC 9(3) VALUE 0.
       77 WS-SCHED-EXTRA-COUNT          PIC 9(3) VALUE 0.

       01 WS-SCHED-SECTION-LINE.
          05 FILLER                     PIC X(40) VALUE
                "BRANCH SUBMISSIONS AGAINST SCHEDULE".
          05 FILLER                     PIC X(40) VALUE SPACES.

       01 WS-SCHED-COLUMN-HEADINGS.
          05 FILLER                     PIC X(8) VALUE "BRANCH".
          05 FILLER                     PIC X(10) VALUE "CUTOFF".
          05 FILLER                     PIC X(9) VALUE "BATCHES".
          05 FILLER                     PIC X(10) VALUE "ACCEPTED".
          05 FILLER                     PIC X(10) VALUE "REJECTED".
          05 FILLER                     PIC X(11) VALUE "LAST SENT".
          05 FILLER                     PIC X(22) VALUE "STATUS".

       01 WS-SCHED-LINE.
          05 WS-SCHED-OUT-BRANCH        PIC X(3).
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-SCHED-OUT-CUTOFF        PIC X(8).
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-SCHED-OUT-BATCHES       PIC ZZ9.
          05 FILLER                     PIC X(7) VALUE SPACES.
          05 WS-SCHED-OUT-ACCEPTED      PIC ZZ9.
          05 FILLER                     PIC X(7) VALUE SPACES.
          05 WS-SCHED-OUT-REJECTED      PIC ZZ9.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-SCHED-OUT-SENT          PIC X(8).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-SCHED-OUT-STATUS        PIC X(22).

       01 WS-SCHED-NOTE-LINE.
          05 WS-SCHED-NOTE              PIC X(60).
          05 FILLER                     PIC X(20) VALUE SPACES.

       01 WS-SCHED-MISSING-DETAIL.
          05 WS-SCHED-MISSING-TEXT      PIC X(60)
                VALUE "SCHEDULED BRANCHES WITH NO BATCH PAID".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-SCHED-MISSING-VALUE     PIC ZZ9.

       01 WS-SCHED-LATE-DETAIL.
          05 WS-SCHED-LATE-TEXT         PIC X(60)
                VALUE "BRANCHES SENT AFTER CUTOFF OR UNDATED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-SCHED-LATE-VALUE        PIC ZZ9.

       01 WS-SCHED-DUP-DETAIL.
          05 WS-SCHED-DUP-TEXT          PIC X(60)
                VALUE "BRANCHES WITH MORE THAN ONE BATCH ACCEPTED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-SCHED-DUP-VALUE         PIC ZZ9.

       01 WS-SCHED-EXTRA-DETAIL.
          05 WS-SCHED-EXTRA-TEXT        PIC X(60)
                VALUE "BRANCHES SENDING WITHOUT A SCHEDULE ENTRY".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-SCHED-EXTRA-VALUE       PIC ZZ9.

       01 WS-SCHED-OVERFLOW-DETAIL.
          05 WS-SCHED-OVERFLOW-TEXT     PIC X(60)
                VALUE "BRANCHES NOT CHECKED - SCHEDULE TABLE FULL".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-SCHED-OVERFLOW-VALUE    PIC ZZ9.

       77 WS-YTD-STATUS                 PIC XX VALUE SPACES.
       77 WS-PARM-STATUS                PIC XX VALUE SPACES.
       77 WS-CKPT-STATUS                PIC XX VALUE SPACES.
       77 WS-MAST-STATUS                PIC XX VALUE SPACES.
       77 WS-HIST-STATUS                PIC XX VALUE SPACES.
       77 WS-RUNC-STATUS                PIC XX VALUE SPACES.
       77 WS-CLOS-STATUS                PIC XX VALUE SPACES.
       77 WS-CLOSE-PRIOR-PERIOD         PIC 9(8) VALUE 0.

      *     pay-period run control carried on every stamped output
       77 WS-PERIOD-END-DATE            PIC 9(8) VALUE 0.

       01 WS-GL-PAYABLE-DETAIL.
          05 WS-GL-PAYABLE-TEXT         PIC X(60)
                VALUE "GL PAYABLE POSTED VS TOTAL PAID AND OVERRIDES".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-GL-PAYABLE-VALUE        PIC $Z,ZZZ,ZZZ,ZZ9.99.

          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-GL-STATUS-VALUE         PIC X(15).

       01 WS-LEDG-COUNT-DETAIL.
          05 WS-LEDG-COUNT-TEXT         PIC X(60)
                VALUE "POSTING LEDGER ENTRIES WRITTEN".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-LEDG-COUNT-VALUE        PIC ZZZ,ZZ9.

      *     per-band capture of how the earned amount was built, for
      *     the individual statements
       01 WS-STMT-BAND-TABLE.
       77 WS-DRAW-BALANCE-NOW           PIC 9(6)V99 VALUE 0.00.
       77 WS-DRAW-EXCESS                PIC 9(8)V99 VALUE 0.00.

      *     one posting ledger entry being built; the sequence runs
      *     on from the last entry already held for the number and
      *     period
       77 WS-LEDG-STATUS                PIC XX VALUE SPACES.
       77 WS-LEDG-NOM                   PIC 9(5) VALUE 0.
       77 WS-LEDG-TYPE                  PIC X(2) VALUE SPACES.
       77 WS-LEDG-EARNED                PIC S9(6)V99 VALUE 0.00.
       77 WS-LEDG-PAID                  PIC S9(6)V99 VALUE 0.00.
       77 WS-LEDG-OVERRIDE              PIC S9(6)V99 VALUE 0.00.
       77 WS-LEDG-DRAW                  PIC S9(6)V99 VALUE 0.00.
       77 WS-LEDG-LAST-SEQ              PIC 9(4) VALUE 0.
       77 WS-LEDG-SEQ-DONE              PIC X VALUE "N".
       77 WS-LEDG-ENTRIES               PIC 9(6) VALUE 0.

       01 WS-STMT-TITLE-LINE.
          05 FILLER                     PIC X(30) VALUE
                "COMMISSION STATEMENT".
          05 WS-STMT-SALES-VALUE        PIC ZZ,ZZZ,ZZ9.
          05 FILLER                     PIC X(35) VALUE SPACES.

       01 WS-STMT-QUOTA-LINE.
          05 FILLER                     PIC X(45) VALUE
                "QUOTA THIS PERIOD".
          05 WS-STMT-QUOTA-VALUE        PIC ZZ,ZZZ,ZZ9.
          05 FILLER                     PIC X(35) VALUE SPACES.

       01 WS-STMT-ATTAIN-LINE.
          05 FILLER                     PIC X(45) VALUE
                "QUOTA ATTAINMENT PERCENT".
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-STMT-ATTAIN-VALUE       PIC ZZZ9.9.
          05 FILLER                     PIC X(35) VALUE SPACES.

       01 WS-STMT-MONEY-LINE.
          05 WS-STMT-MONEY-LABEL        PIC X(45).
          05 WS-STMT-MONEY-VALUE        PIC ZZ,ZZZ,ZZ9.99.
          05 WS-STMT-CAP-TEXT           PIC X(60).
          05 FILLER                     PIC X(30) VALUE SPACES.

      *     manager override statement page
       01 WS-STMT-OVR-TITLE-LINE.
          05 FILLER                     PIC X(30) VALUE
                "MANAGER OVERRIDE STATEMENT".
          05 FILLER                     PIC X(15) VALUE
                "PERIOD ENDING".
          05 WS-STMT-OVR-PERIOD-DATE    PIC 9(8).
          05 FILLER                     PIC X(37) VALUE SPACES.

       01 WS-STMT-TEAM-HEADINGS.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 FILLER                     PIC X(7) VALUE "NO.".
          05 FILLER                     PIC X(22) VALUE "TEAM MEMBER".
          05 FILLER                     PIC X(12) VALUE "REGION".
          05 FILLER                     PIC X(15) VALUE
                "COMMISSION PAID".
          05 FILLER                     PIC X(30) VALUE SPACES.

       01 WS-STMT-TEAM-LINE.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-STMT-TEAM-NOM           PIC 9(5).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-STMT-TEAM-NAME          PIC X(20).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-STMT-TEAM-REGION        PIC X(3).
          05 FILLER                     PIC X(9) VALUE SPACES.
          05 WS-STMT-TEAM-PAID          PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(32) VALUE SPACES.

       01 WS-STMT-RATE-LINE.
          05 FILLER                     PIC X(45) VALUE
                "OVERRIDE RATE PERCENT".
          05 FILLER                     PIC X(8) VALUE SPACES.
          05 WS-STMT-RATE-VALUE         PIC Z9.99.
          05 FILLER                     PIC X(32) VALUE SPACES.

      *     what-if simulation: the current plan table is saved and
      *     the proposed one built beside it at startup, and each
      *     salesperson is paid under both; nothing is posted
       77 WS-SIM-MODE                   PIC X VALUE "N".
       77 WS-SIM-PARM-STATUS            PIC XX VALUE SPACES.
       77 WS-SIM-PLAN-STATUS            PIC XX VALUE SPACES.
       77 WS-SIM-PLANS-LOADED           PIC X VALUE "N".
       77 WS-SIM-THRESHOLD              PIC 9(6) VALUE 0.
       77 WS-SIM-BONUS-RATE             PIC 9(5)V99 VALUE 0.
       77 WS-SIM-THRESH-GIVEN           PIC X VALUE "N".
       77 WS-SIM-RATE-GIVEN             PIC X VALUE "N".
       77 WS-SIM-CUR-THRESHOLD          PIC 9(6) VALUE 0.
       77 WS-SIM-CUR-BONUS-RATE         PIC 9(5)V99 VALUE 0.
       01 WS-SIM-CUR-PLANS              PIC X(602).
       01 WS-SIM-PROP-PLANS             PIC X(602).

      *     the salesperson in hand on a what-if run
       77 WS-SIM-CUR-PAID               PIC 9(8)V99 VALUE 0.00.
       77 WS-SIM-PROP-PAID              PIC 9(8)V99 VALUE 0.00.
       77 WS-SIM-DIFF                   PIC S9(8)V99 VALUE 0.00.
       77 WS-SIM-RESULT-CODE            PIC X VALUE SPACE.
       77 WS-SIM-DRAW-OPENING           PIC 9(6)V99 VALUE 0.00.
       77 WS-SIM-YTD-PAID               PIC 9(6)V99 VALUE 0.00.
       77 WS-SIM-YTD-THIS-PERIOD        PIC X VALUE "N".
       77 WS-SIM-CUR-YTD                PIC 9(8)V99 VALUE 0.00.
       77 WS-SIM-PROP-YTD               PIC 9(8)V99 VALUE 0.00.

      *     what-if run totals
       77 WS-SIM-PERSONS                PIC 9(6) VALUE 0.
       77 WS-SIM-TOTAL-CUR              PIC 9(9)V99 VALUE 0.00.
       77 WS-SIM-TOTAL-PROP             PIC 9(9)V99 VALUE 0.00.
       77 WS-SIM-BETTER-COUNT           PIC 9(5) VALUE 0.
       77 WS-SIM-WORSE-COUNT            PIC 9(5) VALUE 0.
       77 WS-SIM-SAME-COUNT             PIC 9(5) VALUE 0.
       77 WS-SIM-OVR-TEAM-PROP          PIC 9(9)V99 VALUE 0.00.
       77 WS-SIM-OVR-CUR                PIC 9(8)V99 VALUE 0.00.
       77 WS-SIM-OVR-PROP               PIC 9(8)V99 VALUE 0.00.
       77 WS-SIM-OVR-TOTAL-CUR          PIC 9(9)V99 VALUE 0.00.
       77 WS-SIM-OVR-TOTAL-PROP         PIC 9(9)V99 VALUE 0.00.

      *     what-if cost by region
       01 WS-SIM-RGN-TABLE.
          05 WS-SIM-RGN-COUNT           PIC 9(2) VALUE 0.
          05 WS-SIM-RGN-ENTRY OCCURS 10 TIMES
                INDEXED BY WS-SIM-RGN-IDX.
             10 WS-SIM-RGN-CODE         PIC X(3).
             10 WS-SIM-RGN-PEOPLE       PIC 9(5).
             10 WS-SIM-RGN-CUR          PIC 9(9)V99.
             10 WS-SIM-RGN-PROP         PIC 9(9)V99.
             10 WS-SIM-RGN-BETTER       PIC 9(5).
             10 WS-SIM-RGN-WORSE        PIC 9(5).

       77 WS-SIM-RGN-OVERFLOW           PIC 9(3) VALUE 0.

       01 WS-SIM-TITLE-LINE.
          05 FILLER                     PIC X(55) VALUE SPACES.
          05 FILLER                     PIC X(40) VALUE
                "COMMISSION PLAN SIMULATION".
          05 FILLER                     PIC X(15) VALUE
                "PERIOD ENDING".
          05 WS-SIM-TITLE-DATE          PIC 9(8).
          05 FILLER                     PIC X(32) VALUE SPACES.

       01 WS-SIM-NOTICE-LINE.
          05 FILLER                     PIC X(70) VALUE
          "SIMULATION ONLY - NO YTD, DRAW, CSV, GL OR HISTORY POSTED".
          05 FILLER                     PIC X(130) VALUE SPACES.

       01 WS-SIM-PARM-LINE.
          05 FILLER                     PIC X(20) VALUE
                "THRESHOLD  CURRENT".
          05 WS-SIM-CUR-THRESH-OUT      PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(11) VALUE
                "  PROPOSED".
          05 WS-SIM-PROP-THRESH-OUT     PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(24) VALUE
                "    BONUS RATE  CURRENT".
          05 WS-SIM-CUR-RATE-OUT        PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X(11) VALUE
                "  PROPOSED".
          05 WS-SIM-PROP-RATE-OUT       PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X(18) VALUE
                "    PLANS FROM".
          05 WS-SIM-PLAN-SOURCE         PIC X(30).
          05 FILLER                     PIC X(54) VALUE SPACES.

       01 WS-SIM-COLUMN-HEADINGS.
          05 FILLER                     PIC X(7) VALUE "NO.".
          05 FILLER                     PIC X(22) VALUE "NAME".
          05 FILLER                     PIC X(5) VALUE "RGN".
          05 FILLER                     PIC X(5) VALUE "PLAN".
          05 FILLER                     PIC X(12) VALUE "SALES".
          05 FILLER                     PIC X(15) VALUE
                "CURRENT PAID".
          05 FILLER                     PIC X(15) VALUE
                "PROPOSED PAID".
          05 FILLER                     PIC X(16) VALUE "DIFFERENCE".
          05 FILLER                     PIC X(15) VALUE "CURRENT YTD".
          05 FILLER                     PIC X(15) VALUE
                "PROPOSED YTD".
          05 FILLER                     PIC X(12) VALUE "RESULT".
          05 FILLER                     PIC X(61) VALUE SPACES.

       01 WS-SIM-DETAIL-LINE.
          05 WS-SIM-NOM-OUT             PIC 9(5).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-NAME-OUT            PIC X(20).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-REGION-OUT          PIC X(3).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-PLAN-OUT            PIC X(3).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-SALES-OUT           PIC ZZ,ZZZ,ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-CUR-OUT             PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-PROP-OUT            PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-DIFF-OUT            PIC +ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-CUR-YTD-OUT         PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-PROP-YTD-OUT        PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-RESULT-OUT          PIC X(12).
          05 FILLER                     PIC X(61) VALUE SPACES.

       01 WS-SIM-RGN-SECTION-LINE.
          05 FILLER                     PIC X(60) VALUE
                "CURRENT AND PROPOSED PAID BY REGION".
          05 FILLER                     PIC X(140) VALUE SPACES.

       01 WS-SIM-RGN-HEADINGS.
          05 FILLER                     PIC X(5) VALUE "RGN".
          05 FILLER                     PIC X(22) VALUE "NAME".
          05 FILLER                     PIC X(8) VALUE "PEOPLE".
          05 FILLER                     PIC X(17) VALUE
                "CURRENT PAID".
          05 FILLER                     PIC X(17) VALUE
                "PROPOSED PAID".
          05 FILLER                     PIC X(18) VALUE "DIFFERENCE".
          05 FILLER                     PIC X(8) VALUE "BETTER".
          05 FILLER                     PIC X(8) VALUE "WORSE".
          05 FILLER                     PIC X(97) VALUE SPACES.

       01 WS-SIM-RGN-LINE.
          05 WS-SIM-RGN-CODE-OUT        PIC X(3).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-RGN-NAME-OUT        PIC X(20).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-RGN-PEOPLE-OUT      PIC ZZ,ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-RGN-CUR-OUT         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-SIM-RGN-PROP-OUT        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-SIM-RGN-DIFF-OUT        PIC +ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-SIM-RGN-BETTER-OUT      PIC ZZ,ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-RGN-WORSE-OUT       PIC ZZ,ZZ9.
          05 FILLER                     PIC X(99) VALUE SPACES.

       01 WS-SIM-OVR-SECTION-LINE.
          05 FILLER                     PIC X(60) VALUE
                "MANAGER OVERRIDES UNDER CURRENT AND PROPOSED PLANS".
          05 FILLER                     PIC X(140) VALUE SPACES.

       01 WS-SIM-OVR-HEADINGS.
          05 FILLER                     PIC X(9) VALUE "MANAGER".
          05 FILLER                     PIC X(22) VALUE "NAME".
          05 FILLER                     PIC X(7) VALUE "TEAM".
          05 FILLER                     PIC X(8) VALUE "RATE".
          05 FILLER                     PIC X(16) VALUE
                "CURRENT OVR".
          05 FILLER                     PIC X(16) VALUE
                "PROPOSED OVR".
          05 FILLER                     PIC X(17) VALUE "DIFFERENCE".
          05 FILLER                     PIC X(30) VALUE "STATUS".
          05 FILLER                     PIC X(75) VALUE SPACES.

       01 WS-SIM-OVR-LINE.
          05 WS-SIM-OVR-NOM-OUT         PIC 9(5).
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-SIM-OVR-NAME-OUT        PIC X(20).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-OVR-COUNT-OUT       PIC ZZZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-SIM-OVR-RATE-OUT        PIC Z9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-SIM-OVR-CUR-OUT         PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-SIM-OVR-PROP-OUT        PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-SIM-OVR-DIFF-OUT        PIC +ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-SIM-OVR-STATUS-OUT      PIC X(30).
          05 FILLER                     PIC X(75) VALUE SPACES.

      *     what-if summary lines, label moved in before each write
       01 WS-SIM-MONEY-DETAIL.
          05 WS-SIM-MONEY-TEXT          PIC X(60).
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-SIM-MONEY-VALUE         PIC +ZZZ,ZZZ,ZZ9.99.

       01 WS-SIM-COUNT-DETAIL.
          05 WS-SIM-COUNT-TEXT          PIC X(60).
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-SIM-COUNT-VALUE         PIC ZZZ,ZZ9.

      *     condition code for the scheduler: 0 clean, 4 warning,
      *     8 out of balance, 12 reject tolerance blown or YTD file
      *     unusable, 16 run refused

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 002-CHECK-SIMULATION-MODE.
           PERFORM 004-READ-RUN-CONTROL.

           IF WS-RUN-CONTROL-OK NOT = "Y"
           END-IF.

           PERFORM 005-READ-PARAMETERS.
           IF WS-SIM-MODE = "Y"
              PERFORM 208-OPEN-SIMULATION-FILES
           ELSE
              PERFORM 008-OPEN-DATA-FILES
           END-IF.
           PERFORM 010-INITIALIZE-TIER-TABLE.
           PERFORM 012-LOAD-PLAN-TABLE.
           IF WS-SIM-MODE = "Y"
              PERFORM 014-LOAD-PROPOSED-PLANS
           END-IF.

           WRITE OUTPUT-LINE FROM WS-HEADER-LINE
              AFTER ADVANCING 1 LINE.
           IF WS-REJECT-ABORT = "Y"
              WRITE OUTPUT-LINE FROM WS-REJECT-ABORT-LINE
                 AFTER ADVANCING 2 LINES
              IF WS-SIM-MODE = "Y"
                 CLOSE TEAM-WORK-FILE
                 PERFORM 209-CLOSE-SIMULATION-FILES
              ELSE
                 CLOSE INPUT-FILE OUTPUT-FILE REJECT-FILE CSV-FILE
                       AUDIT-FILE GL-FILE RANK-FILE STATEMENT-FILE
                       YTD-FILE TEAM-WORK-FILE
                 IF WS-MASTER-AVAILABLE = "Y"
                    CLOSE MASTER-FILE
                 END-IF
                 IF WS-DRAW-AVAILABLE = "Y"
                    CLOSE DRAW-FILE
                 END-IF
                 IF WS-LEDG-AVAILABLE = "Y"
                    CLOSE LEDGER-FILE
                 END-IF
                 IF WS-QUOTA-AVAILABLE = "Y"
                    CLOSE QUOTA-FILE
                 END-IF
                 IF WS-RGN-AVAILABLE = "Y"
                    CLOSE REGION-FILE
                 END-IF
              END-IF
              MOVE WS-CONDITION-CODE TO RETURN-CODE
              GOBACK
              WITH DUPLICATES IN ORDER
              USING WORK-FILE GIVING SORTED-FILE.

      *     a what-if run reports side by side and stops short of
      *     every posting step
           IF WS-SIM-MODE = "Y"
              PERFORM 220-RUN-SIMULATION-PASS
              PERFORM 209-CLOSE-SIMULATION-FILES
              MOVE WS-CONDITION-CODE TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 027-PROCESS-SORTED-FILE.
           PERFORM 128-FINISH-QUOTA-MATCH.
           PERFORM 124-FINISH-MERGE-PASS.
           CLOSE TEAM-WORK-FILE.
           PERFORM 148-PRINT-REGION-TOTALS.
           PERFORM 151-PRINT-QUOTA-EXCEPTIONS.
           PERFORM 152-PRINT-FILE-EXCEPTIONS.

           SORT TEAM-SORT-FILE ON ASCENDING KEY TSORT-MGR-NOM
              ON ASCENDING KEY TSORT-MEMBER-NOM
              USING TEAM-WORK-FILE GIVING TEAM-SORTED-FILE.

           PERFORM 160-PROCESS-OVERRIDES.
           PERFORM 150-PRINT-PAGE-TOTALS.
           PERFORM 178-WRITE-GL-POSTINGS.
           PERFORM 180-PRINT-RECONCILIATION.
           IF WS-DRAW-AVAILABLE = "Y"
              CLOSE DRAW-FILE
           END-IF.
           IF WS-LEDG-AVAILABLE = "Y"
              CLOSE LEDGER-FILE
           END-IF.
           IF WS-QUOTA-AVAILABLE = "Y"
              CLOSE QUOTA-FILE
           END-IF.
           IF WS-RGN-AVAILABLE = "Y"
              CLOSE REGION-FILE
           END-IF.

           IF WS-CONDITION-CODE < 8
              PERFORM 195-MARK-PERIOD-COMPLETE
           MOVE WS-CONDITION-CODE TO RETURN-CODE.
           GOBACK.

      *     a proposed parameter record turns the run into a what-if
      *     simulation; a threshold or rate not given stays as is
       002-CHECK-SIMULATION-MODE.
           OPEN INPUT SIM-PARM-FILE.
           IF WS-SIM-PARM-STATUS = "00"
              READ SIM-PARM-FILE
              IF WS-SIM-PARM-STATUS = "00"
                 MOVE "Y" TO WS-SIM-MODE
                 DISPLAY "A3SCOMM: PROPOSED PARAMETERS PRESENT - "
                    "SIMULATION RUN, NOTHING WILL BE POSTED"
                 IF SPARM-MAX-SALES-THRESHOLD IS NUMERIC
                    MOVE SPARM-MAX-SALES-THRESHOLD TO WS-SIM-THRESHOLD
                    MOVE "Y" TO WS-SIM-THRESH-GIVEN
                 END-IF
                 IF SPARM-BONUS-RATE IS NUMERIC
                    MOVE SPARM-BONUS-RATE TO WS-SIM-BONUS-RATE
                    MOVE "Y" TO WS-SIM-RATE-GIVEN
                 END-IF
              END-IF
              CLOSE SIM-PARM-FILE
           END-IF.

       004-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNC-STATUS NOT = "00"
                 DISPLAY "A3SCOMM: RUN REFUSED"
              ELSE
                 IF RUNC-STATUS = "P"
                    AND WS-SIM-MODE NOT = "Y"
                    DISPLAY "A3SCOMM: PERIOD " RUNC-PERIOD-END-DATE
                       " ALREADY PROCESSED - RUN REFUSED"
                 ELSE
                    MOVE RUNC-PERIOD-END-DATE TO WS-PERIOD-END-DATE
                    MOVE WS-PERIOD-END-DATE TO WS-TITLE-PERIOD-DATE
                    MOVE "Y" TO WS-RUN-CONTROL-OK
                    IF WS-SIM-MODE NOT = "Y"
                       PERFORM 006-CHECK-PRIOR-CLOSE
                    END-IF
                 END-IF
              END-IF
              CLOSE RUN-CONTROL-FILE
                    MOVE PARM-REJECT-TOLERANCE
                       TO WS-REJECT-TOLERANCE
                 END-IF
                 IF PARM-ATTAIN-FLOOR IS NUMERIC
                    MOVE PARM-ATTAIN-FLOOR TO WS-ATTAIN-FLOOR
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF.
           MOVE MAX-SALES-THRESHOLD TO WS-SIM-CUR-THRESHOLD.
           MOVE BONUS-RATE TO WS-SIM-CUR-BONUS-RATE.
           IF WS-SIM-THRESH-GIVEN NOT = "Y"
              MOVE MAX-SALES-THRESHOLD TO WS-SIM-THRESHOLD
           END-IF.
           IF WS-SIM-RATE-GIVEN NOT = "Y"
              MOVE BONUS-RATE TO WS-SIM-BONUS-RATE
           END-IF.

      *     the last period the run history shows paid must have
      *     been closed balanced, or signed off with a reason, before
      *     the next period is opened
       006-CHECK-PRIOR-CLOSE.
           MOVE 0 TO WS-CLOSE-PRIOR-PERIOD.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
              PERFORM 006A-READ-ONE-HISTORY
                 UNTIL WS-HIST-STATUS NOT = "00"
              CLOSE HISTORY-FILE
           END-IF.

           IF WS-CLOSE-PRIOR-PERIOD > 0
              OPEN INPUT CLOSE-STATUS-FILE
              IF WS-CLOS-STATUS NOT = "00"
                 DISPLAY "A3SCOMM: CLOSE STATUS FILE NOT AVAILABLE, "
                    "STATUS " WS-CLOS-STATUS
                 DISPLAY "A3SCOMM: PERIOD " WS-CLOSE-PRIOR-PERIOD
                    " NOT CLOSED - RUN REFUSED"
                 MOVE "N" TO WS-RUN-CONTROL-OK
              ELSE
                 MOVE WS-CLOSE-PRIOR-PERIOD TO CLOS-PERIOD-END
                 READ CLOSE-STATUS-FILE
                 INVALID KEY
                    DISPLAY "A3SCOMM: PERIOD " WS-CLOSE-PRIOR-PERIOD
                       " NOT CLOSED - RUN REFUSED"
                    MOVE "N" TO WS-RUN-CONTROL-OK
                 NOT INVALID KEY
                    IF CLOS-STATUS = "B"
                       CONTINUE
                    ELSE IF CLOS-STATUS = "S"
                       AND CLOS-REASON NOT = SPACES
                       DISPLAY "A3SCOMM: PERIOD " WS-CLOSE-PRIOR-PERIOD
                          " CLOSED ON SIGN-OFF BY " CLOS-SIGNED-BY
                    ELSE
                       DISPLAY "A3SCOMM: PERIOD " WS-CLOSE-PRIOR-PERIOD
                          " CLOSE NOT BALANCED OR SIGNED OFF - "
                          "RUN REFUSED"
                       MOVE "N" TO WS-RUN-CONTROL-OK
                    END-IF
                 END-READ
                 CLOSE CLOSE-STATUS-FILE
              END-IF
           END-IF.

       006A-READ-ONE-HISTORY.
           READ HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
              AND HIST-PERIOD-END IS NUMERIC
              AND HIST-PERIOD-END < WS-PERIOD-END-DATE
              AND HIST-PERIOD-END > WS-CLOSE-PRIOR-PERIOD
              MOVE HIST-PERIOD-END TO WS-CLOSE-PRIOR-PERIOD
           END-IF.

       008-OPEN-DATA-FILES.
           OPEN INPUT INPUT-FILE.
           OPEN OUTPUT WORK-FILE.
           OPEN OUTPUT TEAM-WORK-FILE.
           OPEN OUTPUT OUTPUT-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT CSV-FILE.
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
              DISPLAY "A3SCOMM: POSTING LEDGER UNUSABLE, STATUS "
                 WS-LEDG-STATUS
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

      *     without the region master no region code can be proved, so
      *     rows pass unchecked and the run warns
           OPEN INPUT REGION-FILE.
           IF WS-RGN-STATUS = "00"
              MOVE "Y" TO WS-RGN-AVAILABLE
           ELSE
              MOVE "N" TO WS-RGN-AVAILABLE
              DISPLAY "A3SCOMM: REGION MASTER NOT AVAILABLE, STATUS "
                 WS-RGN-STATUS " - REGIONS NOT VALIDATED"
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

      *     the quota file is positioned on its first record so the
      *     sorted pass can walk it in salesperson number order
           OPEN INPUT QUOTA-FILE.
           IF WS-QUOTA-STATUS = "00"
              MOVE "Y" TO WS-QUOTA-AVAILABLE
              MOVE ZEROS TO QUOTA-KEY
              START QUOTA-FILE KEY IS NOT LESS THAN QUOTA-KEY
              END-START
              IF WS-QUOTA-STATUS = "00"
                 PERFORM 127C-READ-NEXT-QUOTA
              ELSE
                 MOVE 999999 TO WS-QUOTA-NEXT-NOM
              END-IF
           ELSE
              MOVE "N" TO WS-QUOTA-AVAILABLE
              DISPLAY "A3SCOMM: QUOTA FILE NOT AVAILABLE, STATUS "
                 WS-QUOTA-STATUS
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

           PERFORM 016-LOAD-BRANCH-SCHEDULE.

       010-INITIALIZE-TIER-TABLE.
           MOVE MAX-SALES-THRESHOLD TO WS-TIER-THRESHOLD(1).
           MOVE BONUS-RATE TO WS-TIER-RATE(1).
           MOVE WS-TIER2-RATE TO WS-TIER-RATE(2).

      *     entry 1 is the built-in default plan; named plans from
      *     the plan master follow it, one entry per plan holding the
      *     version in force on the period end date
       012-LOAD-PLAN-TABLE.
           PERFORM 011-LOAD-DEFAULT-PLAN.

           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS = "00"
              MOVE SPACES TO PLAN-KEY
              START PLAN-FILE KEY IS NOT LESS THAN PLAN-KEY
              END-START
              IF WS-PLAN-STATUS = "00"
                 PERFORM 013-LOAD-ONE-PLAN
                    UNTIL WS-PLAN-STATUS NOT = "00"
              END-IF
              CLOSE PLAN-FILE
           END-IF.

       011-LOAD-DEFAULT-PLAN.
           MOVE 1 TO WS-PLAN-COUNT.
           MOVE "DFT" TO WS-PLAN-CODE-TBL(1).
           MOVE 0 TO WS-PLAN-EFF-TBL(1).
           MOVE 0 TO WS-PLAN-RETIRE-TBL(1).
           MOVE 2 TO WS-PLAN-TIER-CNT(1).
           MOVE WS-TIER-THRESHOLD(1) TO WS-PLAN-THRESHOLD(1, 1).
           MOVE WS-TIER-RATE(1) TO WS-PLAN-RATE(1, 1).
           MOVE WS-TIER-THRESHOLD(2) TO WS-PLAN-THRESHOLD(1, 2).
           MOVE WS-TIER-RATE(2) TO WS-PLAN-RATE(1, 2).
           MOVE 0 TO WS-PLAN-THRESHOLD(1, 3).
           MOVE 0 TO WS-PLAN-RATE(1, 3).
           MOVE "B" TO WS-PLAN-CAP-POL(1).

      *     versions arrive in effective date order within plan code,
      *     so a later version in force replaces the one before it
       013-LOAD-ONE-PLAN.
           READ PLAN-FILE NEXT RECORD.
           IF WS-PLAN-STATUS = "00"
              AND PLAN-EFF-DATE IS NUMERIC
              AND PLAN-EFF-DATE NOT > WS-PERIOD-END-DATE
              IF WS-PLAN-COUNT > 1
                 AND PLAN-CODE = WS-PLAN-CODE-TBL(WS-PLAN-COUNT)
                 PERFORM 013B-STORE-PLAN-VERSION
              ELSE IF WS-PLAN-COUNT < 10
                 ADD 1 TO WS-PLAN-COUNT
                 PERFORM 013B-STORE-PLAN-VERSION
              ELSE IF WS-PLAN-TABLE-FULL = "N"
                 MOVE "Y" TO WS-PLAN-TABLE-FULL
                 DISPLAY "A3SCOMM: PLAN TABLE FULL, PLANS "
                    "BEYOND " PLAN-CODE " USE DEFAULT"
              END-IF
           END-IF.

       013A-LOAD-ONE-PLAN-TIER.
           MOVE PLAN-TIER-RATE(WS-PLAN-TIER-SUB)
              TO WS-PLAN-RATE(WS-PLAN-IDX, WS-PLAN-TIER-SUB).

       013B-STORE-PLAN-VERSION.
           SET WS-PLAN-IDX TO WS-PLAN-COUNT.
           MOVE PLAN-CODE TO WS-PLAN-CODE-TBL(WS-PLAN-IDX).
           MOVE PLAN-EFF-DATE TO WS-PLAN-EFF-TBL(WS-PLAN-IDX).
           IF PLAN-RETIRE-DATE IS NUMERIC
              MOVE PLAN-RETIRE-DATE TO WS-PLAN-RETIRE-TBL(WS-PLAN-IDX)
           ELSE
              MOVE 0 TO WS-PLAN-RETIRE-TBL(WS-PLAN-IDX)
           END-IF.
           IF PLAN-TIER-COUNT IS NUMERIC
              AND PLAN-TIER-COUNT > 0
              AND PLAN-TIER-COUNT < 4
              MOVE PLAN-TIER-COUNT
                 TO WS-PLAN-TIER-CNT(WS-PLAN-IDX)
           ELSE
              MOVE 1 TO WS-PLAN-TIER-CNT(WS-PLAN-IDX)
           END-IF.
           PERFORM 013A-LOAD-ONE-PLAN-TIER
              VARYING WS-PLAN-TIER-SUB FROM 1 BY 1
              UNTIL WS-PLAN-TIER-SUB > 3.
           MOVE PLAN-CAP-POLICY TO WS-PLAN-CAP-POL(WS-PLAN-IDX).

      *     the current plan table is set aside and the proposed one
      *     built the same way: its default plan from the proposed
      *     threshold and bonus rate, its named plans from the
      *     proposed plan master when one is given
       014-LOAD-PROPOSED-PLANS.
           MOVE WS-PLAN-TABLE TO WS-SIM-CUR-PLANS.
           MOVE WS-SIM-THRESHOLD TO MAX-SALES-THRESHOLD.
           MOVE WS-SIM-BONUS-RATE TO BONUS-RATE.
           PERFORM 010-INITIALIZE-TIER-TABLE.
           MOVE "N" TO WS-PLAN-TABLE-FULL.

           OPEN INPUT SIM-PLAN-FILE.
           IF WS-SIM-PLAN-STATUS = "00"
              MOVE "Y" TO WS-SIM-PLANS-LOADED
              MOVE "PROPOSED PLAN MASTER" TO WS-SIM-PLAN-SOURCE
              PERFORM 011-LOAD-DEFAULT-PLAN
              MOVE SPACES TO SPLAN-KEY
              START SIM-PLAN-FILE KEY IS NOT LESS THAN SPLAN-KEY
              END-START
              IF WS-SIM-PLAN-STATUS = "00"
                 PERFORM 015-LOAD-ONE-PROPOSED-PLAN
                    UNTIL WS-SIM-PLAN-STATUS NOT = "00"
              END-IF
              CLOSE SIM-PLAN-FILE
           ELSE
              MOVE "N" TO WS-SIM-PLANS-LOADED
              MOVE "CURRENT PLAN MASTER" TO WS-SIM-PLAN-SOURCE
              PERFORM 012-LOAD-PLAN-TABLE
           END-IF.

           MOVE WS-PLAN-TABLE TO WS-SIM-PROP-PLANS.
           MOVE WS-SIM-CUR-THRESHOLD TO MAX-SALES-THRESHOLD.
           MOVE WS-SIM-CUR-BONUS-RATE TO BONUS-RATE.
           PERFORM 010-INITIALIZE-TIER-TABLE.
           MOVE WS-SIM-CUR-PLANS TO WS-PLAN-TABLE.

       015-LOAD-ONE-PROPOSED-PLAN.
           READ SIM-PLAN-FILE NEXT RECORD.
           IF WS-SIM-PLAN-STATUS = "00"
              AND SPLAN-EFF-DATE IS NUMERIC
              AND SPLAN-EFF-DATE NOT > WS-PERIOD-END-DATE
              IF WS-PLAN-COUNT > 1
                 AND SPLAN-CODE = WS-PLAN-CODE-TBL(WS-PLAN-COUNT)
                 PERFORM 015B-STORE-PROPOSED-VERSION
              ELSE IF WS-PLAN-COUNT < 10
                 ADD 1 TO WS-PLAN-COUNT
                 PERFORM 015B-STORE-PROPOSED-VERSION
              ELSE IF WS-PLAN-TABLE-FULL = "N"
                 MOVE "Y" TO WS-PLAN-TABLE-FULL
                 DISPLAY "A3SCOMM: PROPOSED PLAN TABLE FULL, PLANS "
                    "BEYOND " SPLAN-CODE " USE DEFAULT"
              END-IF
           END-IF.

       015A-LOAD-ONE-PROPOSED-TIER.
           MOVE SPLAN-TIER-THRESHOLD(WS-PLAN-TIER-SUB)
              TO WS-PLAN-THRESHOLD(WS-PLAN-IDX, WS-PLAN-TIER-SUB).
           MOVE SPLAN-TIER-RATE(WS-PLAN-TIER-SUB)
              TO WS-PLAN-RATE(WS-PLAN-IDX, WS-PLAN-TIER-SUB).

       015B-STORE-PROPOSED-VERSION.
           SET WS-PLAN-IDX TO WS-PLAN-COUNT.
           MOVE SPLAN-CODE TO WS-PLAN-CODE-TBL(WS-PLAN-IDX).
           MOVE SPLAN-EFF-DATE TO WS-PLAN-EFF-TBL(WS-PLAN-IDX).
           IF SPLAN-RETIRE-DATE IS NUMERIC
              MOVE SPLAN-RETIRE-DATE TO WS-PLAN-RETIRE-TBL(WS-PLAN-IDX)
           ELSE
              MOVE 0 TO WS-PLAN-RETIRE-TBL(WS-PLAN-IDX)
           END-IF.
           IF SPLAN-TIER-COUNT IS NUMERIC
              AND SPLAN-TIER-COUNT > 0
              AND SPLAN-TIER-COUNT < 4
              MOVE SPLAN-TIER-COUNT
                 TO WS-PLAN-TIER-CNT(WS-PLAN-IDX)
           ELSE
              MOVE 1 TO WS-PLAN-TIER-CNT(WS-PLAN-IDX)
           END-IF.
           PERFORM 015A-LOAD-ONE-PROPOSED-TIER
              VARYING WS-PLAN-TIER-SUB FROM 1 BY 1
              UNTIL WS-PLAN-TIER-SUB > 3.
           MOVE SPLAN-CAP-POLICY TO WS-PLAN-CAP-POL(WS-PLAN-IDX).

      *     the branches due for this period are held in a table so
      *     every batch header can be checked off against it; without
      *     a schedule the submissions cannot be proved and the run
      *     warns
       016-LOAD-BRANCH-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHD-STATUS = "00"
              MOVE "Y" TO WS-SCHED-AVAILABLE
              MOVE WS-PERIOD-END-DATE TO SCHD-PERIOD-END
              MOVE SPACES TO SCHD-BRANCH
              START SCHEDULE-FILE KEY IS NOT LESS THAN SCHD-KEY
              END-START
              IF WS-SCHD-STATUS = "00"
                 MOVE "N" TO WS-SCHED-DONE
                 PERFORM 017-LOAD-ONE-SCHEDULE-ENTRY
                    UNTIL WS-SCHED-DONE = "Y"
              END-IF
              CLOSE SCHEDULE-FILE
           ELSE
              MOVE "N" TO WS-SCHED-AVAILABLE
              DISPLAY "A3SCOMM: BRANCH SCHEDULE NOT AVAILABLE, STATUS "
                 WS-SCHD-STATUS " - SUBMISSIONS NOT CHECKED"
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

      *     a zero or blank cutoff means the branch is due but has no
      *     deadline, so it can be missing but never late
       017-LOAD-ONE-SCHEDULE-ENTRY.
           READ SCHEDULE-FILE NEXT RECORD.
           IF WS-SCHD-STATUS NOT = "00"
              OR SCHD-PERIOD-END NOT = WS-PERIOD-END-DATE
              MOVE "Y" TO WS-SCHED-DONE
           ELSE IF WS-SCHED-COUNT < 50
              ADD 1 TO WS-SCHED-COUNT
              ADD 1 TO WS-SCHED-LISTED-COUNT
              SET WS-SCHED-IDX TO WS-SCHED-COUNT
              MOVE SCHD-BRANCH TO WS-SCHED-BRANCH-TBL(WS-SCHED-IDX)
              IF SCHD-CUTOFF-DATE IS NUMERIC
                 MOVE SCHD-CUTOFF-DATE
                    TO WS-SCHED-CUTOFF-TBL(WS-SCHED-IDX)
              ELSE
                 MOVE 0 TO WS-SCHED-CUTOFF-TBL(WS-SCHED-IDX)
              END-IF
              MOVE "Y" TO WS-SCHED-LISTED-TBL(WS-SCHED-IDX)
              PERFORM 017A-CLEAR-SCHEDULE-COUNTS
           ELSE
              ADD 1 TO WS-SCHED-OVERFLOW-COUNT
           END-IF.

       017A-CLEAR-SCHEDULE-COUNTS.
           MOVE 0 TO WS-SCHED-BATCHES-TBL(WS-SCHED-IDX).
           MOVE 0 TO WS-SCHED-ACCEPTED-TBL(WS-SCHED-IDX).
           MOVE 0 TO WS-SCHED-REJECTED-TBL(WS-SCHED-IDX).
           MOVE 0 TO WS-SCHED-LAST-SENT-TBL(WS-SCHED-IDX).
           MOVE "N" TO WS-SCHED-UNDATED-TBL(WS-SCHED-IDX).

      *     the payroll hand-off is blocked when too much of the
      *     input rejected; downstream steps branch on the code
       018-CHECK-REJECT-TOLERANCE.
           MOVE 0 TO WS-BATCH-RECEIVED.
           MOVE 0 TO WS-BATCH-ACCEPTED.
           MOVE 0 TO WS-BATCH-HASH.
           IF BH-SENT-DATE IS NUMERIC
              MOVE BH-SENT-DATE TO WS-BATCH-SENT-DATE
           ELSE
              MOVE 0 TO WS-BATCH-SENT-DATE
           END-IF.
           OPEN OUTPUT BATCH-HOLD-FILE.
           IF BH-PERIOD-END IS NOT NUMERIC
              OR BH-PERIOD-END NOT = WS-PERIOD-END-DATE
           ELSE
              ADD 1 TO WS-BATCH-OVERFLOW-COUNT
           END-IF.
           PERFORM 023F-RECORD-BRANCH-SUBMISSION.

      *     every batch, accepted or rejected, is checked off against
      *     its branch; only an accepted batch pays the branch, so
      *     only its sent date is judged against the cutoff
       023F-RECORD-BRANCH-SUBMISSION.
           MOVE "N" TO WS-SCHED-FOUND.
           SET WS-SCHED-IDX TO 1.
           SEARCH WS-SCHED-ENTRY
              AT END
                 PERFORM 023G-ADD-UNSCHEDULED-BRANCH
              WHEN WS-SCHED-IDX > WS-SCHED-COUNT
                 PERFORM 023G-ADD-UNSCHEDULED-BRANCH
              WHEN WS-SCHED-BRANCH-TBL(WS-SCHED-IDX) = WS-BATCH-BRANCH
                 MOVE "Y" TO WS-SCHED-FOUND
           END-SEARCH.

           IF WS-SCHED-FOUND = "Y"
              ADD 1 TO WS-SCHED-BATCHES-TBL(WS-SCHED-IDX)
              IF WS-BATCH-FAILED = "Y"
                 ADD 1 TO WS-SCHED-REJECTED-TBL(WS-SCHED-IDX)
              ELSE
                 ADD 1 TO WS-SCHED-ACCEPTED-TBL(WS-SCHED-IDX)
                 IF WS-BATCH-SENT-DATE = 0
                    MOVE "Y" TO WS-SCHED-UNDATED-TBL(WS-SCHED-IDX)
                 ELSE IF WS-BATCH-SENT-DATE >
                       WS-SCHED-LAST-SENT-TBL(WS-SCHED-IDX)
                    MOVE WS-BATCH-SENT-DATE
                       TO WS-SCHED-LAST-SENT-TBL(WS-SCHED-IDX)
                 END-IF
              END-IF
           END-IF.

       023G-ADD-UNSCHEDULED-BRANCH.
           IF WS-SCHED-COUNT < 50
              ADD 1 TO WS-SCHED-COUNT
              SET WS-SCHED-IDX TO WS-SCHED-COUNT
              MOVE WS-BATCH-BRANCH TO WS-SCHED-BRANCH-TBL(WS-SCHED-IDX)
              MOVE 0 TO WS-SCHED-CUTOFF-TBL(WS-SCHED-IDX)
              MOVE "N" TO WS-SCHED-LISTED-TBL(WS-SCHED-IDX)
              PERFORM 017A-CLEAR-SCHEDULE-COUNTS
              MOVE "Y" TO WS-SCHED-FOUND
           ELSE
              ADD 1 TO WS-SCHED-OVERFLOW-COUNT
           END-IF.

       024-ACCEPT-ONE-RECORD.
           PERFORM 120-VALIDATE-LINE.
           MOVE INPUT-LINE TO WS-SPLIT-PARENT-IMAGE.
           MOVE 0 TO WS-SPLIT-COUNT.
           MOVE 0 TO WS-SPLIT-PCT-TOTAL.
           MOVE SP-REGION TO WS-RGN-LOOKUP-CODE.
           PERFORM 121-LOOKUP-REGION.
           IF SP-SALES IS NOT NUMERIC
              OR SP-MIN IS NOT NUMERIC
              OR SP-MAX IS NOT NUMERIC
           ELSE IF SP-REGION = SPACES
              MOVE "Y" TO WS-SPLIT-BAD
              MOVE "PARENT REGION MISSING" TO WS-SPLIT-BAD-REASON
           ELSE IF WS-RGN-AVAILABLE = "Y"
              AND WS-RGN-FOUND NOT = "Y"
              MOVE "Y" TO WS-SPLIT-BAD
              MOVE "PARENT REGION NOT ON MASTER"
                 TO WS-SPLIT-BAD-REASON
           ELSE IF WS-RGN-AVAILABLE = "Y"
              AND WS-RGN-ACTIVE-WORK NOT = "Y"
              MOVE "Y" TO WS-SPLIT-BAD
              MOVE "PARENT REGION INACTIVE" TO WS-SPLIT-BAD-REASON
           ELSE
              MOVE SP-SALES TO WS-SPLIT-PARENT-SALES
              MOVE SP-MIN TO WS-SPLIT-PARENT-MIN
      *     control-break pass over the sorted rows: rows for one
      *     salesperson are summed, and the break pays the person
       027-PROCESS-SORTED-FILE.
           PERFORM 122-POSITION-MERGE-FILES.
           OPEN INPUT SORTED-FILE.
           READ SORTED-FILE
           AT END
              WRITE OUTPUT-LINE
           END-IF.

      *     a region code must be on the region master and active, so
      *     a keying slip cannot open a new region and GL account
       120-VALIDATE-LINE.
           MOVE "Y" TO WS-VALID-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE REGION-CODE TO WS-RGN-LOOKUP-CODE.
           PERFORM 121-LOOKUP-REGION.

           IF NOM IS NOT NUMERIC
              MOVE "N" TO WS-VALID-FLAG
           ELSE IF MIN-COMM > MAX-COMM
              MOVE "N" TO WS-VALID-FLAG
              MOVE "MIN-COMM GREATER THAN MAX-COMM" TO WS-REJECT-REASON
           ELSE IF REGION-CODE = SPACES
              MOVE "N" TO WS-VALID-FLAG
              MOVE "REGION CODE MISSING" TO WS-REJECT-REASON
           ELSE IF WS-RGN-AVAILABLE = "Y"
              AND WS-RGN-FOUND NOT = "Y"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "REGION NOT ON REGION MASTER" TO WS-REJECT-REASON
           ELSE IF WS-RGN-AVAILABLE = "Y"
              AND WS-RGN-ACTIVE-WORK NOT = "Y"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "REGION INACTIVE ON REGION MASTER"
                 TO WS-REJECT-REASON
           END-IF.

       121-LOOKUP-REGION.
           MOVE "N" TO WS-RGN-FOUND.
           MOVE SPACES TO WS-RGN-NAME-WORK.
           MOVE SPACES TO WS-RGN-COST-CENTER-WORK.
           MOVE SPACE TO WS-RGN-ACTIVE-WORK.
           IF WS-RGN-AVAILABLE = "Y"
              MOVE WS-RGN-LOOKUP-CODE TO RGN-CODE
              READ REGION-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-RGN-FOUND
                 MOVE RGN-NAME TO WS-RGN-NAME-WORK
                 MOVE RGN-COST-CENTER TO WS-RGN-COST-CENTER-WORK
                 MOVE RGN-ACTIVE TO WS-RGN-ACTIVE-WORK
              END-READ
           END-IF.

      *     the master, YTD and draw files are each put on their first
      *     record once the input has been validated, so the sorted
      *     pass can walk them in salesperson number order
       122-POSITION-MERGE-FILES.
           MOVE 999999 TO WS-MAST-NEXT-NOM.
           MOVE 999999 TO WS-YTD-NEXT-NOM.
           MOVE 999999 TO WS-DRAW-NEXT-NOM.
           IF WS-MASTER-AVAILABLE = "Y"
              MOVE ZEROS TO MAST-NOM
              START MASTER-FILE KEY IS NOT LESS THAN MAST-NOM
              END-START
              IF WS-MAST-STATUS = "00"
                 PERFORM 122A-READ-NEXT-MASTER
              END-IF
           END-IF.
           IF WS-YTD-AVAILABLE = "Y"
              MOVE ZEROS TO YTD-NOM
              START YTD-FILE KEY IS NOT LESS THAN YTD-NOM
              END-START
              IF WS-YTD-STATUS = "00"
                 PERFORM 122B-READ-NEXT-YTD
              END-IF
           END-IF.
           IF WS-DRAW-AVAILABLE = "Y"
              MOVE ZEROS TO DRAW-NOM
              START DRAW-FILE KEY IS NOT LESS THAN DRAW-NOM
              END-START
              IF WS-DRAW-STATUS = "00"
                 PERFORM 122C-READ-NEXT-DRAW
              END-IF
           END-IF.

       122A-READ-NEXT-MASTER.
           READ MASTER-FILE NEXT RECORD.
           IF WS-MAST-STATUS = "00"
              MOVE MAST-NOM TO WS-MAST-NEXT-NOM
           ELSE
              MOVE 999999 TO WS-MAST-NEXT-NOM
           END-IF.

       122B-READ-NEXT-YTD.
           READ YTD-FILE NEXT RECORD.
           IF WS-YTD-STATUS = "00"
              MOVE YTD-RECORD TO WS-YTD-HOLD
              MOVE YTD-NOM TO WS-YTD-NEXT-NOM
           ELSE
              MOVE 999999 TO WS-YTD-NEXT-NOM
           END-IF.

       122C-READ-NEXT-DRAW.
           READ DRAW-FILE NEXT RECORD.
           IF WS-DRAW-STATUS = "00"
              MOVE DRAW-RECORD TO WS-DRAW-HOLD
              MOVE DRAW-NOM TO WS-DRAW-NEXT-NOM
           ELSE
              MOVE 999999 TO WS-DRAW-NEXT-NOM
           END-IF.

      *     every number on the master, YTD or draw file lower than
      *     the bound had no sales this period. One on the master is
      *     listed when the salesperson is still active; one on the
      *     YTD or draw file alone belongs to a salesperson no longer
      *     on the master
       123-PASS-UNMATCHED-KEYS.
           PERFORM 123B-SET-MERGE-LOW-KEY.
           PERFORM 123A-PASS-ONE-LOW-KEY
              UNTIL WS-MERGE-LOW-NOM NOT < WS-MERGE-BOUND-NOM.

       123A-PASS-ONE-LOW-KEY.
           IF WS-MAST-NEXT-NOM = WS-MERGE-LOW-NOM
              IF MAST-STATUS NOT = "T"
                 ADD 1 TO WS-MAST-NO-SALES-COUNT
                 MOVE SPACES TO WS-MEXC-WORK
                 MOVE MAST-NOM TO WS-MEXC-NOM
                 MOVE MAST-NAME TO WS-MEXC-NAME
                 MOVE MAST-REGION TO WS-MEXC-REGION
                 MOVE 0 TO WS-MEXC-BALANCE
                 MOVE "ON MASTER, NO SALES" TO WS-MEXC-TYPE
                 PERFORM 123C-ADD-MERGE-EXCEPTION
              END-IF
              PERFORM 122A-READ-NEXT-MASTER
           ELSE IF WS-MASTER-AVAILABLE = "Y"
              IF WS-YTD-NEXT-NOM = WS-MERGE-LOW-NOM
                 MOVE WS-YTD-HOLD TO YTD-RECORD
                 ADD 1 TO WS-YTD-OFF-MASTER-COUNT
                 MOVE SPACES TO WS-MEXC-WORK
                 MOVE YTD-NOM TO WS-MEXC-NOM
                 MOVE YTD-NAME TO WS-MEXC-NAME
                 MOVE YTD-PAID TO WS-MEXC-BALANCE
                 MOVE "YTD RECORD NOT ON MASTER" TO WS-MEXC-TYPE
                 PERFORM 123C-ADD-MERGE-EXCEPTION
              END-IF
              IF WS-DRAW-NEXT-NOM = WS-MERGE-LOW-NOM
                 MOVE WS-DRAW-HOLD TO DRAW-RECORD
                 ADD 1 TO WS-DRAW-OFF-MASTER-COUNT
                 MOVE SPACES TO WS-MEXC-WORK
                 MOVE DRAW-NOM TO WS-MEXC-NOM
                 MOVE DRAW-NAME TO WS-MEXC-NAME
                 MOVE DRAW-BALANCE TO WS-MEXC-BALANCE
                 MOVE "DRAW RECORD NOT ON MASTER" TO WS-MEXC-TYPE
                 PERFORM 123C-ADD-MERGE-EXCEPTION
              END-IF
           END-IF.
           IF WS-YTD-NEXT-NOM = WS-MERGE-LOW-NOM
              PERFORM 122B-READ-NEXT-YTD
           END-IF.
           IF WS-DRAW-NEXT-NOM = WS-MERGE-LOW-NOM
              PERFORM 122C-READ-NEXT-DRAW
           END-IF.
           PERFORM 123B-SET-MERGE-LOW-KEY.

       123B-SET-MERGE-LOW-KEY.
           MOVE WS-MAST-NEXT-NOM TO WS-MERGE-LOW-NOM.
           IF WS-YTD-NEXT-NOM < WS-MERGE-LOW-NOM
              MOVE WS-YTD-NEXT-NOM TO WS-MERGE-LOW-NOM
           END-IF.
           IF WS-DRAW-NEXT-NOM < WS-MERGE-LOW-NOM
              MOVE WS-DRAW-NEXT-NOM TO WS-MERGE-LOW-NOM
           END-IF.

       123C-ADD-MERGE-EXCEPTION.
           IF WS-MEXC-COUNT < 200
              ADD 1 TO WS-MEXC-COUNT
              MOVE WS-MEXC-WORK TO WS-MEXC-ENTRY(WS-MEXC-COUNT)
           ELSE
              MOVE "Y" TO WS-MEXC-DROPPED
           END-IF.

      *     whatever is left on the master, YTD and draw files after
      *     the last salesperson had no sales this period
       124-FINISH-MERGE-PASS.
           MOVE 999999 TO WS-MERGE-BOUND-NOM.
           PERFORM 123-PASS-UNMATCHED-KEYS.

      *     the master record for this number, if there is one, is the
      *     one the key-order pass has just come to
       125-LOOKUP-MASTER-NAME.
           MOVE WS-NUMBER TO WS-MERGE-BOUND-NOM.
           PERFORM 123-PASS-UNMATCHED-KEYS.
           MOVE SPACES TO WS-NAME-CHECK.
           MOVE SPACES TO WS-MAST-NAME-DISPLAY.
           MOVE SPACES TO WS-MAST-PLAN-CODE.
           MOVE SPACES TO WS-MAST-REGION-CODE.
           MOVE SPACE TO WS-MAST-STATUS-CODE.
           MOVE 0 TO WS-MAST-TERM-DATE.
           MOVE 0 TO WS-MAST-REPORTS-TO.
           IF WS-MASTER-AVAILABLE = "Y"
              IF WS-MAST-NEXT-NOM = WS-NUMBER
                 MOVE MAST-NAME TO WS-MAST-NAME-DISPLAY
                 MOVE MAST-PLAN-CODE TO WS-MAST-PLAN-CODE
                 MOVE MAST-REGION TO WS-MAST-REGION-CODE
                 IF MAST-TERM-DATE IS NUMERIC
                    MOVE MAST-TERM-DATE TO WS-MAST-TERM-DATE
                 END-IF
                 IF MAST-REPORTS-TO IS NUMERIC
                    MOVE MAST-REPORTS-TO TO WS-MAST-REPORTS-TO
                 END-IF
                 IF MAST-NAME(1:8) = WS-NAME
                    MOVE "NAME OK" TO WS-NAME-CHECK
                 ELSE
                    MOVE "NAME MISMATCH" TO WS-NAME-CHECK
                 END-IF
                 PERFORM 122A-READ-NEXT-MASTER
              ELSE
                 MOVE "NOT ON MASTER" TO WS-NAME-CHECK
              END-IF
                    SET WS-ACTIVE-PLAN-SUB TO WS-PLAN-IDX
              END-SEARCH
           END-IF.
      *     a plan retired on or before the period end pays on the
      *     default plan
           IF WS-ACTIVE-PLAN-SUB > 1
              AND WS-PLAN-RETIRE-TBL(WS-ACTIVE-PLAN-SUB) > 0
              AND WS-PLAN-RETIRE-TBL(WS-ACTIVE-PLAN-SUB)
                 NOT > WS-PERIOD-END-DATE
              MOVE 1 TO WS-ACTIVE-PLAN-SUB
           END-IF.

      *     quota records for lower numbers than the salesperson in
      *     hand had no sales this period; the record matching this
      *     number and the period end date is their quota
       127-MATCH-QUOTA.
           MOVE "N" TO WS-QUOTA-FOUND.
           MOVE 0 TO WS-PERSON-QUOTA.
           MOVE 0 TO WS-ATTAIN-PCT.
           IF WS-QUOTA-AVAILABLE NOT = "Y"
              MOVE "N/A" TO WS-ATTAIN-OUT
           ELSE
              PERFORM 127A-PASS-UNSOLD-QUOTA
                 UNTIL WS-QUOTA-NEXT-NOM NOT < WS-NUMBER
              PERFORM 127B-TAKE-PERSON-QUOTA
                 UNTIL WS-QUOTA-NEXT-NOM NOT = WS-NUMBER
              MOVE SPACES TO WS-QEXC-WORK
              MOVE WS-NUMBER TO WS-QEXC-NOM
              IF WS-MAST-NAME-DISPLAY = SPACES
                 MOVE WS-NAME TO WS-QEXC-NAME
              ELSE
                 MOVE WS-MAST-NAME-DISPLAY TO WS-QEXC-NAME
              END-IF
              MOVE WS-WORK-REGION TO WS-QEXC-REGION
              MOVE WS-CALCULATION-SALES TO WS-QEXC-SALES
              MOVE WS-PERSON-QUOTA TO WS-QEXC-QUOTA
              IF WS-QUOTA-FOUND = "Y"
                 COMPUTE WS-ATTAIN-PCT ROUNDED =
                    (WS-CALCULATION-SALES * 100) / WS-PERSON-QUOTA
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-ATTAIN-PCT
                 END-COMPUTE
                 MOVE WS-ATTAIN-PCT TO WS-ATTAIN-EDIT
                 MOVE WS-ATTAIN-EDIT TO WS-ATTAIN-OUT
                 IF WS-ATTAIN-PCT < WS-ATTAIN-FLOOR
                    ADD 1 TO WS-BELOW-FLOOR-COUNT
                    MOVE WS-ATTAIN-OUT TO WS-QEXC-ATTAIN
                    MOVE "BELOW ATTAINMENT FLOOR" TO WS-QEXC-TYPE
                    PERFORM 129-ADD-QUOTA-EXCEPTION
                 END-IF
              ELSE
                 MOVE "NO QUOTA" TO WS-ATTAIN-OUT
                 ADD 1 TO WS-NO-QUOTA-COUNT
                 MOVE "SALES BUT NO QUOTA" TO WS-QEXC-TYPE
                 PERFORM 129-ADD-QUOTA-EXCEPTION
              END-IF
           END-IF.

       127A-PASS-UNSOLD-QUOTA.
           IF QUOTA-PERIOD = WS-PERIOD-END-DATE
              ADD 1 TO WS-QUOTA-NO-SALES-COUNT
              MOVE SPACES TO WS-QEXC-WORK
              MOVE QUOTA-NOM TO WS-QEXC-NOM
              MOVE 0 TO WS-QEXC-SALES
              MOVE QUOTA-AMOUNT TO WS-QEXC-QUOTA
              MOVE "QUOTA BUT NO SALES" TO WS-QEXC-TYPE
              PERFORM 129-ADD-QUOTA-EXCEPTION
           END-IF.
           PERFORM 127C-READ-NEXT-QUOTA.

       127B-TAKE-PERSON-QUOTA.
           IF QUOTA-PERIOD = WS-PERIOD-END-DATE
              MOVE "Y" TO WS-QUOTA-FOUND
              MOVE QUOTA-AMOUNT TO WS-PERSON-QUOTA
           END-IF.
           PERFORM 127C-READ-NEXT-QUOTA.

       127C-READ-NEXT-QUOTA.
           READ QUOTA-FILE NEXT RECORD.
           IF WS-QUOTA-STATUS = "00"
              MOVE QUOTA-NOM TO WS-QUOTA-NEXT-NOM
           ELSE
              MOVE 999999 TO WS-QUOTA-NEXT-NOM
           END-IF.

      *     whatever is left on the quota file after the last
      *     salesperson had no sales this period
       128-FINISH-QUOTA-MATCH.
           IF WS-QUOTA-AVAILABLE = "Y"
              PERFORM 127A-PASS-UNSOLD-QUOTA
                 UNTIL WS-QUOTA-NEXT-NOM = 999999
           END-IF.

       129-ADD-QUOTA-EXCEPTION.
           IF WS-QEXC-COUNT < 200
              ADD 1 TO WS-QEXC-COUNT
              MOVE WS-QEXC-WORK TO WS-QEXC-ENTRY(WS-QEXC-COUNT)
           ELSE
              MOVE "Y" TO WS-QEXC-DROPPED
           END-IF.

       130-PROCESS-ONE-PERSON.
           IF WS-SIM-MODE = "Y"
              PERFORM 230-SIMULATE-ONE-PERSON
           ELSE
              IF WS-LINE-COUNT = 0
                 PERFORM 110-PRINT-HEADINGS
              END-IF
              MOVE WS-CONSOL-NOM TO WS-NUMBER
              MOVE WS-CONSOL-NAME TO WS-NAME
              MOVE WS-CONSOL-REGION TO WS-REGION
              MOVE WS-CONSOL-REGION TO WS-WORK-REGION
              MOVE WS-CONSOL-ROWS TO WS-SOURCE-ROWS
              MOVE WS-CONSOL-SPLIT-SALES TO WS-SPLIT-SALES-OUT
              PERFORM 131-CALCULATE-COMMISSION
              PERFORM 143-ADD-RANK-ENTRY
           END-IF.

           ADD 1 TO WS-CONSOL-PERSONS.
           ADD 1 TO WS-LINE-COUNT.

           PERFORM 125-LOOKUP-MASTER-NAME.
           PERFORM 126-SELECT-PLAN.
           PERFORM 127-MATCH-QUOTA.

           IF WS-CALCULATION-SALES >
                 WS-PLAN-THRESHOLD(WS-ACTIVE-PLAN-SUB, 1)

           PERFORM 132-COMPUTE-TIERED-EARNED.

           PERFORM 131A-APPLY-CAP-POLICY.

           IF WS-CAP-APPLIED = "Y"
              PERFORM 137-WRITE-AUDIT-RECORD

           PERFORM 136-WRITE-CSV-RECORD.
           PERFORM 141-WRITE-STATEMENT.
           PERFORM 146-RELEASE-TEAM-ROW.

      *     the plan's cap policy turns earned into paid
       131A-APPLY-CAP-POLICY.
           MOVE "N" TO WS-CAP-APPLIED.

           EVALUATE WS-PLAN-CAP-POL(WS-ACTIVE-PLAN-SUB)
              WHEN "N"
                 COMPUTE WS-CALCULATION-PAID = WS-CALCULATION-EARNED
              WHEN "X"
                 IF WS-CALCULATION-EARNED > WS-CALCULATION-MAX
                    COMPUTE WS-CALCULATION-PAID = WS-CALCULATION-MAX
                    MOVE "Y" TO WS-CAP-APPLIED
                    MOVE "MAX" TO WS-AUDIT-BOUND
                 ELSE
                    COMPUTE WS-CALCULATION-PAID = WS-CALCULATION-EARNED
                 END-IF
              WHEN "M"
                 IF WS-CALCULATION-EARNED < WS-CALCULATION-MIN
                    COMPUTE WS-CALCULATION-PAID = WS-CALCULATION-MIN
                    MOVE "Y" TO WS-CAP-APPLIED
                    MOVE "MIN" TO WS-AUDIT-BOUND
                 ELSE
                    COMPUTE WS-CALCULATION-PAID = WS-CALCULATION-EARNED
                 END-IF
              WHEN OTHER
                 IF WS-TIER-BONUS-EARNED = "Y"
                    IF WS-CALCULATION-EARNED > WS-CALCULATION-MAX
                       COMPUTE WS-CALCULATION-PAID =
                          WS-CALCULATION-MAX
                       MOVE "Y" TO WS-CAP-APPLIED
                       MOVE "MAX" TO WS-AUDIT-BOUND
                    ELSE
                       COMPUTE WS-CALCULATION-PAID =
                          WS-CALCULATION-EARNED
                    END-IF
                 ELSE
                    IF WS-CALCULATION-EARNED < WS-CALCULATION-MIN
                       COMPUTE WS-CALCULATION-PAID =
                          WS-CALCULATION-MIN
                       MOVE "Y" TO WS-CAP-APPLIED
                       MOVE "MIN" TO WS-AUDIT-BOUND
                    ELSE
                       COMPUTE WS-CALCULATION-PAID =
                          WS-CALCULATION-EARNED
                    END-IF
                 END-IF
           END-EVALUATE.

       132-COMPUTE-TIERED-EARNED.
           COMPUTE WS-CALCULATION-EARNED =
              (WS-CALCULATION-SALES * WS-CALCULATION-RATE) / 100.
           MOVE WS-CALCULATION-EARNED TO WS-STMT-BASE-AMOUNT.

           MOVE 0 TO WS-STMT-BAND-COUNT.
           MOVE 0 TO WS-CALCULATION-TIER-BONUS.
           IF WS-TIER-BONUS-EARNED = "Y"
              PERFORM 133-ADD-TIER-BAND
                 VARYING WS-PLAN-TIER-SUB FROM 1 BY 1
                 UNTIL WS-PLAN-TIER-SUB >
                    WS-PLAN-TIER-CNT(WS-ACTIVE-PLAN-SUB)
              ADD WS-CALCULATION-TIER-BONUS TO WS-CALCULATION-EARNED
           END-IF.

       133-ADD-TIER-BAND.
           IF WS-PLAN-TIER-SUB < WS-PLAN-TIER-CNT(WS-ACTIVE-PLAN-SUB)
              MOVE WS-PLAN-THRESHOLD(WS-ACTIVE-PLAN-SUB,
                 WS-PLAN-TIER-SUB + 1) TO WS-TIER-BAND-UPPER
           ELSE
              MOVE WS-HIGH-SALES-VALUE TO WS-TIER-BAND-UPPER
           END-IF.

           IF WS-CALCULATION-SALES >
           MOVE 0 TO WS-DRAW-RECOVERED.
           MOVE 0 TO WS-DRAW-BALANCE-NOW.
           IF WS-DRAW-AVAILABLE = "Y"
              IF WS-DRAW-NEXT-NOM = WS-NUMBER
                 MOVE WS-DRAW-HOLD TO DRAW-RECORD
                 IF DRAW-LAST-PERIOD = WS-PERIOD-END-DATE
                    PERFORM 134B-REAPPLY-DRAW-MOVEMENT
                 ELSE
                    PERFORM 134A-POST-DRAW-MOVEMENT
                 END-IF
                 PERFORM 122C-READ-NEXT-DRAW
              ELSE
                 IF WS-CAP-APPLIED = "Y" AND WS-AUDIT-BOUND = "MIN"
                    COMPUTE WS-DRAW-TOPUP =
                       WS-CALCULATION-PAID - WS-CALCULATION-EARNED
                    MOVE WS-NUMBER TO DRAW-NOM
                    MOVE WS-NAME TO DRAW-NAME
                    MOVE WS-DRAW-TOPUP TO DRAW-BALANCE
                    MOVE WS-PERIOD-END-DATE TO DRAW-LAST-PERIOD
                    MOVE 0 TO DRAW-PERIOD-RECOVERED
                    WRITE DRAW-RECORD
                    MOVE DRAW-BALANCE TO WS-DRAW-BALANCE-NOW
                    PERFORM 134C-LEDGER-DRAW-MOVEMENT
                 END-IF
              END-IF
           END-IF.

       134A-POST-DRAW-MOVEMENT.
           MOVE WS-DRAW-RECOVERED TO DRAW-PERIOD-RECOVERED.
           REWRITE DRAW-RECORD.
           MOVE DRAW-BALANCE TO WS-DRAW-BALANCE-NOW.
           PERFORM 134C-LEDGER-DRAW-MOVEMENT.

      *     a top-up and a recovery are each an entry of their own;
      *     the pay they change is carried on the commission entry
       134C-LEDGER-DRAW-MOVEMENT.
           IF WS-DRAW-TOPUP > 0
              PERFORM 175-CLEAR-LEDGER-ENTRY
              MOVE WS-NUMBER TO WS-LEDG-NOM
              MOVE "DT" TO WS-LEDG-TYPE
              MOVE WS-DRAW-TOPUP TO WS-LEDG-DRAW
              PERFORM 176-WRITE-LEDGER-ENTRY
           END-IF.
           IF WS-DRAW-RECOVERED > 0
              PERFORM 175-CLEAR-LEDGER-ENTRY
              MOVE WS-NUMBER TO WS-LEDG-NOM
              MOVE "DR" TO WS-LEDG-TYPE
              COMPUTE WS-LEDG-DRAW = 0 - WS-DRAW-RECOVERED
              PERFORM 176-WRITE-LEDGER-ENTRY
           END-IF.

      *     corrective rerun of the same period: the ledger already
      *     moved, so the same recovery comes back off the pay the
           MOVE 0 TO WS-STMT-YTD-EARNED.
           MOVE 0 TO WS-STMT-YTD-PAID.
           IF WS-YTD-AVAILABLE = "Y"
              IF WS-YTD-NEXT-NOM = WS-NUMBER
                 MOVE WS-YTD-HOLD TO YTD-RECORD
                 MOVE "00" TO WS-YTD-STATUS
                 IF YTD-LAST-PERIOD NOT = WS-PERIOD-END-DATE
                    ADD WS-CALCULATION-EARNED TO YTD-EARNED
                    ADD WS-CALCULATION-PAID TO YTD-PAID
                    MOVE WS-NAME TO YTD-NAME
                    MOVE WS-PERIOD-END-DATE TO YTD-LAST-PERIOD
                    REWRITE YTD-RECORD
                    PERFORM 135A-LEDGER-COMMISSION
                 END-IF
              ELSE
                 MOVE WS-NUMBER TO YTD-NOM
                 MOVE WS-NAME TO YTD-NAME
                 MOVE WS-CALCULATION-EARNED TO YTD-EARNED
                 MOVE WS-CALCULATION-PAID TO YTD-PAID
                 MOVE WS-PERIOD-END-DATE TO YTD-LAST-PERIOD
                 MOVE 0 TO YTD-OVERRIDE
                 MOVE 0 TO YTD-OVR-LAST-PERIOD
                 WRITE YTD-RECORD
                 PERFORM 135A-LEDGER-COMMISSION
              END-IF
              IF WS-YTD-STATUS = "00"
                 MOVE YTD-EARNED TO WS-STMT-YTD-EARNED
                 MOVE YTD-PAID TO WS-STMT-YTD-PAID
                 ADD YTD-EARNED TO WS-YTD-TOTAL-EARNED
                 ADD YTD-PAID TO WS-YTD-TOTAL-PAID
              END-IF
              IF WS-YTD-NEXT-NOM = WS-NUMBER
                 PERFORM 122B-READ-NEXT-YTD
              END-IF
           END-IF.

      *     the ledger takes the period's commission only when the
      *     YTD record actually moves, so a rerun posts nothing twice
       135A-LEDGER-COMMISSION.
           PERFORM 175-CLEAR-LEDGER-ENTRY.
           MOVE WS-NUMBER TO WS-LEDG-NOM.
           MOVE "CM" TO WS-LEDG-TYPE.
           MOVE WS-CALCULATION-EARNED TO WS-LEDG-EARNED.
           MOVE WS-CALCULATION-PAID TO WS-LEDG-PAID.
           PERFORM 176-WRITE-LEDGER-ENTRY.

       136-WRITE-CSV-RECORD.
           MOVE WS-NUMBER TO WS-CSV-NUMBER.
           MOVE WS-CALCULATION-EARNED TO WS-CSV-EARNED.
           MOVE WS-CALCULATION-PAID TO WS-CSV-PAID.
           MOVE WS-PERIOD-END-DATE TO WS-CSV-PERIOD.
           MOVE "C" TO WS-CSV-TYPE.
           WRITE CSV-LINE FROM WS-CSV-LINE.

       137-WRITE-AUDIT-RECORD.
                 ADD WS-CALCULATION-PAID
                    TO WS-REGION-PAID-TBL(WS-REGION-IDX)
                 ADD 1 TO WS-REGION-COUNT-TBL(WS-REGION-IDX)
                 PERFORM 138A-ACCUMULATE-REGION-QUOTA
           END-SEARCH.

       138A-ACCUMULATE-REGION-QUOTA.
           SET WS-REGION-SUB TO WS-REGION-IDX.
           IF WS-QUOTA-FOUND = "Y"
              ADD WS-CALCULATION-SALES
                 TO WS-REGION-QSALES-TBL(WS-REGION-SUB)
              ADD WS-PERSON-QUOTA
                 TO WS-REGION-QUOTA-TBL(WS-REGION-SUB)
              ADD 1 TO WS-REGION-QCOUNT-TBL(WS-REGION-SUB)
           END-IF.

       139-ADD-REGION-ENTRY.
           IF WS-REGION-COUNT < 10
              ADD 1 TO WS-REGION-COUNT
              MOVE WS-CALCULATION-PAID
                 TO WS-REGION-PAID-TBL(WS-REGION-IDX)
              MOVE 1 TO WS-REGION-COUNT-TBL(WS-REGION-IDX)
              SET WS-REGION-SUB TO WS-REGION-IDX
              MOVE 0 TO WS-REGION-QSALES-TBL(WS-REGION-SUB)
              MOVE 0 TO WS-REGION-QUOTA-TBL(WS-REGION-SUB)
              MOVE 0 TO WS-REGION-QCOUNT-TBL(WS-REGION-SUB)
              PERFORM 138A-ACCUMULATE-REGION-QUOTA
           ELSE
              ADD 1 TO WS-REGION-OVERFLOW-COUNT
              ADD WS-CALCULATION-PAID TO WS-REGION-OVF-PAID
           WRITE STATEMENT-LINE FROM WS-STMT-SALES-LINE
              AFTER ADVANCING 2 LINES.

           IF WS-QUOTA-AVAILABLE = "Y"
              IF WS-QUOTA-FOUND = "Y"
                 MOVE WS-PERSON-QUOTA TO WS-STMT-QUOTA-VALUE
                 WRITE STATEMENT-LINE FROM WS-STMT-QUOTA-LINE
                    AFTER ADVANCING 1 LINE
                 MOVE WS-ATTAIN-PCT TO WS-STMT-ATTAIN-VALUE
                 WRITE STATEMENT-LINE FROM WS-STMT-ATTAIN-LINE
                    AFTER ADVANCING 1 LINE
              ELSE
                 MOVE "NO SALES QUOTA SET FOR THIS PERIOD"
                    TO WS-STMT-CAP-TEXT
                 WRITE STATEMENT-LINE FROM WS-STMT-CAP-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
           END-IF.

           IF WS-CONSOL-SPLIT-SALES > 0
              MOVE "OF WHICH FROM SPLIT-CREDIT DEALS"
                 TO WS-STMT-MONEY-LABEL
              MOVE WS-RANK-SCAN-SUB TO WS-RANK-LOW-SUB
           END-IF.

      *     the paid commission of anyone reporting to a manager is
      *     held for the override pass, which runs once every
      *     salesperson's pay is final
       146-RELEASE-TEAM-ROW.
           IF WS-MAST-REPORTS-TO > 0
              AND WS-MAST-REPORTS-TO NOT = WS-NUMBER
              MOVE SPACES TO TEAM-WORK-REC
              MOVE WS-MAST-REPORTS-TO TO TEAM-MGR-NOM
              MOVE WS-NUMBER TO TEAM-MEMBER-NOM
              IF WS-MAST-NAME-DISPLAY = SPACES
                 MOVE WS-NAME TO TEAM-MEMBER-NAME
              ELSE
                 MOVE WS-MAST-NAME-DISPLAY TO TEAM-MEMBER-NAME
              END-IF
              MOVE WS-CALCULATION-PAID TO TEAM-MEMBER-PAID
              MOVE WS-WORK-REGION TO TEAM-MEMBER-REGION
              MOVE WS-SIM-PROP-PAID TO TEAM-MEMBER-PROP-PAID
              WRITE TEAM-WORK-REC
              ADD 1 TO WS-TEAM-ROWS-RELEASED
           END-IF.

       145-WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-INPUT-RECORD-COUNT TO WS-REJECT-RECNO.
                  WS-REGION-CODE-TBL(WS-REGION-IDX) DELIMITED BY SIZE
                  " TOTALS" DELIMITED BY SIZE
              INTO WS-REGION-TOTAL-TITLE.
           MOVE WS-REGION-CODE-TBL(WS-REGION-IDX) TO WS-RGN-LOOKUP-CODE.
           PERFORM 121-LOOKUP-REGION.
           MOVE WS-RGN-NAME-WORK TO WS-REGION-NAME-VALUE.
           MOVE WS-REGION-EARNED-TBL(WS-REGION-IDX)
              TO WS-REGION-EARNED-VALUE.
           MOVE WS-REGION-PAID-TBL(WS-REGION-IDX)
              TO WS-REGION-PAID-VALUE.
           MOVE WS-REGION-COUNT-TBL(WS-REGION-IDX)
              TO WS-REGION-COUNT-VALUE.
           SET WS-REGION-SUB TO WS-REGION-IDX.
           MOVE WS-REGION-QUOTA-TBL(WS-REGION-SUB)
              TO WS-REGION-QUOTA-VALUE.
           IF WS-QUOTA-AVAILABLE NOT = "Y"
              MOVE "N/A" TO WS-REGION-ATTAIN-VALUE
           ELSE IF WS-REGION-QUOTA-TBL(WS-REGION-SUB) = 0
              MOVE "NO QUOTA" TO WS-REGION-ATTAIN-VALUE
           ELSE
              COMPUTE WS-ATTAIN-PCT ROUNDED =
                 (WS-REGION-QSALES-TBL(WS-REGION-SUB) * 100)
                 / WS-REGION-QUOTA-TBL(WS-REGION-SUB)
              ON SIZE ERROR
                 MOVE 9999.9 TO WS-ATTAIN-PCT
              END-COMPUTE
              MOVE WS-ATTAIN-PCT TO WS-ATTAIN-EDIT
              MOVE WS-ATTAIN-EDIT TO WS-REGION-ATTAIN-VALUE
           END-IF.
           WRITE OUTPUT-LINE FROM WS-REGION-TOTALS-LINE
              AFTER ADVANCING 2 LINES.

           MOVE WS-YTD-TOTAL-PAID TO WS-YTD-PAID-TOTAL-VALUE.
           WRITE OUTPUT-LINE FROM WS-YTD-GRAND-TOTALS
              AFTER ADVANCING 2 LINES.
           MOVE WS-OVR-TOTAL-PAID TO WS-OVR-PAID-TOTAL-VALUE.
           WRITE OUTPUT-LINE FROM WS-OVR-GRAND-TOTALS
              AFTER ADVANCING 2 LINES.
           MOVE WS-OVR-YTD-TOTAL TO WS-OVR-YTD-TOTAL-VALUE.
           WRITE OUTPUT-LINE FROM WS-OVR-YTD-GRAND-TOTALS
              AFTER ADVANCING 1 LINE.
      *     attainment exceptions: under the parm floor, sales with
      *     no quota, and quota with no sales this period
       151-PRINT-QUOTA-EXCEPTIONS.
           MOVE WS-ATTAIN-FLOOR TO WS-QEXC-FLOOR-VALUE.
           WRITE OUTPUT-LINE FROM WS-QEXC-SECTION-LINE
              AFTER ADVANCING 3 LINES.

           IF WS-QUOTA-AVAILABLE NOT = "Y"
              WRITE OUTPUT-LINE FROM WS-QEXC-NO-FILE-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE OUTPUT-LINE FROM WS-QEXC-COLUMN-HEADINGS
                 AFTER ADVANCING 1 LINE
              PERFORM 151A-PRINT-ONE-QUOTA-EXCEPTION
                 VARYING WS-QEXC-SUB FROM 1 BY 1
                 UNTIL WS-QEXC-SUB > WS-QEXC-COUNT
              IF WS-QEXC-DROPPED = "Y"
                 WRITE OUTPUT-LINE FROM WS-QEXC-LIMIT-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
              MOVE WS-BELOW-FLOOR-COUNT TO WS-BELOW-FLOOR-VALUE
              WRITE OUTPUT-LINE FROM WS-BELOW-FLOOR-DETAIL
                 AFTER ADVANCING 2 LINES
              MOVE WS-NO-QUOTA-COUNT TO WS-NO-QUOTA-VALUE
              WRITE OUTPUT-LINE FROM WS-NO-QUOTA-DETAIL
                 AFTER ADVANCING 1 LINE
              MOVE WS-QUOTA-NO-SALES-COUNT TO WS-QUOTA-NO-SALES-VALUE
              WRITE OUTPUT-LINE FROM WS-QUOTA-NO-SALES-DETAIL
                 AFTER ADVANCING 1 LINE
           END-IF.

       151A-PRINT-ONE-QUOTA-EXCEPTION.
           MOVE WS-QEXC-ENTRY(WS-QEXC-SUB) TO WS-QEXC-WORK.
           MOVE WS-QEXC-NOM TO WS-QEXC-NOM-OUT.
           MOVE WS-QEXC-NAME TO WS-QEXC-NAME-OUT.
           MOVE WS-QEXC-REGION TO WS-QEXC-REGION-OUT.
           MOVE WS-QEXC-SALES TO WS-QEXC-SALES-OUT.
           MOVE WS-QEXC-QUOTA TO WS-QEXC-QUOTA-OUT.
           MOVE WS-QEXC-ATTAIN TO WS-QEXC-ATTAIN-OUT.
           MOVE WS-QEXC-TYPE TO WS-QEXC-TYPE-OUT.
           WRITE OUTPUT-LINE FROM WS-QEXC-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

      *     file exceptions found by the key-order pass: active
      *     master records with no sales, and YTD and draw records
      *     for salespeople no longer on the master
       152-PRINT-FILE-EXCEPTIONS.
           WRITE OUTPUT-LINE FROM WS-MEXC-SECTION-LINE
              AFTER ADVANCING 3 LINES.

           IF WS-MASTER-AVAILABLE NOT = "Y"
              WRITE OUTPUT-LINE FROM WS-MEXC-NO-MASTER-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE OUTPUT-LINE FROM WS-MEXC-COLUMN-HEADINGS
                 AFTER ADVANCING 1 LINE
              PERFORM 152A-PRINT-ONE-FILE-EXCEPTION
                 VARYING WS-MEXC-SUB FROM 1 BY 1
                 UNTIL WS-MEXC-SUB > WS-MEXC-COUNT
              IF WS-MEXC-DROPPED = "Y"
                 WRITE OUTPUT-LINE FROM WS-MEXC-LIMIT-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
              MOVE WS-MAST-NO-SALES-COUNT TO WS-MAST-NO-SALES-VALUE
              WRITE OUTPUT-LINE FROM WS-MAST-NO-SALES-DETAIL
                 AFTER ADVANCING 2 LINES
              MOVE WS-YTD-OFF-MASTER-COUNT TO WS-YTD-OFF-MASTER-VALUE
              WRITE OUTPUT-LINE FROM WS-YTD-OFF-MASTER-DETAIL
                 AFTER ADVANCING 1 LINE
              MOVE WS-DRAW-OFF-MASTER-COUNT
                 TO WS-DRAW-OFF-MASTER-VALUE
              WRITE OUTPUT-LINE FROM WS-DRAW-OFF-MASTER-DETAIL
                 AFTER ADVANCING 1 LINE
           END-IF.

       152A-PRINT-ONE-FILE-EXCEPTION.
           MOVE WS-MEXC-ENTRY(WS-MEXC-SUB) TO WS-MEXC-WORK.
           MOVE WS-MEXC-NOM TO WS-MEXC-NOM-OUT.
           MOVE WS-MEXC-NAME TO WS-MEXC-NAME-OUT.
           MOVE WS-MEXC-REGION TO WS-MEXC-REGION-OUT.
           MOVE WS-MEXC-BALANCE TO WS-MEXC-BALANCE-OUT.
           MOVE WS-MEXC-TYPE TO WS-MEXC-TYPE-OUT.
           WRITE OUTPUT-LINE FROM WS-MEXC-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

      *     manager overrides: the team rows sorted by manager are
      *     taken one manager at a time, and each manager with an
      *     active master record and an override rate is paid that
      *     percent of the direct team's paid commission as a line
      *     of its own - not as a salesperson, so the ranking, region
      *     totals and run history of salespeople are untouched
       160-PROCESS-OVERRIDES.
           WRITE OUTPUT-LINE FROM WS-OVR-SECTION-LINE
              AFTER ADVANCING 3 LINES.
           MOVE "n" TO WS-TEAM-EOF-FLAG.
           OPEN INPUT TEAM-SORTED-FILE.
           PERFORM 169-READ-TEAM-ROW.
           IF WS-TEAM-EOF-FLAG = "y"
              WRITE OUTPUT-LINE FROM WS-OVR-NONE-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE OUTPUT-LINE FROM WS-OVR-COLUMN-HEADINGS
                 AFTER ADVANCING 1 LINE
              PERFORM 161-START-MANAGER-GROUP
              PERFORM 162-ACCUMULATE-TEAM-ROW
                 UNTIL WS-TEAM-EOF-FLAG = "y"
              PERFORM 165-SETTLE-MANAGER
           END-IF.
           CLOSE TEAM-SORTED-FILE.

           MOVE WS-OVR-PAID-COUNT TO WS-OVR-PAID-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-OVR-PAID-COUNT-DETAIL
              AFTER ADVANCING 2 LINES.
           MOVE WS-OVR-UNPAID-COUNT TO WS-OVR-UNPAID-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-OVR-UNPAID-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.

       161-START-MANAGER-GROUP.
           MOVE TSRT-MGR-NOM TO WS-OVR-MGR-NOM.
           MOVE SPACES TO WS-OVR-MGR-NAME.
           MOVE SPACES TO WS-OVR-MGR-REGION.
           MOVE 0 TO WS-OVR-RATE.
           MOVE 0 TO WS-OVR-TEAM-COUNT.
           MOVE 0 TO WS-OVR-TEAM-PAID.
           MOVE 0 TO WS-OVR-AMOUNT.
           MOVE 0 TO WS-OVR-YTD.
           MOVE 0 TO WS-OVR-LIST-COUNT.
           MOVE 0 TO WS-OVR-UNLISTED.
           PERFORM 164-ADD-TEAM-MEMBER.
           PERFORM 169-READ-TEAM-ROW.

       162-ACCUMULATE-TEAM-ROW.
           IF TSRT-MGR-NOM = WS-OVR-MGR-NOM
              PERFORM 164-ADD-TEAM-MEMBER
              PERFORM 169-READ-TEAM-ROW
           ELSE
              PERFORM 165-SETTLE-MANAGER
              PERFORM 161-START-MANAGER-GROUP
           END-IF.

       164-ADD-TEAM-MEMBER.
           ADD 1 TO WS-OVR-TEAM-COUNT.
           ADD TSRT-MEMBER-PAID TO WS-OVR-TEAM-PAID.
           IF WS-OVR-LIST-COUNT < 100
              ADD 1 TO WS-OVR-LIST-COUNT
              MOVE TSRT-MEMBER-NOM
                 TO WS-OVR-LIST-NOM(WS-OVR-LIST-COUNT)
              MOVE TSRT-MEMBER-NAME
                 TO WS-OVR-LIST-NAME(WS-OVR-LIST-COUNT)
              MOVE TSRT-MEMBER-REGION
                 TO WS-OVR-LIST-REGION(WS-OVR-LIST-COUNT)
              MOVE TSRT-MEMBER-PAID
                 TO WS-OVR-LIST-PAID(WS-OVR-LIST-COUNT)
           ELSE
              ADD 1 TO WS-OVR-UNLISTED
           END-IF.

      *     a team whose manager cannot be paid is reported and the
      *     run warns; the team's own pay is not affected
       165-SETTLE-MANAGER.
           MOVE "N" TO WS-OVR-PAY-FLAG.
           MOVE SPACES TO WS-OVR-REASON.
           IF WS-MASTER-AVAILABLE NOT = "Y"
              MOVE "MASTER NOT AVAILABLE" TO WS-OVR-REASON
           ELSE
              MOVE WS-OVR-MGR-NOM TO MAST-NOM
              READ MASTER-FILE
              INVALID KEY
                 MOVE "MANAGER NOT ON MASTER" TO WS-OVR-REASON
              NOT INVALID KEY
                 MOVE MAST-NAME TO WS-OVR-MGR-NAME
                 MOVE MAST-REGION TO WS-OVR-MGR-REGION
                 IF MAST-STATUS = "T"
                    MOVE "MANAGER TERMINATED" TO WS-OVR-REASON
                 ELSE IF MAST-OVERRIDE-RATE IS NOT NUMERIC
                    OR MAST-OVERRIDE-RATE = 0
                    MOVE "NO OVERRIDE RATE ON MASTER"
                       TO WS-OVR-REASON
                 ELSE
                    MOVE MAST-OVERRIDE-RATE TO WS-OVR-RATE
                    MOVE "Y" TO WS-OVR-PAY-FLAG
                 END-IF
              END-READ
           END-IF.

           IF WS-OVR-PAY-FLAG = "Y"
              COMPUTE WS-OVR-AMOUNT ROUNDED =
                 (WS-OVR-TEAM-PAID * WS-OVR-RATE) / 100
              IF WS-OVR-AMOUNT = 0
                 MOVE "N" TO WS-OVR-PAY-FLAG
                 MOVE "NO TEAM COMMISSION PAID" TO WS-OVR-REASON
              END-IF
           END-IF.

           IF WS-OVR-PAY-FLAG = "Y"
              MOVE "PAID" TO WS-OVR-REASON
              ADD 1 TO WS-OVR-PAID-COUNT
              ADD WS-OVR-AMOUNT TO WS-OVR-TOTAL-PAID
              PERFORM 166-POST-OVERRIDE-YTD
              PERFORM 167-WRITE-OVERRIDE-CSV
              PERFORM 168-WRITE-OVERRIDE-STATEMENT
           ELSE
              ADD 1 TO WS-OVR-UNPAID-COUNT
              IF WS-OVR-REASON NOT = "NO TEAM COMMISSION PAID"
                 MOVE 4 TO WS-NEW-CONDITION
                 PERFORM 198-RAISE-CONDITION-CODE
              END-IF
           END-IF.

           MOVE WS-OVR-MGR-NOM TO WS-OVR-NOM-OUT.
           MOVE WS-OVR-MGR-NAME TO WS-OVR-NAME-OUT.
           MOVE WS-OVR-TEAM-COUNT TO WS-OVR-COUNT-OUT.
           MOVE WS-OVR-TEAM-PAID TO WS-OVR-TEAM-PAID-OUT.
           MOVE WS-OVR-RATE TO WS-OVR-RATE-OUT.
           MOVE WS-OVR-AMOUNT TO WS-OVR-AMOUNT-OUT.
           MOVE WS-OVR-REASON TO WS-OVR-STATUS-OUT.
           WRITE OUTPUT-LINE FROM WS-OVR-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

      *     posted once per period on its own stamp, the same way
      *     135-UPDATE-YTD-FILE keeps the first commission posting;
      *     a manager with no commission of their own this year
      *     gets a YTD record holding only the override
       166-POST-OVERRIDE-YTD.
           IF WS-YTD-AVAILABLE = "Y"
              MOVE WS-OVR-MGR-NOM TO YTD-NOM
              READ YTD-FILE
              INVALID KEY
                 MOVE WS-OVR-MGR-NAME TO YTD-NAME
                 MOVE 0 TO YTD-EARNED
                 MOVE 0 TO YTD-PAID
                 MOVE 0 TO YTD-LAST-PERIOD
                 MOVE WS-OVR-AMOUNT TO YTD-OVERRIDE
                 MOVE WS-PERIOD-END-DATE TO YTD-OVR-LAST-PERIOD
                 WRITE YTD-RECORD
                 PERFORM 166A-LEDGER-OVERRIDE
              NOT INVALID KEY
                 IF YTD-OVR-LAST-PERIOD NOT = WS-PERIOD-END-DATE
                    ADD WS-OVR-AMOUNT TO YTD-OVERRIDE
                    MOVE WS-PERIOD-END-DATE TO YTD-OVR-LAST-PERIOD
                    REWRITE YTD-RECORD
                    PERFORM 166A-LEDGER-OVERRIDE
                 END-IF
              END-READ
              IF WS-YTD-STATUS = "00"
                 MOVE YTD-OVERRIDE TO WS-OVR-YTD
                 ADD YTD-OVERRIDE TO WS-OVR-YTD-TOTAL
              END-IF
           END-IF.

       166A-LEDGER-OVERRIDE.
           PERFORM 175-CLEAR-LEDGER-ENTRY.
           MOVE WS-OVR-MGR-NOM TO WS-LEDG-NOM.
           MOVE "OV" TO WS-LEDG-TYPE.
           MOVE WS-OVR-AMOUNT TO WS-LEDG-OVERRIDE.
           PERFORM 176-WRITE-LEDGER-ENTRY.

      *     override lines follow the commission lines on the payroll
      *     extract, told apart by the line type
       167-WRITE-OVERRIDE-CSV.
           MOVE WS-OVR-MGR-NOM TO WS-CSV-NUMBER.
           MOVE WS-OVR-AMOUNT TO WS-CSV-EARNED.
           MOVE WS-OVR-AMOUNT TO WS-CSV-PAID.
           MOVE WS-PERIOD-END-DATE TO WS-CSV-PERIOD.
           MOVE "O" TO WS-CSV-TYPE.
           WRITE CSV-LINE FROM WS-CSV-LINE.

      *     a page of its own after the commission statements, listing
      *     the direct team whose paid commission the override is on
       168-WRITE-OVERRIDE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT.
           MOVE WS-PERIOD-END-DATE TO WS-STMT-OVR-PERIOD-DATE.
           IF WS-STMT-COUNT = 1
              WRITE STATEMENT-LINE FROM WS-STMT-OVR-TITLE-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE STATEMENT-LINE FROM WS-STMT-OVR-TITLE-LINE
                 AFTER ADVANCING PAGE
           END-IF.

           MOVE WS-OVR-MGR-NOM TO WS-STMT-NOM.
           MOVE WS-OVR-MGR-NAME TO WS-STMT-NAME.
           MOVE WS-OVR-MGR-REGION TO WS-STMT-REGION.
           WRITE STATEMENT-LINE FROM WS-STMT-ID-LINE
              AFTER ADVANCING 2 LINES.

           WRITE STATEMENT-LINE FROM WS-STMT-TEAM-HEADINGS
              AFTER ADVANCING 2 LINES.
           PERFORM 168A-WRITE-TEAM-MEMBER
              VARYING WS-OVR-LIST-SUB FROM 1 BY 1
              UNTIL WS-OVR-LIST-SUB > WS-OVR-LIST-COUNT.
           IF WS-OVR-UNLISTED > 0
              MOVE SPACES TO WS-STMT-CAP-TEXT
              STRING "MORE TEAM MEMBERS NOT LISTED: "
                        DELIMITED BY SIZE
                     WS-OVR-UNLISTED DELIMITED BY SIZE
                 INTO WS-STMT-CAP-TEXT
              WRITE STATEMENT-LINE FROM WS-STMT-CAP-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

           MOVE "TEAM COMMISSION PAID" TO WS-STMT-MONEY-LABEL.
           MOVE WS-OVR-TEAM-PAID TO WS-STMT-MONEY-VALUE.
           WRITE STATEMENT-LINE FROM WS-STMT-MONEY-LINE
              AFTER ADVANCING 2 LINES.

           MOVE WS-OVR-RATE TO WS-STMT-RATE-VALUE.
           WRITE STATEMENT-LINE FROM WS-STMT-RATE-LINE
              AFTER ADVANCING 1 LINE.

           MOVE "OVERRIDE PAID" TO WS-STMT-MONEY-LABEL.
           MOVE WS-OVR-AMOUNT TO WS-STMT-MONEY-VALUE.
           WRITE STATEMENT-LINE FROM WS-STMT-MONEY-LINE
              AFTER ADVANCING 1 LINE.

           MOVE "YEAR-TO-DATE OVERRIDE PAID" TO WS-STMT-MONEY-LABEL.
           MOVE WS-OVR-YTD TO WS-STMT-MONEY-VALUE.
           WRITE STATEMENT-LINE FROM WS-STMT-MONEY-LINE
              AFTER ADVANCING 2 LINES.

       168A-WRITE-TEAM-MEMBER.
           MOVE WS-OVR-LIST-NOM(WS-OVR-LIST-SUB) TO WS-STMT-TEAM-NOM.
           MOVE WS-OVR-LIST-NAME(WS-OVR-LIST-SUB) TO WS-STMT-TEAM-NAME.
           MOVE WS-OVR-LIST-REGION(WS-OVR-LIST-SUB)
              TO WS-STMT-TEAM-REGION.
           MOVE WS-OVR-LIST-PAID(WS-OVR-LIST-SUB) TO WS-STMT-TEAM-PAID.
           WRITE STATEMENT-LINE FROM WS-STMT-TEAM-LINE
              AFTER ADVANCING 1 LINE.

       169-READ-TEAM-ROW.
           READ TEAM-SORTED-FILE
           AT END
              MOVE "y" TO WS-TEAM-EOF-FLAG.

      *     read the prior run's figures, append this run's record,
      *     and print the period-over-period comparison section
       170-PROCESS-RUN-HISTORY.
           MOVE WS-REJECT-COUNT TO HIST-REJECT-COUNT.
           MOVE WS-PERIOD-END-DATE TO HIST-PERIOD-END.
           MOVE WS-REGION-TOTALS-TABLE TO HIST-REGION-BLOCK.
           MOVE WS-OVR-TOTAL-PAID TO HIST-OVERRIDE-PAID.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.

      *     one balanced journal per run: expense debits by region,
      *     the payable credit for what goes to payroll, and a
      *     self-balancing accrual pair for earned-but-capped pay
       175-CLEAR-LEDGER-ENTRY.
           MOVE SPACES TO WS-LEDG-TYPE.
           MOVE 0 TO WS-LEDG-EARNED.
           MOVE 0 TO WS-LEDG-PAID.
           MOVE 0 TO WS-LEDG-OVERRIDE.
           MOVE 0 TO WS-LEDG-DRAW.

      *     entries for a number and period are numbered on from the
      *     highest sequence already on the ledger
       176-WRITE-LEDGER-ENTRY.
           IF WS-LEDG-AVAILABLE = "Y"
              MOVE 0 TO WS-LEDG-LAST-SEQ
              MOVE "N" TO WS-LEDG-SEQ-DONE
              MOVE WS-LEDG-NOM TO LEDG-NOM
              MOVE WS-PERIOD-END-DATE TO LEDG-PERIOD
              MOVE 0 TO LEDG-SEQ
              START LEDGER-FILE KEY IS NOT LESS THAN LEDG-KEY
              INVALID KEY
                 MOVE "Y" TO WS-LEDG-SEQ-DONE
              END-START
              PERFORM 177-READ-LEDGER-SEQ
                 UNTIL WS-LEDG-SEQ-DONE = "Y"
              MOVE SPACES TO LEDGER-RECORD
              MOVE WS-LEDG-NOM TO LEDG-NOM
              MOVE WS-PERIOD-END-DATE TO LEDG-PERIOD
              COMPUTE LEDG-SEQ = WS-LEDG-LAST-SEQ + 1
              MOVE WS-LEDG-TYPE TO LEDG-TYPE
              MOVE "A3SCOMM" TO LEDG-SOURCE
              MOVE WS-LEDG-EARNED TO LEDG-EARNED
              MOVE WS-LEDG-PAID TO LEDG-PAID
              MOVE WS-LEDG-OVERRIDE TO LEDG-OVERRIDE
              MOVE WS-LEDG-DRAW TO LEDG-DRAW
              WRITE LEDGER-RECORD
              INVALID KEY
                 DISPLAY "A3SCOMM: LEDGER WRITE FAILED FOR "
                    WS-LEDG-NOM " " WS-LEDG-TYPE
                 MOVE 4 TO WS-NEW-CONDITION
                 PERFORM 198-RAISE-CONDITION-CODE
              NOT INVALID KEY
                 ADD 1 TO WS-LEDG-ENTRIES
              END-WRITE
           END-IF.

       177-READ-LEDGER-SEQ.
           READ LEDGER-FILE NEXT RECORD
           AT END
              MOVE "Y" TO WS-LEDG-SEQ-DONE
           NOT AT END
              IF LEDG-NOM = WS-LEDG-NOM
                 AND LEDG-PERIOD = WS-PERIOD-END-DATE
                 MOVE LEDG-SEQ TO WS-LEDG-LAST-SEQ
              ELSE
                 MOVE "Y" TO WS-LEDG-SEQ-DONE
              END-IF
           END-READ.

       178-WRITE-GL-POSTINGS.
           MOVE SPACES TO WS-GL-RUN-REF.
           STRING "CM" DELIMITED BY SIZE
              PERFORM 178B-WRITE-GL-RECORD
           END-IF.

      *     manager overrides are their own expense line; the
      *     payable credit carries commission and overrides together
           IF WS-OVR-TOTAL-PAID > 0
              MOVE SPACES TO GL-POSTING-RECORD
              MOVE "6120" TO GL-ACCOUNT
              MOVE "MANAGER OVERRIDE EXPENSE" TO GL-DESCRIPTION
              MOVE WS-OVR-TOTAL-PAID TO GL-DEBIT
              MOVE 0 TO GL-CREDIT
              PERFORM 178B-WRITE-GL-RECORD
           END-IF.

           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE "2150" TO GL-ACCOUNT.
           MOVE "COMMISSION PAYABLE" TO GL-DESCRIPTION.
           MOVE 0 TO GL-DEBIT.
           COMPUTE GL-CREDIT = WS-TOTAL-PAID + WS-OVR-TOTAL-PAID.
           MOVE GL-CREDIT TO WS-GL-PAYABLE-POSTED.
           PERFORM 178B-WRITE-GL-RECORD.

           IF WS-GL-ACCRUAL-TOTAL > 0
              PERFORM 178B-WRITE-GL-RECORD
           END-IF.

      *     the expense account is the region master's cost center;
      *     only when the master is down or holds no cost center is
      *     the account built from the region code
       178A-WRITE-REGION-DEBIT.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE SPACES TO GL-ACCOUNT.
           MOVE WS-REGION-CODE-TBL(WS-REGION-IDX) TO WS-RGN-LOOKUP-CODE.
           PERFORM 121-LOOKUP-REGION.
           IF WS-RGN-FOUND = "Y"
              AND WS-RGN-COST-CENTER-WORK NOT = SPACES
              MOVE WS-RGN-COST-CENTER-WORK TO GL-ACCOUNT
           ELSE
              STRING "6100-" DELIMITED BY SIZE
                     WS-REGION-CODE-TBL(WS-REGION-IDX)
                        DELIMITED BY SIZE
                 INTO GL-ACCOUNT
           END-IF.
           MOVE SPACES TO GL-DESCRIPTION.
           STRING "COMMISSION EXPENSE " DELIMITED BY SIZE
                  WS-REGION-CODE-TBL(WS-REGION-IDX)
              AFTER ADVANCING 1 LINE.

           IF WS-GL-TOTAL-DEBITS = WS-GL-TOTAL-CREDITS
              AND WS-GL-PAYABLE-POSTED =
                 WS-TOTAL-PAID + WS-OVR-TOTAL-PAID
              MOVE "BALANCED" TO WS-GL-STATUS-VALUE
           ELSE
              MOVE "OUT OF BALANCE" TO WS-GL-STATUS-VALUE
           END-IF.
           WRITE OUTPUT-LINE FROM WS-GL-STATUS-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-LEDG-ENTRIES TO WS-LEDG-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-LEDG-COUNT-DETAIL
              AFTER ADVANCING 2 LINES.

           IF WS-BATCH-COUNT > 0
              WRITE OUTPUT-LINE FROM WS-BATCH-SECTION-LINE
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

           PERFORM 180B-PRINT-BRANCH-SCHEDULE.

       180A-PRINT-ONE-BATCH-LINE.
           MOVE WS-BATCH-BRANCH-TBL(WS-BATCH-SUB)
              TO WS-BATCH-RECON-BRANCH.
           WRITE OUTPUT-LINE FROM WS-BATCH-RECON-LINE
              AFTER ADVANCING 1 LINE.

      *     a scheduled branch with no batch paid holds the payroll
      *     hand-off the same way a rejected batch does; late,
      *     undated, duplicate and unscheduled submissions warn
       180B-PRINT-BRANCH-SCHEDULE.
           WRITE OUTPUT-LINE FROM WS-SCHED-SECTION-LINE
              AFTER ADVANCING 2 LINES.
           IF WS-SCHED-AVAILABLE NOT = "Y"
              MOVE "NO BRANCH SCHEDULE - SUBMISSIONS NOT CHECKED"
                 TO WS-SCHED-NOTE
              WRITE OUTPUT-LINE FROM WS-SCHED-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
              IF WS-SCHED-LISTED-COUNT = 0
                 MOVE "NO BRANCHES SCHEDULED FOR THIS PERIOD"
                    TO WS-SCHED-NOTE
                 WRITE OUTPUT-LINE FROM WS-SCHED-NOTE-LINE
                    AFTER ADVANCING 1 LINE
                 MOVE 4 TO WS-NEW-CONDITION
                 PERFORM 198-RAISE-CONDITION-CODE
              END-IF
              IF WS-SCHED-COUNT > 0
                 WRITE OUTPUT-LINE FROM WS-SCHED-COLUMN-HEADINGS
                    AFTER ADVANCING 1 LINE
                 PERFORM 180C-PRINT-ONE-SCHEDULE-LINE
                    VARYING WS-SCHED-SUB FROM 1 BY 1
                    UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
              END-IF
              MOVE WS-SCHED-MISSING-COUNT TO WS-SCHED-MISSING-VALUE
              WRITE OUTPUT-LINE FROM WS-SCHED-MISSING-DETAIL
                 AFTER ADVANCING 2 LINES
              MOVE WS-SCHED-LATE-COUNT TO WS-SCHED-LATE-VALUE
              WRITE OUTPUT-LINE FROM WS-SCHED-LATE-DETAIL
                 AFTER ADVANCING 1 LINE
              MOVE WS-SCHED-DUP-COUNT TO WS-SCHED-DUP-VALUE
              WRITE OUTPUT-LINE FROM WS-SCHED-DUP-DETAIL
                 AFTER ADVANCING 1 LINE
              MOVE WS-SCHED-EXTRA-COUNT TO WS-SCHED-EXTRA-VALUE
              WRITE OUTPUT-LINE FROM WS-SCHED-EXTRA-DETAIL
                 AFTER ADVANCING 1 LINE
              IF WS-SCHED-OVERFLOW-COUNT > 0
                 MOVE WS-SCHED-OVERFLOW-COUNT
                    TO WS-SCHED-OVERFLOW-VALUE
                 WRITE OUTPUT-LINE FROM WS-SCHED-OVERFLOW-DETAIL
                    AFTER ADVANCING 1 LINE
                 MOVE 4 TO WS-NEW-CONDITION
                 PERFORM 198-RAISE-CONDITION-CODE
              END-IF
           END-IF.

       180C-PRINT-ONE-SCHEDULE-LINE.
           MOVE WS-SCHED-BRANCH-TBL(WS-SCHED-SUB)
              TO WS-SCHED-OUT-BRANCH.
           IF WS-SCHED-CUTOFF-TBL(WS-SCHED-SUB) > 0
              MOVE WS-SCHED-CUTOFF-TBL(WS-SCHED-SUB)
                 TO WS-SCHED-OUT-CUTOFF
           ELSE
              MOVE SPACES TO WS-SCHED-OUT-CUTOFF
           END-IF.
           MOVE WS-SCHED-BATCHES-TBL(WS-SCHED-SUB)
              TO WS-SCHED-OUT-BATCHES.
           MOVE WS-SCHED-ACCEPTED-TBL(WS-SCHED-SUB)
              TO WS-SCHED-OUT-ACCEPTED.
           MOVE WS-SCHED-REJECTED-TBL(WS-SCHED-SUB)
              TO WS-SCHED-OUT-REJECTED.
           IF WS-SCHED-LAST-SENT-TBL(WS-SCHED-SUB) > 0
              MOVE WS-SCHED-LAST-SENT-TBL(WS-SCHED-SUB)
                 TO WS-SCHED-OUT-SENT
           ELSE
              MOVE SPACES TO WS-SCHED-OUT-SENT
           END-IF.

           IF WS-SCHED-LISTED-TBL(WS-SCHED-SUB) NOT = "Y"
              MOVE "NOT SCHEDULED" TO WS-SCHED-OUT-STATUS
              ADD 1 TO WS-SCHED-EXTRA-COUNT
              MOVE 4 TO WS-NEW-CONDITION
           ELSE IF WS-SCHED-BATCHES-TBL(WS-SCHED-SUB) = 0
              MOVE "MISSING" TO WS-SCHED-OUT-STATUS
              ADD 1 TO WS-SCHED-MISSING-COUNT
              MOVE 8 TO WS-NEW-CONDITION
           ELSE IF WS-SCHED-ACCEPTED-TBL(WS-SCHED-SUB) = 0
              MOVE "REJECTED - NOT PAID" TO WS-SCHED-OUT-STATUS
              ADD 1 TO WS-SCHED-MISSING-COUNT
              MOVE 8 TO WS-NEW-CONDITION
           ELSE IF WS-SCHED-ACCEPTED-TBL(WS-SCHED-SUB) > 1
              MOVE "DUPLICATE" TO WS-SCHED-OUT-STATUS
              ADD 1 TO WS-SCHED-DUP-COUNT
              MOVE 4 TO WS-NEW-CONDITION
           ELSE IF WS-SCHED-UNDATED-TBL(WS-SCHED-SUB) = "Y"
              MOVE "NO SENT DATE" TO WS-SCHED-OUT-STATUS
              ADD 1 TO WS-SCHED-LATE-COUNT
              MOVE 4 TO WS-NEW-CONDITION
           ELSE IF WS-SCHED-CUTOFF-TBL(WS-SCHED-SUB) > 0
              AND WS-SCHED-LAST-SENT-TBL(WS-SCHED-SUB) >
                 WS-SCHED-CUTOFF-TBL(WS-SCHED-SUB)
              MOVE "LATE" TO WS-SCHED-OUT-STATUS
              ADD 1 TO WS-SCHED-LATE-COUNT
              MOVE 4 TO WS-NEW-CONDITION
           ELSE
              MOVE "ON TIME" TO WS-SCHED-OUT-STATUS
              MOVE 0 TO WS-NEW-CONDITION
           END-IF.
           PERFORM 198-RAISE-CONDITION-CODE.
           WRITE OUTPUT-LINE FROM WS-SCHED-LINE
              AFTER ADVANCING 1 LINE.

      *     rank kept results by earned commission, highest first,
      *     then list company-wide and within each region
       181-PRINT-RANKING.
           WRITE OUTPUT-LINE FROM WS-NO-BONUS-PERCENT-DETAIL
              AFTER ADVANCING 2 LINES.

      *     a what-if run reads the real master, YTD and draw files
      *     but opens nothing it could post to: no CSV, GL, audit,
      *     ranking or statement output, and the YTD and draw files
      *     are read only
       208-OPEN-SIMULATION-FILES.
           OPEN INPUT INPUT-FILE.
           OPEN OUTPUT WORK-FILE.
           OPEN OUTPUT TEAM-WORK-FILE.
           OPEN OUTPUT OUTPUT-FILE.
           OPEN OUTPUT REJECT-FILE.

           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = "00"
              MOVE "Y" TO WS-YTD-AVAILABLE
           ELSE
              MOVE "N" TO WS-YTD-AVAILABLE
              DISPLAY "A3SCOMM: YTD FILE NOT AVAILABLE, STATUS "
                 WS-YTD-STATUS " - YTD NOT SHOWN"
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MAST-STATUS = "00"
              MOVE "Y" TO WS-MASTER-AVAILABLE
           ELSE
              MOVE "N" TO WS-MASTER-AVAILABLE
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

      *     no draw ledger yet simply means no balances to recover
           OPEN INPUT DRAW-FILE.
           IF WS-DRAW-STATUS = "00"
              MOVE "Y" TO WS-DRAW-AVAILABLE
           ELSE
              MOVE "N" TO WS-DRAW-AVAILABLE
              IF WS-DRAW-STATUS NOT = "35"
                 DISPLAY "A3SCOMM: DRAW LEDGER UNUSABLE, STATUS "
                    WS-DRAW-STATUS
                 MOVE 4 TO WS-NEW-CONDITION
                 PERFORM 198-RAISE-CONDITION-CODE
              END-IF
           END-IF.

           OPEN INPUT REGION-FILE.
           IF WS-RGN-STATUS = "00"
              MOVE "Y" TO WS-RGN-AVAILABLE
           ELSE
              MOVE "N" TO WS-RGN-AVAILABLE
              DISPLAY "A3SCOMM: REGION MASTER NOT AVAILABLE, STATUS "
                 WS-RGN-STATUS " - REGIONS NOT VALIDATED"
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

      *     quota attainment does not change with the plan and is
      *     not looked at on a what-if run
           MOVE "N" TO WS-QUOTA-AVAILABLE.

       209-CLOSE-SIMULATION-FILES.
           CLOSE INPUT-FILE OUTPUT-FILE REJECT-FILE.
           IF WS-YTD-AVAILABLE = "Y"
              CLOSE YTD-FILE
           END-IF.
           IF WS-MASTER-AVAILABLE = "Y"
              CLOSE MASTER-FILE
           END-IF.
           IF WS-DRAW-AVAILABLE = "Y"
              CLOSE DRAW-FILE
           END-IF.
           IF WS-RGN-AVAILABLE = "Y"
              CLOSE REGION-FILE
           END-IF.

      *     the consolidated salespeople are paid under both plan
      *     tables, then the managers' overrides on both, then the
      *     cost by region and in total
       220-RUN-SIMULATION-PASS.
           MOVE WS-PERIOD-END-DATE TO WS-SIM-TITLE-DATE.
           MOVE WS-SIM-CUR-THRESHOLD TO WS-SIM-CUR-THRESH-OUT.
           MOVE WS-SIM-THRESHOLD TO WS-SIM-PROP-THRESH-OUT.
           MOVE WS-SIM-CUR-BONUS-RATE TO WS-SIM-CUR-RATE-OUT.
           MOVE WS-SIM-BONUS-RATE TO WS-SIM-PROP-RATE-OUT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-SIM-PROP-PAID.

           PERFORM 027-PROCESS-SORTED-FILE.
           IF WS-PAGE-COUNT = 0
              PERFORM 231-PRINT-SIMULATION-HEADINGS
           END-IF.
           CLOSE TEAM-WORK-FILE.

           SORT TEAM-SORT-FILE ON ASCENDING KEY TSORT-MGR-NOM
              ON ASCENDING KEY TSORT-MEMBER-NOM
              USING TEAM-WORK-FILE GIVING TEAM-SORTED-FILE.

           PERFORM 240-SIMULATE-OVERRIDES.
           PERFORM 250-PRINT-SIMULATION-REGIONS.
           PERFORM 255-PRINT-SIMULATION-TOTALS.

      *     one salesperson paid under the current and the proposed
      *     plan table; the draw recovery and YTD shown are worked
      *     from the balances as they stood before this period
       230-SIMULATE-ONE-PERSON.
           IF WS-LINE-COUNT = 0
              PERFORM 231-PRINT-SIMULATION-HEADINGS
           END-IF.

           MOVE WS-CONSOL-NOM TO WS-NUMBER.
           MOVE WS-CONSOL-NAME TO WS-NAME.
           MOVE WS-CONSOL-REGION TO WS-WORK-REGION.
           MOVE WS-CONSOL-SALES TO WS-CALCULATION-SALES.
           MOVE WS-CONSOL-MIN TO WS-CALCULATION-MIN.
           MOVE WS-CONSOL-MAX TO WS-CALCULATION-MAX.
           MOVE WS-CONSOL-RATE TO WS-CALCULATION-RATE.

           PERFORM 125-LOOKUP-MASTER-NAME.
           PERFORM 233-READ-SIMULATION-BALANCES.

           MOVE WS-SIM-CUR-PLANS TO WS-PLAN-TABLE.
           PERFORM 126-SELECT-PLAN.
           MOVE WS-PLAN-CODE-TBL(WS-ACTIVE-PLAN-SUB) TO WS-SIM-PLAN-OUT.
           PERFORM 232-SIMULATE-PLAN-PAY.
           MOVE WS-CALCULATION-PAID TO WS-SIM-CUR-PAID.

           MOVE WS-SIM-PROP-PLANS TO WS-PLAN-TABLE.
           PERFORM 126-SELECT-PLAN.
           PERFORM 232-SIMULATE-PLAN-PAY.
           MOVE WS-CALCULATION-PAID TO WS-SIM-PROP-PAID.
           MOVE WS-SIM-CUR-PLANS TO WS-PLAN-TABLE.

           COMPUTE WS-SIM-DIFF = WS-SIM-PROP-PAID - WS-SIM-CUR-PAID.
           IF WS-SIM-DIFF > 0
              MOVE "B" TO WS-SIM-RESULT-CODE
              MOVE "BETTER OFF" TO WS-SIM-RESULT-OUT
              ADD 1 TO WS-SIM-BETTER-COUNT
           ELSE IF WS-SIM-DIFF < 0
              MOVE "W" TO WS-SIM-RESULT-CODE
              MOVE "WORSE OFF" TO WS-SIM-RESULT-OUT
              ADD 1 TO WS-SIM-WORSE-COUNT
           ELSE
              MOVE "S" TO WS-SIM-RESULT-CODE
              MOVE "NO CHANGE" TO WS-SIM-RESULT-OUT
              ADD 1 TO WS-SIM-SAME-COUNT
           END-IF.

      *     a YTD record already stamped with this period holds this
      *     period's pay, which comes back off before either plan's
      *     pay is added
           IF WS-SIM-YTD-THIS-PERIOD = "Y"
              IF WS-SIM-YTD-PAID > WS-SIM-CUR-PAID
                 SUBTRACT WS-SIM-CUR-PAID FROM WS-SIM-YTD-PAID
              ELSE
                 MOVE 0 TO WS-SIM-YTD-PAID
              END-IF
           END-IF.
           COMPUTE WS-SIM-CUR-YTD = WS-SIM-YTD-PAID + WS-SIM-CUR-PAID.
           COMPUTE WS-SIM-PROP-YTD = WS-SIM-YTD-PAID + WS-SIM-PROP-PAID.

           ADD 1 TO WS-SIM-PERSONS.
           ADD WS-SIM-CUR-PAID TO WS-SIM-TOTAL-CUR.
           ADD WS-SIM-PROP-PAID TO WS-SIM-TOTAL-PROP.
           PERFORM 234-ACCUMULATE-SIM-REGION.

           MOVE WS-NUMBER TO WS-SIM-NOM-OUT.
           IF WS-MAST-NAME-DISPLAY = SPACES
              MOVE WS-NAME TO WS-SIM-NAME-OUT
           ELSE
              MOVE WS-MAST-NAME-DISPLAY TO WS-SIM-NAME-OUT
           END-IF.
           MOVE WS-WORK-REGION TO WS-SIM-REGION-OUT.
           MOVE WS-CALCULATION-SALES TO WS-SIM-SALES-OUT.
           MOVE WS-SIM-CUR-PAID TO WS-SIM-CUR-OUT.
           MOVE WS-SIM-PROP-PAID TO WS-SIM-PROP-OUT.
           MOVE WS-SIM-DIFF TO WS-SIM-DIFF-OUT.
           MOVE WS-SIM-CUR-YTD TO WS-SIM-CUR-YTD-OUT.
           MOVE WS-SIM-PROP-YTD TO WS-SIM-PROP-YTD-OUT.
           WRITE OUTPUT-LINE FROM WS-SIM-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-DETAIL-LINES-WRITTEN.

           MOVE WS-SIM-CUR-PAID TO WS-CALCULATION-PAID.
           PERFORM 146-RELEASE-TEAM-ROW.

       231-PRINT-SIMULATION-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           IF WS-PAGE-COUNT > 1
              WRITE OUTPUT-LINE FROM WS-SIM-TITLE-LINE
                 AFTER ADVANCING PAGE
           ELSE
              WRITE OUTPUT-LINE FROM WS-SIM-TITLE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           WRITE OUTPUT-LINE FROM WS-SIM-NOTICE-LINE
              AFTER ADVANCING 1 LINE.
           WRITE OUTPUT-LINE FROM WS-SIM-PARM-LINE
              AFTER ADVANCING 1 LINE.
           WRITE OUTPUT-LINE FROM WS-SIM-COLUMN-HEADINGS
              AFTER ADVANCING 2 LINES.
           WRITE OUTPUT-LINE FROM WS-EMPTY-LINE
              AFTER ADVANCING 1 LINE.

      *     the same tier, cap and draw rules the real run applies,
      *     against whichever plan table is loaded; the draw
      *     recovery is taken from the opening balance as in
      *     134A-POST-DRAW-MOVEMENT, and nothing is written back
       232-SIMULATE-PLAN-PAY.
           IF WS-CALCULATION-SALES >
                 WS-PLAN-THRESHOLD(WS-ACTIVE-PLAN-SUB, 1)
              MOVE "Y" TO WS-TIER-BONUS-EARNED
           ELSE
              MOVE "N" TO WS-TIER-BONUS-EARNED
           END-IF.
           PERFORM 132-COMPUTE-TIERED-EARNED.
           PERFORM 131A-APPLY-CAP-POLICY.

           IF WS-SIM-DRAW-OPENING > 0
              AND (WS-CAP-APPLIED NOT = "Y"
                 OR WS-AUDIT-BOUND NOT = "MIN")
              AND WS-CALCULATION-PAID > WS-CALCULATION-MIN
              COMPUTE WS-DRAW-EXCESS =
                 WS-CALCULATION-PAID - WS-CALCULATION-MIN
              IF WS-DRAW-EXCESS < WS-SIM-DRAW-OPENING
                 SUBTRACT WS-DRAW-EXCESS FROM WS-CALCULATION-PAID
              ELSE
                 SUBTRACT WS-SIM-DRAW-OPENING FROM WS-CALCULATION-PAID
              END-IF
           END-IF.

      *     a ledger or YTD record already stamped with this period
      *     was posted by the real run; the draw balance is taken
      *     back to where it stood before that posting
       233-READ-SIMULATION-BALANCES.
           MOVE 0 TO WS-SIM-DRAW-OPENING.
           MOVE 0 TO WS-SIM-YTD-PAID.
           MOVE "N" TO WS-SIM-YTD-THIS-PERIOD.
           IF WS-DRAW-AVAILABLE = "Y"
              AND WS-DRAW-NEXT-NOM = WS-NUMBER
              MOVE WS-DRAW-HOLD TO DRAW-RECORD
              IF DRAW-LAST-PERIOD = WS-PERIOD-END-DATE
                 COMPUTE WS-SIM-DRAW-OPENING = DRAW-BALANCE
                    - DRAW-PERIOD-TOPUP + DRAW-PERIOD-RECOVERED
              ELSE
                 MOVE DRAW-BALANCE TO WS-SIM-DRAW-OPENING
              END-IF
              PERFORM 122C-READ-NEXT-DRAW
           END-IF.
           IF WS-YTD-AVAILABLE = "Y"
              AND WS-YTD-NEXT-NOM = WS-NUMBER
              MOVE WS-YTD-HOLD TO YTD-RECORD
              MOVE YTD-PAID TO WS-SIM-YTD-PAID
              IF YTD-LAST-PERIOD = WS-PERIOD-END-DATE
                 MOVE "Y" TO WS-SIM-YTD-THIS-PERIOD
              END-IF
              PERFORM 122B-READ-NEXT-YTD
           END-IF.

       234-ACCUMULATE-SIM-REGION.
           SET WS-SIM-RGN-IDX TO 1.
           SEARCH WS-SIM-RGN-ENTRY
              AT END
                 PERFORM 235-ADD-SIM-REGION-ENTRY
              WHEN WS-SIM-RGN-IDX > WS-SIM-RGN-COUNT
                 PERFORM 235-ADD-SIM-REGION-ENTRY
              WHEN WS-SIM-RGN-CODE(WS-SIM-RGN-IDX) = WS-WORK-REGION
                 PERFORM 236-ADD-TO-SIM-REGION
           END-SEARCH.

       235-ADD-SIM-REGION-ENTRY.
           IF WS-SIM-RGN-COUNT < 10
              ADD 1 TO WS-SIM-RGN-COUNT
              SET WS-SIM-RGN-IDX TO WS-SIM-RGN-COUNT
              MOVE WS-WORK-REGION TO WS-SIM-RGN-CODE(WS-SIM-RGN-IDX)
              MOVE 0 TO WS-SIM-RGN-PEOPLE(WS-SIM-RGN-IDX)
              MOVE 0 TO WS-SIM-RGN-CUR(WS-SIM-RGN-IDX)
              MOVE 0 TO WS-SIM-RGN-PROP(WS-SIM-RGN-IDX)
              MOVE 0 TO WS-SIM-RGN-BETTER(WS-SIM-RGN-IDX)
              MOVE 0 TO WS-SIM-RGN-WORSE(WS-SIM-RGN-IDX)
              PERFORM 236-ADD-TO-SIM-REGION
           ELSE
              ADD 1 TO WS-SIM-RGN-OVERFLOW
           END-IF.

       236-ADD-TO-SIM-REGION.
           ADD 1 TO WS-SIM-RGN-PEOPLE(WS-SIM-RGN-IDX).
           ADD WS-SIM-CUR-PAID TO WS-SIM-RGN-CUR(WS-SIM-RGN-IDX).
           ADD WS-SIM-PROP-PAID TO WS-SIM-RGN-PROP(WS-SIM-RGN-IDX).
           IF WS-SIM-RESULT-CODE = "B"
              ADD 1 TO WS-SIM-RGN-BETTER(WS-SIM-RGN-IDX)
           END-IF.
           IF WS-SIM-RESULT-CODE = "W"
              ADD 1 TO WS-SIM-RGN-WORSE(WS-SIM-RGN-IDX)
           END-IF.

      *     each manager's override worked on the team's pay under
      *     both plans at the manager's own override rate; nothing
      *     is paid, so a manager who could not be paid is listed
      *     without raising the condition code
       240-SIMULATE-OVERRIDES.
           WRITE OUTPUT-LINE FROM WS-SIM-OVR-SECTION-LINE
              AFTER ADVANCING 3 LINES.
           MOVE "n" TO WS-TEAM-EOF-FLAG.
           OPEN INPUT TEAM-SORTED-FILE.
           PERFORM 169-READ-TEAM-ROW.
           IF WS-TEAM-EOF-FLAG = "y"
              WRITE OUTPUT-LINE FROM WS-OVR-NONE-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE OUTPUT-LINE FROM WS-SIM-OVR-HEADINGS
                 AFTER ADVANCING 1 LINE
              PERFORM 241-START-SIM-MANAGER
              PERFORM 242-ACCUMULATE-SIM-TEAM-ROW
                 UNTIL WS-TEAM-EOF-FLAG = "y"
              PERFORM 243-SETTLE-SIM-MANAGER
           END-IF.
           CLOSE TEAM-SORTED-FILE.

       241-START-SIM-MANAGER.
           MOVE TSRT-MGR-NOM TO WS-OVR-MGR-NOM.
           MOVE SPACES TO WS-OVR-MGR-NAME.
           MOVE 0 TO WS-OVR-RATE.
           MOVE 0 TO WS-OVR-TEAM-COUNT.
           MOVE 0 TO WS-OVR-TEAM-PAID.
           MOVE 0 TO WS-SIM-OVR-TEAM-PROP.
           ADD 1 TO WS-OVR-TEAM-COUNT.
           ADD TSRT-MEMBER-PAID TO WS-OVR-TEAM-PAID.
           ADD TSRT-MEMBER-PROP-PAID TO WS-SIM-OVR-TEAM-PROP.
           PERFORM 169-READ-TEAM-ROW.

       242-ACCUMULATE-SIM-TEAM-ROW.
           IF TSRT-MGR-NOM = WS-OVR-MGR-NOM
              ADD 1 TO WS-OVR-TEAM-COUNT
              ADD TSRT-MEMBER-PAID TO WS-OVR-TEAM-PAID
              ADD TSRT-MEMBER-PROP-PAID TO WS-SIM-OVR-TEAM-PROP
              PERFORM 169-READ-TEAM-ROW
           ELSE
              PERFORM 243-SETTLE-SIM-MANAGER
              PERFORM 241-START-SIM-MANAGER
           END-IF.

       243-SETTLE-SIM-MANAGER.
           MOVE "N" TO WS-OVR-PAY-FLAG.
           MOVE SPACES TO WS-OVR-REASON.
           MOVE 0 TO WS-SIM-OVR-CUR.
           MOVE 0 TO WS-SIM-OVR-PROP.
           IF WS-MASTER-AVAILABLE NOT = "Y"
              MOVE "MASTER NOT AVAILABLE" TO WS-OVR-REASON
           ELSE
              MOVE WS-OVR-MGR-NOM TO MAST-NOM
              READ MASTER-FILE
              INVALID KEY
                 MOVE "MANAGER NOT ON MASTER" TO WS-OVR-REASON
              NOT INVALID KEY
                 MOVE MAST-NAME TO WS-OVR-MGR-NAME
                 IF MAST-STATUS = "T"
                    MOVE "MANAGER TERMINATED" TO WS-OVR-REASON
                 ELSE IF MAST-OVERRIDE-RATE IS NOT NUMERIC
                    OR MAST-OVERRIDE-RATE = 0
                    MOVE "NO OVERRIDE RATE ON MASTER"
                       TO WS-OVR-REASON
                 ELSE
                    MOVE MAST-OVERRIDE-RATE TO WS-OVR-RATE
                    MOVE "Y" TO WS-OVR-PAY-FLAG
                 END-IF
              END-READ
           END-IF.

           IF WS-OVR-PAY-FLAG = "Y"
              COMPUTE WS-SIM-OVR-CUR ROUNDED =
                 (WS-OVR-TEAM-PAID * WS-OVR-RATE) / 100
              COMPUTE WS-SIM-OVR-PROP ROUNDED =
                 (WS-SIM-OVR-TEAM-PROP * WS-OVR-RATE) / 100
              ADD WS-SIM-OVR-CUR TO WS-SIM-OVR-TOTAL-CUR
              ADD WS-SIM-OVR-PROP TO WS-SIM-OVR-TOTAL-PROP
              MOVE "SIMULATED" TO WS-OVR-REASON
           END-IF.

           COMPUTE WS-SIM-DIFF = WS-SIM-OVR-PROP - WS-SIM-OVR-CUR.
           MOVE WS-OVR-MGR-NOM TO WS-SIM-OVR-NOM-OUT.
           MOVE WS-OVR-MGR-NAME TO WS-SIM-OVR-NAME-OUT.
           MOVE WS-OVR-TEAM-COUNT TO WS-SIM-OVR-COUNT-OUT.
           MOVE WS-OVR-RATE TO WS-SIM-OVR-RATE-OUT.
           MOVE WS-SIM-OVR-CUR TO WS-SIM-OVR-CUR-OUT.
           MOVE WS-SIM-OVR-PROP TO WS-SIM-OVR-PROP-OUT.
           MOVE WS-SIM-DIFF TO WS-SIM-OVR-DIFF-OUT.
           MOVE WS-OVR-REASON TO WS-SIM-OVR-STATUS-OUT.
           WRITE OUTPUT-LINE FROM WS-SIM-OVR-LINE
              AFTER ADVANCING 1 LINE.

       250-PRINT-SIMULATION-REGIONS.
           WRITE OUTPUT-LINE FROM WS-SIM-RGN-SECTION-LINE
              AFTER ADVANCING 3 LINES.
           WRITE OUTPUT-LINE FROM WS-SIM-RGN-HEADINGS
              AFTER ADVANCING 1 LINE.
           PERFORM 251-PRINT-ONE-SIM-REGION
              VARYING WS-SIM-RGN-IDX FROM 1 BY 1
              UNTIL WS-SIM-RGN-IDX > WS-SIM-RGN-COUNT.

           IF WS-SIM-RGN-OVERFLOW > 0
              MOVE "SALESPEOPLE IN REGIONS NOT LISTED - TABLE FULL"
                 TO WS-SIM-COUNT-TEXT
              MOVE WS-SIM-RGN-OVERFLOW TO WS-SIM-COUNT-VALUE
              WRITE OUTPUT-LINE FROM WS-SIM-COUNT-DETAIL
                 AFTER ADVANCING 2 LINES
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

       251-PRINT-ONE-SIM-REGION.
           MOVE WS-SIM-RGN-CODE(WS-SIM-RGN-IDX) TO WS-SIM-RGN-CODE-OUT.
           MOVE WS-SIM-RGN-CODE(WS-SIM-RGN-IDX) TO WS-RGN-LOOKUP-CODE.
           PERFORM 121-LOOKUP-REGION.
           MOVE WS-RGN-NAME-WORK TO WS-SIM-RGN-NAME-OUT.
           MOVE WS-SIM-RGN-PEOPLE(WS-SIM-RGN-IDX)
              TO WS-SIM-RGN-PEOPLE-OUT.
           MOVE WS-SIM-RGN-CUR(WS-SIM-RGN-IDX) TO WS-SIM-RGN-CUR-OUT.
           MOVE WS-SIM-RGN-PROP(WS-SIM-RGN-IDX) TO WS-SIM-RGN-PROP-OUT.
           COMPUTE WS-SIM-RGN-DIFF-OUT =
              WS-SIM-RGN-PROP(WS-SIM-RGN-IDX)
              - WS-SIM-RGN-CUR(WS-SIM-RGN-IDX).
           MOVE WS-SIM-RGN-BETTER(WS-SIM-RGN-IDX)
              TO WS-SIM-RGN-BETTER-OUT.
           MOVE WS-SIM-RGN-WORSE(WS-SIM-RGN-IDX)
              TO WS-SIM-RGN-WORSE-OUT.
           WRITE OUTPUT-LINE FROM WS-SIM-RGN-LINE
              AFTER ADVANCING 1 LINE.

       255-PRINT-SIMULATION-TOTALS.
           MOVE "SALESPEOPLE SIMULATED" TO WS-SIM-COUNT-TEXT.
           MOVE WS-SIM-PERSONS TO WS-SIM-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-SIM-COUNT-DETAIL
              AFTER ADVANCING 3 LINES.

           MOVE "PAID UNDER CURRENT PLAN" TO WS-SIM-MONEY-TEXT.
           MOVE WS-SIM-TOTAL-CUR TO WS-SIM-MONEY-VALUE.
           WRITE OUTPUT-LINE FROM WS-SIM-MONEY-DETAIL
              AFTER ADVANCING 2 LINES.
           MOVE "PAID UNDER PROPOSED PLAN" TO WS-SIM-MONEY-TEXT.
           MOVE WS-SIM-TOTAL-PROP TO WS-SIM-MONEY-VALUE.
           WRITE OUTPUT-LINE FROM WS-SIM-MONEY-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE "COMMISSION COST DIFFERENCE, PROPOSED LESS CURRENT"
              TO WS-SIM-MONEY-TEXT.
           COMPUTE WS-SIM-MONEY-VALUE =
              WS-SIM-TOTAL-PROP - WS-SIM-TOTAL-CUR.
           WRITE OUTPUT-LINE FROM WS-SIM-MONEY-DETAIL
              AFTER ADVANCING 1 LINE.

           MOVE "MANAGER OVERRIDES UNDER CURRENT PLAN"
              TO WS-SIM-MONEY-TEXT.
           MOVE WS-SIM-OVR-TOTAL-CUR TO WS-SIM-MONEY-VALUE.
           WRITE OUTPUT-LINE FROM WS-SIM-MONEY-DETAIL
              AFTER ADVANCING 2 LINES.
           MOVE "MANAGER OVERRIDES UNDER PROPOSED PLAN"
              TO WS-SIM-MONEY-TEXT.
           MOVE WS-SIM-OVR-TOTAL-PROP TO WS-SIM-MONEY-VALUE.
           WRITE OUTPUT-LINE FROM WS-SIM-MONEY-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE "OVERRIDE COST DIFFERENCE, PROPOSED LESS CURRENT"
              TO WS-SIM-MONEY-TEXT.
           COMPUTE WS-SIM-MONEY-VALUE =
              WS-SIM-OVR-TOTAL-PROP - WS-SIM-OVR-TOTAL-CUR.
           WRITE OUTPUT-LINE FROM WS-SIM-MONEY-DETAIL
              AFTER ADVANCING 1 LINE.

           MOVE "TOTAL COST DIFFERENCE, PROPOSED LESS CURRENT"
              TO WS-SIM-MONEY-TEXT.
           COMPUTE WS-SIM-MONEY-VALUE =
              WS-SIM-TOTAL-PROP + WS-SIM-OVR-TOTAL-PROP
              - WS-SIM-TOTAL-CUR - WS-SIM-OVR-TOTAL-CUR.
           WRITE OUTPUT-LINE FROM WS-SIM-MONEY-DETAIL
              AFTER ADVANCING 2 LINES.

           MOVE "SALESPEOPLE BETTER OFF UNDER PROPOSED PLAN"
              TO WS-SIM-COUNT-TEXT.
           MOVE WS-SIM-BETTER-COUNT TO WS-SIM-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-SIM-COUNT-DETAIL
              AFTER ADVANCING 2 LINES.
           MOVE "SALESPEOPLE WORSE OFF UNDER PROPOSED PLAN"
              TO WS-SIM-COUNT-TEXT.
           MOVE WS-SIM-WORSE-COUNT TO WS-SIM-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-SIM-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE "SALESPEOPLE WITH NO CHANGE" TO WS-SIM-COUNT-TEXT.
           MOVE WS-SIM-SAME-COUNT TO WS-SIM-COUNT-VALUE.
           WRITE OUTPUT-LINE FROM WS-SIM-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.

           MOVE WS-INPUT-RECORD-COUNT TO WS-RECONCILE-INPUT-VALUE.
           WRITE OUTPUT-LINE FROM WS-RECONCILE-INPUT-DETAIL
              AFTER ADVANCING 2 LINES.
           MOVE WS-REJECT-COUNT TO WS-RECONCILE-REJECT-VALUE.
           WRITE OUTPUT-LINE FROM WS-RECONCILE-REJECT-DETAIL
              AFTER ADVANCING 1 LINE.

      *
       END PROGRAM A3SCOMM.
