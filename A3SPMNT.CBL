       IDENTIFICATION DIVISION.
       PROGRAM-ID. A3SPMNT.
       DATE-WRITTEN. date.
       AUTHOR. Fouzaan.
      *Description: transaction-driven maintenance of the commission
      *plan master. Each plan is held as a series of versions keyed by
      *plan code and effective date. Transactions from Sales Comp add a
      *new plan, supersede a plan with a new version from a later
      *effective date, or retire a plan from a given date. The run
      *applies its own edits, updates the indexed plan master and
      *prints a before/after register of every version touched for
      *Sales Comp sign-off.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      * add/supersede/retire transactions from Sales Comp
           SELECT TRAN-FILE
               ASSIGN TO PTRNFILE
               ORGANIZATION IS SEQUENTIAL.
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
      * before/after plan maintenance register for Sales Comp sign-off
           SELECT REGISTER-FILE
               ASSIGN TO PREGFILE
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD TRAN-FILE
           RECORDING MODE IS F
           DATA RECORD IS TRAN-RECORD
           RECORD CONTAINS 80 CHARACTERS.

       01 TRAN-RECORD.
          05 TRAN-ACTION                PIC X(1).
          05 TRAN-PLAN-CODE             PIC X(3).
          05 TRAN-EFF-DATE              PIC 9(8).
          05 TRAN-PLAN-NAME             PIC X(20).
          05 TRAN-TIER-COUNT            PIC 9.
          05 TRAN-TIER-ENTRY OCCURS 3 TIMES.
             10 TRAN-TIER-THRESHOLD     PIC 9(6).
             10 TRAN-TIER-RATE          PIC 9(5)V99.
          05 TRAN-CAP-POLICY            PIC X(1).
          05 FILLER                     PIC X(7).
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
                "COMMISSION PLAN MAINTENANCE REGISTER".
          05 FILLER                     PIC X(80) VALUE SPACES.

       01 WS-EMPTY-LINE.
          05 FILLER                     PIC X(80) VALUE SPACES.

       01 WS-COLUMN-HEADINGS.
          05 FILLER                     PIC X(7) VALUE "TRAN".
          05 FILLER                     PIC X(4) VALUE "ACT".
          05 FILLER                     PIC X(5) VALUE "PLAN".
          05 FILLER                     PIC X(8) VALUE "IMAGE".
          05 FILLER                     PIC X(10) VALUE "EFFECTIVE".
          05 FILLER                     PIC X(10) VALUE "RETIRED".
          05 FILLER                     PIC X(3) VALUE "TC".
          05 FILLER                     PIC X(48) VALUE
                "TIERS - THRESHOLD @ RATE".
          05 FILLER                     PIC X(4) VALUE "CAP".
          05 FILLER                     PIC X(10) VALUE "RESULT".
          05 FILLER                     PIC X(41) VALUE "REASON".

      *     each transaction prints the version as it stood before
      *     and the version as written after, on consecutive lines
       01 WS-REGISTER-DETAIL.
          05 WS-REG-TRAN-PART.
             10 WS-REG-TRAN-NO          PIC ZZZZ9.
             10 FILLER                  PIC X(2) VALUE SPACES.
             10 WS-REG-ACTION           PIC X(1).
             10 FILLER                  PIC X(3) VALUE SPACES.
             10 WS-REG-PLAN-CODE        PIC X(3).
             10 FILLER                  PIC X(2) VALUE SPACES.
          05 WS-REG-IMAGE               PIC X(6).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-VERSION.
             10 WS-REG-EFF-DATE         PIC X(8).
             10 FILLER                  PIC X(2) VALUE SPACES.
             10 WS-REG-RETIRE-DATE      PIC X(8).
             10 FILLER                  PIC X(2) VALUE SPACES.
             10 WS-REG-TIER-COUNT       PIC X(1).
             10 FILLER                  PIC X(2) VALUE SPACES.
             10 WS-REG-TIER OCCURS 3 TIMES.
                15 WS-REG-THRESHOLD     PIC ZZZZZ9.
                15 WS-REG-AT            PIC X(3).
                15 WS-REG-RATE          PIC ZZ9.99.
                15 FILLER               PIC X(1).
             10 WS-REG-CAP-POLICY       PIC X(1).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-REG-RESULT              PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REG-REASON              PIC X(30).
          05 FILLER                     PIC X(11) VALUE SPACES.

       01 WS-TRAN-COUNT-DETAIL.
          05 WS-TRAN-COUNT-TEXT         PIC X(40)
                VALUE "TRANSACTIONS READ".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-TRAN-COUNT-VALUE        PIC ZZ,ZZ9.

       01 WS-ADD-COUNT-DETAIL.
          05 WS-ADD-COUNT-TEXT          PIC X(40)
                VALUE "NEW PLANS ADDED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-ADD-COUNT-VALUE         PIC ZZ,ZZ9.

       01 WS-SUPERSEDE-COUNT-DETAIL.
          05 WS-SUPERSEDE-COUNT-TEXT    PIC X(40)
                VALUE "VERSIONS SUPERSEDED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-SUPERSEDE-COUNT-VALUE   PIC ZZ,ZZ9.

       01 WS-RETIRE-COUNT-DETAIL.
          05 WS-RETIRE-COUNT-TEXT       PIC X(40)
                VALUE "PLANS RETIRED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-RETIRE-COUNT-VALUE      PIC ZZ,ZZ9.

       01 WS-REJECT-COUNT-DETAIL.
          05 WS-REJECT-COUNT-TEXT       PIC X(40)
                VALUE "TRANSACTIONS REJECTED".
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-REJECT-COUNT-VALUE      PIC ZZ,ZZ9.

      *     the latest version on file for the transaction's plan
      *     and the version written by it, in plan record layout
       01 WS-BEFORE-VERSION.
          05 WS-BEF-KEY.
             10 WS-BEF-CODE             PIC X(3).
             10 WS-BEF-EFF-DATE         PIC 9(8).
          05 WS-BEF-NAME                PIC X(20).
          05 WS-BEF-TIER-COUNT          PIC 9.
          05 WS-BEF-TIER-ENTRY OCCURS 3 TIMES.
             10 WS-BEF-THRESHOLD        PIC 9(6).
             10 WS-BEF-RATE             PIC 9(5)V99.
          05 WS-BEF-CAP-POLICY          PIC X(1).
          05 WS-BEF-RETIRE-DATE         PIC 9(8).

       01 WS-AFTER-VERSION              PIC X(80) VALUE SPACES.

       01 WS-VERSION-IMAGE.
          05 WS-IMG-KEY.
             10 WS-IMG-CODE             PIC X(3).
             10 WS-IMG-EFF-DATE         PIC 9(8).
          05 WS-IMG-NAME                PIC X(20).
          05 WS-IMG-TIER-COUNT          PIC 9.
          05 WS-IMG-TIER-ENTRY OCCURS 3 TIMES.
             10 WS-IMG-THRESHOLD        PIC 9(6).
             10 WS-IMG-RATE             PIC 9(5)V99.
          05 WS-IMG-CAP-POLICY          PIC X(1).
          05 WS-IMG-RETIRE-DATE         PIC 9(8).

       01 WS-FLAGS.
          05 WS-EOF-FLAG                PIC X VALUE "n".
          05 WS-VALID-FLAG              PIC X VALUE "Y".
          05 WS-ON-FILE-FLAG            PIC X VALUE "N".
          05 WS-AFTER-WRITTEN           PIC X VALUE "N".

       77 WS-PLAN-STATUS                PIC XX VALUE SPACES.
       77 WS-TRAN-COUNT                 PIC 9(5) VALUE 0.
       77 WS-ADD-COUNT                  PIC 9(5) VALUE 0.
       77 WS-SUPERSEDE-COUNT            PIC 9(5) VALUE 0.
       77 WS-RETIRE-COUNT               PIC 9(5) VALUE 0.
       77 WS-REJECT-COUNT               PIC 9(5) VALUE 0.
       77 WS-REJECT-REASON              PIC X(30) VALUE SPACES.
       77 WS-TIER-SUB                   PIC 9 VALUE 1.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 008-OPEN-FILES.

           IF WS-PLAN-STATUS NOT = "00"
              DISPLAY "A3SPMNT: PLAN FILE NOT AVAILABLE, STATUS "
                 WS-PLAN-STATUS
              CLOSE TRAN-FILE REGISTER-FILE
              GOBACK
           END-IF.

           PERFORM 020-PRINT-HEADINGS.

           READ TRAN-FILE
           AT END
              MOVE "y" TO WS-EOF-FLAG.

           PERFORM 100-PROCESS-TRANSACTION UNTIL WS-EOF-FLAG = "y".
           PERFORM 200-PRINT-TOTALS.

           CLOSE TRAN-FILE PLAN-FILE REGISTER-FILE.
           GOBACK.

       008-OPEN-FILES.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT REGISTER-FILE.

           OPEN I-O PLAN-FILE.
           IF WS-PLAN-STATUS = "35"
              OPEN OUTPUT PLAN-FILE
              CLOSE PLAN-FILE
              OPEN I-O PLAN-FILE
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
           MOVE SPACES TO WS-BEFORE-VERSION.
           MOVE SPACES TO WS-AFTER-VERSION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "Y" TO WS-VALID-FLAG.
           MOVE "N" TO WS-ON-FILE-FLAG.
           MOVE "N" TO WS-AFTER-WRITTEN.

           PERFORM 110-EDIT-TRANSACTION.

           IF WS-VALID-FLAG = "Y"
              PERFORM 115-LOOKUP-LATEST-VERSION
              EVALUATE TRAN-ACTION
                 WHEN "A"
                    PERFORM 120-APPLY-ADD
                 WHEN "S"
                    PERFORM 130-APPLY-SUPERSEDE
                 WHEN "R"
                    PERFORM 140-APPLY-RETIRE
              END-EVALUATE
           END-IF.

           PERFORM 150-WRITE-REGISTER-LINES.

           READ TRAN-FILE
           AT END
              MOVE "y" TO WS-EOF-FLAG.

      *     on an R transaction the date field carries the retirement
      *     date rather than an effective date; a supersede with no
      *     tier count keeps the tiers of the version it replaces
       110-EDIT-TRANSACTION.
           IF TRAN-ACTION NOT = "A" AND TRAN-ACTION NOT = "S"
              AND TRAN-ACTION NOT = "R"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "ACTION NOT A, S OR R" TO WS-REJECT-REASON
           ELSE IF TRAN-PLAN-CODE = SPACES
              OR TRAN-PLAN-CODE(1:1) = SPACE
              MOVE "N" TO WS-VALID-FLAG
              MOVE "INVALID PLAN CODE" TO WS-REJECT-REASON
           ELSE IF TRAN-PLAN-CODE = "DFT"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "DFT IS THE PARAMETER PLAN" TO WS-REJECT-REASON
           ELSE IF TRAN-EFF-DATE IS NOT NUMERIC
              OR TRAN-EFF-DATE = 0
              MOVE "N" TO WS-VALID-FLAG
              IF TRAN-ACTION = "R"
                 MOVE "RETIRE DATE NOT NUMERIC" TO WS-REJECT-REASON
              ELSE
                 MOVE "EFFECTIVE DATE NOT NUMERIC"
                    TO WS-REJECT-REASON
              END-IF
           ELSE IF TRAN-ACTION = "A" AND TRAN-PLAN-NAME = SPACES
              MOVE "N" TO WS-VALID-FLAG
              MOVE "PLAN NAME MISSING ON ADD" TO WS-REJECT-REASON
           ELSE IF TRAN-ACTION = "A"
              AND TRAN-TIER-COUNT IS NOT NUMERIC
              MOVE "N" TO WS-VALID-FLAG
              MOVE "TIER COUNT MISSING ON ADD" TO WS-REJECT-REASON
           ELSE IF TRAN-ACTION NOT = "R"
              AND TRAN-TIER-COUNT IS NUMERIC
              AND (TRAN-TIER-COUNT < 1 OR TRAN-TIER-COUNT > 3)
              MOVE "N" TO WS-VALID-FLAG
              MOVE "TIER COUNT NOT 1, 2 OR 3" TO WS-REJECT-REASON
           ELSE IF TRAN-ACTION = "A" AND TRAN-CAP-POLICY = SPACE
              MOVE "N" TO WS-VALID-FLAG
              MOVE "CAP POLICY MISSING ON ADD" TO WS-REJECT-REASON
           ELSE IF TRAN-ACTION NOT = "R"
              AND TRAN-CAP-POLICY NOT = SPACE
              AND TRAN-CAP-POLICY NOT = "B"
              AND TRAN-CAP-POLICY NOT = "N"
              AND TRAN-CAP-POLICY NOT = "X"
              AND TRAN-CAP-POLICY NOT = "M"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "CAP POLICY NOT B, N, X OR M" TO WS-REJECT-REASON
           END-IF.

           IF WS-VALID-FLAG = "Y"
              AND TRAN-ACTION NOT = "R"
              AND TRAN-TIER-COUNT IS NUMERIC
              PERFORM 111-EDIT-ONE-TIER
                 VARYING WS-TIER-SUB FROM 1 BY 1
                 UNTIL WS-TIER-SUB > TRAN-TIER-COUNT
                 OR WS-VALID-FLAG = "N"
           END-IF.

      *     thresholds must climb tier by tier, the same order the
      *     commission run bands the sales in
       111-EDIT-ONE-TIER.
           IF TRAN-TIER-THRESHOLD(WS-TIER-SUB) IS NOT NUMERIC
              OR TRAN-TIER-RATE(WS-TIER-SUB) IS NOT NUMERIC
              MOVE "N" TO WS-VALID-FLAG
              MOVE "TIER VALUES NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF WS-TIER-SUB > 1
              AND TRAN-TIER-THRESHOLD(WS-TIER-SUB) NOT >
                 TRAN-TIER-THRESHOLD(WS-TIER-SUB - 1)
              MOVE "N" TO WS-VALID-FLAG
              MOVE "TIER THRESHOLDS NOT ASCENDING"
                 TO WS-REJECT-REASON
           END-IF.

      *     versions of a plan follow one another in effective date
      *     order, so the last one read for the code is the latest
       115-LOOKUP-LATEST-VERSION.
           MOVE TRAN-PLAN-CODE TO PLAN-CODE.
           MOVE 0 TO PLAN-EFF-DATE.
           START PLAN-FILE KEY IS NOT LESS THAN PLAN-KEY
           INVALID KEY
              MOVE "10" TO WS-PLAN-STATUS
           END-START.
           IF WS-PLAN-STATUS = "00"
              PERFORM 116-READ-NEXT-VERSION
                 UNTIL WS-PLAN-STATUS NOT = "00"
           END-IF.

       116-READ-NEXT-VERSION.
           READ PLAN-FILE NEXT RECORD
           AT END
              MOVE "10" TO WS-PLAN-STATUS
           END-READ.
           IF WS-PLAN-STATUS = "00"
              IF PLAN-CODE = TRAN-PLAN-CODE
                 MOVE "Y" TO WS-ON-FILE-FLAG
                 MOVE PLAN-RECORD TO WS-BEFORE-VERSION
              ELSE
                 MOVE "10" TO WS-PLAN-STATUS
              END-IF
           END-IF.

       120-APPLY-ADD.
           IF WS-ON-FILE-FLAG = "Y"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "PLAN ALREADY ON FILE - USE S" TO WS-REJECT-REASON
           ELSE
              MOVE ZEROS TO PLAN-RECORD
              MOVE TRAN-PLAN-CODE TO PLAN-CODE
              MOVE TRAN-EFF-DATE TO PLAN-EFF-DATE
              MOVE TRAN-PLAN-NAME TO PLAN-NAME
              PERFORM 125-MOVE-TRAN-TIERS
              MOVE TRAN-CAP-POLICY TO PLAN-CAP-POLICY
              MOVE 0 TO PLAN-RETIRE-DATE
              WRITE PLAN-RECORD
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "PLAN WRITE FAILED" TO WS-REJECT-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-ADD-COUNT
                 MOVE PLAN-RECORD TO WS-AFTER-VERSION
                 MOVE "Y" TO WS-AFTER-WRITTEN
              END-WRITE
           END-IF.

       125-MOVE-TRAN-TIERS.
           MOVE TRAN-TIER-COUNT TO PLAN-TIER-COUNT.
           PERFORM 126-MOVE-ONE-TIER
              VARYING WS-TIER-SUB FROM 1 BY 1
              UNTIL WS-TIER-SUB > 3.

      *     tiers beyond the tier count are held as zero
       126-MOVE-ONE-TIER.
           IF WS-TIER-SUB > TRAN-TIER-COUNT
              MOVE 0 TO PLAN-TIER-THRESHOLD(WS-TIER-SUB)
              MOVE 0 TO PLAN-TIER-RATE(WS-TIER-SUB)
           ELSE
              MOVE TRAN-TIER-THRESHOLD(WS-TIER-SUB)
                 TO PLAN-TIER-THRESHOLD(WS-TIER-SUB)
              MOVE TRAN-TIER-RATE(WS-TIER-SUB)
                 TO PLAN-TIER-RATE(WS-TIER-SUB)
           END-IF.

      *     the new version starts as a copy of the latest one, so
      *     anything not keyed carries forward, including a retirement
      *     already scheduled for a later date
       130-APPLY-SUPERSEDE.
           IF WS-ON-FILE-FLAG = "N"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "PLAN NOT ON FILE - USE A" TO WS-REJECT-REASON
           ELSE IF TRAN-EFF-DATE NOT > WS-BEF-EFF-DATE
              MOVE "N" TO WS-VALID-FLAG
              MOVE "NOT AFTER LATEST VERSION" TO WS-REJECT-REASON
           ELSE IF WS-BEF-RETIRE-DATE > 0
              AND WS-BEF-RETIRE-DATE NOT > TRAN-EFF-DATE
              MOVE "N" TO WS-VALID-FLAG
              MOVE "PLAN RETIRED BY THAT DATE" TO WS-REJECT-REASON
           ELSE
              MOVE WS-BEFORE-VERSION TO PLAN-RECORD
              MOVE TRAN-EFF-DATE TO PLAN-EFF-DATE
              IF TRAN-PLAN-NAME NOT = SPACES
                 MOVE TRAN-PLAN-NAME TO PLAN-NAME
              END-IF
              IF TRAN-TIER-COUNT IS NUMERIC
                 PERFORM 125-MOVE-TRAN-TIERS
              END-IF
              IF TRAN-CAP-POLICY NOT = SPACE
                 MOVE TRAN-CAP-POLICY TO PLAN-CAP-POLICY
              END-IF
              WRITE PLAN-RECORD
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "PLAN WRITE FAILED" TO WS-REJECT-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-SUPERSEDE-COUNT
                 MOVE PLAN-RECORD TO WS-AFTER-VERSION
                 MOVE "Y" TO WS-AFTER-WRITTEN
              END-WRITE
           END-IF.

      *     R stamps the retirement date on the latest version; runs
      *     for periods ending on or after it pay on the default plan
       140-APPLY-RETIRE.
           IF WS-ON-FILE-FLAG = "N"
              MOVE "N" TO WS-VALID-FLAG
              MOVE "PLAN NOT ON FILE" TO WS-REJECT-REASON
           ELSE IF WS-BEF-RETIRE-DATE > 0
              MOVE "N" TO WS-VALID-FLAG
              MOVE "PLAN ALREADY RETIRED" TO WS-REJECT-REASON
           ELSE IF TRAN-EFF-DATE NOT > WS-BEF-EFF-DATE
              MOVE "N" TO WS-VALID-FLAG
              MOVE "NOT AFTER LATEST VERSION" TO WS-REJECT-REASON
           ELSE
              MOVE WS-BEF-KEY TO PLAN-KEY
              READ PLAN-FILE
              INVALID KEY
                 MOVE "N" TO WS-VALID-FLAG
                 MOVE "PLAN READ FAILED" TO WS-REJECT-REASON
              END-READ
              IF WS-VALID-FLAG = "Y"
                 MOVE TRAN-EFF-DATE TO PLAN-RETIRE-DATE
                 REWRITE PLAN-RECORD
                 INVALID KEY
                    MOVE "N" TO WS-VALID-FLAG
                    MOVE "PLAN REWRITE FAILED" TO WS-REJECT-REASON
                 NOT INVALID KEY
                    ADD 1 TO WS-RETIRE-COUNT
                    MOVE PLAN-RECORD TO WS-AFTER-VERSION
                    MOVE "Y" TO WS-AFTER-WRITTEN
                 END-REWRITE
              END-IF
           END-IF.

       150-WRITE-REGISTER-LINES.
           MOVE WS-TRAN-COUNT TO WS-REG-TRAN-NO.
           MOVE TRAN-ACTION TO WS-REG-ACTION.
           MOVE TRAN-PLAN-CODE TO WS-REG-PLAN-CODE.
           MOVE "BEFORE" TO WS-REG-IMAGE.
           MOVE SPACES TO WS-REG-RESULT.
           MOVE SPACES TO WS-REG-REASON.
           IF WS-BEF-CODE = SPACES
              MOVE SPACES TO WS-REG-VERSION
              MOVE "NONE" TO WS-REG-EFF-DATE
           ELSE
              MOVE WS-BEFORE-VERSION TO WS-VERSION-IMAGE
              PERFORM 155-FORMAT-VERSION-IMAGE
           END-IF.
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL
              AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-REG-TRAN-PART.
           MOVE "AFTER" TO WS-REG-IMAGE.
           IF WS-AFTER-WRITTEN = "Y"
              MOVE WS-AFTER-VERSION TO WS-VERSION-IMAGE
              PERFORM 155-FORMAT-VERSION-IMAGE
           ELSE
              MOVE SPACES TO WS-REG-VERSION
           END-IF.
           IF WS-VALID-FLAG = "Y"
              MOVE "APPLIED" TO WS-REG-RESULT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE "REJECTED" TO WS-REG-RESULT
           END-IF.
           MOVE WS-REJECT-REASON TO WS-REG-REASON.
           WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL
              AFTER ADVANCING 1 LINE.

       155-FORMAT-VERSION-IMAGE.
           MOVE SPACES TO WS-REG-VERSION.
           MOVE WS-IMG-EFF-DATE TO WS-REG-EFF-DATE.
           IF WS-IMG-RETIRE-DATE > 0
              MOVE WS-IMG-RETIRE-DATE TO WS-REG-RETIRE-DATE
           END-IF.
           MOVE WS-IMG-TIER-COUNT TO WS-REG-TIER-COUNT.
           PERFORM 156-FORMAT-ONE-TIER
              VARYING WS-TIER-SUB FROM 1 BY 1
              UNTIL WS-TIER-SUB > WS-IMG-TIER-COUNT
              OR WS-TIER-SUB > 3.
           MOVE WS-IMG-CAP-POLICY TO WS-REG-CAP-POLICY.

       156-FORMAT-ONE-TIER.
           MOVE WS-IMG-THRESHOLD(WS-TIER-SUB)
              TO WS-REG-THRESHOLD(WS-TIER-SUB).
           MOVE " @ " TO WS-REG-AT(WS-TIER-SUB).
           MOVE WS-IMG-RATE(WS-TIER-SUB) TO WS-REG-RATE(WS-TIER-SUB).

       200-PRINT-TOTALS.
           MOVE WS-TRAN-COUNT TO WS-TRAN-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-TRAN-COUNT-DETAIL
              AFTER ADVANCING 2 LINES.
           MOVE WS-ADD-COUNT TO WS-ADD-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-ADD-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-SUPERSEDE-COUNT TO WS-SUPERSEDE-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-SUPERSEDE-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-RETIRE-COUNT TO WS-RETIRE-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-RETIRE-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-VALUE.
           WRITE REGISTER-LINE FROM WS-REJECT-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
      *
       END PROGRAM A3SPMNT.
