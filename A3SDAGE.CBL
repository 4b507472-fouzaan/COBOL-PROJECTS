       IDENTIFICATION DIVISION.
       PROGRAM-ID. A3SDAGE.
       DATE-WRITTEN. date.
       AUTHOR. Fouzaan.
      *Description: weekly aging of commission dispute cases for the
      *sales VP. Every case still open or under review is listed with
      *its age and aging bucket and counted by region and bucket;
      *the cases closed in the last week with no adjustment posted
      *are listed after them, and the turnaround of the week's closed
      *cases is summarised by outcome. The as-of date the ages are
      *worked to comes from the DAGEPARM card, so a rerun for the
      *same date reproduces the same report.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      * as-of date the cases are aged to
           SELECT PARM-FILE
               ASSIGN TO DAGEPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      *
      * commission dispute cases, keyed by case number
           SELECT DISPUTE-FILE
               ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-NO
               FILE STATUS IS WS-CASE-STATUS.
      *
      * salesperson master, for the region each case is counted in
           SELECT MASTER-FILE
               ASSIGN TO MASTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-NOM
               FILE STATUS IS WS-MAST-STATUS.
      *
      * dispute aging report for the sales VP
           SELECT REPORT-FILE
               ASSIGN TO DAGERPT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD PARM-FILE
           RECORDING MODE IS F
           DATA RECORD IS PARM-RECORD
           RECORD CONTAINS 80 CHARACTERS.

       01 PARM-RECORD.
          05 PARM-AS-OF-DATE            PIC 9(8).
          05 FILLER                     PIC X(72).
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
           RECORD CONTAINS 132 CHARACTERS.

       01 REPORT-LINE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 WS-TITLE-LINE.
          05 FILLER                     PIC X(30) VALUE SPACES.
          05 FILLER                     PIC X(32) VALUE
                "COMMISSION DISPUTE AGING".
          05 FILLER                     PIC X(6) VALUE "AS OF".
          05 WS-TITLE-AS-OF-DATE        PIC 9(8).
          05 FILLER                     PIC X(56) VALUE SPACES.

       01 WS-EMPTY-LINE.
          05 FILLER                     PIC X(80) VALUE SPACES.

       01 WS-OPEN-SECTION-LINE.
          05 FILLER                     PIC X(40) VALUE
                "OPEN DISPUTE CASES".
          05 FILLER                     PIC X(40) VALUE SPACES.

       01 WS-OPEN-HEADINGS.
          05 FILLER                     PIC X(8) VALUE "CASE".
          05 FILLER                     PIC X(7) VALUE "NO.".
          05 FILLER                     PIC X(5) VALUE "RGN".
          05 FILLER                     PIC X(10) VALUE "PERIOD".
          05 FILLER                     PIC X(10) VALUE "OPENED".
          05 FILLER                     PIC X(7) VALUE "DAYS".
          05 FILLER                     PIC X(11) VALUE "BUCKET".
          05 FILLER                     PIC X(14) VALUE "STATUS".
          05 FILLER                     PIC X(13) VALUE "DISPUTED".
          05 FILLER                     PIC X(30) VALUE "REASON".
          05 FILLER                     PIC X(17) VALUE SPACES.

       01 WS-OPEN-DETAIL.
          05 WS-OPN-CASE-NO             PIC 9(6).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OPN-NOM                 PIC 9(5).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OPN-REGION              PIC X(3).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OPN-PERIOD              PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OPN-OPENED              PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OPN-DAYS                PIC ZZZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OPN-BUCKET              PIC X(9).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OPN-STATUS              PIC X(12).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OPN-AMOUNT              PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-OPN-REASON              PIC X(30).
          05 FILLER                     PIC X(17) VALUE SPACES.

       01 WS-REGION-SECTION-LINE.
          05 FILLER                     PIC X(40) VALUE
                "OPEN CASES BY REGION AND AGE".
          05 FILLER                     PIC X(40) VALUE SPACES.

       01 WS-REGION-HEADINGS.
          05 FILLER                     PIC X(8) VALUE "REGION".
          05 FILLER                     PIC X(10) VALUE "0-7 DAYS".
          05 FILLER                     PIC X(10) VALUE "8-14".
          05 FILLER                     PIC X(10) VALUE "15-30".
          05 FILLER                     PIC X(10) VALUE "31-60".
          05 FILLER                     PIC X(10) VALUE "OVER 60".
          05 FILLER                     PIC X(10) VALUE "TOTAL".
          05 FILLER                     PIC X(16) VALUE "DISPUTED".
          05 FILLER                     PIC X(48) VALUE SPACES.

       01 WS-REGION-DETAIL.
          05 WS-RGD-REGION              PIC X(5).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-RGD-BUCKET OCCURS 5 TIMES.
             10 WS-RGD-COUNT            PIC ZZ,ZZ9.
             10 FILLER                  PIC X(4).
          05 WS-RGD-TOTAL               PIC ZZ,ZZ9.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-RGD-AMOUNT              PIC Z,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(52) VALUE SPACES.

       01 WS-CLOSED-SECTION-LINE.
          05 FILLER                     PIC X(60) VALUE
                "CASES CLOSED IN THE LAST WEEK WITH NO ADJUSTMENT".
          05 FILLER                     PIC X(20) VALUE SPACES.

       01 WS-CLOSED-HEADINGS.
          05 FILLER                     PIC X(8) VALUE "CASE".
          05 FILLER                     PIC X(7) VALUE "NO.".
          05 FILLER                     PIC X(5) VALUE "RGN".
          05 FILLER                     PIC X(10) VALUE "PERIOD".
          05 FILLER                     PIC X(10) VALUE "OPENED".
          05 FILLER                     PIC X(10) VALUE "CLOSED".
          05 FILLER                     PIC X(7) VALUE "DAYS".
          05 FILLER                     PIC X(24) VALUE "OUTCOME".
          05 FILLER                     PIC X(13) VALUE "DISPUTED".
          05 FILLER                     PIC X(30) VALUE "REASON".
          05 FILLER                     PIC X(8) VALUE SPACES.

       01 WS-CLOSED-DETAIL.
          05 WS-CLD-CASE-NO             PIC 9(6).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-CLD-NOM                 PIC 9(5).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-CLD-REGION              PIC X(3).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-CLD-PERIOD              PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-CLD-OPENED              PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-CLD-CLOSED              PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-CLD-DAYS                PIC ZZZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-CLD-OUTCOME             PIC X(23).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-CLD-AMOUNT              PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-CLD-REASON              PIC X(30).
          05 FILLER                     PIC X(8) VALUE SPACES.

       01 WS-NOTE-LINE.
          05 WS-NOTE-TEXT               PIC X(60).
          05 FILLER                     PIC X(20) VALUE SPACES.

       01 WS-TURNAROUND-SECTION-LINE.
          05 FILLER                     PIC X(40) VALUE
                "TURNAROUND OF CASES CLOSED IN THE WEEK".
          05 FILLER                     PIC X(40) VALUE SPACES.

       01 WS-COUNT-DETAIL.
          05 WS-COUNT-TEXT              PIC X(40).
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-COUNT-VALUE             PIC ZZ,ZZ9.

       01 WS-DAYS-DETAIL.
          05 WS-DAYS-TEXT               PIC X(40).
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-DAYS-VALUE              PIC ZZ,ZZ9.9.

      *     open cases counted by region; bucket 1 is 0-7 days, 2 is
      *     8-14, 3 is 15-30, 4 is 31-60 and 5 is over 60
       01 WS-REGION-TABLE.
          05 WS-REGION-COUNT            PIC 9(2) VALUE 0.
          05 WS-REGION-ENTRY OCCURS 30 TIMES INDEXED BY WS-REGION-IDX.
             10 WS-REGION-CODE-TBL      PIC X(3).
             10 WS-REGION-BUCKET-TBL    PIC 9(5) OCCURS 5 TIMES.
             10 WS-REGION-TOTAL-TBL     PIC 9(5).
             10 WS-REGION-AMOUNT-TBL    PIC 9(8)V99.

       01 WS-GRAND-TOTALS.
          05 WS-GRAND-BUCKET            PIC 9(5) OCCURS 5 TIMES.
          05 WS-GRAND-TOTAL             PIC 9(5).
          05 WS-GRAND-AMOUNT            PIC 9(8)V99.

      *     approximate day count on a 360-day banking year, enough
      *     to place a case in its aging bucket
       01 WS-AGE-WORK.
          05 WS-AGE-FROM-DATE.
             10 WS-AGE-FROM-YEAR        PIC 9(4).
             10 WS-AGE-FROM-MONTH       PIC 9(2).
             10 WS-AGE-FROM-DAY         PIC 9(2).
          05 WS-AGE-TO-DATE.
             10 WS-AGE-TO-YEAR          PIC 9(4).
             10 WS-AGE-TO-MONTH         PIC 9(2).
             10 WS-AGE-TO-DAY           PIC 9(2).
          05 WS-AGE-DAYS                PIC S9(5) VALUE 0.

       01 WS-FLAGS.
          05 WS-EOF-FLAG                PIC X VALUE "n".
          05 WS-MASTER-AVAILABLE        PIC X VALUE "N".
          05 WS-REGION-FOUND            PIC X VALUE "N".

       77 WS-PARM-STATUS                PIC XX VALUE SPACES.
       77 WS-CASE-STATUS                PIC XX VALUE SPACES.
       77 WS-MAST-STATUS                PIC XX VALUE SPACES.
       77 WS-AS-OF-DATE                 PIC 9(8) VALUE 0.
       77 WS-CASE-REGION                PIC X(3) VALUE SPACES.
       77 WS-BUCKET-SUB                 PIC 9 VALUE 1.
       77 WS-REGION-SUB                 PIC 9(2) VALUE 0.
       77 WS-REGION-OVERFLOW            PIC 9(5) VALUE 0.
       77 WS-OPEN-LISTED                PIC 9(5) VALUE 0.
       77 WS-CLOSED-LISTED              PIC 9(5) VALUE 0.
       77 WS-OLDEST-OPEN-DAYS           PIC 9(5) VALUE 0.
       77 WS-ADJUSTED-COUNT             PIC 9(5) VALUE 0.
       77 WS-ADJUSTED-DAYS              PIC 9(7) VALUE 0.
       77 WS-DENIED-COUNT               PIC 9(5) VALUE 0.
       77 WS-DENIED-DAYS                PIC 9(7) VALUE 0.
       77 WS-AVERAGE-DAYS               PIC 9(5)V9 VALUE 0.
       77 WS-TURNAROUND-DAYS            PIC 9(5) VALUE 0.

      *     condition code for the scheduler: 0 clean, 4 master file
      *     missing or region table full, 12 no usable as-of date or
      *     dispute file unusable
       77 WS-CONDITION-CODE             PIC 9(2) VALUE 0.
       77 WS-NEW-CONDITION              PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 005-READ-PARAMETERS.
           IF WS-AS-OF-DATE = 0
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT DISPUTE-FILE.
           IF WS-CASE-STATUS NOT = "00"
              DISPLAY "A3SDAGE: DISPUTE FILE NOT AVAILABLE, STATUS "
                 WS-CASE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MAST-STATUS = "00"
              MOVE "Y" TO WS-MASTER-AVAILABLE
           ELSE
              DISPLAY "A3SDAGE: MASTER FILE NOT AVAILABLE - REGIONS "
                 "NOT SHOWN"
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-AS-OF-DATE TO WS-TITLE-AS-OF-DATE.
           MOVE ZEROS TO WS-GRAND-TOTALS.
           PERFORM 020-PRINT-HEADINGS.

           PERFORM 100-LIST-OPEN-CASES.
           PERFORM 140-PRINT-REGION-AGING.
           PERFORM 150-LIST-CLOSED-CASES.
           PERFORM 170-PRINT-TURNAROUND.

           CLOSE DISPUTE-FILE REPORT-FILE.
           IF WS-MASTER-AVAILABLE = "Y"
              CLOSE MASTER-FILE
           END-IF.
           MOVE WS-CONDITION-CODE TO RETURN-CODE.
           GOBACK.

      *     the report is not run without a numeric as-of date
       005-READ-PARAMETERS.
           MOVE 0 TO WS-AS-OF-DATE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
              IF WS-PARM-STATUS = "00"
                 IF PARM-AS-OF-DATE IS NUMERIC
                    AND PARM-AS-OF-DATE > 0
                    MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
                 ELSE
                    DISPLAY "A3SDAGE: AS-OF DATE NOT NUMERIC - "
                       "REPORT NOT RUN"
                 END-IF
              ELSE
                 DISPLAY "A3SDAGE: NO AS-OF DATE RECORD, STATUS "
                    WS-PARM-STATUS " - REPORT NOT RUN"
              END-IF
              CLOSE PARM-FILE
           ELSE
              DISPLAY "A3SDAGE: NO PARAMETER FILE, STATUS "
                 WS-PARM-STATUS " - REPORT NOT RUN"
           END-IF.

       020-PRINT-HEADINGS.
           WRITE REPORT-LINE FROM WS-TITLE-LINE
              AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-EMPTY-LINE
              AFTER ADVANCING 1 LINE.

       100-LIST-OPEN-CASES.
           WRITE REPORT-LINE FROM WS-OPEN-SECTION-LINE
              AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-OPEN-HEADINGS
              AFTER ADVANCING 1 LINE.

           MOVE ZEROS TO CASE-NO.
           START DISPUTE-FILE KEY IS NOT LESS THAN CASE-NO
           END-START.
           IF WS-CASE-STATUS = "00"
              MOVE "n" TO WS-EOF-FLAG
              PERFORM 110-READ-ONE-OPEN-CASE
                 UNTIL WS-EOF-FLAG = "y"
           END-IF.

           IF WS-OPEN-LISTED = 0
              MOVE "NO DISPUTE CASES OPEN" TO WS-NOTE-TEXT
              WRITE REPORT-LINE FROM WS-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

       110-READ-ONE-OPEN-CASE.
           READ DISPUTE-FILE NEXT RECORD
           AT END
              MOVE "y" TO WS-EOF-FLAG
           NOT AT END
              IF CASE-STATUS = "O" OR CASE-STATUS = "R"
                 PERFORM 120-PRINT-OPEN-CASE
              END-IF
           END-READ.

      *     age runs from the day the case was opened to the as-of
      *     date
       120-PRINT-OPEN-CASE.
           PERFORM 130-LOOKUP-REGION.
           MOVE CASE-OPENED TO WS-AGE-FROM-DATE.
           MOVE WS-AS-OF-DATE TO WS-AGE-TO-DATE.
           PERFORM 190-COMPUTE-AGE-DAYS.

           EVALUATE TRUE
              WHEN WS-AGE-DAYS < 8
                 MOVE 1 TO WS-BUCKET-SUB
                 MOVE "0-7 DAYS" TO WS-OPN-BUCKET
              WHEN WS-AGE-DAYS < 15
                 MOVE 2 TO WS-BUCKET-SUB
                 MOVE "8-14" TO WS-OPN-BUCKET
              WHEN WS-AGE-DAYS < 31
                 MOVE 3 TO WS-BUCKET-SUB
                 MOVE "15-30" TO WS-OPN-BUCKET
              WHEN WS-AGE-DAYS < 61
                 MOVE 4 TO WS-BUCKET-SUB
                 MOVE "31-60" TO WS-OPN-BUCKET
              WHEN OTHER
                 MOVE 5 TO WS-BUCKET-SUB
                 MOVE "OVER 60" TO WS-OPN-BUCKET
           END-EVALUATE.

           IF WS-AGE-DAYS > WS-OLDEST-OPEN-DAYS
              MOVE WS-AGE-DAYS TO WS-OLDEST-OPEN-DAYS
           END-IF.
           ADD 1 TO WS-GRAND-BUCKET(WS-BUCKET-SUB).
           ADD 1 TO WS-GRAND-TOTAL.
           ADD CASE-AMOUNT TO WS-GRAND-AMOUNT.
           PERFORM 135-COUNT-REGION.

           MOVE CASE-NO TO WS-OPN-CASE-NO.
           MOVE CASE-NOM TO WS-OPN-NOM.
           MOVE WS-CASE-REGION TO WS-OPN-REGION.
           MOVE CASE-PERIOD TO WS-OPN-PERIOD.
           MOVE CASE-OPENED TO WS-OPN-OPENED.
           MOVE WS-AGE-DAYS TO WS-OPN-DAYS.
           IF CASE-STATUS = "R"
              MOVE "UNDER REVIEW" TO WS-OPN-STATUS
           ELSE
              MOVE "OPEN" TO WS-OPN-STATUS
           END-IF.
           MOVE CASE-AMOUNT TO WS-OPN-AMOUNT.
           MOVE CASE-REASON TO WS-OPN-REASON.
           WRITE REPORT-LINE FROM WS-OPEN-DETAIL
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-OPEN-LISTED.

       130-LOOKUP-REGION.
           MOVE "???" TO WS-CASE-REGION.
           IF WS-MASTER-AVAILABLE = "Y"
              MOVE CASE-NOM TO MAST-NOM
              READ MASTER-FILE
              IF WS-MAST-STATUS = "00"
                 AND MAST-REGION NOT = SPACES
                 MOVE MAST-REGION TO WS-CASE-REGION
              END-IF
           END-IF.

       135-COUNT-REGION.
           MOVE "N" TO WS-REGION-FOUND.
           SET WS-REGION-IDX TO 1.
           SEARCH WS-REGION-ENTRY
              AT END
                 PERFORM 136-ADD-REGION
              WHEN WS-REGION-IDX > WS-REGION-COUNT
                 PERFORM 136-ADD-REGION
              WHEN WS-REGION-CODE-TBL(WS-REGION-IDX) = WS-CASE-REGION
                 MOVE "Y" TO WS-REGION-FOUND
           END-SEARCH.

           IF WS-REGION-FOUND = "Y"
              ADD 1 TO WS-REGION-BUCKET-TBL(WS-REGION-IDX,
                 WS-BUCKET-SUB)
              ADD 1 TO WS-REGION-TOTAL-TBL(WS-REGION-IDX)
              ADD CASE-AMOUNT TO WS-REGION-AMOUNT-TBL(WS-REGION-IDX)
           END-IF.

       136-ADD-REGION.
           IF WS-REGION-COUNT < 30
              ADD 1 TO WS-REGION-COUNT
              SET WS-REGION-IDX TO WS-REGION-COUNT
              MOVE WS-CASE-REGION TO WS-REGION-CODE-TBL(WS-REGION-IDX)
              MOVE ZEROS TO WS-REGION-BUCKET-TBL(WS-REGION-IDX, 1)
                 WS-REGION-BUCKET-TBL(WS-REGION-IDX, 2)
                 WS-REGION-BUCKET-TBL(WS-REGION-IDX, 3)
                 WS-REGION-BUCKET-TBL(WS-REGION-IDX, 4)
                 WS-REGION-BUCKET-TBL(WS-REGION-IDX, 5)
              MOVE 0 TO WS-REGION-TOTAL-TBL(WS-REGION-IDX)
              MOVE 0 TO WS-REGION-AMOUNT-TBL(WS-REGION-IDX)
              MOVE "Y" TO WS-REGION-FOUND
           ELSE
              ADD 1 TO WS-REGION-OVERFLOW
           END-IF.

       140-PRINT-REGION-AGING.
           WRITE REPORT-LINE FROM WS-REGION-SECTION-LINE
              AFTER ADVANCING 3 LINES.
           WRITE REPORT-LINE FROM WS-REGION-HEADINGS
              AFTER ADVANCING 1 LINE.

           PERFORM 141-PRINT-ONE-REGION
              VARYING WS-REGION-SUB FROM 1 BY 1
              UNTIL WS-REGION-SUB > WS-REGION-COUNT.

           MOVE SPACES TO WS-REGION-DETAIL.
           MOVE "TOTAL" TO WS-RGD-REGION.
           PERFORM 143-MOVE-GRAND-BUCKET
              VARYING WS-BUCKET-SUB FROM 1 BY 1
              UNTIL WS-BUCKET-SUB > 5.
           MOVE WS-GRAND-TOTAL TO WS-RGD-TOTAL.
           MOVE WS-GRAND-AMOUNT TO WS-RGD-AMOUNT.
           WRITE REPORT-LINE FROM WS-REGION-DETAIL
              AFTER ADVANCING 2 LINES.

           IF WS-REGION-OVERFLOW > 0
              MOVE "REGION TABLE FULL - SOME CASES IN TOTAL ONLY"
                 TO WS-NOTE-TEXT
              WRITE REPORT-LINE FROM WS-NOTE-LINE
                 AFTER ADVANCING 1 LINE
              MOVE 4 TO WS-NEW-CONDITION
              PERFORM 198-RAISE-CONDITION-CODE
           END-IF.

       141-PRINT-ONE-REGION.
           MOVE SPACES TO WS-REGION-DETAIL.
           MOVE WS-REGION-CODE-TBL(WS-REGION-SUB) TO WS-RGD-REGION.
           PERFORM 142-MOVE-REGION-BUCKET
              VARYING WS-BUCKET-SUB FROM 1 BY 1
              UNTIL WS-BUCKET-SUB > 5.
           MOVE WS-REGION-TOTAL-TBL(WS-REGION-SUB) TO WS-RGD-TOTAL.
           MOVE WS-REGION-AMOUNT-TBL(WS-REGION-SUB) TO WS-RGD-AMOUNT.
           WRITE REPORT-LINE FROM WS-REGION-DETAIL
              AFTER ADVANCING 1 LINE.

       142-MOVE-REGION-BUCKET.
           MOVE WS-REGION-BUCKET-TBL(WS-REGION-SUB, WS-BUCKET-SUB)
              TO WS-RGD-COUNT(WS-BUCKET-SUB).

       143-MOVE-GRAND-BUCKET.
           MOVE WS-GRAND-BUCKET(WS-BUCKET-SUB)
              TO WS-RGD-COUNT(WS-BUCKET-SUB).

      *     a case closed within the last week counts toward the
      *     week's turnaround; a denied case, or one whose adjustment
      *     moved nothing, is listed as closed with no adjustment
       150-LIST-CLOSED-CASES.
           WRITE REPORT-LINE FROM WS-CLOSED-SECTION-LINE
              AFTER ADVANCING 3 LINES.
           WRITE REPORT-LINE FROM WS-CLOSED-HEADINGS
              AFTER ADVANCING 1 LINE.

           MOVE ZEROS TO CASE-NO.
           START DISPUTE-FILE KEY IS NOT LESS THAN CASE-NO
           END-START.
           IF WS-CASE-STATUS = "00"
              MOVE "n" TO WS-EOF-FLAG
              PERFORM 160-READ-ONE-CLOSED-CASE
                 UNTIL WS-EOF-FLAG = "y"
           END-IF.

           IF WS-CLOSED-LISTED = 0
              MOVE "NO CASES CLOSED WITHOUT ADJUSTMENT THIS WEEK"
                 TO WS-NOTE-TEXT
              WRITE REPORT-LINE FROM WS-NOTE-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

       160-READ-ONE-CLOSED-CASE.
           READ DISPUTE-FILE NEXT RECORD
           AT END
              MOVE "y" TO WS-EOF-FLAG
           NOT AT END
              IF (CASE-STATUS = "A" OR CASE-STATUS = "D")
                 AND CASE-CLOSED IS NUMERIC AND CASE-CLOSED > 0
                 AND CASE-CLOSED NOT > WS-AS-OF-DATE
                 MOVE CASE-CLOSED TO WS-AGE-FROM-DATE
                 MOVE WS-AS-OF-DATE TO WS-AGE-TO-DATE
                 PERFORM 190-COMPUTE-AGE-DAYS
                 IF WS-AGE-DAYS < 7
                    PERFORM 165-COUNT-CLOSED-CASE
                 END-IF
              END-IF
           END-READ.

       165-COUNT-CLOSED-CASE.
           MOVE CASE-OPENED TO WS-AGE-FROM-DATE.
           MOVE CASE-CLOSED TO WS-AGE-TO-DATE.
           PERFORM 190-COMPUTE-AGE-DAYS.
           MOVE WS-AGE-DAYS TO WS-TURNAROUND-DAYS.

           IF CASE-STATUS = "A"
              ADD 1 TO WS-ADJUSTED-COUNT
              ADD WS-TURNAROUND-DAYS TO WS-ADJUSTED-DAYS
           ELSE
              ADD 1 TO WS-DENIED-COUNT
              ADD WS-TURNAROUND-DAYS TO WS-DENIED-DAYS
           END-IF.

           IF CASE-STATUS = "D"
              OR CASE-ADJ-PAID IS NOT NUMERIC OR CASE-ADJ-PAID = 0
              PERFORM 130-LOOKUP-REGION
              MOVE CASE-NO TO WS-CLD-CASE-NO
              MOVE CASE-NOM TO WS-CLD-NOM
              MOVE WS-CASE-REGION TO WS-CLD-REGION
              MOVE CASE-PERIOD TO WS-CLD-PERIOD
              MOVE CASE-OPENED TO WS-CLD-OPENED
              MOVE CASE-CLOSED TO WS-CLD-CLOSED
              MOVE WS-TURNAROUND-DAYS TO WS-CLD-DAYS
              IF CASE-STATUS = "D"
                 MOVE "DENIED" TO WS-CLD-OUTCOME
              ELSE
                 MOVE "ADJUSTED - NOTHING PAID" TO WS-CLD-OUTCOME
              END-IF
              MOVE CASE-AMOUNT TO WS-CLD-AMOUNT
              MOVE CASE-REASON TO WS-CLD-REASON
              WRITE REPORT-LINE FROM WS-CLOSED-DETAIL
                 AFTER ADVANCING 1 LINE
              ADD 1 TO WS-CLOSED-LISTED
           END-IF.

       170-PRINT-TURNAROUND.
           WRITE REPORT-LINE FROM WS-TURNAROUND-SECTION-LINE
              AFTER ADVANCING 3 LINES.

           MOVE "CASES CLOSED AS ADJUSTED" TO WS-COUNT-TEXT.
           MOVE WS-ADJUSTED-COUNT TO WS-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE 0 TO WS-AVERAGE-DAYS.
           IF WS-ADJUSTED-COUNT > 0
              COMPUTE WS-AVERAGE-DAYS ROUNDED =
                 WS-ADJUSTED-DAYS / WS-ADJUSTED-COUNT
           END-IF.
           MOVE "AVERAGE DAYS OPEN - ADJUSTED" TO WS-DAYS-TEXT.
           MOVE WS-AVERAGE-DAYS TO WS-DAYS-VALUE.
           WRITE REPORT-LINE FROM WS-DAYS-DETAIL
              AFTER ADVANCING 1 LINE.

           MOVE "CASES CLOSED AS DENIED" TO WS-COUNT-TEXT.
           MOVE WS-DENIED-COUNT TO WS-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.
           MOVE 0 TO WS-AVERAGE-DAYS.
           IF WS-DENIED-COUNT > 0
              COMPUTE WS-AVERAGE-DAYS ROUNDED =
                 WS-DENIED-DAYS / WS-DENIED-COUNT
           END-IF.
           MOVE "AVERAGE DAYS OPEN - DENIED" TO WS-DAYS-TEXT.
           MOVE WS-AVERAGE-DAYS TO WS-DAYS-VALUE.
           WRITE REPORT-LINE FROM WS-DAYS-DETAIL
              AFTER ADVANCING 1 LINE.

           MOVE "CASES STILL OPEN" TO WS-COUNT-TEXT.
           MOVE WS-GRAND-TOTAL TO WS-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-COUNT-DETAIL
              AFTER ADVANCING 2 LINES.
           MOVE "OLDEST OPEN CASE - DAYS" TO WS-COUNT-TEXT.
           MOVE WS-OLDEST-OPEN-DAYS TO WS-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-COUNT-DETAIL
              AFTER ADVANCING 1 LINE.

       190-COMPUTE-AGE-DAYS.
           COMPUTE WS-AGE-DAYS =
              ((WS-AGE-TO-YEAR - WS-AGE-FROM-YEAR) * 360)
              + ((WS-AGE-TO-MONTH - WS-AGE-FROM-MONTH) * 30)
              + (WS-AGE-TO-DAY - WS-AGE-FROM-DAY).
           IF WS-AGE-DAYS < 0
              MOVE 0 TO WS-AGE-DAYS
           END-IF.

      *     condition codes only ever step up; the worst state wins
       198-RAISE-CONDITION-CODE.
           IF WS-NEW-CONDITION > WS-CONDITION-CODE
              MOVE WS-NEW-CONDITION TO WS-CONDITION-CODE
           END-IF.
      *
       END PROGRAM A3SDAGE.
