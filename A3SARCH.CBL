      *lists one salesperson's earnings across every archived year;
      *a T request prints company and region annual totals with
      *year-over-year movement. Regions come from the salesperson
      *master at report time, since the archive carries none, and
      *their names from the region master.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS MAST-NOM
               FILE STATUS IS WS-MAST-STATUS.
      *
      * region master, for region names
           SELECT REGION-FILE
               ASSIGN TO RGNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGN-CODE
               FILE STATUS IS WS-RGN-STATUS.
      *
      * the answers: statements, histories and annual totals
           SELECT REPORT-FILE
               ASSIGN TO ARCHRPT
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
       FD REQUEST-FILE
           RECORDING MODE IS F
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
       FD REPORT-FILE
           RECORDING MODE IS F
          05 WS-STMT-NAME               PIC X(20).
          05 FILLER                     PIC X(7) VALUE "REGION".
          05 WS-STMT-REGION             PIC X(3).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-STMT-REGION-NAME        PIC X(20).
          05 FILLER                     PIC X(10) VALUE SPACES.

       01 WS-STMT-MONEY-LINE.
          05 WS-STMT-MONEY-LABEL        PIC X(45).
          05 FILLER                     PIC X(17) VALUE "PAID".
          05 FILLER                     PIC X(10) VALUE "PEOPLE".
          05 FILLER                     PIC X(12) VALUE "EARNED PCT".
          05 FILLER                     PIC X(11) VALUE SPACES.
          05 FILLER                     PIC X(20) VALUE "REGION NAME".
          05 FILLER                     PIC X(29) VALUE SPACES.

       01 WS-TOT-DETAIL-LINE.
          05 WS-TOT-DET-YEAR            PIC 9(4).
          05 WS-TOT-DET-PCT             PIC +ZZ9.9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-TOT-DET-PCT-NOTE        PIC X(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-TOT-DET-REGION-NAME     PIC X(20).
          05 FILLER                     PIC X(29) VALUE SPACES.

       01 WS-REQ-BAD-LINE.
          05 FILLER                     PIC X(40) VALUE
          05 WS-REQ-EOF-FLAG            PIC X VALUE "n".
          05 WS-ARCH-EOF-FLAG           PIC X VALUE "n".
          05 WS-MASTER-AVAILABLE        PIC X VALUE "N".
          05 WS-RGN-AVAILABLE           PIC X VALUE "N".
          05 WS-ANY-FOUND               PIC X VALUE "N".
          05 WS-TOTALS-BUILT            PIC X VALUE "N".

       77 WS-ARCH-STATUS                PIC XX VALUE SPACES.
       77 WS-REQ-STATUS                 PIC XX VALUE SPACES.
       77 WS-MAST-STATUS                PIC XX VALUE SPACES.
       77 WS-RGN-STATUS                 PIC XX VALUE SPACES.
       77 WS-RGN-NAME-WORK              PIC X(20) VALUE SPACES.

       77 WS-REQUEST-COUNT              PIC 9(5) VALUE 0.
       77 WS-PAGE-STARTED               PIC X VALUE "N".
              MOVE "Y" TO WS-MASTER-AVAILABLE
           END-IF.

           OPEN INPUT REGION-FILE.
           IF WS-RGN-STATUS = "00"
              MOVE "Y" TO WS-RGN-AVAILABLE
           END-IF.

           READ REQUEST-FILE
           AT END
              MOVE "y" TO WS-REQ-EOF-FLAG.
           IF WS-MASTER-AVAILABLE = "Y"
              CLOSE MASTER-FILE
           END-IF.
           IF WS-RGN-AVAILABLE = "Y"
              CLOSE REGION-FILE
           END-IF.
           GOBACK.

       100-PROCESS-REQUEST.
              MOVE ARCH-PAID TO WS-STMT-MONEY-VALUE
              WRITE REPORT-LINE FROM WS-STMT-MONEY-LINE
                 AFTER ADVANCING 1 LINE
              IF ARCH-OVERRIDE IS NUMERIC AND ARCH-OVERRIDE > 0
                 MOVE "ANNUAL MANAGER OVERRIDE PAID"
                    TO WS-STMT-MONEY-LABEL
                 MOVE ARCH-OVERRIDE TO WS-STMT-MONEY-VALUE
                 WRITE REPORT-LINE FROM WS-STMT-MONEY-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
              MOVE ARCH-CLOSE-DATE TO WS-STMT-CLOSE-DATE
              WRITE REPORT-LINE FROM WS-STMT-CLOSE-LINE
                 AFTER ADVANCING 2 LINES
       430-PRINT-ONE-YEAR.
           MOVE WS-YEAR-VALUE(WS-YEAR-SUB) TO WS-TOT-DET-YEAR.
           MOVE "COMPANY" TO WS-TOT-DET-SCOPE.
           MOVE SPACES TO WS-TOT-DET-REGION-NAME.
           MOVE WS-YEAR-EARNED(WS-YEAR-SUB) TO WS-TOT-DET-EARNED.
           MOVE WS-YEAR-PAID(WS-YEAR-SUB) TO WS-TOT-DET-PAID.
           MOVE WS-YEAR-PEOPLE(WS-YEAR-SUB) TO WS-TOT-DET-PEOPLE.
           MOVE WS-YEAR-VALUE(WS-YEAR-SUB) TO WS-TOT-DET-YEAR.
           MOVE WS-YR-REGION-CODE(WS-YEAR-SUB, WS-REGION-SUB)
              TO WS-TOT-DET-SCOPE.
           MOVE WS-YR-REGION-CODE(WS-YEAR-SUB, WS-REGION-SUB)
              TO WS-WORK-REGION.
           PERFORM 540-LOOKUP-REGION-NAME.
           MOVE WS-RGN-NAME-WORK TO WS-TOT-DET-REGION-NAME.
           MOVE WS-YR-REGION-EARNED(WS-YEAR-SUB, WS-REGION-SUB)
              TO WS-TOT-DET-EARNED.
           MOVE WS-YR-REGION-PAID(WS-YEAR-SUB, WS-REGION-SUB)
           IF WS-STMT-REGION = SPACES
              MOVE "???" TO WS-STMT-REGION
           END-IF.
           MOVE WS-STMT-REGION TO WS-WORK-REGION.
           PERFORM 540-LOOKUP-REGION-NAME.
           MOVE WS-RGN-NAME-WORK TO WS-STMT-REGION-NAME.

       520-READ-ARCHIVE.
           READ ARCHIVE-FILE
                 MOVE MAST-NAME TO WS-HIST-NAME
              END-IF
           END-IF.

      *     a region the region master does not know prints with no
      *     name, the same as the "???" fold for unknown numbers
       540-LOOKUP-REGION-NAME.
           MOVE SPACES TO WS-RGN-NAME-WORK.
           IF WS-RGN-AVAILABLE = "Y"
              AND WS-WORK-REGION NOT = "???"
              MOVE WS-WORK-REGION TO RGN-CODE
              READ REGION-FILE
                 INVALID KEY
                    MOVE SPACES TO WS-RGN-NAME-WORK
                 NOT INVALID KEY
                    MOVE RGN-NAME TO WS-RGN-NAME-WORK
              END-READ
           END-IF.
      *
       END PROGRAM A3SARCH.
