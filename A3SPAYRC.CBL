       AUTHOR. Fouzaan.
      *Description: reconciles the payroll return/acknowledgment file
      *against the CSV extract the commission run handed to payroll.
      *The return file and the extract are both sorted by
      *salesperson number and line type - commission, then any
      *manager override - and matched line for line, so any volume
      *reconciles without an in-memory table. Reports salesperson
      *numbers missing on either side and amount differences, with
      *paid totals that must balance before the cycle is signed off.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      * the extract the commission run sent to payroll; manager
      * override lines follow the commission lines
           SELECT CSV-FILE
               ASSIGN TO CSVFILE
               ORGANIZATION IS SEQUENTIAL.
      *
      * the extract brought into salesperson-number and line-type
      * order
           SELECT SORTED-CSV-FILE
               ASSIGN TO CSVSRT
               ORGANIZATION IS SEQUENTIAL.
      *
      * payroll's return/acknowledgment of what it loaded
           SELECT RETURN-FILE
               ASSIGN TO PAYRFILE
       FILE SECTION.
      *
       FD CSV-FILE
           RECORDING MODE IS F
           DATA RECORD IS CSV-IN-RECORD
           RECORD CONTAINS 40 CHARACTERS.

       01 CSV-IN-RECORD                 PIC X(40).
      *
       FD SORTED-CSV-FILE
           RECORDING MODE IS F
           DATA RECORD IS CSV-RECORD
           RECORD CONTAINS 40 CHARACTERS.

      *     line type C commission, O manager override; blank on
      *     extracts written before overrides is commission
       01 CSV-RECORD.
          05 CSV-NOM                    PIC 9(5).
          05 FILLER                     PIC X.
          05 CSV-PAID                   PIC 9(6)V99.
          05 FILLER                     PIC X.
          05 CSV-PERIOD                 PIC 9(8).
          05 FILLER                     PIC X.
          05 CSV-TYPE                   PIC X(1).
          05 FILLER                     PIC X(6).
      *
       FD RETURN-FILE
           RECORDING MODE IS F
          05 SRET-EARNED                PIC 9(6)V99.
          05 FILLER                     PIC X.
          05 SRET-PAID                  PIC 9(6)V99.
          05 FILLER                     PIC X(10).
          05 SRET-TYPE                  PIC X(1).
          05 FILLER                     PIC X(6).
      *
       SD SORT-FILE
           DATA RECORD IS SORT-REC

       01 SORT-REC.
          05 SORT-NOM                   PIC X(5).
          05 FILLER                     PIC X(28).
          05 SORT-TYPE                  PIC X(1).
          05 FILLER                     PIC X(6).
      *
       FD REPORT-FILE
           RECORDING MODE IS F
          05 WS-RET-EOF-FLAG            PIC X VALUE "n".
          05 WS-EXTRACT-MATCHED         PIC X VALUE "N".

      *     match keys: salesperson number and line type, a blank
      *     type taken as commission on either side
       01 WS-MATCH-KEYS.
          05 WS-CSV-KEY.
             10 WS-CSV-KEY-NOM          PIC X(5).
             10 WS-CSV-KEY-TYPE         PIC X(1).
          05 WS-RET-KEY.
             10 WS-RET-KEY-NOM          PIC X(5).
             10 WS-RET-KEY-TYPE         PIC X(1).

       77 WS-EXTRACT-COUNT              PIC 9(6) VALUE 0.
       77 WS-RETURN-COUNT               PIC 9(6) VALUE 0.
       77 WS-MATCHED-COUNT              PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN.
           SORT SORT-FILE ON ASCENDING KEY SORT-NOM
              ON ASCENDING KEY SORT-TYPE
              WITH DUPLICATES IN ORDER
              USING RETURN-FILE GIVING SORTED-RETURN-FILE.

           SORT SORT-FILE ON ASCENDING KEY SORT-NOM
              ON ASCENDING KEY SORT-TYPE
              WITH DUPLICATES IN ORDER
              USING CSV-FILE GIVING SORTED-CSV-FILE.

           OPEN INPUT SORTED-CSV-FILE.
           OPEN INPUT SORTED-RETURN-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT NEW-EXCEPTION-FILE.
           PERFORM 160-AGE-AND-REPORT-EXCEPTIONS.
           PERFORM 170-WRITE-OPEN-EXCEPTIONS.

           CLOSE SORTED-CSV-FILE SORTED-RETURN-FILE REPORT-FILE.
           GOBACK.

       020-PRINT-HEADINGS.
           END-READ.

       100-READ-EXTRACT.
           READ SORTED-CSV-FILE
           AT END
              MOVE "y" TO WS-CSV-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-EXTRACT-COUNT
              MOVE "N" TO WS-EXTRACT-MATCHED
              MOVE CSV-NOM TO WS-CSV-KEY-NOM
              IF CSV-TYPE = "O"
                 MOVE "O" TO WS-CSV-KEY-TYPE
              ELSE
                 MOVE "C" TO WS-CSV-KEY-TYPE
              END-IF
              ADD CSV-PAID TO WS-TOTAL-EXTRACT-PAID
              IF WS-CURRENT-PERIOD = 0
                 AND CSV-PERIOD IS NUMERIC
              MOVE "y" TO WS-RET-EOF-FLAG
           NOT AT END
              ADD 1 TO WS-RETURN-COUNT
              MOVE SRET-NOM TO WS-RET-KEY-NOM
              IF SRET-TYPE = "O"
                 MOVE "O" TO WS-RET-KEY-TYPE
              ELSE
                 MOVE "C" TO WS-RET-KEY-TYPE
              END-IF
           END-READ.

      *     classic two-file match on salesperson number and line
      *     type: the low key steps forward, equal keys compare
      *     amounts, and whichever side runs out first drains the
      *     other as exceptions
       110-MATCH-ONE-PAIR.
           EVALUATE TRUE
              WHEN WS-RET-EOF-FLAG NOT = "y"
                 ADD SRET-PAID TO WS-TOTAL-RETURN-PAID
                 PERFORM 125-REPORT-ORPHAN-RETURN
                 PERFORM 105-READ-RETURN
              WHEN WS-RET-KEY > WS-CSV-KEY
                 PERFORM 130-FLUSH-EXTRACT
                 PERFORM 100-READ-EXTRACT
              WHEN WS-RET-KEY < WS-CSV-KEY
                 ADD SRET-PAID TO WS-TOTAL-RETURN-PAID
                 PERFORM 125-REPORT-ORPHAN-RETURN
                 PERFORM 105-READ-RETURN
