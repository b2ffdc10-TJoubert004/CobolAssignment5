      *               month-over-month movement, subtotaled by branch,
      *               so account managers can see when an account
      *               turned instead of only that it declined.
      *               A month amount too large for its column prints
      *               as asterisks, the report ends with a count of
      *               such columns and the run ends with return code 4.
      *****************************************************************
       ENVIRONMENT DIVISION.

           05  SH-SALESREP-NUMBER      PIC 9(2).
           05  SH-CUSTOMER-NUMBER      PIC 9(5).
           05  SH-CUSTOMER-NAME        PIC X(20).
           05  SH-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SH-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  FILLER                  PIC X(7).

       FD  TREND-CARD
           RECORDING MODE IS F
           05  SR-CUSTOMER-NUMBER      PIC 9(5).
           05  SR-PERIOD-MONTH         PIC 9(2).
           05  SR-CUSTOMER-NAME        PIC X(20).
           05  SR-SALES-THIS-YTD       PIC S9(7)V9(2).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  WS-MONTH-SUB            PIC 999.

       01  CALCULATION-FIELDS.
           05  WS-PRIOR-YTD            PIC S9(7)V99   VALUE ZERO.
           05  WS-MONTH-SALES          PIC S9(8)V99   VALUE ZERO.
           05  WS-PRIOR-MONTH-SALES    PIC S9(8)V99   VALUE ZERO.
           05  WS-MONTH-MOVEMENT       PIC S9(9)V99   VALUE ZERO.
           05  WS-EDIT-AMOUNT          PIC ZZZZZZ9-.
           05  WS-EDIT-SOURCE          PIC S9(9)V99   VALUE ZERO.
           05  WS-EDIT-COLUMN          PIC X(8).
           05  WS-COLUMNS-OVERFLOWED   PIC 9(7)       VALUE ZERO.

       01  MONTH-TABLE.
           05  MT-ENTRY OCCURS 12 TIMES.
               10  MT-YTD-AMOUNT       PIC S9(7)V99.
               10  MT-HAVE-DATA        PIC X.

       01  BRANCH-NAME-FIELDS.

       01  BRANCH-MONTH-TABLE.
           05  BM-ENTRY OCCURS 12 TIMES.
               10  BM-MONTH-SALES      PIC S9(9)V99.
               10  BM-HAVE-DATA        PIC X.

       01  CURRENT-DATE-AND-TIME.
                                   PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.

       01  COLUMN-OVERFLOW-LINE.
           05  FILLER              PIC X(46)
               VALUE "** COLUMNS SHOWN AS ******* EXCEED 9,999,999: ".
           05  COL-OVERFLOW-COUNT  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(77)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PREPARE-TREND-REPORT.
           PERFORM 050-READ-TREND-CARD.
           IF FIRST-RECORD-SWITCH = "N"
              PERFORM 500-PRINT-CUSTOMER-TREND
              PERFORM 600-PRINT-BRANCH-SUBTOTAL.
           IF WS-COLUMNS-OVERFLOWED > ZERO
              PERFORM 700-PRINT-COLUMN-OVERFLOW.
           CLOSE TREND-RPT.

       410-CLEAR-MONTH-TABLE.
              COMPUTE WS-MONTH-SALES =
                  MT-YTD-AMOUNT (WS-MONTH-SUB) - WS-PRIOR-YTD
              MOVE MT-YTD-AMOUNT (WS-MONTH-SUB) TO WS-PRIOR-YTD
              MOVE WS-MONTH-SALES TO WS-EDIT-SOURCE
              PERFORM 560-EDIT-AMOUNT-COLUMN
              MOVE WS-EDIT-COLUMN TO TDL-MONTH-COL (WS-MONTH-SUB)
              COMPUTE WS-MONTH-MOVEMENT =
                  WS-MONTH-SALES - WS-PRIOR-MONTH-SALES
              IF WS-MONTH-SUB = 1
                 MOVE SPACE TO TML-MONTH-COL (WS-MONTH-SUB)
              ELSE
                 MOVE WS-MONTH-MOVEMENT TO WS-EDIT-SOURCE
                 PERFORM 560-EDIT-AMOUNT-COLUMN
                 MOVE WS-EDIT-COLUMN TO TML-MONTH-COL (WS-MONTH-SUB)
              END-IF
              MOVE WS-MONTH-SALES TO WS-PRIOR-MONTH-SALES
              ADD WS-MONTH-SALES TO BM-MONTH-SALES (WS-MONTH-SUB)
              MOVE SPACE TO TML-MONTH-COL (WS-MONTH-SUB)
           END-IF.

       560-EDIT-AMOUNT-COLUMN.
           IF WS-EDIT-SOURCE > 9999999.99
              OR WS-EDIT-SOURCE < -9999999.99
              MOVE " *******" TO WS-EDIT-COLUMN
              ADD 1 TO WS-COLUMNS-OVERFLOWED
           ELSE
              MOVE WS-EDIT-SOURCE TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO WS-EDIT-COLUMN
           END-IF.

       600-PRINT-BRANCH-SUBTOTAL.
           COMPUTE WS-BRANCH-NAME-SUB = OLD-BRANCH-NUMBER + 1.
           IF BN-ON-FILE (WS-BRANCH-NAME-SUB) = "Y"

       650-FORMAT-SUBTOTAL-COLUMN.
           IF BM-HAVE-DATA (WS-MONTH-SUB) = "Y"
              MOVE BM-MONTH-SALES (WS-MONTH-SUB) TO WS-EDIT-SOURCE
              PERFORM 560-EDIT-AMOUNT-COLUMN
              MOVE WS-EDIT-COLUMN TO BSL-MONTH-COL (WS-MONTH-SUB)
           ELSE
              MOVE SPACE TO BSL-MONTH-COL (WS-MONTH-SUB)
           END-IF.

       700-PRINT-COLUMN-OVERFLOW.
           MOVE WS-COLUMNS-OVERFLOWED TO COL-OVERFLOW-COUNT.
           MOVE COLUMN-OVERFLOW-LINE TO TREND-PRINT-AREA.
           WRITE TREND-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE 4 TO RETURN-CODE.
