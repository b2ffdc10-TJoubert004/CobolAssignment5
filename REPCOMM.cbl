      *  Date.......: 08 August 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment4
      *  Description: REPCOMM is a companion to RPT5000. It reads the
      *               commission detail file COMMCALC writes and sorts
      *               it by salesrep, region and commission rate so
      *               YTD sales and commission earned can be grouped
      *               by salesrep/region combination, so finance has a
      *               trustworthy source for commission payouts instead
      *               of an outside spreadsheet export. Commission is
      *               the period-accurate figure - each month's sales
      *               at the rate in force in that month - and every
      *               rep/region line is followed by the split of its
      *               YTD sales and commission by commission rate, so
      *               a mid-year rate change shows how much was earned
      *               before and after it. A rep/region with more
      *               than 20 rates shows the 20th and later rates
      *               together on one AT OTHER RATES line, so the
      *               split always adds up to the rep/region line.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT COMM-DETAIL   ASSIGN TO COMMDTL.
           SELECT REP-MASTER    ASSIGN TO REPMAST.
           SELECT COMMISSION-RPT ASSIGN TO REPCOMM.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK02.

       DATA DIVISION.
       FILE SECTION.
       FD  COMM-DETAIL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  COMMISSION-DETAIL-RECORD.
           05  CE-BRANCH-NUMBER        PIC 9(2).
           05  CE-SALESREP-NUMBER      PIC 9(2).
           05  CE-CUSTOMER-NUMBER      PIC 9(5).
           05  CE-REGION-CODE          PIC X(2).
           05  CE-COMMISSION-RATE      PIC 9V9(4).
           05  CE-SALES-AMOUNT         PIC S9(7)V9(2).
           05  CE-COMMISSION-EARNED    PIC S9(7)V9(2).
           05  CE-CALC-YEAR            PIC 9(4).
           05  FILLER                  PIC X(42).

       FD  REP-MASTER
           RECORDING MODE IS F
       01  SORT-WORK-RECORD.
           05  SR-SALESREP-NUMBER      PIC 9(2).
           05  SR-REGION-CODE          PIC X(2).
           05  SR-COMMISSION-RATE      PIC 9V9(4).
           05  SR-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SR-COMMISSION-EARNED    PIC S9(7)V9(2).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  COMMDTL-EOF-SWITCH      PIC X    VALUE "N".
           05  REPMAST-EOF-SWITCH      PIC X    VALUE "N".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
           05  OTHER-RATES-SWITCH      PIC X    VALUE "N".

       01  REP-TABLE-FIELDS.
           05  WS-REP-SUB              PIC 999.
           05  WS-RATE-SUB             PIC 999.
           05  WS-RATE-COUNT           PIC 999     VALUE ZERO.

       01  RUN-LOG-FIELDS.
           05  WS-RUN-FILE-IDENT       PIC X(16)   VALUE SPACE.
           05  OLD-REGION-CODE         PIC X(2).

       01  GROUP-TOTAL-FIELDS.
           05  GROUP-SALES-THIS-YTD    PIC S9(9)V99  VALUE ZERO.
           05  GROUP-COMMISSION        PIC S9(9)V99  VALUE ZERO.

       01  GROUP-RATE-TABLE.
           05  GR-ENTRY OCCURS 20 TIMES.
               10  GR-COMMISSION-RATE  PIC 9V9(4).
               10  GR-SALES-THIS-YTD   PIC S9(9)V99.
               10  GR-COMMISSION       PIC S9(9)V99.

       01  GRAND-TOTAL-FIELDS.
           05  GRAND-SALES-THIS-YTD    PIC S9(10)V99 VALUE ZERO.
           05  GRAND-COMMISSION        PIC S9(10)V99 VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CML-SALESREP-NAME       PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CML-REGION-CODE         PIC X(2).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CML-SALES-THIS-YTD      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CML-COMMISSION-EARNED   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05  CML-QUOTA-ATTAINMENT    PIC X(7).
           05  FILLER                  PIC X(54)   VALUE SPACE.

       01  RATE-SPLIT-LINE.
           05  FILLER                  PIC X(14)   VALUE SPACE.
           05  FILLER                  PIC X(8)    VALUE "AT RATE ".
           05  RSL-COMMISSION-RATE     PIC 9.9999.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  RSL-SALES-THIS-YTD      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  RSL-COMMISSION-EARNED   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(67)   VALUE SPACE.

       01  OTHER-RATES-LINE.
           05  FILLER                  PIC X(14)   VALUE SPACE.
           05  FILLER                  PIC X(17)
                   VALUE "AT OTHER RATES   ".
           05  ORL-SALES-THIS-YTD      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  ORL-COMMISSION-EARNED   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(67)   VALUE SPACE.

       01  REP-EXCEPTION-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  REL-SALESREP-NUMBER     PIC 9(2).

       01  COMMISSION-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(16)   VALUE SPACE.
           05  FILLER                  PIC X(13)   VALUE "GRAND TOTAL".
           05  GTL-SALES-THIS-YTD      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  GTL-COMMISSION-EARNED   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(66)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PREPARE-COMMISSION-REPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-SALESREP-NUMBER
                                SR-REGION-CODE
                                SR-COMMISSION-RATE
               INPUT PROCEDURE IS 200-SELECT-CUSTOMER-RECORDS
               OUTPUT PROCEDURE IS 400-PRINT-COMMISSION-REPORT.
           PERFORM 950-LOG-RUN-END.
           PERFORM 120-READ-REP-MASTER.

       200-SELECT-CUSTOMER-RECORDS.
           OPEN INPUT COMM-DETAIL.
           PERFORM 210-PROCESS-CUSTOMER-RECORDS
               UNTIL COMMDTL-EOF-SWITCH = "Y".
           CLOSE COMM-DETAIL.

       210-PROCESS-CUSTOMER-RECORDS.
           READ COMM-DETAIL
               AT END
                   MOVE "Y" TO COMMDTL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-LOG
                   PERFORM 220-RELEASE-CUSTOMER-RECORD
           END-READ.

       220-RELEASE-CUSTOMER-RECORD.
           MOVE CE-SALESREP-NUMBER   TO SR-SALESREP-NUMBER.
           MOVE CE-REGION-CODE       TO SR-REGION-CODE.
           MOVE CE-COMMISSION-RATE   TO SR-COMMISSION-RATE.
           MOVE CE-SALES-AMOUNT      TO SR-SALES-THIS-YTD.
           MOVE CE-COMMISSION-EARNED TO SR-COMMISSION-EARNED.
           RELEASE SORT-WORK-RECORD.

       400-PRINT-COMMISSION-REPORT.
           END-IF.
           ADD SR-SALES-THIS-YTD    TO GROUP-SALES-THIS-YTD.
           ADD SR-COMMISSION-EARNED TO GROUP-COMMISSION.
           PERFORM 435-ADD-TO-GROUP-RATE.

       435-ADD-TO-GROUP-RATE.
           IF WS-RATE-COUNT = 20
              AND GR-COMMISSION-RATE (WS-RATE-COUNT) NOT =
                  SR-COMMISSION-RATE
              MOVE "Y" TO OTHER-RATES-SWITCH
           END-IF.
           IF OTHER-RATES-SWITCH = "Y"
              OR (WS-RATE-COUNT > ZERO
                  AND GR-COMMISSION-RATE (WS-RATE-COUNT) =
                      SR-COMMISSION-RATE)
              ADD SR-SALES-THIS-YTD
                  TO GR-SALES-THIS-YTD (WS-RATE-COUNT)
              ADD SR-COMMISSION-EARNED
                  TO GR-COMMISSION (WS-RATE-COUNT)
           ELSE
              ADD 1 TO WS-RATE-COUNT
              MOVE SR-COMMISSION-RATE
                  TO GR-COMMISSION-RATE (WS-RATE-COUNT)
              MOVE SR-SALES-THIS-YTD
                  TO GR-SALES-THIS-YTD (WS-RATE-COUNT)
              MOVE SR-COMMISSION-EARNED
                  TO GR-COMMISSION (WS-RATE-COUNT)
           END-IF.

       440-PRINT-COMMISSION-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
              WRITE COMMISSION-PRINT-AREA
              ADD 1 TO LINE-COUNT
           END-IF.
           PERFORM 445-PRINT-RATE-SPLIT-LINE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.
           MOVE ZERO TO WS-RATE-COUNT.
           MOVE "N" TO OTHER-RATES-SWITCH.
           ADD GROUP-SALES-THIS-YTD TO GRAND-SALES-THIS-YTD.
           ADD GROUP-COMMISSION     TO GRAND-COMMISSION.
           MOVE ZERO TO GROUP-SALES-THIS-YTD.
           MOVE ZERO TO GROUP-COMMISSION.

       445-PRINT-RATE-SPLIT-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 410-PRINT-HEADING-LINES.
           IF WS-RATE-SUB = WS-RATE-COUNT
              AND OTHER-RATES-SWITCH = "Y"
              MOVE GR-SALES-THIS-YTD (WS-RATE-SUB)
                  TO ORL-SALES-THIS-YTD
              MOVE GR-COMMISSION (WS-RATE-SUB)
                  TO ORL-COMMISSION-EARNED
              MOVE OTHER-RATES-LINE TO COMMISSION-PRINT-AREA
           ELSE
              MOVE GR-COMMISSION-RATE (WS-RATE-SUB)
                  TO RSL-COMMISSION-RATE
              MOVE GR-SALES-THIS-YTD (WS-RATE-SUB)
                  TO RSL-SALES-THIS-YTD
              MOVE GR-COMMISSION (WS-RATE-SUB)
                  TO RSL-COMMISSION-EARNED
              MOVE RATE-SPLIT-LINE TO COMMISSION-PRINT-AREA
           END-IF.
           WRITE COMMISSION-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       450-RESOLVE-REP-NAME-AND-QUOTA.
           COMPUTE WS-REP-SUB = OLD-SALESREP-NUMBER + 1.
           IF RT-ON-FILE (WS-REP-SUB) = "Y"
