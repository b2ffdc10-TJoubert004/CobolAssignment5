       IDENTIFICATION DIVISION.

       PROGRAM-ID. SALEFCST.
      *****************************************************************
      *  Programmers: Tristan Joubert
      *  Date.......: 15 October 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment5
      *  Description: SALEFCST is the year-end sales forecast. It
      *               reads the cumulative SALESHIST file written by
      *               SALESNAP and projects each customer's year-end
      *               sales this YTD from its latest snapshot in the
      *               forecast year. The projection is seasonally
      *               adjusted from the same months of last year's
      *               history (last year's total over last year's YTD
      *               at the same month); a customer with no usable
      *               history for last year is projected at its
      *               straight run rate. Projections are rolled up by
      *               branch and region (region from the branch
      *               master) and compared to the annual quota of the
      *               active reps based there, and a rep section
      *               compares each rep's projected year-end to
      *               RM-ANNUAL-QUOTA and flags reps projected to miss.
      *               The forecast card may name the forecast year and
      *               the month to forecast through (defaults are the
      *               current year and its latest snapshot month). A
      *               CSV companion carries the same figures for the
      *               management pack.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SALES-HIST  ASSIGN TO SALESHIST.
           SELECT REP-MASTER  ASSIGN TO REPMAST.
           SELECT OPTIONAL BRANCH-MASTER ASSIGN TO BRCHMAST.
           SELECT OPTIONAL FORECAST-CARD ASSIGN TO FCSTCARD.
           SELECT FORECAST-RPT ASSIGN TO SALEFCST.
           SELECT CSV-FORECAST ASSIGN TO CSVFCST.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK10.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  SALES-HISTORY-RECORD.
           05  SH-PERIOD-YEAR          PIC 9(4).
           05  SH-PERIOD-MONTH         PIC 9(2).
           05  SH-BRANCH-NUMBER        PIC 9(2).
           05  SH-SALESREP-NUMBER      PIC 9(2).
           05  SH-CUSTOMER-NUMBER      PIC 9(5).
           05  SH-CUSTOMER-NAME        PIC X(20).
           05  SH-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SH-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  FILLER                  PIC X(7).

       FD  REP-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  REP-MASTER-RECORD.
           05  RM-SALESREP-NUMBER      PIC 9(2).
           05  RM-SALESREP-NAME        PIC X(20).
           05  RM-HOME-BRANCH          PIC 9(2).
           05  RM-ANNUAL-QUOTA         PIC S9(7)V9(2).
           05  RM-DRAW-AMOUNT          PIC S9(5)V9(2).
           05  RM-REP-STATUS           PIC X(1).
           05  FILLER                  PIC X(39).

       FD  BRANCH-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  BRANCH-MASTER-RECORD.
           05  BR-BRANCH-NUMBER        PIC 9(2).
           05  BR-BRANCH-NAME          PIC X(20).
           05  BR-MANAGER-NAME         PIC X(20).
           05  BR-REGION-CODE          PIC X(2).
           05  BR-BRANCH-STATUS        PIC X(1).
           05  FILLER                  PIC X(35).

       FD  FORECAST-CARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  FORECAST-CARD-RECORD.
           05  FC-FORECAST-YEAR        PIC 9(4).
           05  FC-THROUGH-MONTH        PIC 9(2).
           05  FILLER                  PIC X(74).

       FD  FORECAST-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  FORECAST-PRINT-AREA PIC X(130).

       FD  CSV-FORECAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 100 CHARACTERS.
       01  CSV-PRINT-AREA      PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-REGION-CODE          PIC X(2).
           05  SR-BRANCH-NUMBER        PIC 9(2).
           05  SR-SALESREP-NUMBER      PIC 9(2).
           05  SR-CUSTOMER-NUMBER      PIC 9(5).
           05  SR-PERIOD-YEAR          PIC 9(4).
           05  SR-PERIOD-MONTH         PIC 9(2).
           05  SR-CUSTOMER-NAME        PIC X(20).
           05  SR-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SR-SALES-LAST-YTD       PIC S9(7)V9(2).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  HIST-EOF-SWITCH         PIC X    VALUE "N".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  REPMAST-EOF-SWITCH      PIC X    VALUE "N".
           05  MONTH-ON-CARD-SWITCH    PIC X    VALUE "N".

       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.

       01  FORECAST-PERIOD-FIELDS.
           05  WS-FORECAST-YEAR        PIC 9(4)    VALUE ZERO.
           05  WS-PRIOR-YEAR           PIC 9(4)    VALUE ZERO.
           05  WS-THROUGH-MONTH        PIC 9(2)    VALUE ZERO.
           05  WS-LATEST-MONTH         PIC 9(2)    VALUE ZERO.

       01  CONTROL-FIELDS.
           05  OLD-REGION-CODE         PIC X(2).
           05  OLD-BRANCH-NUMBER       PIC 9(2).
           05  OLD-SALESREP-NUMBER     PIC 9(2).
           05  OLD-CUSTOMER-NUMBER     PIC 9(5).

       01  CUSTOMER-FIELDS.
           05  CF-CUSTOMER-NAME        PIC X(20).
           05  CF-HAVE-CURRENT         PIC X.
           05  CF-CURRENT-MONTH        PIC 9(2).
           05  CF-CURRENT-YTD          PIC S9(7)V99.
           05  CF-LAST-YEAR-TOTAL      PIC S9(7)V99.

       01  LAST-YEAR-TABLE.
           05  LY-ENTRY OCCURS 12 TIMES.
               10  LY-YTD-AMOUNT       PIC S9(7)V99.
               10  LY-HAVE-DATA        PIC X.

       01  SUBSCRIPT-FIELDS.
           05  WS-MONTH-SUB            PIC 999.
           05  WS-REP-SUB              PIC 999.
           05  WS-BRANCH-SUB           PIC 999.

       01  CALCULATION-FIELDS.
           05  WS-LY-SAME-PERIOD       PIC S9(7)V99   VALUE ZERO.
           05  WS-LY-TOTAL             PIC S9(7)V99   VALUE ZERO.
           05  WS-SEASONAL-FACTOR      PIC S9(3)V9(3) VALUE ZERO.
           05  WS-PROJECTED-YEAR-END   PIC S9(9)V99   VALUE ZERO.
           05  WS-PROJECTION-METHOD    PIC X(8).
           05  WS-QUOTA-PERCENT        PIC S9(4)V9    VALUE ZERO.
           05  WS-EDIT-PERCENT         PIC ZZZ9.9-.

       01  BRANCH-TOTAL-FIELDS.
           05  BRANCH-SALES-THIS-YTD   PIC S9(9)V99  VALUE ZERO.
           05  BRANCH-PROJECTED        PIC S9(9)V99  VALUE ZERO.

       01  REGION-TOTAL-FIELDS.
           05  REGION-SALES-THIS-YTD   PIC S9(10)V99 VALUE ZERO.
           05  REGION-PROJECTED        PIC S9(10)V99 VALUE ZERO.
           05  REGION-QUOTA            PIC S9(10)V99 VALUE ZERO.

       01  GRAND-TOTAL-FIELDS.
           05  GRAND-SALES-THIS-YTD    PIC S9(10)V99 VALUE ZERO.
           05  GRAND-PROJECTED         PIC S9(10)V99 VALUE ZERO.
           05  GRAND-QUOTA             PIC S9(10)V99 VALUE ZERO.

       01  TOTAL-LINE-FIELDS.
           05  WS-TOTAL-YTD            PIC S9(10)V99.
           05  WS-TOTAL-PROJECTED      PIC S9(10)V99.
           05  WS-TOTAL-QUOTA          PIC S9(10)V99.

       01  COUNT-FIELDS.
           05  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.
           05  WS-RECORDS-SELECTED     PIC 9(7)    VALUE ZERO.
           05  WS-CUSTOMERS-PROJECTED  PIC 9(5)    VALUE ZERO.
           05  WS-SEASONAL-COUNT       PIC 9(5)    VALUE ZERO.
           05  WS-RUN-RATE-COUNT       PIC 9(5)    VALUE ZERO.
           05  WS-PRIOR-ONLY-COUNT     PIC 9(5)    VALUE ZERO.
           05  WS-REPS-PRINTED         PIC 9(5)    VALUE ZERO.
           05  WS-REPS-TO-MISS         PIC 9(5)    VALUE ZERO.

       01  REP-TABLE.
           05  RT-ENTRY OCCURS 100 TIMES.
               10  RT-REP-NAME         PIC X(20).
               10  RT-HOME-BRANCH      PIC 9(2).
               10  RT-ANNUAL-QUOTA     PIC S9(7)V9(2).
               10  RT-REP-STATUS       PIC X.
               10  RT-ON-FILE          PIC X.
               10  RT-SALES-THIS-YTD   PIC S9(9)V9(2).
               10  RT-PROJECTED        PIC S9(9)V9(2).
               10  RT-HAVE-SALES       PIC X.

       01  BRANCH-TABLE.
           05  BN-ENTRY OCCURS 100 TIMES.
               10  BN-BRANCH-NAME      PIC X(20).
               10  BN-REGION-CODE      PIC X(2).
               10  BN-ON-FILE          PIC X.
               10  BN-QUOTA            PIC S9(9)V9(2).

       01  CSV-LINE-AREA               PIC X(100).

       01  CSV-CONVERSION-FIELDS.
           05  CSV-LEVEL               PIC X(1).
           05  CSV-REGION-CODE         PIC X(2).
           05  CSV-BRANCH-NUMBER       PIC X(2).
           05  CSV-SALESREP-NUMBER     PIC X(2).
           05  CSV-CUSTOMER-NUMBER     PIC X(5).
           05  CSV-SALES-THIS-YTD      PIC ZZZZZZZZZ9.99-.
           05  CSV-PROJECTED           PIC ZZZZZZZZZ9.99-.
           05  CSV-QUOTA               PIC ZZZZZZZZZ9.99-.
           05  CSV-QUOTA-PERCENT       PIC ZZZ9.9-.
           05  CSV-FLAG                PIC X(8).

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  FILLER          PIC X(13).

       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(8)    VALUE SPACE.
           05  FILLER          PIC X(36)
                   VALUE "SALEFCST - YEAR-END SALES FORECAST".
           05  FILLER          PIC X(5)    VALUE "YEAR ".
           05  HL1-FORECAST-YEAR PIC 9(4).
           05  FILLER          PIC X(16)   VALUE "  THROUGH MONTH ".
           05  HL1-THROUGH-MONTH PIC 9(2).
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(21)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER PIC X(17) VALUE " RG BR RP CUST".
           05  FILLER PIC X(22) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(2)  VALUE "MO".
           05  FILLER PIC X(16) VALUE "     YTD TO DATE".
           05  FILLER PIC X(16) VALUE "  LY SAME PERIOD".
           05  FILLER PIC X(16) VALUE "   LAST YR TOTAL".
           05  FILLER PIC X(10) VALUE "    FACTOR".
           05  FILLER PIC X(17) VALUE "    PROJECTED Y/E".
           05  FILLER PIC X(14) VALUE "  METHOD".

       01  CUSTOMER-FORECAST-LINE.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  CFL-REGION-CODE     PIC X(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  CFL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  CFL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  CFL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CFL-CUSTOMER-NAME   PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CFL-MONTH           PIC 9(2).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  CFL-SALES-THIS-YTD  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  CFL-LY-SAME-PERIOD  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  CFL-LY-TOTAL        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  CFL-FACTOR          PIC ZZ9.999.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CFL-PROJECTED       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CFL-METHOD          PIC X(8).
           05  FILLER              PIC X(4)    VALUE SPACE.

       01  FORECAST-TOTAL-LINE.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  FTL-LEVEL           PIC X(8).
           05  FTL-IDENTIFIER      PIC X(3).
           05  FTL-NAME            PIC X(26).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  FTL-SALES-THIS-YTD  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(17)
                   VALUE "           QUOTA ".
           05  FTL-QUOTA           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FTL-QUOTA-PERCENT   PIC ZZZ9.9.
           05  FILLER              PIC X(2)    VALUE "% ".
           05  FTL-PROJECTED       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FTL-FLAG            PIC X(14).

       01  NO-HISTORY-LINE.
           05  FILLER              PIC X(50)   VALUE
           "** NO SALESHIST SNAPSHOTS FOUND FOR FORECAST YEAR".
           05  FILLER              PIC X(80)   VALUE SPACE.

       01  REP-HEADING-LINE-1.
           05  FILLER              PIC X(32)   VALUE
           "REP YEAR-END FORECAST VS QUOTA".
           05  FILLER              PIC X(98)   VALUE SPACE.

       01  REP-HEADING-LINE-2.
           05  FILLER PIC X(5)  VALUE " RP  ".
           05  FILLER PIC X(22) VALUE "REP NAME".
           05  FILLER PIC X(5)  VALUE "BR   ".
           05  FILLER PIC X(13) VALUE "        QUOTA".
           05  FILLER PIC X(18) VALUE "     SALES TO DATE".
           05  FILLER PIC X(18) VALUE "     PROJECTED Y/E".
           05  FILLER PIC X(10) VALUE "   % QUOTA".
           05  FILLER PIC X(16) VALUE "       SHORTFALL".
           05  FILLER PIC X(23) VALUE SPACE.

       01  REP-FORECAST-LINE.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RFL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RFL-SALESREP-NAME   PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RFL-HOME-BRANCH     PIC 9(2).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RFL-ANNUAL-QUOTA    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RFL-SALES-THIS-YTD  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RFL-PROJECTED       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RFL-QUOTA-PERCENT   PIC X(7).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RFL-SHORTFALL       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RFL-FLAG            PIC X(20).
           05  FILLER              PIC X(1)    VALUE SPACE.

       01  NO-MASTER-LINE.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  NML-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(40)
                   VALUE "** ON SALESHIST BUT NOT ON REP MASTER **".
           05  FILLER              PIC X(85)   VALUE SPACE.

       01  FORECAST-COUNT-LINE-1.
           05  FILLER              PIC X(15)
                   VALUE "RECORDS READ:  ".
           05  FCL-RECORDS-READ    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(13)   VALUE "   SELECTED: ".
           05  FCL-RECORDS-SELECTED PIC ZZZ,ZZ9.
           05  FILLER              PIC X(26)
                   VALUE "   CUSTOMERS PROJECTED:   ".
           05  FCL-CUSTOMERS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(56)   VALUE SPACE.

       01  FORECAST-COUNT-LINE-2.
           05  FILLER              PIC X(15)
                   VALUE "SEASONAL:      ".
           05  FCL-SEASONAL        PIC ZZ,ZZ9.
           05  FILLER              PIC X(13)   VALUE "   RUN RATE: ".
           05  FCL-RUN-RATE        PIC ZZ,ZZ9.
           05  FILLER              PIC X(26)
                   VALUE "   LAST YEAR ONLY (SKIP): ".
           05  FCL-PRIOR-ONLY      PIC ZZ,ZZ9.
           05  FILLER              PIC X(58)   VALUE SPACE.

       01  FORECAST-COUNT-LINE-3.
           05  FILLER              PIC X(15)
                   VALUE "REPS PRINTED:  ".
           05  FCL-REPS-PRINTED    PIC ZZ,ZZ9.
           05  FILLER              PIC X(24)
                   VALUE "   PROJECTED TO MISS:   ".
           05  FCL-REPS-TO-MISS    PIC ZZ,ZZ9.
           05  FILLER              PIC X(79)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PREPARE-FORECAST-REPORT.
           PERFORM 050-READ-FORECAST-CARD.
           PERFORM 060-LOAD-BRANCH-MASTER.
           PERFORM 070-LOAD-REP-MASTER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-REGION-CODE
                                SR-BRANCH-NUMBER
                                SR-SALESREP-NUMBER
                                SR-CUSTOMER-NUMBER
                                SR-PERIOD-YEAR
                                SR-PERIOD-MONTH
               INPUT PROCEDURE IS 200-SELECT-HISTORY-RECORDS
               OUTPUT PROCEDURE IS 400-PRINT-FORECAST-REPORT.
           STOP RUN.

       050-READ-FORECAST-CARD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR TO WS-FORECAST-YEAR.
           OPEN INPUT FORECAST-CARD.
           READ FORECAST-CARD
               AT END
                   NEXT SENTENCE
               NOT AT END
                   IF FC-FORECAST-YEAR NUMERIC
                      AND FC-FORECAST-YEAR > ZERO
                      MOVE FC-FORECAST-YEAR TO WS-FORECAST-YEAR
                   END-IF
                   IF FC-THROUGH-MONTH NUMERIC
                      AND FC-THROUGH-MONTH >= 1
                      AND FC-THROUGH-MONTH <= 12
                      MOVE FC-THROUGH-MONTH TO WS-THROUGH-MONTH
                      MOVE "Y" TO MONTH-ON-CARD-SWITCH
                   END-IF
           END-READ.
           CLOSE FORECAST-CARD.
           COMPUTE WS-PRIOR-YEAR = WS-FORECAST-YEAR - 1.

       060-LOAD-BRANCH-MASTER.
           PERFORM 062-CLEAR-BRANCH-ENTRY
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 100.
           OPEN INPUT BRANCH-MASTER.
           PERFORM 065-STORE-BRANCH-ENTRY
               UNTIL BRCHMAST-EOF-SWITCH = "Y".
           CLOSE BRANCH-MASTER.

       062-CLEAR-BRANCH-ENTRY.
           MOVE SPACE TO BN-BRANCH-NAME (WS-BRANCH-SUB).
           MOVE SPACE TO BN-REGION-CODE (WS-BRANCH-SUB).
           MOVE "N"   TO BN-ON-FILE     (WS-BRANCH-SUB).
           MOVE ZERO  TO BN-QUOTA       (WS-BRANCH-SUB).

       065-STORE-BRANCH-ENTRY.
           READ BRANCH-MASTER
               AT END
                   MOVE "Y" TO BRCHMAST-EOF-SWITCH
               NOT AT END
                   COMPUTE WS-BRANCH-SUB = BR-BRANCH-NUMBER + 1
                   MOVE BR-BRANCH-NAME
                       TO BN-BRANCH-NAME (WS-BRANCH-SUB)
                   MOVE BR-REGION-CODE
                       TO BN-REGION-CODE (WS-BRANCH-SUB)
                   MOVE "Y" TO BN-ON-FILE (WS-BRANCH-SUB)
           END-READ.

       070-LOAD-REP-MASTER.
           PERFORM 072-CLEAR-REP-ENTRY
               VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > 100.
           OPEN INPUT REP-MASTER.
           PERFORM 075-STORE-REP-ENTRY
               UNTIL REPMAST-EOF-SWITCH = "Y".
           CLOSE REP-MASTER.

       072-CLEAR-REP-ENTRY.
           MOVE SPACE TO RT-REP-NAME       (WS-REP-SUB).
           MOVE ZERO  TO RT-HOME-BRANCH    (WS-REP-SUB).
           MOVE ZERO  TO RT-ANNUAL-QUOTA   (WS-REP-SUB).
           MOVE SPACE TO RT-REP-STATUS     (WS-REP-SUB).
           MOVE "N"   TO RT-ON-FILE        (WS-REP-SUB).
           MOVE ZERO  TO RT-SALES-THIS-YTD (WS-REP-SUB).
           MOVE ZERO  TO RT-PROJECTED      (WS-REP-SUB).
           MOVE "N"   TO RT-HAVE-SALES     (WS-REP-SUB).

       075-STORE-REP-ENTRY.
           READ REP-MASTER
               AT END
                   MOVE "Y" TO REPMAST-EOF-SWITCH
               NOT AT END
                   COMPUTE WS-REP-SUB = RM-SALESREP-NUMBER + 1
                   MOVE RM-SALESREP-NAME TO RT-REP-NAME    (WS-REP-SUB)
                   MOVE RM-HOME-BRANCH   TO RT-HOME-BRANCH (WS-REP-SUB)
                   MOVE RM-ANNUAL-QUOTA  TO RT-ANNUAL-QUOTA
                                                           (WS-REP-SUB)
                   MOVE RM-REP-STATUS    TO RT-REP-STATUS  (WS-REP-SUB)
                   MOVE "Y"              TO RT-ON-FILE     (WS-REP-SUB)
                   IF RM-REP-STATUS NOT = "T"
                      COMPUTE WS-BRANCH-SUB = RM-HOME-BRANCH + 1
                      ADD RM-ANNUAL-QUOTA TO BN-QUOTA (WS-BRANCH-SUB)
                      ADD RM-ANNUAL-QUOTA TO GRAND-QUOTA
                   END-IF
           END-READ.

       200-SELECT-HISTORY-RECORDS.
           OPEN INPUT SALES-HIST.
           PERFORM 210-PROCESS-HISTORY-RECORDS
               UNTIL HIST-EOF-SWITCH = "Y".
           CLOSE SALES-HIST.

       210-PROCESS-HISTORY-RECORDS.
           READ SALES-HIST
               AT END
                   MOVE "Y" TO HIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF (SH-PERIOD-YEAR = WS-FORECAST-YEAR
                       OR SH-PERIOD-YEAR = WS-PRIOR-YEAR)
                      AND SH-PERIOD-MONTH >= 1
                      AND SH-PERIOD-MONTH <= 12
                      PERFORM 220-RELEASE-HISTORY-RECORD
                   END-IF
           END-READ.

       220-RELEASE-HISTORY-RECORD.
           ADD 1 TO WS-RECORDS-SELECTED.
           IF SH-PERIOD-YEAR = WS-FORECAST-YEAR
              AND SH-PERIOD-MONTH > WS-LATEST-MONTH
              MOVE SH-PERIOD-MONTH TO WS-LATEST-MONTH.
           COMPUTE WS-BRANCH-SUB = SH-BRANCH-NUMBER + 1.
           MOVE BN-REGION-CODE (WS-BRANCH-SUB) TO SR-REGION-CODE.
           MOVE SH-BRANCH-NUMBER   TO SR-BRANCH-NUMBER.
           MOVE SH-SALESREP-NUMBER TO SR-SALESREP-NUMBER.
           MOVE SH-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER.
           MOVE SH-PERIOD-YEAR     TO SR-PERIOD-YEAR.
           MOVE SH-PERIOD-MONTH    TO SR-PERIOD-MONTH.
           MOVE SH-CUSTOMER-NAME   TO SR-CUSTOMER-NAME.
           MOVE SH-SALES-THIS-YTD  TO SR-SALES-THIS-YTD.
           MOVE SH-SALES-LAST-YTD  TO SR-SALES-LAST-YTD.
           RELEASE SORT-WORK-RECORD.

       400-PRINT-FORECAST-REPORT.
           IF MONTH-ON-CARD-SWITCH = "N"
              MOVE WS-LATEST-MONTH TO WS-THROUGH-MONTH.
           OPEN OUTPUT FORECAST-RPT
                       CSV-FORECAST.
           PERFORM 450-CLEAR-CUSTOMER-FIELDS.
           PERFORM 420-RETURN-SORT-RECORDS
               UNTIL SORT-EOF-SWITCH = "Y".
           IF FIRST-RECORD-SWITCH = "N"
              PERFORM 500-PROJECT-CUSTOMER
              PERFORM 550-PRINT-BRANCH-TOTAL-LINE
              PERFORM 560-PRINT-REGION-TOTAL-LINE.
           IF WS-CUSTOMERS-PROJECTED = ZERO
              IF LINE-COUNT >= LINES-ON-PAGE
                 PERFORM 410-PRINT-HEADING-LINES
              END-IF
              MOVE NO-HISTORY-LINE TO FORECAST-PRINT-AREA
              WRITE FORECAST-PRINT-AREA
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 600-PRINT-GRAND-TOTAL-LINE.
           PERFORM 700-PRINT-REP-SECTION.
           PERFORM 800-PRINT-FORECAST-COUNTS.
           CLOSE FORECAST-RPT
                 CSV-FORECAST.

       410-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH         TO HL1-MONTH.
           MOVE CD-DAY           TO HL1-DAY.
           MOVE CD-YEAR          TO HL1-YEAR.
           MOVE WS-FORECAST-YEAR TO HL1-FORECAST-YEAR.
           MOVE WS-THROUGH-MONTH TO HL1-THROUGH-MONTH.
           MOVE PAGE-COUNT       TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO FORECAST-PRINT-AREA.
           WRITE FORECAST-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO FORECAST-PRINT-AREA.
           WRITE FORECAST-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.

       420-RETURN-SORT-RECORDS.
           RETURN SORT-WORK-FILE INTO SORT-WORK-RECORD
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 430-EVALUATE-SORTED-RECORD
           END-RETURN.

       430-EVALUATE-SORTED-RECORD.
           IF FIRST-RECORD-SWITCH = "Y"
              MOVE "N" TO FIRST-RECORD-SWITCH
              MOVE SR-REGION-CODE     TO OLD-REGION-CODE
              MOVE SR-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER
              MOVE SR-SALESREP-NUMBER TO OLD-SALESREP-NUMBER
              MOVE SR-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
           ELSE
              IF SR-REGION-CODE NOT = OLD-REGION-CODE
                 PERFORM 500-PROJECT-CUSTOMER
                 PERFORM 550-PRINT-BRANCH-TOTAL-LINE
                 PERFORM 560-PRINT-REGION-TOTAL-LINE
                 MOVE SR-REGION-CODE     TO OLD-REGION-CODE
                 MOVE SR-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER
                 MOVE SR-SALESREP-NUMBER TO OLD-SALESREP-NUMBER
                 MOVE SR-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
              ELSE
                 IF SR-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER
                    PERFORM 500-PROJECT-CUSTOMER
                    PERFORM 550-PRINT-BRANCH-TOTAL-LINE
                    MOVE SR-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER
                    MOVE SR-SALESREP-NUMBER TO OLD-SALESREP-NUMBER
                    MOVE SR-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
                 ELSE
                    IF SR-SALESREP-NUMBER NOT = OLD-SALESREP-NUMBER
                       OR SR-CUSTOMER-NUMBER NOT = OLD-CUSTOMER-NUMBER
                       PERFORM 500-PROJECT-CUSTOMER
                       MOVE SR-SALESREP-NUMBER TO OLD-SALESREP-NUMBER
                       MOVE SR-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 440-STORE-HISTORY-AMOUNT.

       440-STORE-HISTORY-AMOUNT.
           IF SR-PERIOD-YEAR = WS-FORECAST-YEAR
              IF SR-PERIOD-MONTH <= WS-THROUGH-MONTH
                 MOVE "Y"               TO CF-HAVE-CURRENT
                 MOVE SR-PERIOD-MONTH   TO CF-CURRENT-MONTH
                 MOVE SR-SALES-THIS-YTD TO CF-CURRENT-YTD
                 MOVE SR-SALES-LAST-YTD TO CF-LAST-YEAR-TOTAL
                 MOVE SR-CUSTOMER-NAME  TO CF-CUSTOMER-NAME
              END-IF
           ELSE
              MOVE SR-SALES-THIS-YTD
                  TO LY-YTD-AMOUNT (SR-PERIOD-MONTH)
              MOVE "Y" TO LY-HAVE-DATA (SR-PERIOD-MONTH)
           END-IF.

       450-CLEAR-CUSTOMER-FIELDS.
           MOVE SPACE TO CF-CUSTOMER-NAME.
           MOVE "N"   TO CF-HAVE-CURRENT.
           MOVE ZERO  TO CF-CURRENT-MONTH.
           MOVE ZERO  TO CF-CURRENT-YTD.
           MOVE ZERO  TO CF-LAST-YEAR-TOTAL.
           PERFORM 455-CLEAR-LAST-YEAR-ENTRY
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

       455-CLEAR-LAST-YEAR-ENTRY.
           MOVE ZERO TO LY-YTD-AMOUNT (WS-MONTH-SUB).
           MOVE "N"  TO LY-HAVE-DATA  (WS-MONTH-SUB).

       500-PROJECT-CUSTOMER.
           IF CF-HAVE-CURRENT = "Y"
              PERFORM 510-COMPUTE-PROJECTION
              PERFORM 520-PRINT-CUSTOMER-LINE
           ELSE
              ADD 1 TO WS-PRIOR-ONLY-COUNT
           END-IF.
           PERFORM 450-CLEAR-CUSTOMER-FIELDS.

       510-COMPUTE-PROJECTION.
           MOVE CF-CURRENT-MONTH TO WS-MONTH-SUB.
           IF LY-HAVE-DATA (12) = "Y"
              MOVE LY-YTD-AMOUNT (12) TO WS-LY-TOTAL
           ELSE
              MOVE CF-LAST-YEAR-TOTAL TO WS-LY-TOTAL
           END-IF.
           IF LY-HAVE-DATA (WS-MONTH-SUB) = "Y"
              MOVE LY-YTD-AMOUNT (WS-MONTH-SUB) TO WS-LY-SAME-PERIOD
           ELSE
              MOVE ZERO TO WS-LY-SAME-PERIOD
           END-IF.
           MOVE SPACE TO WS-PROJECTION-METHOD.
           IF CF-CURRENT-MONTH = 12
              MOVE CF-CURRENT-YTD TO WS-PROJECTED-YEAR-END
              MOVE 1 TO WS-SEASONAL-FACTOR
              MOVE "ACTUAL" TO WS-PROJECTION-METHOD
           ELSE
              IF WS-LY-SAME-PERIOD > ZERO
                 AND WS-LY-TOTAL > ZERO
                 PERFORM 512-APPLY-SEASONAL-FACTOR
              END-IF
              IF WS-PROJECTION-METHOD = SPACE
                 PERFORM 514-APPLY-RUN-RATE
              END-IF
           END-IF.

       512-APPLY-SEASONAL-FACTOR.
           MOVE "SEASONAL" TO WS-PROJECTION-METHOD.
           COMPUTE WS-SEASONAL-FACTOR ROUNDED =
               WS-LY-TOTAL / WS-LY-SAME-PERIOD
               ON SIZE ERROR
                   MOVE SPACE TO WS-PROJECTION-METHOD
           END-COMPUTE.
           IF WS-PROJECTION-METHOD NOT = SPACE
              COMPUTE WS-PROJECTED-YEAR-END ROUNDED =
                  CF-CURRENT-YTD * WS-LY-TOTAL / WS-LY-SAME-PERIOD
                  ON SIZE ERROR
                      MOVE SPACE TO WS-PROJECTION-METHOD
              END-COMPUTE
           END-IF.
           IF WS-PROJECTION-METHOD NOT = SPACE
              ADD 1 TO WS-SEASONAL-COUNT.

       514-APPLY-RUN-RATE.
           MOVE "RUN RATE" TO WS-PROJECTION-METHOD.
           ADD 1 TO WS-RUN-RATE-COUNT.
           COMPUTE WS-SEASONAL-FACTOR ROUNDED =
               12 / CF-CURRENT-MONTH.
           COMPUTE WS-PROJECTED-YEAR-END ROUNDED =
               CF-CURRENT-YTD * 12 / CF-CURRENT-MONTH.

       520-PRINT-CUSTOMER-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 410-PRINT-HEADING-LINES.
           ADD 1 TO WS-CUSTOMERS-PROJECTED.
           MOVE OLD-REGION-CODE       TO CFL-REGION-CODE.
           MOVE OLD-BRANCH-NUMBER     TO CFL-BRANCH-NUMBER.
           MOVE OLD-SALESREP-NUMBER   TO CFL-SALESREP-NUMBER.
           MOVE OLD-CUSTOMER-NUMBER   TO CFL-CUSTOMER-NUMBER.
           MOVE CF-CUSTOMER-NAME      TO CFL-CUSTOMER-NAME.
           MOVE CF-CURRENT-MONTH      TO CFL-MONTH.
           MOVE CF-CURRENT-YTD        TO CFL-SALES-THIS-YTD.
           MOVE WS-LY-SAME-PERIOD     TO CFL-LY-SAME-PERIOD.
           MOVE WS-LY-TOTAL           TO CFL-LY-TOTAL.
           MOVE WS-SEASONAL-FACTOR    TO CFL-FACTOR.
           MOVE WS-PROJECTED-YEAR-END TO CFL-PROJECTED.
           MOVE WS-PROJECTION-METHOD  TO CFL-METHOD.
           MOVE CUSTOMER-FORECAST-LINE TO FORECAST-PRINT-AREA.
           WRITE FORECAST-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           MOVE "C"                   TO CSV-LEVEL.
           MOVE OLD-REGION-CODE       TO CSV-REGION-CODE.
           MOVE OLD-BRANCH-NUMBER     TO CSV-BRANCH-NUMBER.
           MOVE OLD-SALESREP-NUMBER   TO CSV-SALESREP-NUMBER.
           MOVE OLD-CUSTOMER-NUMBER   TO CSV-CUSTOMER-NUMBER.
           MOVE CF-CURRENT-YTD        TO CSV-SALES-THIS-YTD.
           MOVE WS-PROJECTED-YEAR-END TO CSV-PROJECTED.
           MOVE ZERO                  TO CSV-QUOTA.
           MOVE ZERO                  TO CSV-QUOTA-PERCENT.
           MOVE WS-PROJECTION-METHOD  TO CSV-FLAG.
           PERFORM 530-WRITE-CSV-LINE.
           ADD CF-CURRENT-YTD        TO BRANCH-SALES-THIS-YTD.
           ADD WS-PROJECTED-YEAR-END TO BRANCH-PROJECTED.
           COMPUTE WS-REP-SUB = OLD-SALESREP-NUMBER + 1.
           ADD CF-CURRENT-YTD
               TO RT-SALES-THIS-YTD (WS-REP-SUB).
           ADD WS-PROJECTED-YEAR-END
               TO RT-PROJECTED      (WS-REP-SUB).
           MOVE "Y" TO RT-HAVE-SALES (WS-REP-SUB).

       530-WRITE-CSV-LINE.
           MOVE SPACE TO CSV-LINE-AREA.
           STRING CSV-LEVEL            DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  CSV-REGION-CODE      DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  CSV-BRANCH-NUMBER    DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  CSV-SALESREP-NUMBER  DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  CSV-CUSTOMER-NUMBER  DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  CSV-SALES-THIS-YTD   DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  CSV-PROJECTED        DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  CSV-QUOTA            DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  CSV-QUOTA-PERCENT    DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  CSV-FLAG             DELIMITED BY SIZE
               INTO CSV-LINE-AREA.
           MOVE CSV-LINE-AREA TO CSV-PRINT-AREA.
           WRITE CSV-PRINT-AREA.

       550-PRINT-BRANCH-TOTAL-LINE.
           COMPUTE WS-BRANCH-SUB = OLD-BRANCH-NUMBER + 1.
           MOVE "BRANCH  "            TO FTL-LEVEL.
           MOVE OLD-BRANCH-NUMBER     TO FTL-IDENTIFIER.
           IF BN-ON-FILE (WS-BRANCH-SUB) = "Y"
              MOVE BN-BRANCH-NAME (WS-BRANCH-SUB) TO FTL-NAME
           ELSE
              MOVE "(NOT ON BRANCH MAST)" TO FTL-NAME
           END-IF.
           MOVE BRANCH-SALES-THIS-YTD TO WS-TOTAL-YTD.
           MOVE BRANCH-PROJECTED      TO WS-TOTAL-PROJECTED.
           MOVE BN-QUOTA (WS-BRANCH-SUB) TO WS-TOTAL-QUOTA.
           PERFORM 580-PRINT-TOTAL-LINE.
           MOVE "B"                   TO CSV-LEVEL.
           MOVE OLD-REGION-CODE       TO CSV-REGION-CODE.
           MOVE OLD-BRANCH-NUMBER     TO CSV-BRANCH-NUMBER.
           MOVE SPACE                 TO CSV-SALESREP-NUMBER.
           MOVE SPACE                 TO CSV-CUSTOMER-NUMBER.
           PERFORM 590-WRITE-TOTAL-CSV-LINE.
           ADD BRANCH-SALES-THIS-YTD TO REGION-SALES-THIS-YTD.
           ADD BRANCH-PROJECTED      TO REGION-PROJECTED.
           MOVE ZERO TO BRANCH-SALES-THIS-YTD.
           MOVE ZERO TO BRANCH-PROJECTED.

       560-PRINT-REGION-TOTAL-LINE.
           MOVE ZERO TO REGION-QUOTA.
           PERFORM 565-ADD-REGION-BRANCH-QUOTA
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 100.
           MOVE "REGION  "            TO FTL-LEVEL.
           MOVE OLD-REGION-CODE       TO FTL-IDENTIFIER.
           MOVE "TOTAL"               TO FTL-NAME.
           MOVE REGION-SALES-THIS-YTD TO WS-TOTAL-YTD.
           MOVE REGION-PROJECTED      TO WS-TOTAL-PROJECTED.
           MOVE REGION-QUOTA          TO WS-TOTAL-QUOTA.
           PERFORM 580-PRINT-TOTAL-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE "R"                   TO CSV-LEVEL.
           MOVE OLD-REGION-CODE       TO CSV-REGION-CODE.
           MOVE "**"                  TO CSV-BRANCH-NUMBER.
           MOVE SPACE                 TO CSV-SALESREP-NUMBER.
           MOVE SPACE                 TO CSV-CUSTOMER-NUMBER.
           PERFORM 590-WRITE-TOTAL-CSV-LINE.
           ADD REGION-SALES-THIS-YTD TO GRAND-SALES-THIS-YTD.
           ADD REGION-PROJECTED      TO GRAND-PROJECTED.
           MOVE ZERO TO REGION-SALES-THIS-YTD.
           MOVE ZERO TO REGION-PROJECTED.

       565-ADD-REGION-BRANCH-QUOTA.
           IF BN-REGION-CODE (WS-BRANCH-SUB) = OLD-REGION-CODE
              ADD BN-QUOTA (WS-BRANCH-SUB) TO REGION-QUOTA.

       570-COMPUTE-QUOTA-PERCENT.
           IF WS-TOTAL-QUOTA = ZERO
              MOVE ZERO TO WS-QUOTA-PERCENT
           ELSE
              COMPUTE WS-QUOTA-PERCENT ROUNDED =
                  WS-TOTAL-PROJECTED * 100 / WS-TOTAL-QUOTA
                  ON SIZE ERROR
                      MOVE 9999.9 TO WS-QUOTA-PERCENT
              END-COMPUTE
           END-IF.

       580-PRINT-TOTAL-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 410-PRINT-HEADING-LINES.
           PERFORM 570-COMPUTE-QUOTA-PERCENT.
           MOVE WS-TOTAL-YTD       TO FTL-SALES-THIS-YTD.
           MOVE WS-TOTAL-QUOTA     TO FTL-QUOTA.
           MOVE WS-QUOTA-PERCENT   TO FTL-QUOTA-PERCENT.
           MOVE WS-TOTAL-PROJECTED TO FTL-PROJECTED.
           IF WS-TOTAL-QUOTA > ZERO
              AND WS-TOTAL-PROJECTED < WS-TOTAL-QUOTA
              MOVE "** MISS"  TO FTL-FLAG
           ELSE
              MOVE SPACE      TO FTL-FLAG
           END-IF.
           MOVE FORECAST-TOTAL-LINE TO FORECAST-PRINT-AREA.
           WRITE FORECAST-PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.

       590-WRITE-TOTAL-CSV-LINE.
           MOVE WS-TOTAL-YTD       TO CSV-SALES-THIS-YTD.
           MOVE WS-TOTAL-PROJECTED TO CSV-PROJECTED.
           MOVE WS-TOTAL-QUOTA     TO CSV-QUOTA.
           MOVE WS-QUOTA-PERCENT   TO CSV-QUOTA-PERCENT.
           IF WS-TOTAL-QUOTA > ZERO
              AND WS-TOTAL-PROJECTED < WS-TOTAL-QUOTA
              MOVE "MISS"  TO CSV-FLAG
           ELSE
              MOVE SPACE   TO CSV-FLAG
           END-IF.
           PERFORM 530-WRITE-CSV-LINE.

       600-PRINT-GRAND-TOTAL-LINE.
           MOVE "GRAND   "           TO FTL-LEVEL.
           MOVE SPACE                TO FTL-IDENTIFIER.
           MOVE "TOTAL"              TO FTL-NAME.
           MOVE GRAND-SALES-THIS-YTD TO WS-TOTAL-YTD.
           MOVE GRAND-PROJECTED      TO WS-TOTAL-PROJECTED.
           MOVE GRAND-QUOTA          TO WS-TOTAL-QUOTA.
           PERFORM 580-PRINT-TOTAL-LINE.
           MOVE "G"                  TO CSV-LEVEL.
           MOVE "**"                 TO CSV-REGION-CODE.
           MOVE "**"                 TO CSV-BRANCH-NUMBER.
           MOVE SPACE                TO CSV-SALESREP-NUMBER.
           MOVE SPACE                TO CSV-CUSTOMER-NUMBER.
           PERFORM 590-WRITE-TOTAL-CSV-LINE.

       700-PRINT-REP-SECTION.
           MOVE REP-HEADING-LINE-1 TO FORECAST-PRINT-AREA.
           WRITE FORECAST-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE REP-HEADING-LINE-2 TO FORECAST-PRINT-AREA.
           WRITE FORECAST-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 710-EVALUATE-REP-ENTRY
               VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > 100.

       710-EVALUATE-REP-ENTRY.
           IF RT-ON-FILE (WS-REP-SUB) = "Y"
              IF RT-REP-STATUS (WS-REP-SUB) NOT = "T"
                 OR RT-HAVE-SALES (WS-REP-SUB) = "Y"
                 PERFORM 720-PRINT-REP-LINE
              END-IF
           ELSE
              IF RT-HAVE-SALES (WS-REP-SUB) = "Y"
                 COMPUTE NML-SALESREP-NUMBER = WS-REP-SUB - 1
                 MOVE NO-MASTER-LINE TO FORECAST-PRINT-AREA
                 WRITE FORECAST-PRINT-AREA
              END-IF
           END-IF.

       720-PRINT-REP-LINE.
           ADD 1 TO WS-REPS-PRINTED.
           COMPUTE RFL-SALESREP-NUMBER = WS-REP-SUB - 1.
           MOVE RT-REP-NAME       (WS-REP-SUB) TO RFL-SALESREP-NAME.
           MOVE RT-HOME-BRANCH    (WS-REP-SUB) TO RFL-HOME-BRANCH.
           MOVE RT-ANNUAL-QUOTA   (WS-REP-SUB) TO RFL-ANNUAL-QUOTA.
           MOVE RT-SALES-THIS-YTD (WS-REP-SUB) TO RFL-SALES-THIS-YTD.
           MOVE RT-PROJECTED      (WS-REP-SUB) TO RFL-PROJECTED.
           MOVE RT-PROJECTED      (WS-REP-SUB) TO WS-TOTAL-PROJECTED.
           MOVE RT-ANNUAL-QUOTA   (WS-REP-SUB) TO WS-TOTAL-QUOTA.
           MOVE RT-SALES-THIS-YTD (WS-REP-SUB) TO WS-TOTAL-YTD.
           PERFORM 570-COMPUTE-QUOTA-PERCENT.
           IF WS-TOTAL-QUOTA = ZERO
              MOVE SPACE TO RFL-QUOTA-PERCENT
           ELSE
              MOVE WS-QUOTA-PERCENT TO WS-EDIT-PERCENT
              MOVE WS-EDIT-PERCENT  TO RFL-QUOTA-PERCENT
           END-IF.
           MOVE SPACE TO RFL-FLAG.
           MOVE ZERO  TO RFL-SHORTFALL.
           IF RT-REP-STATUS (WS-REP-SUB) = "T"
              MOVE "(TERMINATED)" TO RFL-FLAG
           ELSE
              IF WS-TOTAL-QUOTA > ZERO
                 AND WS-TOTAL-PROJECTED < WS-TOTAL-QUOTA
                 ADD 1 TO WS-REPS-TO-MISS
                 COMPUTE RFL-SHORTFALL =
                     WS-TOTAL-QUOTA - WS-TOTAL-PROJECTED
                 MOVE "** PROJECTED TO MISS" TO RFL-FLAG
              END-IF
           END-IF.
           MOVE REP-FORECAST-LINE TO FORECAST-PRINT-AREA.
           WRITE FORECAST-PRINT-AREA.
           MOVE "P"                TO CSV-LEVEL.
           MOVE SPACE              TO CSV-REGION-CODE.
           MOVE RT-HOME-BRANCH (WS-REP-SUB) TO CSV-BRANCH-NUMBER.
           MOVE RFL-SALESREP-NUMBER TO CSV-SALESREP-NUMBER.
           MOVE SPACE              TO CSV-CUSTOMER-NUMBER.
           MOVE WS-TOTAL-YTD       TO CSV-SALES-THIS-YTD.
           MOVE WS-TOTAL-PROJECTED TO CSV-PROJECTED.
           MOVE WS-TOTAL-QUOTA     TO CSV-QUOTA.
           MOVE WS-QUOTA-PERCENT   TO CSV-QUOTA-PERCENT.
           IF RFL-FLAG = "** PROJECTED TO MISS"
              MOVE "MISS"  TO CSV-FLAG
           ELSE
              MOVE SPACE   TO CSV-FLAG
           END-IF.
           PERFORM 530-WRITE-CSV-LINE.

       800-PRINT-FORECAST-COUNTS.
           MOVE WS-RECORDS-READ        TO FCL-RECORDS-READ.
           MOVE WS-RECORDS-SELECTED    TO FCL-RECORDS-SELECTED.
           MOVE WS-CUSTOMERS-PROJECTED TO FCL-CUSTOMERS.
           MOVE FORECAST-COUNT-LINE-1 TO FORECAST-PRINT-AREA.
           WRITE FORECAST-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE WS-SEASONAL-COUNT      TO FCL-SEASONAL.
           MOVE WS-RUN-RATE-COUNT      TO FCL-RUN-RATE.
           MOVE WS-PRIOR-ONLY-COUNT    TO FCL-PRIOR-ONLY.
           MOVE FORECAST-COUNT-LINE-2 TO FORECAST-PRINT-AREA.
           WRITE FORECAST-PRINT-AREA.
           MOVE WS-REPS-PRINTED        TO FCL-REPS-PRINTED.
           MOVE WS-REPS-TO-MISS        TO FCL-REPS-TO-MISS.
           MOVE FORECAST-COUNT-LINE-3 TO FORECAST-PRINT-AREA.
           WRITE FORECAST-PRINT-AREA.
