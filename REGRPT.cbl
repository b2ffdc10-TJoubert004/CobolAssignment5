           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  CM-REGION-CODE          PIC X(2).
           05  CM-COMMISSION-RATE      PIC 9V9(4).
           05  CM-CHANGE-AMOUNT        PIC S9(8)V9(2).
           05  CM-CHANGE-PERCENT       PIC S9(3)V9.
           05  CM-COMMISSION-EARNED    PIC S9(7)V9(2).
           05  FILLER                  PIC X(53).

       FD  REGION-RPT
           RECORDING MODE IS F
       01  SORT-WORK-RECORD.
           05  SR-REGION-CODE          PIC X(2).
           05  SR-BRANCH-NUMBER        PIC 9(2).
           05  SR-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SR-SALES-LAST-YTD       PIC S9(7)V9(2).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  OLD-BRANCH-NUMBER       PIC 9(2).

       01  BRANCH-TOTAL-FIELDS.
           05  BRANCH-SALES-THIS-YTD   PIC S9(9)V99  VALUE ZERO.
           05  BRANCH-SALES-LAST-YTD   PIC S9(9)V99  VALUE ZERO.

       01  REGION-TOTAL-FIELDS.
           05  REGION-SALES-THIS-YTD   PIC S9(10)V99 VALUE ZERO.
           05  REGION-SALES-LAST-YTD   PIC S9(10)V99 VALUE ZERO.

       01  GRAND-TOTAL-FIELDS.
           05  GRAND-SALES-THIS-YTD    PIC S9(10)V99 VALUE ZERO.
           05  GRAND-SALES-LAST-YTD    PIC S9(10)V99 VALUE ZERO.

       01  CALCULATION-FIELDS.
           05  WS-CHANGE-AMOUNT        PIC S9(10)V99  VALUE ZERO.
           05  WS-CHANGE-PERCENT       PIC S9(3)V9    VALUE ZERO.

       01  RUN-TOTAL-FIELDS.
       01  REGION-TABLE.
           05  REGION-TABLE-ENTRY OCCURS 20 TIMES.
               10  RG-REGION-CODE      PIC X(2).
               10  RG-SALES-THIS-YTD   PIC S9(10)V99.
               10  RG-SALES-LAST-YTD   PIC S9(10)V99.
               10  RG-CHANGE-AMOUNT    PIC S9(10)V99.
               10  RG-CHANGE-PERCENT   PIC S9(3)V9.

       01  WS-SWAP-ENTRY.
           05  SW-REGION-CODE          PIC X(2).
           05  SW-SALES-THIS-YTD       PIC S9(10)V99.
           05  SW-SALES-LAST-YTD       PIC S9(10)V99.
           05  SW-CHANGE-AMOUNT        PIC S9(10)V99.
           05  SW-CHANGE-PERCENT       PIC S9(3)V9.

       01  BRANCH-NAME-FIELDS.
       01  CSV-CONVERSION-FIELDS.
           05  CSV-REGION-CODE         PIC X(2).
           05  CSV-BRANCH-NUMBER       PIC X(2).
           05  CSV-SALES-THIS-YTD      PIC ZZZZZZZZZ9.99-.
           05  CSV-SALES-LAST-YTD      PIC ZZZZZZZZZ9.99-.
           05  CSV-CHANGE-AMOUNT       PIC ZZZZZZZZZ9.99-.
           05  CSV-CHANGE-PERCENT      PIC ZZ9.9-.

       01  CURRENT-DATE-AND-TIME.
           05  FILLER PIC X(8)  VALUE "REGION  ".
           05  FILLER PIC X(8)  VALUE "BRANCH  ".
           05  FILLER PIC X(22) VALUE "BRANCH NAME".
           05  FILLER PIC X(20) VALUE "SALES THIS YTD".
           05  FILLER PIC X(20) VALUE "SALES LAST YTD".
           05  FILLER PIC X(21) VALUE "CHANGE AMOUNT".
           05  FILLER PIC X(8)  VALUE "CHANGE %".
           05  FILLER PIC X(23) VALUE SPACE.

       01  REGION-BRANCH-LINE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(5)    VALUE SPACE.
           05  RBL-BRANCH-NAME     PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RBL-SALES-THIS-YTD  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RBL-SALES-LAST-YTD  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RBL-CHANGE-AMOUNT   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  RBL-CHANGE-PERCENT  PIC ZZ9.9-.
           05  FILLER              PIC X(25)   VALUE SPACE.

       01  REGION-TOTAL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(32)
                   VALUE "REGION TOTAL".
           05  RTL-SALES-THIS-YTD  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RTL-SALES-LAST-YTD  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RTL-CHANGE-AMOUNT   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  RTL-CHANGE-PERCENT  PIC ZZ9.9-.
           05  FILLER              PIC X(25)   VALUE "*".

       01  GRAND-TOTAL-LINE.
           05  FILLER              PIC X(6)    VALUE SPACE.
           05  FILLER              PIC X(32)
                   VALUE "GRAND TOTAL".
           05  GTL-SALES-THIS-YTD  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  GTL-SALES-LAST-YTD  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  GTL-CHANGE-AMOUNT   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  GTL-CHANGE-PERCENT  PIC ZZ9.9-.
           05  FILLER              PIC X(25)   VALUE "**".

       01  RANK-HEADING-LINE-1.
           05  FILLER              PIC X(30)

       01  RANK-HEADING-LINE-2.
           05  FILLER PIC X(8)  VALUE "REGION  ".
           05  FILLER PIC X(20) VALUE "SALES THIS YTD".
           05  FILLER PIC X(20) VALUE "SALES LAST YTD".
           05  FILLER PIC X(21) VALUE "CHANGE AMOUNT".
           05  FILLER PIC X(8)  VALUE "CHANGE %".
           05  FILLER PIC X(53) VALUE SPACE.

       01  RANK-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RKL-REGION-CODE     PIC X(2).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RKL-SALES-THIS-YTD  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RKL-SALES-LAST-YTD  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RKL-CHANGE-AMOUNT   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  RKL-CHANGE-PERCENT  PIC ZZ9.9-.
           05  FILLER              PIC X(57)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PREPARE-REGION-REPORT.
