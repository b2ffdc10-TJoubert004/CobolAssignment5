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

       FD  OUTPUT-RPT5000
           RECORDING MODE IS F
       FD  RESTART-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 120 CHARACTERS.
       01  RESTART-RECORD.
           05  RR-RECORD-TYPE              PIC X        VALUE "H".
           05  RR-RECORD-COUNT             PIC 9(7).
           05  RR-FIRST-RECORD-SWITCH      PIC X.
           05  RR-OLD-BRANCH-NUMBER        PIC 99.
           05  RR-OLD-SALESREP-NUMBER      PIC 99.
           05  RR-SALESREP-TOTAL-THIS-YTD  PIC S9(8)V99.
           05  RR-SALESREP-TOTAL-LAST-YTD  PIC S9(8)V99.
           05  RR-BRANCH-TOTAL-THIS-YTD    PIC S9(8)V99.
           05  RR-BRANCH-TOTAL-LAST-YTD    PIC S9(8)V99.
           05  RR-GRAND-TOTAL-THIS-YTD     PIC S9(9)V99.
           05  RR-GRAND-TOTAL-LAST-YTD     PIC S9(9)V99.
           05  RR-GRAND-TOTAL-CHANGE-AMT   PIC S9(9)V99.
           05  RR-PAGE-COUNT               PIC S9(3).
           05  RR-LINE-COUNT               PIC S9(3).
           05  RR-BRANCH-COUNT             PIC 999.
           05  RR-LINES-WRITTEN            PIC 9(7).
           05  FILLER                      PIC X(18).
       01  RESTART-BRANCH-RECORD.
           05  RB-RECORD-TYPE              PIC X        VALUE "B".
           05  RB-BRANCH-NUMBER            PIC 99.
           05  RB-SALES-THIS-YTD           PIC S9(8)V99.
           05  RB-SALES-LAST-YTD           PIC S9(8)V99.
           05  RB-CHANGE-AMOUNT            PIC S9(9)V99.
           05  RB-CHANGE-PERCENT           PIC S9(3)V9.
           05  FILLER                      PIC X(82).

       FD  CONTROL-CARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  GRAND-TOTAL-RECORD.
           05  GT-GRAND-TOTAL-THIS-YTD PIC S9(9)V99.
           05  GT-GRAND-TOTAL-LAST-YTD PIC S9(9)V99.
           05  GT-RECORD-COUNT         PIC 9(7).
           05  FILLER                  PIC X(51).

       FD  RUN-LOG
           RECORDING MODE IS F
           05  SPACE-CONTROL   PIC S9      VALUE +1.

       01  TOTAL-FIELDS.
           05  SALESREP-TOTAL-THIS-YTD PIC S9(8)V99  VALUE ZERO.
           05  SALESREP-TOTAL-LAST-YTD PIC S9(8)V99  VALUE ZERO.
           05  BRANCH-TOTAL-THIS-YTD  PIC S9(8)V99   VALUE ZERO.
           05  BRANCH-TOTAL-LAST-YTD  PIC S9(8)V99   VALUE ZERO.
           05  GRAND-TOTAL-THIS-YTD   PIC S9(9)V99   VALUE ZERO.
           05  GRAND-TOTAL-LAST-YTD   PIC S9(9)V99   VALUE ZERO.
           05  GRAND-TOTAL-CHANGE-AMT PIC S9(9)V99   VALUE ZERO.
           05  GRAND-TOTAL-CHANGE-PCT PIC S9(3)V9    VALUE ZERO.

       01  CALCULATION-FIELDS.
           05  WS-CHANGE-AMOUNT       PIC S9(9)V99   VALUE ZERO.
           05  WS-CHANGE-PERCENT      PIC S9(3)V9    VALUE ZERO.

       01  BRANCH-RANKING-FIELDS.
       01  BRANCH-TABLE.
           05  BRANCH-TABLE-ENTRY OCCURS 100 TIMES.
               10  BT-BRANCH-NUMBER     PIC 99.
               10  BT-SALES-THIS-YTD    PIC S9(8)V99.
               10  BT-SALES-LAST-YTD    PIC S9(8)V99.
               10  BT-CHANGE-AMOUNT     PIC S9(9)V99.
               10  BT-CHANGE-PERCENT    PIC S9(3)V9.

       01  BRANCH-NAME-FIELDS.

       01  WS-SWAP-ENTRY.
           05  SW-BRANCH-NUMBER         PIC 99.
           05  SW-SALES-THIS-YTD        PIC S9(8)V99.
           05  SW-SALES-LAST-YTD        PIC S9(8)V99.
           05  SW-CHANGE-AMOUNT         PIC S9(9)V99.
           05  SW-CHANGE-PERCENT        PIC S9(3)V9.

       01  CSV-LINE-AREA               PIC X(100).
       01  CSV-CONVERSION-FIELDS.
           05  CSV-BRANCH-NUMBER       PIC 99.
           05  CSV-CUSTOMER-NUMBER     PIC 9(5).
           05  CSV-SALES-THIS-YTD      PIC ZZZZZZZ9.99-.
           05  CSV-SALES-LAST-YTD      PIC ZZZZZZZ9.99-.
           05  CSV-CHANGE-AMOUNT       PIC ZZZZZZZ9.99-.
           05  CSV-CHANGE-PERCENT      PIC ZZ9.9-.

       01  CURRENT-DATE-AND-TIME.

       01  HEADING-LINE-3.
           05  FILLER PIC X(8) VALUE "BRANCH  ".
           05  FILLER PIC X(30) VALUE "CUST  ".
           05  FILLER PIC X(16) VALUE "SALES       ".
           05  FILLER PIC X(16) VALUE "SALES    ".
           05  FILLER PIC X(18) VALUE "CHANGE      ".
           05  FILLER PIC X(7)  VALUE "CHANGE ".
           05  FILLER PIC X(35) VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER PIC X(8) VALUE " NUM    ".
           05  FILLER PIC X(30) VALUE "NUM    CUSTOMER NAME".
           05  FILLER PIC X(16) VALUE "THIS YTD    ".
           05  FILLER PIC X(16) VALUE "LAST YTD      ".
           05  FILLER PIC X(18) VALUE "AMOUNT      ".
           05  FILLER PIC X(7)  VALUE "PERCENT".
           05  FILLER PIC X(35) VALUE SPACE.

       01  HEADING-LINE-5.
           05  FILLER PIC X(6)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(5)  VALUE ALL "-".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(20) VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE ALL "-".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(14) VALUE ALL "-".
           05  FILLER PIC X(4)  VALUE SPACE.
           05  FILLER PIC X(7)  VALUE ALL "-".
           05  FILLER PIC X(35) VALUE SPACE.

       01  CUSTOMER-LINE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  CL-SALES-THIS-YTD   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  CL-SALES-LAST-YTD   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  CL-CHANGE-AMOUNT    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  CL-CHANGE-PERCENT   PIC ZZ9.9-.
           05  FILLER              PIC X(36)   VALUE SPACE.

       01  BRANCH-TOTAL-LINE.
           05  BTL-BRANCH-NAME     PIC X(20).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  FILLER              PIC X(14)   VALUE "BRANCH TOTAL".
           05  BTL-SALES-THIS-YTD  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  BTL-SALES-LAST-YTD  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  BTL-CHANGE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  BTL-CHANGE-PERCENT  PIC ZZ9.9-.
           05  FILLER              PIC X(36)   VALUE "*".

       01  EXCEPTION-LINE.
           05  EL-RECORD-NUMBER    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(42)   VALUE SPACE.

       01  SALESREP-TOTAL-LINE.
           05  FILLER              PIC X(18)   VALUE SPACE.
           05  STL-SALESREP-NUMBER PIC X(2).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(15)   VALUE "SALESREP TOTAL".
           05  STL-SALES-THIS-YTD  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  STL-SALES-LAST-YTD  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  STL-CHANGE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  STL-CHANGE-PERCENT  PIC ZZ9.9-.
           05  FILLER              PIC X(36)   VALUE "#".

       01  GRAND-TOTAL-LINE-1.
           05  FILLER              PIC X(24)   VALUE SPACE.
           05  FILLER              PIC X(14)   VALUE "GRAND TOTAL".
           05  FILLER              PIC X(13)   VALUE ALL "=".
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  FILLER              PIC X(13)   VALUE ALL "=".
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  FILLER              PIC X(14)   VALUE ALL "=".
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  FILLER              PIC X(7)    VALUE ALL "=".
           05  FILLER              PIC X(35)   VALUE "**".

       01  GRAND-TOTAL-LINE-2.
           05  FILLER              PIC X(36)   VALUE SPACE.
           05  GTL-SALES-THIS-YTD  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  GTL-SALES-LAST-YTD  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  GTL-CHANGE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  GTL-CHANGE-PERCENT  PIC ZZ9.9-.
           05  FILLER              PIC X(36)   VALUE SPACE.

       01  BRANK-HEADING-LINE-1.
           05  FILLER              PIC X(30)

       01  BRANK-HEADING-LINE-2.
           05  FILLER              PIC X(8)    VALUE "BRANCH ".
           05  FILLER              PIC X(20)   VALUE "BRANCH NAME".
           05  FILLER              PIC X(17)   VALUE "SALES THIS YTD".
           05  FILLER              PIC X(17)   VALUE "SALES LAST YTD".
           05  FILLER              PIC X(19)   VALUE "CHANGE AMOUNT".
           05  FILLER              PIC X(8)    VALUE "CHANGE %".
           05  FILLER              PIC X(11)   VALUE SPACE.

       01  BRANK-DETAIL-LINE.
           05  BRL-BRANCH-NUMBER   PIC Z9.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  BRL-BRANCH-NAME     PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  BRL-SALES-THIS-YTD  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  BRL-SALES-LAST-YTD  PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  BRL-CHANGE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  BRL-CHANGE-PERCENT  PIC ZZ9.9-.
           05  FILLER              PIC X(13)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PREPARE-SALES-REPORT.
