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

       FD  THRESHOLD-CARD
           RECORDING MODE IS F
           05  SR-SALESREP-NUMBER      PIC 9(2).
           05  SR-CUSTOMER-NUMBER      PIC 9(5).
           05  SR-CUSTOMER-NAME        PIC X(20).
           05  SR-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SR-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  SR-CHANGE-AMOUNT        PIC S9(8)V99.

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  WS-DECLINE-THRESHOLD    PIC S9(3)V9 VALUE ZERO.

       01  CALCULATION-FIELDS.
           05  WS-CHANGE-AMOUNT        PIC S9(8)V99   VALUE ZERO.
           05  WS-CHANGE-PERCENT       PIC S9(3)V9    VALUE ZERO.

       01  RUN-LOG-FIELDS.
       01  HEADING-LINE-2.
           05  FILLER PIC X(8)  VALUE "BRANCH  ".
           05  FILLER PIC X(8)  VALUE "REP     ".
           05  FILLER PIC X(28) VALUE "CUST  ".
           05  FILLER PIC X(16) VALUE "SALES       ".
           05  FILLER PIC X(16) VALUE "SALES    ".
           05  FILLER PIC X(18) VALUE "CHANGE      ".
           05  FILLER PIC X(7)  VALUE "CHANGE ".
           05  FILLER PIC X(29) VALUE SPACE.

       01  HEADING-LINE-3.
           05  FILLER PIC X(8)  VALUE " NUM    ".
           05  FILLER PIC X(8)  VALUE " NUM    ".
           05  FILLER PIC X(28) VALUE "NUM    CUSTOMER NAME".
           05  FILLER PIC X(16) VALUE "THIS YTD    ".
           05  FILLER PIC X(16) VALUE "LAST YTD      ".
           05  FILLER PIC X(18) VALUE "AMOUNT      ".
           05  FILLER PIC X(7)  VALUE "PERCENT".
           05  FILLER PIC X(29) VALUE SPACE.

       01  DECLINE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  DL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  DL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  DL-SALES-THIS-YTD   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  DL-SALES-LAST-YTD   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  DL-CHANGE-AMOUNT    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  DL-CHANGE-PERCENT   PIC ZZ9.9-.
           05  FILLER              PIC X(30)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PREPARE-DECLINE-REPORT.
