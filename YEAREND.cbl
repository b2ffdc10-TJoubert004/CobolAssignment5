           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  CM-REGION-CODE          PIC X(2).
           05  CM-COMMISSION-RATE      PIC 9V9(4).
           05  FILLER                  PIC X(76).

       FD  NEW-CUSTMAST
           RECORDING MODE IS F
           05  NM-SALESREP-NUMBER      PIC 9(2).
           05  NM-CUSTOMER-NUMBER      PIC 9(5).
           05  NM-CUSTOMER-NAME        PIC X(20).
           05  NM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  NM-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  NM-REGION-CODE          PIC X(2).
           05  NM-COMMISSION-RATE      PIC 9V9(4).
           05  FILLER                  PIC X(76).

       FD  ROLLOVER-RPT
           RECORDING MODE IS F
           05  WS-BRANCH-RECORD-COUNT  PIC 9(7)    VALUE ZERO.

       01  BRANCH-TOTAL-FIELDS.
           05  BRANCH-OLD-THIS-YTD     PIC S9(9)V99  VALUE ZERO.
           05  BRANCH-OLD-LAST-YTD     PIC S9(9)V99  VALUE ZERO.
           05  BRANCH-NEW-LAST-YTD     PIC S9(9)V99  VALUE ZERO.

       01  GRAND-TOTAL-FIELDS.
           05  GRAND-OLD-THIS-YTD      PIC S9(10)V99 VALUE ZERO.
           05  GRAND-OLD-LAST-YTD      PIC S9(10)V99 VALUE ZERO.
           05  GRAND-NEW-LAST-YTD      PIC S9(10)V99 VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
       01  HEADING-LINE-2.
           05  FILLER PIC X(8)  VALUE "BRANCH  ".
           05  FILLER PIC X(10) VALUE "RECORDS ".
           05  FILLER PIC X(18) VALUE "OLD THIS YTD".
           05  FILLER PIC X(18) VALUE "OLD LAST YTD".
           05  FILLER PIC X(18) VALUE "NEW THIS YTD".
           05  FILLER PIC X(18) VALUE "NEW LAST YTD".
           05  FILLER PIC X(40) VALUE SPACE.

       01  BRANCH-CONTROL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  BCL-RECORD-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  BCL-OLD-THIS-YTD    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  BCL-OLD-LAST-YTD    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  BCL-NEW-THIS-YTD    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  BCL-NEW-LAST-YTD    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(46)   VALUE SPACE.

       01  GRAND-CONTROL-LINE.
           05  FILLER              PIC X(6)    VALUE "TOTAL ".
           05  GCL-RECORD-COUNT    PIC ZZZ,ZZ9.
           05  GCL-OLD-THIS-YTD    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  GCL-OLD-LAST-YTD    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  GCL-NEW-THIS-YTD    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  GCL-NEW-LAST-YTD    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(46)   VALUE SPACE.

       01  BALANCE-LINE.
           05  FILLER              PIC X(19)
