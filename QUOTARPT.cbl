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

       FD  REP-MASTER
           RECORDING MODE IS F
               10  RT-DRAW-AMOUNT      PIC S9(5)V9(2).
               10  RT-REP-STATUS       PIC X.
               10  RT-ON-FILE          PIC X.
               10  RT-SALES-THIS-YTD   PIC S9(9)V9(2).
               10  RT-COMMISSION       PIC S9(7)V9(2).
               10  RT-CUSTOMER-COUNT   PIC 9(5).
               10  RT-HAVE-SALES       PIC X.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  QDL-ANNUAL-QUOTA    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  QDL-SALES-THIS-YTD  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  QDL-ATTAINMENT      PIC X(7).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  QDL-DRAW-COVERED    PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  QDL-WARNING-FLAG    PIC X(16).
           05  FILLER              PIC X(13)   VALUE SPACE.

       01  TERMINATED-HEADING-LINE.
           05  FILLER              PIC X(48)   VALUE
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(16)
                   VALUE "SALES THIS YTD: ".
           05  TDL-SALES-THIS-YTD  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(48)   VALUE SPACE.

       01  NO-MASTER-LINE.
           05  FILLER              PIC X(1)    VALUE SPACE.
