           05  SH-SALESREP-NUMBER      PIC 9(2).
           05  SH-CUSTOMER-NUMBER      PIC 9(5).
           05  SH-CUSTOMER-NAME        PIC X(20).
           05  SH-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SH-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  FILLER                  PIC X(7).

       FD  RETAIN-CARD
           RECORDING MODE IS F
