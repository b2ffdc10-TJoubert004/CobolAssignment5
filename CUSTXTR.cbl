           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  CM-REGION-CODE          PIC X(2).
           05  CM-COMMISSION-RATE      PIC 9V9(4).
           05  FILLER                  PIC X(76).

       FD  CUST-WORK
           RECORDING MODE IS F
           05  CW-SALESREP-NUMBER      PIC 9(2).
           05  CW-CUSTOMER-NUMBER      PIC 9(5).
           05  CW-CUSTOMER-NAME        PIC X(20).
           05  CW-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CW-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  CW-REGION-CODE          PIC X(2).
           05  CW-COMMISSION-RATE      PIC 9V9(4).
           05  CW-CHANGE-AMOUNT        PIC S9(8)V9(2).
           05  CW-CHANGE-PERCENT       PIC S9(3)V9.
           05  CW-COMMISSION-EARNED    PIC S9(7)V9(2).
           05  FILLER                  PIC X(53).

       FD  EXTRACT-RPT
           RECORDING MODE IS F
