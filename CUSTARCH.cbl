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

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           05  AR-SALESREP-NUMBER      PIC 9(2).
           05  AR-CUSTOMER-NUMBER      PIC 9(5).
           05  AR-CUSTOMER-NAME        PIC X(20).
           05  AR-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  AR-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  AR-REGION-CODE          PIC X(2).
           05  AR-COMMISSION-RATE      PIC 9V9(4).
           05  AR-ARCHIVE-DATE         PIC 9(8).
           05  FILLER                  PIC X(68).

       FD  ARCHIVE-RPT
           RECORDING MODE IS F
