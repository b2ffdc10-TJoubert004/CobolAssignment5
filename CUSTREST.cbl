           05  AR-SALESREP-NUMBER      PIC 9(2).
           05  AR-CUSTOMER-NUMBER      PIC 9(5).
           05  AR-CUSTOMER-NAME        PIC X(20).
           05  AR-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  AR-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  AR-REGION-CODE          PIC X(2).
           05  AR-COMMISSION-RATE      PIC 9V9(4).
           05  AR-ARCHIVE-DATE         PIC 9(8).
           05  FILLER                  PIC X(68).

       FD  RESTORE-TRANS
           RECORDING MODE IS F
           05  TR-SALESREP-NUMBER      PIC 9(2).
           05  TR-CUSTOMER-NUMBER      PIC 9(5).
           05  TR-CUSTOMER-NAME        PIC X(20).
           05  TR-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  TR-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  TR-SALES-ADJUSTMENT     PIC S9(7)V9(2).
           05  TR-REGION-CODE          PIC X(2).
           05  TR-COMMISSION-RATE      PIC 9V9(4).
           05  TR-RECYCLE-COUNT        PIC 9(1).
           05  FILLER                  PIC X(15).

       FD  RESTORE-RPT
           RECORDING MODE IS F

       01  HELD-ARCHIVE-RECORD.
           05  HA-CUSTOMER-NAME        PIC X(20).
           05  HA-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  HA-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  HA-REGION-CODE          PIC X(2).
           05  HA-COMMISSION-RATE      PIC 9V9(4).
           05  HA-ARCHIVE-DATE         PIC 9(8).
