      *               CM-BRANCH-NUMBER/CM-SALESREP-NUMBER/
      *               CM-CUSTOMER-NUMBER so the CUSTINQ inquiry
      *               program can fetch a single customer directly
      *               instead of passing the whole flat file. The
      *               file also carries an alternate key on the
      *               customer name (duplicates allowed) for the
      *               CUSTINQ name search. A short
      *               control listing shows records read, loaded and
      *               rejected (duplicate or out-of-sequence keys).
      *****************************************************************
           SELECT CUSTIXF  ASSIGN TO CUSTIXF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CI-RECORD-KEY
               ALTERNATE RECORD KEY IS CI-CUSTOMER-NAME
                   WITH DUPLICATES.
           SELECT LOAD-RPT ASSIGN TO CUSTLOAD.

       DATA DIVISION.
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  CM-REGION-CODE          PIC X(2).
           05  CM-COMMISSION-RATE      PIC 9V9(4).
           05  FILLER                  PIC X(76).

       FD  CUSTIXF
           RECORD CONTAINS 130 CHARACTERS.
               10  CI-SALESREP-NUMBER  PIC 9(2).
               10  CI-CUSTOMER-NUMBER  PIC 9(5).
           05  CI-CUSTOMER-NAME        PIC X(20).
           05  CI-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CI-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  CI-REGION-CODE          PIC X(2).
           05  CI-COMMISSION-RATE      PIC 9V9(4).
           05  FILLER                  PIC X(76).

       FD  LOAD-RPT
           RECORDING MODE IS F
