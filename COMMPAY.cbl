      *  Date.......: 22 August 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment4
      *  Description: COMMPAY is the commission payment extract. It
      *               totals each salesrep/region's YTD commission
      *               from the period-accurate commission detail file
      *               COMMCALC writes, the same figure REPCOMM
      *               reports, subtracts the amount already paid from
      *               the commissions-paid-to-date file, and writes a
      *               fixed-format payroll interface record for each
      *               rep/region owed money this cycle. The
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT COMM-DETAIL   ASSIGN TO COMMDTL.
           SELECT OPTIONAL PAID-TO-DATE ASSIGN TO PAIDTD.
           SELECT NEW-PAID-TO-DATE ASSIGN TO NEWPAID.
           SELECT PAYROLL-EXTRACT  ASSIGN TO PAYEXT.

       DATA DIVISION.
       FILE SECTION.
       FD  COMM-DETAIL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  COMMISSION-DETAIL-RECORD.
           05  CE-BRANCH-NUMBER        PIC 9(2).
           05  CE-SALESREP-NUMBER      PIC 9(2).
           05  CE-CUSTOMER-NUMBER      PIC 9(5).
           05  CE-REGION-CODE          PIC X(2).
           05  CE-COMMISSION-RATE      PIC 9V9(4).
           05  CE-SALES-AMOUNT         PIC S9(7)V9(2).
           05  CE-COMMISSION-EARNED    PIC S9(7)V9(2).
           05  CE-CALC-YEAR            PIC 9(4).
           05  FILLER                  PIC X(42).

       FD  PAID-TO-DATE
           RECORDING MODE IS F
       01  SORT-WORK-RECORD.
           05  SR-SALESREP-NUMBER      PIC 9(2).
           05  SR-REGION-CODE          PIC X(2).
           05  SR-COMMISSION-EARNED    PIC S9(7)V9(2).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  COMMDTL-EOF-SWITCH      PIC X    VALUE "N".
           05  PAID-EOF-SWITCH         PIC X    VALUE "N".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
           05  GROUP-COMMISSION        PIC S9(7)V99  VALUE ZERO.

       01  CALCULATION-FIELDS.
           05  WS-PAID-AMOUNT          PIC S9(7)V99   VALUE ZERO.
           05  WS-PAYMENT-AMOUNT       PIC S9(7)V99   VALUE ZERO.
           05  WS-NEW-PAID-AMOUNT      PIC S9(7)V99   VALUE ZERO.
           STOP RUN.

       200-SELECT-CUSTOMER-RECORDS.
           OPEN INPUT COMM-DETAIL.
           PERFORM 210-PROCESS-CUSTOMER-RECORDS
               UNTIL COMMDTL-EOF-SWITCH = "Y".
           CLOSE COMM-DETAIL.

       210-PROCESS-CUSTOMER-RECORDS.
           READ COMM-DETAIL
               AT END
                   MOVE "Y" TO COMMDTL-EOF-SWITCH
               NOT AT END
                   PERFORM 220-RELEASE-CUSTOMER-RECORD
           END-READ.

       220-RELEASE-CUSTOMER-RECORD.
           MOVE CE-SALESREP-NUMBER   TO SR-SALESREP-NUMBER.
           MOVE CE-REGION-CODE       TO SR-REGION-CODE.
           MOVE CE-COMMISSION-EARNED TO SR-COMMISSION-EARNED.
           RELEASE SORT-WORK-RECORD.

       400-EXTRACT-PAYMENTS.
                 MOVE SR-REGION-CODE     TO WS-GROUP-REGION
              END-IF
           END-IF.
           ADD SR-COMMISSION-EARNED TO GROUP-COMMISSION.

       500-SETTLE-GROUP.
           ADD 1 TO WS-GROUPS-PROCESSED.
