       IDENTIFICATION DIVISION.

       PROGRAM-ID. CNVTRAN.
      *****************************************************************
      *  Programmers: Tristan Joubert
      *  Date.......: 15 October 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment5
      *  Description: CNVTRAN is the one-time conversion of a CUSTTRAN
      *               format transaction file to the widened sales
      *               layout, in which TR-SALES-THIS-YTD,
      *               TR-SALES-LAST-YTD and TR-SALES-ADJUSTMENT grow
      *               from S9(5)V9(2) to S9(7)V9(2) within the same
      *               80-byte record. It is run once against each file
      *               held in the transaction layout (CUSTTRAN and any
      *               validated, gateway, backout or restore transaction
      *               file not yet applied). Its control report proves
      *               that records read equals records written and that
      *               the dollar totals of the three amount fields agree
      *               in and out. An amount that is not numeric on the
      *               old file is converted as zero and listed, and any
      *               difference ends the run with return code 8 so the
      *               cutover is not made on a bad conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLD-CUSTTRAN ASSIGN TO CUSTTRAN.
           SELECT NEW-CUSTTRAN ASSIGN TO NEWTRAN.
           SELECT CONVERT-RPT  ASSIGN TO CNVTRAN.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CUSTTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  OLD-TRANSACTION-RECORD.
           05  OTR-TRANSACTION-CODE    PIC X(1).
           05  OTR-BRANCH-NUMBER       PIC 9(2).
           05  OTR-SALESREP-NUMBER     PIC 9(2).
           05  OTR-CUSTOMER-NUMBER     PIC 9(5).
           05  OTR-CUSTOMER-NAME       PIC X(20).
           05  OTR-SALES-THIS-YTD      PIC S9(5)V9(2).
           05  OTR-SALES-LAST-YTD      PIC S9(5)V9(2).
           05  OTR-SALES-ADJUSTMENT    PIC S9(5)V9(2).
           05  OTR-REGION-CODE         PIC X(2).
           05  OTR-COMMISSION-RATE     PIC 9V9(4).
           05  OTR-RECYCLE-COUNT       PIC 9(1).
           05  OTR-ABSORBED-BRANCH     PIC 9(2).
           05  OTR-ABSORBED-SALESREP   PIC 9(2).
           05  OTR-ABSORBED-CUSTOMER   PIC 9(5).
           05  FILLER                  PIC X(12).

       FD  NEW-CUSTTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  NEW-TRANSACTION-RECORD.
           05  NTR-TRANSACTION-CODE    PIC X(1).
           05  NTR-BRANCH-NUMBER       PIC 9(2).
           05  NTR-SALESREP-NUMBER     PIC 9(2).
           05  NTR-CUSTOMER-NUMBER     PIC 9(5).
           05  NTR-CUSTOMER-NAME       PIC X(20).
           05  NTR-SALES-THIS-YTD      PIC S9(7)V9(2).
           05  NTR-SALES-LAST-YTD      PIC S9(7)V9(2).
           05  NTR-SALES-ADJUSTMENT    PIC S9(7)V9(2).
           05  NTR-REGION-CODE         PIC X(2).
           05  NTR-COMMISSION-RATE     PIC 9V9(4).
           05  NTR-RECYCLE-COUNT       PIC 9(1).
           05  NTR-ABSORBED-BRANCH     PIC 9(2).
           05  NTR-ABSORBED-SALESREP   PIC 9(2).
           05  NTR-ABSORBED-CUSTOMER   PIC 9(5).
           05  FILLER                  PIC X(6).

       FD  CONVERT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  CONVERT-PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  CUSTTRAN-EOF-SWITCH     PIC X    VALUE "N".

       01  COUNT-FIELDS.
           05  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.
           05  WS-RECORDS-WRITTEN      PIC 9(7)    VALUE ZERO.
           05  WS-NOT-NUMERIC-COUNT    PIC 9(7)    VALUE ZERO.

       01  AMOUNT-TOTAL-FIELDS.
           05  IN-SALES-THIS-YTD       PIC S9(11)V99 VALUE ZERO.
           05  OUT-SALES-THIS-YTD      PIC S9(11)V99 VALUE ZERO.
           05  IN-SALES-LAST-YTD       PIC S9(11)V99 VALUE ZERO.
           05  OUT-SALES-LAST-YTD      PIC S9(11)V99 VALUE ZERO.
           05  IN-SALES-ADJUSTMENT     PIC S9(11)V99 VALUE ZERO.
           05  OUT-SALES-ADJUSTMENT    PIC S9(11)V99 VALUE ZERO.

       01  BALANCE-FIELDS.
           05  WS-BALANCED-SWITCH      PIC X    VALUE "Y".
           05  WS-TOTAL-IN             PIC S9(11)V99.
           05  WS-TOTAL-OUT            PIC S9(11)V99.

       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE-YYYYMMDD        PIC 9(8).
           05  FILLER                  PIC X(13).

       01  CONVERT-HEADING-LINE.
           05  FILLER                  PIC X(46)
                   VALUE "CNVTRAN - TRANSACTION SALES FIELD CONVERSION".
           05  FILLER                  PIC X(12)
                   VALUE "RUN DATE: ".
           05  CHL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(64)   VALUE SPACE.

       01  NOT-NUMERIC-LINE.
           05  FILLER                  PIC X(14)
                   VALUE "NOT NUMERIC   ".
           05  NNL-RECORD-NUMBER       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  NNL-BRANCH-NUMBER       PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE "/".
           05  NNL-SALESREP-NUMBER     PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE "/".
           05  NNL-CUSTOMER-NUMBER     PIC 9(5).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  NNL-FIELD-NAME          PIC X(20).
           05  FILLER                  PIC X(24)
                   VALUE "CONVERTED AS ZERO".
           05  FILLER                  PIC X(48)   VALUE SPACE.

       01  COUNT-TOTAL-LINE.
           05  FILLER                  PIC X(15)
                   VALUE "RECORDS READ:  ".
           05  CTL-RECORDS-READ        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12)   VALUE "   WRITTEN: ".
           05  CTL-RECORDS-WRITTEN     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16)
                   VALUE "   NOT NUMERIC: ".
           05  CTL-NOT-NUMERIC         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(66)   VALUE SPACE.

       01  AMOUNT-CONTROL-LINE.
           05  ACL-DESCRIPTION         PIC X(24).
           05  FILLER                  PIC X(5)    VALUE "IN:  ".
           05  ACL-AMOUNT-IN           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(8)    VALUE "   OUT: ".
           05  ACL-AMOUNT-OUT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ACL-RESULT              PIC X(14).
           05  FILLER                  PIC X(40)   VALUE SPACE.

       01  BALANCE-LINE.
           05  FILLER                  PIC X(22)
                   VALUE "CONVERSION BALANCED:  ".
           05  BAL-STATUS              PIC X(3).
           05  FILLER                  PIC X(32)
                   VALUE "  (COUNTS AND TOTALS MUST AGREE)".
           05  FILLER                  PIC X(73)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-CONVERT-TRANSACTIONS.
           OPEN INPUT  OLD-CUSTTRAN
                OUTPUT NEW-CUSTTRAN
                       CONVERT-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-DATE-YYYYMMDD TO CHL-RUN-DATE.
           MOVE CONVERT-HEADING-LINE TO CONVERT-PRINT-AREA.
           WRITE CONVERT-PRINT-AREA.
           PERFORM 100-READ-TRANSACTION.
           PERFORM 200-CONVERT-TRANSACTION
               UNTIL CUSTTRAN-EOF-SWITCH = "Y".
           PERFORM 600-PRINT-CONVERSION-TOTALS.
           CLOSE OLD-CUSTTRAN
                 NEW-CUSTTRAN
                 CONVERT-RPT.
           STOP RUN.

       100-READ-TRANSACTION.
           READ OLD-CUSTTRAN
               AT END
                   MOVE "Y" TO CUSTTRAN-EOF-SWITCH
           END-READ.
           IF CUSTTRAN-EOF-SWITCH = "N"
              ADD 1 TO WS-RECORDS-READ.

       200-CONVERT-TRANSACTION.
           MOVE SPACE TO NEW-TRANSACTION-RECORD.
           MOVE OTR-TRANSACTION-CODE  TO NTR-TRANSACTION-CODE.
           MOVE OTR-BRANCH-NUMBER     TO NTR-BRANCH-NUMBER.
           MOVE OTR-SALESREP-NUMBER   TO NTR-SALESREP-NUMBER.
           MOVE OTR-CUSTOMER-NUMBER   TO NTR-CUSTOMER-NUMBER.
           MOVE OTR-CUSTOMER-NAME     TO NTR-CUSTOMER-NAME.
           MOVE OTR-REGION-CODE       TO NTR-REGION-CODE.
           MOVE OTR-COMMISSION-RATE   TO NTR-COMMISSION-RATE.
           MOVE OTR-RECYCLE-COUNT     TO NTR-RECYCLE-COUNT.
           MOVE OTR-ABSORBED-BRANCH   TO NTR-ABSORBED-BRANCH.
           MOVE OTR-ABSORBED-SALESREP TO NTR-ABSORBED-SALESREP.
           MOVE OTR-ABSORBED-CUSTOMER TO NTR-ABSORBED-CUSTOMER.
           IF OTR-SALES-THIS-YTD NUMERIC
              MOVE OTR-SALES-THIS-YTD TO NTR-SALES-THIS-YTD
              ADD OTR-SALES-THIS-YTD TO IN-SALES-THIS-YTD
           ELSE
              MOVE ZERO TO NTR-SALES-THIS-YTD
              MOVE "SALES THIS YTD" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           IF OTR-SALES-LAST-YTD NUMERIC
              MOVE OTR-SALES-LAST-YTD TO NTR-SALES-LAST-YTD
              ADD OTR-SALES-LAST-YTD TO IN-SALES-LAST-YTD
           ELSE
              MOVE ZERO TO NTR-SALES-LAST-YTD
              MOVE "SALES LAST YTD" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           IF OTR-SALES-ADJUSTMENT NUMERIC
              MOVE OTR-SALES-ADJUSTMENT TO NTR-SALES-ADJUSTMENT
              ADD OTR-SALES-ADJUSTMENT TO IN-SALES-ADJUSTMENT
           ELSE
              MOVE ZERO TO NTR-SALES-ADJUSTMENT
              MOVE "SALES ADJUSTMENT" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           WRITE NEW-TRANSACTION-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD NTR-SALES-THIS-YTD TO OUT-SALES-THIS-YTD.
           ADD NTR-SALES-LAST-YTD TO OUT-SALES-LAST-YTD.
           ADD NTR-SALES-ADJUSTMENT TO OUT-SALES-ADJUSTMENT.
           PERFORM 100-READ-TRANSACTION.

       300-PRINT-NOT-NUMERIC.
           ADD 1 TO WS-NOT-NUMERIC-COUNT.
           MOVE WS-RECORDS-READ TO NNL-RECORD-NUMBER.
           MOVE OTR-BRANCH-NUMBER TO NNL-BRANCH-NUMBER.
           MOVE OTR-SALESREP-NUMBER TO NNL-SALESREP-NUMBER.
           MOVE OTR-CUSTOMER-NUMBER TO NNL-CUSTOMER-NUMBER.
           MOVE NOT-NUMERIC-LINE TO CONVERT-PRINT-AREA.
           WRITE CONVERT-PRINT-AREA.

       600-PRINT-CONVERSION-TOTALS.
           MOVE WS-RECORDS-READ      TO CTL-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN   TO CTL-RECORDS-WRITTEN.
           MOVE WS-NOT-NUMERIC-COUNT TO CTL-NOT-NUMERIC.
           MOVE COUNT-TOTAL-LINE TO CONVERT-PRINT-AREA.
           WRITE CONVERT-PRINT-AREA AFTER ADVANCING 2 LINES.
           IF WS-RECORDS-READ NOT = WS-RECORDS-WRITTEN
              OR WS-NOT-NUMERIC-COUNT > ZERO
              MOVE "N" TO WS-BALANCED-SWITCH.
           MOVE "SALES THIS YTD" TO ACL-DESCRIPTION.
           MOVE IN-SALES-THIS-YTD  TO WS-TOTAL-IN.
           MOVE OUT-SALES-THIS-YTD TO WS-TOTAL-OUT.
           PERFORM 610-PRINT-AMOUNT-CONTROL.
           MOVE "SALES LAST YTD" TO ACL-DESCRIPTION.
           MOVE IN-SALES-LAST-YTD  TO WS-TOTAL-IN.
           MOVE OUT-SALES-LAST-YTD TO WS-TOTAL-OUT.
           PERFORM 610-PRINT-AMOUNT-CONTROL.
           MOVE "SALES ADJUSTMENT" TO ACL-DESCRIPTION.
           MOVE IN-SALES-ADJUSTMENT  TO WS-TOTAL-IN.
           MOVE OUT-SALES-ADJUSTMENT TO WS-TOTAL-OUT.
           PERFORM 610-PRINT-AMOUNT-CONTROL.
           IF WS-BALANCED-SWITCH = "Y"
              MOVE "YES" TO BAL-STATUS
           ELSE
              MOVE "NO " TO BAL-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE BALANCE-LINE TO CONVERT-PRINT-AREA.
           WRITE CONVERT-PRINT-AREA AFTER ADVANCING 2 LINES.

       610-PRINT-AMOUNT-CONTROL.
           MOVE WS-TOTAL-IN  TO ACL-AMOUNT-IN.
           MOVE WS-TOTAL-OUT TO ACL-AMOUNT-OUT.
           IF WS-TOTAL-IN = WS-TOTAL-OUT
              MOVE "AGREES" TO ACL-RESULT
           ELSE
              MOVE "OUT OF BALANCE" TO ACL-RESULT
              MOVE "N" TO WS-BALANCED-SWITCH
           END-IF.
           MOVE AMOUNT-CONTROL-LINE TO CONVERT-PRINT-AREA.
           WRITE CONVERT-PRINT-AREA.
