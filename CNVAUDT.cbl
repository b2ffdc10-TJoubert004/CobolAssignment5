       IDENTIFICATION DIVISION.

       PROGRAM-ID. CNVAUDT.
      *****************************************************************
      *  Programmers: Tristan Joubert
      *  Date.......: 15 October 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment5
      *  Description: CNVAUDT is the one-time conversion of the AUDITHST
      *               audit history file to the widened sales layout, in
      *               which the before and after images of sales this
      *               YTD and sales last YTD grow from S9(5)V9(2) to
      *               S9(7)V9(2) within the same 120-byte record, so
      *               AUDTINQ and CUSTBACK can still read the history
      *               written before the change. Its control report
      *               proves that records read equals records written
      *               and that the dollar totals of all four sales
      *               images agree in and out. An amount that is not
      *               numeric on the old file is converted as zero and
      *               listed, and any difference ends the run with
      *               return code 8 so the cutover is not made on a bad
      *               conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLD-AUDITHST ASSIGN TO AUDITHST.
           SELECT NEW-AUDITHST ASSIGN TO NEWAUDT.
           SELECT CONVERT-RPT  ASSIGN TO CNVAUDT.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-AUDITHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 120 CHARACTERS.
       01  OLD-AUDIT-RECORD.
           05  OAH-RUN-DATE            PIC 9(8).
           05  OAH-TRANSACTION-CODE    PIC X(1).
           05  OAH-BRANCH-NUMBER       PIC 9(2).
           05  OAH-SALESREP-NUMBER     PIC 9(2).
           05  OAH-CUSTOMER-NUMBER     PIC 9(5).
           05  OAH-OLD-CUSTOMER-NAME   PIC X(20).
           05  OAH-NEW-CUSTOMER-NAME   PIC X(20).
           05  OAH-OLD-SALES-THIS-YTD  PIC S9(5)V9(2).
           05  OAH-NEW-SALES-THIS-YTD  PIC S9(5)V9(2).
           05  OAH-OLD-SALES-LAST-YTD  PIC S9(5)V9(2).
           05  OAH-NEW-SALES-LAST-YTD  PIC S9(5)V9(2).
           05  OAH-OLD-REGION-CODE     PIC X(2).
           05  OAH-NEW-REGION-CODE     PIC X(2).
           05  OAH-OLD-COMMISSION-RATE PIC 9V9(4).
           05  OAH-NEW-COMMISSION-RATE PIC 9V9(4).
           05  OAH-LINK-DIRECTION      PIC X(1).
           05  OAH-LINKED-BRANCH       PIC 9(2).
           05  OAH-LINKED-SALESREP     PIC 9(2).
           05  OAH-LINKED-CUSTOMER     PIC 9(5).
           05  FILLER                  PIC X(10).

       FD  NEW-AUDITHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 120 CHARACTERS.
       01  NEW-AUDIT-RECORD.
           05  NAH-RUN-DATE            PIC 9(8).
           05  NAH-TRANSACTION-CODE    PIC X(1).
           05  NAH-BRANCH-NUMBER       PIC 9(2).
           05  NAH-SALESREP-NUMBER     PIC 9(2).
           05  NAH-CUSTOMER-NUMBER     PIC 9(5).
           05  NAH-OLD-CUSTOMER-NAME   PIC X(20).
           05  NAH-NEW-CUSTOMER-NAME   PIC X(20).
           05  NAH-OLD-SALES-THIS-YTD  PIC S9(7)V9(2).
           05  NAH-NEW-SALES-THIS-YTD  PIC S9(7)V9(2).
           05  NAH-OLD-SALES-LAST-YTD  PIC S9(7)V9(2).
           05  NAH-NEW-SALES-LAST-YTD  PIC S9(7)V9(2).
           05  NAH-OLD-REGION-CODE     PIC X(2).
           05  NAH-NEW-REGION-CODE     PIC X(2).
           05  NAH-OLD-COMMISSION-RATE PIC 9V9(4).
           05  NAH-NEW-COMMISSION-RATE PIC 9V9(4).
           05  NAH-LINK-DIRECTION      PIC X(1).
           05  NAH-LINKED-BRANCH       PIC 9(2).
           05  NAH-LINKED-SALESREP     PIC 9(2).
           05  NAH-LINKED-CUSTOMER     PIC 9(5).
           05  FILLER                  PIC X(2).

       FD  CONVERT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  CONVERT-PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  AUDITHST-EOF-SWITCH     PIC X    VALUE "N".

       01  COUNT-FIELDS.
           05  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.
           05  WS-RECORDS-WRITTEN      PIC 9(7)    VALUE ZERO.
           05  WS-NOT-NUMERIC-COUNT    PIC 9(7)    VALUE ZERO.

       01  AMOUNT-TOTAL-FIELDS.
           05  IN-OLD-SALES-THIS-YTD   PIC S9(11)V99 VALUE ZERO.
           05  OUT-OLD-SALES-THIS-YTD  PIC S9(11)V99 VALUE ZERO.
           05  IN-NEW-SALES-THIS-YTD   PIC S9(11)V99 VALUE ZERO.
           05  OUT-NEW-SALES-THIS-YTD  PIC S9(11)V99 VALUE ZERO.
           05  IN-OLD-SALES-LAST-YTD   PIC S9(11)V99 VALUE ZERO.
           05  OUT-OLD-SALES-LAST-YTD  PIC S9(11)V99 VALUE ZERO.
           05  IN-NEW-SALES-LAST-YTD   PIC S9(11)V99 VALUE ZERO.
           05  OUT-NEW-SALES-LAST-YTD  PIC S9(11)V99 VALUE ZERO.

       01  BALANCE-FIELDS.
           05  WS-BALANCED-SWITCH      PIC X    VALUE "Y".
           05  WS-TOTAL-IN             PIC S9(11)V99.
           05  WS-TOTAL-OUT            PIC S9(11)V99.

       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE-YYYYMMDD        PIC 9(8).
           05  FILLER                  PIC X(13).

       01  CONVERT-HEADING-LINE.
           05  FILLER                  PIC X(43)
                   VALUE "CNVAUDT - AUDITHST SALES FIELD CONVERSION".
           05  FILLER                  PIC X(12)
                   VALUE "RUN DATE: ".
           05  CHL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(67)   VALUE SPACE.

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
       000-CONVERT-AUDIT-HISTORY.
           OPEN INPUT  OLD-AUDITHST
                OUTPUT NEW-AUDITHST
                       CONVERT-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-DATE-YYYYMMDD TO CHL-RUN-DATE.
           MOVE CONVERT-HEADING-LINE TO CONVERT-PRINT-AREA.
           WRITE CONVERT-PRINT-AREA.
           PERFORM 100-READ-AUDIT-RECORD.
           PERFORM 200-CONVERT-AUDIT-RECORD
               UNTIL AUDITHST-EOF-SWITCH = "Y".
           PERFORM 600-PRINT-CONVERSION-TOTALS.
           CLOSE OLD-AUDITHST
                 NEW-AUDITHST
                 CONVERT-RPT.
           STOP RUN.

       100-READ-AUDIT-RECORD.
           READ OLD-AUDITHST
               AT END
                   MOVE "Y" TO AUDITHST-EOF-SWITCH
           END-READ.
           IF AUDITHST-EOF-SWITCH = "N"
              ADD 1 TO WS-RECORDS-READ.

       200-CONVERT-AUDIT-RECORD.
           MOVE SPACE TO NEW-AUDIT-RECORD.
           MOVE OAH-RUN-DATE            TO NAH-RUN-DATE.
           MOVE OAH-TRANSACTION-CODE    TO NAH-TRANSACTION-CODE.
           MOVE OAH-BRANCH-NUMBER       TO NAH-BRANCH-NUMBER.
           MOVE OAH-SALESREP-NUMBER     TO NAH-SALESREP-NUMBER.
           MOVE OAH-CUSTOMER-NUMBER     TO NAH-CUSTOMER-NUMBER.
           MOVE OAH-OLD-CUSTOMER-NAME   TO NAH-OLD-CUSTOMER-NAME.
           MOVE OAH-NEW-CUSTOMER-NAME   TO NAH-NEW-CUSTOMER-NAME.
           MOVE OAH-OLD-REGION-CODE     TO NAH-OLD-REGION-CODE.
           MOVE OAH-NEW-REGION-CODE     TO NAH-NEW-REGION-CODE.
           MOVE OAH-OLD-COMMISSION-RATE TO NAH-OLD-COMMISSION-RATE.
           MOVE OAH-NEW-COMMISSION-RATE TO NAH-NEW-COMMISSION-RATE.
           MOVE OAH-LINK-DIRECTION      TO NAH-LINK-DIRECTION.
           MOVE OAH-LINKED-BRANCH       TO NAH-LINKED-BRANCH.
           MOVE OAH-LINKED-SALESREP     TO NAH-LINKED-SALESREP.
           MOVE OAH-LINKED-CUSTOMER     TO NAH-LINKED-CUSTOMER.
           IF OAH-OLD-SALES-THIS-YTD NUMERIC
              MOVE OAH-OLD-SALES-THIS-YTD TO NAH-OLD-SALES-THIS-YTD
              ADD OAH-OLD-SALES-THIS-YTD TO IN-OLD-SALES-THIS-YTD
           ELSE
              MOVE ZERO TO NAH-OLD-SALES-THIS-YTD
              MOVE "BEFORE SALES THIS YTD" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           IF OAH-NEW-SALES-THIS-YTD NUMERIC
              MOVE OAH-NEW-SALES-THIS-YTD TO NAH-NEW-SALES-THIS-YTD
              ADD OAH-NEW-SALES-THIS-YTD TO IN-NEW-SALES-THIS-YTD
           ELSE
              MOVE ZERO TO NAH-NEW-SALES-THIS-YTD
              MOVE "AFTER SALES THIS YTD" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           IF OAH-OLD-SALES-LAST-YTD NUMERIC
              MOVE OAH-OLD-SALES-LAST-YTD TO NAH-OLD-SALES-LAST-YTD
              ADD OAH-OLD-SALES-LAST-YTD TO IN-OLD-SALES-LAST-YTD
           ELSE
              MOVE ZERO TO NAH-OLD-SALES-LAST-YTD
              MOVE "BEFORE SALES LAST YTD" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           IF OAH-NEW-SALES-LAST-YTD NUMERIC
              MOVE OAH-NEW-SALES-LAST-YTD TO NAH-NEW-SALES-LAST-YTD
              ADD OAH-NEW-SALES-LAST-YTD TO IN-NEW-SALES-LAST-YTD
           ELSE
              MOVE ZERO TO NAH-NEW-SALES-LAST-YTD
              MOVE "AFTER SALES LAST YTD" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           WRITE NEW-AUDIT-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD NAH-OLD-SALES-THIS-YTD TO OUT-OLD-SALES-THIS-YTD.
           ADD NAH-NEW-SALES-THIS-YTD TO OUT-NEW-SALES-THIS-YTD.
           ADD NAH-OLD-SALES-LAST-YTD TO OUT-OLD-SALES-LAST-YTD.
           ADD NAH-NEW-SALES-LAST-YTD TO OUT-NEW-SALES-LAST-YTD.
           PERFORM 100-READ-AUDIT-RECORD.

       300-PRINT-NOT-NUMERIC.
           ADD 1 TO WS-NOT-NUMERIC-COUNT.
           MOVE WS-RECORDS-READ TO NNL-RECORD-NUMBER.
           MOVE OAH-BRANCH-NUMBER TO NNL-BRANCH-NUMBER.
           MOVE OAH-SALESREP-NUMBER TO NNL-SALESREP-NUMBER.
           MOVE OAH-CUSTOMER-NUMBER TO NNL-CUSTOMER-NUMBER.
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
           MOVE "BEFORE SALES THIS YTD" TO ACL-DESCRIPTION.
           MOVE IN-OLD-SALES-THIS-YTD  TO WS-TOTAL-IN.
           MOVE OUT-OLD-SALES-THIS-YTD TO WS-TOTAL-OUT.
           PERFORM 610-PRINT-AMOUNT-CONTROL.
           MOVE "AFTER SALES THIS YTD" TO ACL-DESCRIPTION.
           MOVE IN-NEW-SALES-THIS-YTD  TO WS-TOTAL-IN.
           MOVE OUT-NEW-SALES-THIS-YTD TO WS-TOTAL-OUT.
           PERFORM 610-PRINT-AMOUNT-CONTROL.
           MOVE "BEFORE SALES LAST YTD" TO ACL-DESCRIPTION.
           MOVE IN-OLD-SALES-LAST-YTD  TO WS-TOTAL-IN.
           MOVE OUT-OLD-SALES-LAST-YTD TO WS-TOTAL-OUT.
           PERFORM 610-PRINT-AMOUNT-CONTROL.
           MOVE "AFTER SALES LAST YTD" TO ACL-DESCRIPTION.
           MOVE IN-NEW-SALES-LAST-YTD  TO WS-TOTAL-IN.
           MOVE OUT-NEW-SALES-LAST-YTD TO WS-TOTAL-OUT.
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
