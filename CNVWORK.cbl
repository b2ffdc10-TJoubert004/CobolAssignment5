       IDENTIFICATION DIVISION.

       PROGRAM-ID. CNVWORK.
      *****************************************************************
      *  Programmers: Tristan Joubert
      *  Date.......: 15 October 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment5
      *  Description: CNVWORK is the one-time conversion of the CUSTWORK
      *               extract to the widened sales layout, in which
      *               CW-SALES-THIS-YTD and CW-SALES-LAST-YTD grow from
      *               S9(5)V9(2) to S9(7)V9(2) and CW-CHANGE-AMOUNT from
      *               S9(7)V9(2) to S9(8)V9(2) within the same 130-byte
      *               record. It reads the extract in the old layout and
      *               writes it in the new one, and its control report
      *               proves that records read equals records written
      *               and that the dollar totals of every amount field
      *               agree in and out. An amount that is not numeric on
      *               the old file is converted as zero and listed, and
      *               any difference ends the run with return code 8 so
      *               the cutover is not made on a bad conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLD-CUSTWORK ASSIGN TO CUSTWORK.
           SELECT NEW-CUSTWORK ASSIGN TO NEWWORK.
           SELECT CONVERT-RPT  ASSIGN TO CNVWORK.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CUSTWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  OLD-WORK-RECORD.
           05  OCW-BRANCH-NUMBER       PIC 9(2).
           05  OCW-SALESREP-NUMBER     PIC 9(2).
           05  OCW-CUSTOMER-NUMBER     PIC 9(5).
           05  OCW-CUSTOMER-NAME       PIC X(20).
           05  OCW-SALES-THIS-YTD      PIC S9(5)V9(2).
           05  OCW-SALES-LAST-YTD      PIC S9(5)V9(2).
           05  OCW-REGION-CODE         PIC X(2).
           05  OCW-COMMISSION-RATE     PIC 9V9(4).
           05  OCW-CHANGE-AMOUNT       PIC S9(7)V9(2).
           05  OCW-CHANGE-PERCENT      PIC S9(3)V9.
           05  OCW-COMMISSION-EARNED   PIC S9(7)V9(2).
           05  FILLER                  PIC X(58).

       FD  NEW-CUSTWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  NEW-WORK-RECORD.
           05  NCW-BRANCH-NUMBER       PIC 9(2).
           05  NCW-SALESREP-NUMBER     PIC 9(2).
           05  NCW-CUSTOMER-NUMBER     PIC 9(5).
           05  NCW-CUSTOMER-NAME       PIC X(20).
           05  NCW-SALES-THIS-YTD      PIC S9(7)V9(2).
           05  NCW-SALES-LAST-YTD      PIC S9(7)V9(2).
           05  NCW-REGION-CODE         PIC X(2).
           05  NCW-COMMISSION-RATE     PIC 9V9(4).
           05  NCW-CHANGE-AMOUNT       PIC S9(8)V9(2).
           05  NCW-CHANGE-PERCENT      PIC S9(3)V9.
           05  NCW-COMMISSION-EARNED   PIC S9(7)V9(2).
           05  FILLER                  PIC X(53).

       FD  CONVERT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  CONVERT-PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  CUSTWORK-EOF-SWITCH     PIC X    VALUE "N".

       01  COUNT-FIELDS.
           05  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.
           05  WS-RECORDS-WRITTEN      PIC 9(7)    VALUE ZERO.
           05  WS-NOT-NUMERIC-COUNT    PIC 9(7)    VALUE ZERO.

       01  AMOUNT-TOTAL-FIELDS.
           05  IN-SALES-THIS-YTD       PIC S9(11)V99 VALUE ZERO.
           05  OUT-SALES-THIS-YTD      PIC S9(11)V99 VALUE ZERO.
           05  IN-SALES-LAST-YTD       PIC S9(11)V99 VALUE ZERO.
           05  OUT-SALES-LAST-YTD      PIC S9(11)V99 VALUE ZERO.
           05  IN-CHANGE-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05  OUT-CHANGE-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  IN-COMMISSION-EARNED    PIC S9(11)V99 VALUE ZERO.
           05  OUT-COMMISSION-EARNED   PIC S9(11)V99 VALUE ZERO.

       01  BALANCE-FIELDS.
           05  WS-BALANCED-SWITCH      PIC X    VALUE "Y".
           05  WS-TOTAL-IN             PIC S9(11)V99.
           05  WS-TOTAL-OUT            PIC S9(11)V99.

       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE-YYYYMMDD        PIC 9(8).
           05  FILLER                  PIC X(13).

       01  CONVERT-HEADING-LINE.
           05  FILLER                  PIC X(43)
                   VALUE "CNVWORK - CUSTWORK SALES FIELD CONVERSION".
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
       000-CONVERT-CUSTOMER-WORK.
           OPEN INPUT  OLD-CUSTWORK
                OUTPUT NEW-CUSTWORK
                       CONVERT-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-DATE-YYYYMMDD TO CHL-RUN-DATE.
           MOVE CONVERT-HEADING-LINE TO CONVERT-PRINT-AREA.
           WRITE CONVERT-PRINT-AREA.
           PERFORM 100-READ-WORK-RECORD.
           PERFORM 200-CONVERT-WORK-RECORD
               UNTIL CUSTWORK-EOF-SWITCH = "Y".
           PERFORM 600-PRINT-CONVERSION-TOTALS.
           CLOSE OLD-CUSTWORK
                 NEW-CUSTWORK
                 CONVERT-RPT.
           STOP RUN.

       100-READ-WORK-RECORD.
           READ OLD-CUSTWORK
               AT END
                   MOVE "Y" TO CUSTWORK-EOF-SWITCH
           END-READ.
           IF CUSTWORK-EOF-SWITCH = "N"
              ADD 1 TO WS-RECORDS-READ.

       200-CONVERT-WORK-RECORD.
           MOVE SPACE TO NEW-WORK-RECORD.
           MOVE OCW-BRANCH-NUMBER     TO NCW-BRANCH-NUMBER.
           MOVE OCW-SALESREP-NUMBER   TO NCW-SALESREP-NUMBER.
           MOVE OCW-CUSTOMER-NUMBER   TO NCW-CUSTOMER-NUMBER.
           MOVE OCW-CUSTOMER-NAME     TO NCW-CUSTOMER-NAME.
           MOVE OCW-REGION-CODE       TO NCW-REGION-CODE.
           MOVE OCW-COMMISSION-RATE   TO NCW-COMMISSION-RATE.
           MOVE OCW-CHANGE-PERCENT    TO NCW-CHANGE-PERCENT.
           IF OCW-SALES-THIS-YTD NUMERIC
              MOVE OCW-SALES-THIS-YTD TO NCW-SALES-THIS-YTD
              ADD OCW-SALES-THIS-YTD TO IN-SALES-THIS-YTD
           ELSE
              MOVE ZERO TO NCW-SALES-THIS-YTD
              MOVE "SALES THIS YTD" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           IF OCW-SALES-LAST-YTD NUMERIC
              MOVE OCW-SALES-LAST-YTD TO NCW-SALES-LAST-YTD
              ADD OCW-SALES-LAST-YTD TO IN-SALES-LAST-YTD
           ELSE
              MOVE ZERO TO NCW-SALES-LAST-YTD
              MOVE "SALES LAST YTD" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           IF OCW-CHANGE-AMOUNT NUMERIC
              MOVE OCW-CHANGE-AMOUNT TO NCW-CHANGE-AMOUNT
              ADD OCW-CHANGE-AMOUNT TO IN-CHANGE-AMOUNT
           ELSE
              MOVE ZERO TO NCW-CHANGE-AMOUNT
              MOVE "CHANGE AMOUNT" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           IF OCW-COMMISSION-EARNED NUMERIC
              MOVE OCW-COMMISSION-EARNED TO NCW-COMMISSION-EARNED
              ADD OCW-COMMISSION-EARNED TO IN-COMMISSION-EARNED
           ELSE
              MOVE ZERO TO NCW-COMMISSION-EARNED
              MOVE "COMMISSION EARNED" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           WRITE NEW-WORK-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD NCW-SALES-THIS-YTD TO OUT-SALES-THIS-YTD.
           ADD NCW-SALES-LAST-YTD TO OUT-SALES-LAST-YTD.
           ADD NCW-CHANGE-AMOUNT TO OUT-CHANGE-AMOUNT.
           ADD NCW-COMMISSION-EARNED TO OUT-COMMISSION-EARNED.
           PERFORM 100-READ-WORK-RECORD.

       300-PRINT-NOT-NUMERIC.
           ADD 1 TO WS-NOT-NUMERIC-COUNT.
           MOVE WS-RECORDS-READ TO NNL-RECORD-NUMBER.
           MOVE OCW-BRANCH-NUMBER TO NNL-BRANCH-NUMBER.
           MOVE OCW-SALESREP-NUMBER TO NNL-SALESREP-NUMBER.
           MOVE OCW-CUSTOMER-NUMBER TO NNL-CUSTOMER-NUMBER.
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
           MOVE "CHANGE AMOUNT" TO ACL-DESCRIPTION.
           MOVE IN-CHANGE-AMOUNT  TO WS-TOTAL-IN.
           MOVE OUT-CHANGE-AMOUNT TO WS-TOTAL-OUT.
           PERFORM 610-PRINT-AMOUNT-CONTROL.
           MOVE "COMMISSION EARNED" TO ACL-DESCRIPTION.
           MOVE IN-COMMISSION-EARNED  TO WS-TOTAL-IN.
           MOVE OUT-COMMISSION-EARNED TO WS-TOTAL-OUT.
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
