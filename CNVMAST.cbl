       IDENTIFICATION DIVISION.

       PROGRAM-ID. CNVMAST.
      *****************************************************************
      *  Programmers: Tristan Joubert
      *  Date.......: 15 October 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment5
      *  Description: CNVMAST is the one-time conversion of the CUSTMAST
      *               master file to the widened sales layout, in which
      *               CM-SALES-THIS-YTD and CM-SALES-LAST-YTD grow from
      *               S9(5)V9(2) to S9(7)V9(2) within the same 130-byte
      *               record. It reads the master in the old layout and
      *               writes it in the new one, and its control report
      *               proves that records read equals records written
      *               and that the dollar totals of both sales fields
      *               agree in and out. An amount that is not numeric on
      *               the old file is converted as zero and listed, and
      *               any difference ends the run with return code 8 so
      *               the cutover is not made on a bad conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLD-CUSTMAST ASSIGN TO CUSTMAST.
           SELECT NEW-CUSTMAST ASSIGN TO NEWCUST.
           SELECT CONVERT-RPT  ASSIGN TO CNVMAST.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  OLD-MASTER-RECORD.
           05  OCM-BRANCH-NUMBER       PIC 9(2).
           05  OCM-SALESREP-NUMBER     PIC 9(2).
           05  OCM-CUSTOMER-NUMBER     PIC 9(5).
           05  OCM-CUSTOMER-NAME       PIC X(20).
           05  OCM-SALES-THIS-YTD      PIC S9(5)V9(2).
           05  OCM-SALES-LAST-YTD      PIC S9(5)V9(2).
           05  OCM-REGION-CODE         PIC X(2).
           05  OCM-COMMISSION-RATE     PIC 9V9(4).
           05  FILLER                  PIC X(80).

       FD  NEW-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  NEW-MASTER-RECORD.
           05  NCM-BRANCH-NUMBER       PIC 9(2).
           05  NCM-SALESREP-NUMBER     PIC 9(2).
           05  NCM-CUSTOMER-NUMBER     PIC 9(5).
           05  NCM-CUSTOMER-NAME       PIC X(20).
           05  NCM-SALES-THIS-YTD      PIC S9(7)V9(2).
           05  NCM-SALES-LAST-YTD      PIC S9(7)V9(2).
           05  NCM-REGION-CODE         PIC X(2).
           05  NCM-COMMISSION-RATE     PIC 9V9(4).
           05  FILLER                  PIC X(76).

       FD  CONVERT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  CONVERT-PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".

       01  COUNT-FIELDS.
           05  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.
           05  WS-RECORDS-WRITTEN      PIC 9(7)    VALUE ZERO.
           05  WS-NOT-NUMERIC-COUNT    PIC 9(7)    VALUE ZERO.

       01  AMOUNT-TOTAL-FIELDS.
           05  IN-SALES-THIS-YTD       PIC S9(11)V99 VALUE ZERO.
           05  OUT-SALES-THIS-YTD      PIC S9(11)V99 VALUE ZERO.
           05  IN-SALES-LAST-YTD       PIC S9(11)V99 VALUE ZERO.
           05  OUT-SALES-LAST-YTD      PIC S9(11)V99 VALUE ZERO.

       01  BALANCE-FIELDS.
           05  WS-BALANCED-SWITCH      PIC X    VALUE "Y".
           05  WS-TOTAL-IN             PIC S9(11)V99.
           05  WS-TOTAL-OUT            PIC S9(11)V99.

       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE-YYYYMMDD        PIC 9(8).
           05  FILLER                  PIC X(13).

       01  CONVERT-HEADING-LINE.
           05  FILLER                  PIC X(43)
                   VALUE "CNVMAST - CUSTMAST SALES FIELD CONVERSION".
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
       000-CONVERT-CUSTOMER-MASTER.
           OPEN INPUT  OLD-CUSTMAST
                OUTPUT NEW-CUSTMAST
                       CONVERT-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-DATE-YYYYMMDD TO CHL-RUN-DATE.
           MOVE CONVERT-HEADING-LINE TO CONVERT-PRINT-AREA.
           WRITE CONVERT-PRINT-AREA.
           PERFORM 100-READ-MASTER-RECORD.
           PERFORM 200-CONVERT-MASTER-RECORD
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           PERFORM 600-PRINT-CONVERSION-TOTALS.
           CLOSE OLD-CUSTMAST
                 NEW-CUSTMAST
                 CONVERT-RPT.
           STOP RUN.

       100-READ-MASTER-RECORD.
           READ OLD-CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-READ.
           IF CUSTMAST-EOF-SWITCH = "N"
              ADD 1 TO WS-RECORDS-READ.

       200-CONVERT-MASTER-RECORD.
           MOVE SPACE TO NEW-MASTER-RECORD.
           MOVE OCM-BRANCH-NUMBER   TO NCM-BRANCH-NUMBER.
           MOVE OCM-SALESREP-NUMBER TO NCM-SALESREP-NUMBER.
           MOVE OCM-CUSTOMER-NUMBER TO NCM-CUSTOMER-NUMBER.
           MOVE OCM-CUSTOMER-NAME   TO NCM-CUSTOMER-NAME.
           MOVE OCM-REGION-CODE     TO NCM-REGION-CODE.
           MOVE OCM-COMMISSION-RATE TO NCM-COMMISSION-RATE.
           IF OCM-SALES-THIS-YTD NUMERIC
              MOVE OCM-SALES-THIS-YTD TO NCM-SALES-THIS-YTD
              ADD OCM-SALES-THIS-YTD TO IN-SALES-THIS-YTD
           ELSE
              MOVE ZERO TO NCM-SALES-THIS-YTD
              MOVE "SALES THIS YTD" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           IF OCM-SALES-LAST-YTD NUMERIC
              MOVE OCM-SALES-LAST-YTD TO NCM-SALES-LAST-YTD
              ADD OCM-SALES-LAST-YTD TO IN-SALES-LAST-YTD
           ELSE
              MOVE ZERO TO NCM-SALES-LAST-YTD
              MOVE "SALES LAST YTD" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           WRITE NEW-MASTER-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD NCM-SALES-THIS-YTD TO OUT-SALES-THIS-YTD.
           ADD NCM-SALES-LAST-YTD TO OUT-SALES-LAST-YTD.
           PERFORM 100-READ-MASTER-RECORD.

       300-PRINT-NOT-NUMERIC.
           ADD 1 TO WS-NOT-NUMERIC-COUNT.
           MOVE WS-RECORDS-READ TO NNL-RECORD-NUMBER.
           MOVE OCM-BRANCH-NUMBER TO NNL-BRANCH-NUMBER.
           MOVE OCM-SALESREP-NUMBER TO NNL-SALESREP-NUMBER.
           MOVE OCM-CUSTOMER-NUMBER TO NNL-CUSTOMER-NUMBER.
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
