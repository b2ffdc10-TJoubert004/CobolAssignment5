       IDENTIFICATION DIVISION.

       PROGRAM-ID. CNVARCH.
      *****************************************************************
      *  Programmers: Tristan Joubert
      *  Date.......: 15 October 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment5
      *  Description: CNVARCH is the one-time conversion of the dormant
      *               customer archive file to the widened sales layout,
      *               in which AR-SALES-THIS-YTD and AR-SALES-LAST-YTD
      *               grow from S9(5)V9(2) to S9(7)V9(2) within the same
      *               130-byte record, so CUSTREST can still restore
      *               accounts archived before the change. Its control
      *               report proves that records read equals records
      *               written and that the dollar totals of both sales
      *               fields agree in and out. An amount that is not
      *               numeric on the old file is converted as zero and
      *               listed, and any difference ends the run with
      *               return code 8 so the cutover is not made on a bad
      *               conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLD-ARCHIVE  ASSIGN TO ARCHFILE.
           SELECT NEW-ARCHIVE  ASSIGN TO NEWARCH.
           SELECT CONVERT-RPT  ASSIGN TO CNVARCH.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  OLD-ARCHIVE-RECORD.
           05  OAR-BRANCH-NUMBER       PIC 9(2).
           05  OAR-SALESREP-NUMBER     PIC 9(2).
           05  OAR-CUSTOMER-NUMBER     PIC 9(5).
           05  OAR-CUSTOMER-NAME       PIC X(20).
           05  OAR-SALES-THIS-YTD      PIC S9(5)V9(2).
           05  OAR-SALES-LAST-YTD      PIC S9(5)V9(2).
           05  OAR-REGION-CODE         PIC X(2).
           05  OAR-COMMISSION-RATE     PIC 9V9(4).
           05  OAR-ARCHIVE-DATE        PIC 9(8).
           05  FILLER                  PIC X(72).

       FD  NEW-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  NEW-ARCHIVE-RECORD.
           05  NAR-BRANCH-NUMBER       PIC 9(2).
           05  NAR-SALESREP-NUMBER     PIC 9(2).
           05  NAR-CUSTOMER-NUMBER     PIC 9(5).
           05  NAR-CUSTOMER-NAME       PIC X(20).
           05  NAR-SALES-THIS-YTD      PIC S9(7)V9(2).
           05  NAR-SALES-LAST-YTD      PIC S9(7)V9(2).
           05  NAR-REGION-CODE         PIC X(2).
           05  NAR-COMMISSION-RATE     PIC 9V9(4).
           05  NAR-ARCHIVE-DATE        PIC 9(8).
           05  FILLER                  PIC X(68).

       FD  CONVERT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  CONVERT-PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  ARCHIVE-EOF-SWITCH      PIC X    VALUE "N".

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
           05  FILLER                  PIC X(42)
                   VALUE "CNVARCH - ARCHIVE SALES FIELD CONVERSION".
           05  FILLER                  PIC X(12)
                   VALUE "RUN DATE: ".
           05  CHL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(68)   VALUE SPACE.

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
       000-CONVERT-CUSTOMER-ARCHIVE.
           OPEN INPUT  OLD-ARCHIVE
                OUTPUT NEW-ARCHIVE
                       CONVERT-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-DATE-YYYYMMDD TO CHL-RUN-DATE.
           MOVE CONVERT-HEADING-LINE TO CONVERT-PRINT-AREA.
           WRITE CONVERT-PRINT-AREA.
           PERFORM 100-READ-ARCHIVE-RECORD.
           PERFORM 200-CONVERT-ARCHIVE-RECORD
               UNTIL ARCHIVE-EOF-SWITCH = "Y".
           PERFORM 600-PRINT-CONVERSION-TOTALS.
           CLOSE OLD-ARCHIVE
                 NEW-ARCHIVE
                 CONVERT-RPT.
           STOP RUN.

       100-READ-ARCHIVE-RECORD.
           READ OLD-ARCHIVE
               AT END
                   MOVE "Y" TO ARCHIVE-EOF-SWITCH
           END-READ.
           IF ARCHIVE-EOF-SWITCH = "N"
              ADD 1 TO WS-RECORDS-READ.

       200-CONVERT-ARCHIVE-RECORD.
           MOVE SPACE TO NEW-ARCHIVE-RECORD.
           MOVE OAR-BRANCH-NUMBER   TO NAR-BRANCH-NUMBER.
           MOVE OAR-SALESREP-NUMBER TO NAR-SALESREP-NUMBER.
           MOVE OAR-CUSTOMER-NUMBER TO NAR-CUSTOMER-NUMBER.
           MOVE OAR-CUSTOMER-NAME   TO NAR-CUSTOMER-NAME.
           MOVE OAR-REGION-CODE     TO NAR-REGION-CODE.
           MOVE OAR-COMMISSION-RATE TO NAR-COMMISSION-RATE.
           MOVE OAR-ARCHIVE-DATE    TO NAR-ARCHIVE-DATE.
           IF OAR-SALES-THIS-YTD NUMERIC
              MOVE OAR-SALES-THIS-YTD TO NAR-SALES-THIS-YTD
              ADD OAR-SALES-THIS-YTD TO IN-SALES-THIS-YTD
           ELSE
              MOVE ZERO TO NAR-SALES-THIS-YTD
              MOVE "SALES THIS YTD" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           IF OAR-SALES-LAST-YTD NUMERIC
              MOVE OAR-SALES-LAST-YTD TO NAR-SALES-LAST-YTD
              ADD OAR-SALES-LAST-YTD TO IN-SALES-LAST-YTD
           ELSE
              MOVE ZERO TO NAR-SALES-LAST-YTD
              MOVE "SALES LAST YTD" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           WRITE NEW-ARCHIVE-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD NAR-SALES-THIS-YTD TO OUT-SALES-THIS-YTD.
           ADD NAR-SALES-LAST-YTD TO OUT-SALES-LAST-YTD.
           PERFORM 100-READ-ARCHIVE-RECORD.

       300-PRINT-NOT-NUMERIC.
           ADD 1 TO WS-NOT-NUMERIC-COUNT.
           MOVE WS-RECORDS-READ TO NNL-RECORD-NUMBER.
           MOVE OAR-BRANCH-NUMBER TO NNL-BRANCH-NUMBER.
           MOVE OAR-SALESREP-NUMBER TO NNL-SALESREP-NUMBER.
           MOVE OAR-CUSTOMER-NUMBER TO NNL-CUSTOMER-NUMBER.
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
