       IDENTIFICATION DIVISION.

       PROGRAM-ID. CNVHIST.
      *****************************************************************
      *  Programmers: Tristan Joubert
      *  Date.......: 15 October 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment5
      *  Description: CNVHIST is the one-time conversion of the
      *               SALESHIST monthly snapshot file to the widened
      *               sales layout, in which SH-SALES-THIS-YTD and
      *               SH-SALES-LAST-YTD grow from S9(5)V9(2) to
      *               S9(7)V9(2) within the same 60-byte record. It is
      *               also run against the history archive, which shares
      *               the layout. Its control report proves that records
      *               read equals records written and that the dollar
      *               totals of both sales fields agree in and out. An
      *               amount that is not numeric on the old file is
      *               converted as zero and listed, and any difference
      *               ends the run with return code 8 so the cutover is
      *               not made on a bad conversion.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLD-SALESHIST ASSIGN TO SALESHIST.
           SELECT NEW-SALESHIST ASSIGN TO NEWHIST.
           SELECT CONVERT-RPT  ASSIGN TO CNVHIST.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-SALESHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  OLD-HISTORY-RECORD.
           05  OSH-PERIOD-YEAR         PIC 9(4).
           05  OSH-PERIOD-MONTH        PIC 9(2).
           05  OSH-BRANCH-NUMBER       PIC 9(2).
           05  OSH-SALESREP-NUMBER     PIC 9(2).
           05  OSH-CUSTOMER-NUMBER     PIC 9(5).
           05  OSH-CUSTOMER-NAME       PIC X(20).
           05  OSH-SALES-THIS-YTD      PIC S9(5)V9(2).
           05  OSH-SALES-LAST-YTD      PIC S9(5)V9(2).
           05  FILLER                  PIC X(11).

       FD  NEW-SALESHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  NEW-HISTORY-RECORD.
           05  NSH-PERIOD-YEAR         PIC 9(4).
           05  NSH-PERIOD-MONTH        PIC 9(2).
           05  NSH-BRANCH-NUMBER       PIC 9(2).
           05  NSH-SALESREP-NUMBER     PIC 9(2).
           05  NSH-CUSTOMER-NUMBER     PIC 9(5).
           05  NSH-CUSTOMER-NAME       PIC X(20).
           05  NSH-SALES-THIS-YTD      PIC S9(7)V9(2).
           05  NSH-SALES-LAST-YTD      PIC S9(7)V9(2).
           05  FILLER                  PIC X(7).

       FD  CONVERT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  CONVERT-PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  SALESHIST-EOF-SWITCH    PIC X    VALUE "N".

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
           05  FILLER                  PIC X(44)
                   VALUE "CNVHIST - SALESHIST SALES FIELD CONVERSION".
           05  FILLER                  PIC X(12)
                   VALUE "RUN DATE: ".
           05  CHL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(66)   VALUE SPACE.

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
       000-CONVERT-SALES-HISTORY.
           OPEN INPUT  OLD-SALESHIST
                OUTPUT NEW-SALESHIST
                       CONVERT-RPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-DATE-YYYYMMDD TO CHL-RUN-DATE.
           MOVE CONVERT-HEADING-LINE TO CONVERT-PRINT-AREA.
           WRITE CONVERT-PRINT-AREA.
           PERFORM 100-READ-HISTORY-RECORD.
           PERFORM 200-CONVERT-HISTORY-RECORD
               UNTIL SALESHIST-EOF-SWITCH = "Y".
           PERFORM 600-PRINT-CONVERSION-TOTALS.
           CLOSE OLD-SALESHIST
                 NEW-SALESHIST
                 CONVERT-RPT.
           STOP RUN.

       100-READ-HISTORY-RECORD.
           READ OLD-SALESHIST
               AT END
                   MOVE "Y" TO SALESHIST-EOF-SWITCH
           END-READ.
           IF SALESHIST-EOF-SWITCH = "N"
              ADD 1 TO WS-RECORDS-READ.

       200-CONVERT-HISTORY-RECORD.
           MOVE SPACE TO NEW-HISTORY-RECORD.
           MOVE OSH-PERIOD-YEAR     TO NSH-PERIOD-YEAR.
           MOVE OSH-PERIOD-MONTH    TO NSH-PERIOD-MONTH.
           MOVE OSH-BRANCH-NUMBER   TO NSH-BRANCH-NUMBER.
           MOVE OSH-SALESREP-NUMBER TO NSH-SALESREP-NUMBER.
           MOVE OSH-CUSTOMER-NUMBER TO NSH-CUSTOMER-NUMBER.
           MOVE OSH-CUSTOMER-NAME   TO NSH-CUSTOMER-NAME.
           IF OSH-SALES-THIS-YTD NUMERIC
              MOVE OSH-SALES-THIS-YTD TO NSH-SALES-THIS-YTD
              ADD OSH-SALES-THIS-YTD TO IN-SALES-THIS-YTD
           ELSE
              MOVE ZERO TO NSH-SALES-THIS-YTD
              MOVE "SALES THIS YTD" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           IF OSH-SALES-LAST-YTD NUMERIC
              MOVE OSH-SALES-LAST-YTD TO NSH-SALES-LAST-YTD
              ADD OSH-SALES-LAST-YTD TO IN-SALES-LAST-YTD
           ELSE
              MOVE ZERO TO NSH-SALES-LAST-YTD
              MOVE "SALES LAST YTD" TO NNL-FIELD-NAME
              PERFORM 300-PRINT-NOT-NUMERIC
           END-IF.
           WRITE NEW-HISTORY-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD NSH-SALES-THIS-YTD TO OUT-SALES-THIS-YTD.
           ADD NSH-SALES-LAST-YTD TO OUT-SALES-LAST-YTD.
           PERFORM 100-READ-HISTORY-RECORD.

       300-PRINT-NOT-NUMERIC.
           ADD 1 TO WS-NOT-NUMERIC-COUNT.
           MOVE WS-RECORDS-READ TO NNL-RECORD-NUMBER.
           MOVE OSH-BRANCH-NUMBER TO NNL-BRANCH-NUMBER.
           MOVE OSH-SALESREP-NUMBER TO NNL-SALESREP-NUMBER.
           MOVE OSH-CUSTOMER-NUMBER TO NNL-CUSTOMER-NUMBER.
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
