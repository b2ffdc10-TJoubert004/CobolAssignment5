       IDENTIFICATION DIVISION.

       PROGRAM-ID. COMMACCR.
      *****************************************************************
      *  Programmers: Tristan Joubert
      *  Date.......: 15 October 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment5
      *  Description: COMMACCR is the month-end commission accrual
      *               for the general ledger. It totals each
      *               salesrep/region's YTD commission from the
      *               commission detail file COMMCALC writes, the same
      *               figure REPCOMM reports, and subtracts
      *               PD-PAID-TO-DATE from the commissions-paid-to-date
      *               file COMMPAY maintains. What is left is commission
      *               earned but not yet paid. Each group's accrual is
      *               charged to the branches its commission was earned
      *               in, in proportion to that branch's share, and a
      *               balanced journal is written for the general
      *               ledger interface: per branch a debit to the
      *               commission expense account and a credit to
      *               accrued commissions, dated the last day of the
      *               period, followed by the reversing entries dated
      *               the first day of the next period. A group paid
      *               ahead of what it has earned is not accrued. The
      *               period and the two account numbers come from an
      *               optional ACCRCARD (default current month, 610500
      *               and 215000). The control listing shows every
      *               group, every journal line and proves that debits
      *               equal credits and that the accrual ties to the
      *               REPCOMM commission total less the COMMPAY paid to
      *               date total; if either proof fails the run ends
      *               with return code 8. Commission detail calculated
      *               for any year other than the accrual period's
      *               year is counted on the listing and also fails the
      *               accrual proof, since COMMCALC was run for the
      *               wrong year.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT COMM-DETAIL   ASSIGN TO COMMDTL.
           SELECT OPTIONAL PAID-TO-DATE ASSIGN TO PAIDTD.
           SELECT OPTIONAL ACCRUAL-CARD ASSIGN TO ACCRCARD.
           SELECT GL-JOURNAL    ASSIGN TO GLJRNL.
           SELECT ACCRUAL-RPT   ASSIGN TO COMMACCR.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK12.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG.
           SELECT OPTIONAL GEN-CARD ASSIGN TO GENCARD.

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
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  PAID-TO-DATE-RECORD.
           05  PD-KEY.
               10  PD-SALESREP-NUMBER  PIC 9(2).
               10  PD-REGION-CODE      PIC X(2).
           05  PD-PAID-TO-DATE         PIC S9(7)V9(2).
           05  FILLER                  PIC X(67).

       FD  ACCRUAL-CARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  ACCRUAL-CARD-RECORD.
           05  AC-PERIOD-YEAR          PIC 9(4).
           05  AC-PERIOD-MONTH         PIC 9(2).
           05  AC-EXPENSE-ACCOUNT      PIC X(6).
           05  AC-ACCRUED-ACCOUNT      PIC X(6).
           05  FILLER                  PIC X(62).

       FD  GL-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05  GJ-SOURCE               PIC X(8).
           05  GJ-ENTRY-TYPE           PIC X(1).
           05  GJ-EFFECTIVE-DATE       PIC 9(8).
           05  GJ-PERIOD-YEAR          PIC 9(4).
           05  GJ-PERIOD-MONTH         PIC 9(2).
           05  GJ-ACCOUNT-NUMBER       PIC X(6).
           05  GJ-COST-CENTRE          PIC 9(2).
           05  GJ-DEBIT-CREDIT         PIC X(1).
           05  GJ-AMOUNT               PIC 9(9)V9(2).
           05  GJ-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(17).

       FD  ACCRUAL-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  ACCRUAL-PRINT-AREA      PIC X(130).

       FD  RUN-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  RUN-LOG-RECORD.
           05  RL-PROGRAM-ID           PIC X(8).
           05  RL-RUN-DATE             PIC 9(8).
           05  RL-RUN-TIME             PIC 9(6).
           05  RL-FILE-IDENT           PIC X(16).
           05  RL-RECORDS-READ         PIC 9(7).
           05  RL-RECORDS-WRITTEN      PIC 9(7).
           05  RL-RUN-STATUS           PIC X(8).
           05  FILLER                  PIC X(20).

       FD  GEN-CARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  GEN-CARD-RECORD.
           05  GC-FILE-IDENT           PIC X(16).
           05  FILLER                  PIC X(64).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-SALESREP-NUMBER      PIC 9(2).
           05  SR-REGION-CODE          PIC X(2).
           05  SR-BRANCH-NUMBER        PIC 9(2).
           05  SR-COMMISSION-EARNED    PIC S9(7)V9(2).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  COMMDTL-EOF-SWITCH      PIC X    VALUE "N".
           05  PAID-EOF-SWITCH         PIC X    VALUE "N".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
           05  JOURNAL-BALANCED-SWITCH PIC X    VALUE "Y".
           05  ACCRUAL-TIED-SWITCH     PIC X    VALUE "Y".
           05  REPORT-SECTION-SWITCH   PIC X    VALUE "G".

       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.

       01  RUN-LOG-FIELDS.
           05  WS-RUN-FILE-IDENT       PIC X(16)   VALUE SPACE.
           05  WS-RECORDS-READ-LOG     PIC 9(7)    VALUE ZERO.
           05  WS-JOURNAL-WRITTEN-LOG  PIC 9(7)    VALUE ZERO.

       01  RUN-LOG-DATE-TIME.
           05  RLW-DATE                PIC 9(8).
           05  RLW-TIME                PIC 9(6).
           05  FILLER                  PIC X(7).

       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE-YYYYMMDD        PIC 9(8).
           05  CD-DATE-PARTS REDEFINES CD-DATE-YYYYMMDD.
               10  CD-YEAR             PIC 9(4).
               10  CD-MONTH            PIC 9(2).
               10  CD-DAY              PIC 9(2).
           05  FILLER                  PIC X(13).

       01  PERIOD-FIELDS.
           05  WS-PERIOD-YEAR          PIC 9(4).
           05  WS-PERIOD-MONTH         PIC 9(2).
           05  WS-EXPENSE-ACCOUNT      PIC X(6)    VALUE "610500".
           05  WS-ACCRUED-ACCOUNT      PIC X(6)    VALUE "215000".
           05  WS-PERIOD-END-DATE.
               10  WS-PERIOD-END-YEAR  PIC 9(4).
               10  WS-PERIOD-END-MONTH PIC 9(2).
               10  WS-PERIOD-END-DAY   PIC 9(2).
           05  WS-REVERSAL-DATE.
               10  WS-REVERSAL-YEAR    PIC 9(4).
               10  WS-REVERSAL-MONTH   PIC 9(2).
               10  WS-REVERSAL-DAY     PIC 9(2).
           05  WS-LEAP-QUOTIENT        PIC 9(4).
           05  WS-LEAP-REMAINDER-4     PIC 9(4).
           05  WS-LEAP-REMAINDER-100   PIC 9(4).
           05  WS-LEAP-REMAINDER-400   PIC 9(4).

       01  MONTH-DAYS-VALUES.
           05  FILLER                  PIC X(24)
                   VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  MD-DAYS OCCURS 12 TIMES PIC 9(2).

       01  CONTROL-FIELDS.
           05  WS-GROUP-KEY.
               10  WS-GROUP-SALESREP   PIC 9(2).
               10  WS-GROUP-REGION     PIC X(2).

       01  GROUP-TOTAL-FIELDS.
           05  GROUP-COMMISSION        PIC S9(9)V99  VALUE ZERO.
           05  WS-GB-COUNT             PIC 999       VALUE ZERO.
           05  WS-GB-SUB               PIC 999.

       01  GROUP-BRANCH-TABLE.
           05  GB-ENTRY OCCURS 100 TIMES.
               10  GB-BRANCH-NUMBER    PIC 9(2).
               10  GB-COMMISSION       PIC S9(9)V99.
               10  GB-ACCRUAL          PIC S9(9)V99.

       01  BRANCH-ACCRUAL-TABLE.
           05  BA-ENTRY OCCURS 100 TIMES.
               10  BA-ACCRUAL          PIC S9(11)V99.

       01  CALCULATION-FIELDS.
           05  WS-BRANCH-SUB           PIC 999.
           05  WS-PAID-AMOUNT          PIC S9(7)V99   VALUE ZERO.
           05  WS-ACCRUAL-AMOUNT       PIC S9(9)V99   VALUE ZERO.
           05  WS-ALLOCATED-AMOUNT     PIC S9(9)V99   VALUE ZERO.
           05  WS-JOURNAL-AMOUNT       PIC S9(11)V99  VALUE ZERO.
           05  WS-ENTRY-TYPE           PIC X(1).
           05  WS-EXPENSE-SIDE         PIC X(1).
           05  WS-ACCRUED-SIDE         PIC X(1).

       01  RUN-TOTAL-FIELDS.
           05  WS-TOTAL-COMMISSION     PIC S9(11)V99  VALUE ZERO.
           05  WS-TOTAL-PAID           PIC S9(11)V99  VALUE ZERO.
           05  WS-NET-UNPAID           PIC S9(11)V99  VALUE ZERO.
           05  WS-TOTAL-ACCRUAL        PIC S9(11)V99  VALUE ZERO.
           05  WS-TOTAL-PAID-AHEAD     PIC S9(11)V99  VALUE ZERO.
           05  WS-PROOF-AMOUNT         PIC S9(11)V99  VALUE ZERO.
           05  WS-ALLOCATED-TOTAL      PIC S9(11)V99  VALUE ZERO.
           05  WS-ACCRUAL-DEBITS       PIC S9(11)V99  VALUE ZERO.
           05  WS-ACCRUAL-CREDITS      PIC S9(11)V99  VALUE ZERO.
           05  WS-REVERSAL-DEBITS      PIC S9(11)V99  VALUE ZERO.
           05  WS-REVERSAL-CREDITS     PIC S9(11)V99  VALUE ZERO.
           05  WS-GROUPS-PROCESSED     PIC 9(5)       VALUE ZERO.
           05  WS-GROUPS-ACCRUED       PIC 9(5)       VALUE ZERO.
           05  WS-GROUPS-PAID-AHEAD    PIC 9(5)       VALUE ZERO.
           05  WS-PAID-NO-COMMISSION   PIC 9(5)       VALUE ZERO.
           05  WS-WRONG-YEAR-RECORDS   PIC 9(7)       VALUE ZERO.

       01  ACCRUAL-HEADING-LINE-1.
           05  FILLER          PIC X(41)
                   VALUE "COMMACCR - COMMISSION ACCRUAL JOURNAL".
           05  FILLER          PIC X(8)    VALUE "PERIOD: ".
           05  AH1-PERIOD-YEAR PIC 9(4).
           05  FILLER          PIC X(1)    VALUE "/".
           05  AH1-PERIOD-MONTH PIC 9(2).
           05  FILLER          PIC X(12)   VALUE "   RUN DATE:".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  AH1-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "PAGE: ".
           05  AH1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(34)   VALUE SPACE.

       01  ACCRUAL-HEADING-LINE-2.
           05  FILLER PIC X(5)  VALUE "REP  ".
           05  FILLER PIC X(8)  VALUE "REGION  ".
           05  FILLER PIC X(18) VALUE " YTD COMMISSION".
           05  FILLER PIC X(18) VALUE "   PAID TO DATE".
           05  FILLER PIC X(18) VALUE "        ACCRUAL".
           05  FILLER PIC X(63) VALUE SPACE.

       01  GROUP-ACCRUAL-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  GAL-SALESREP-NUMBER     PIC 9(2).
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  GAL-REGION-CODE         PIC X(2).
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  GAL-YTD-COMMISSION      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  GAL-PAID-TO-DATE        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  GAL-ACCRUAL             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  GAL-NOTE                PIC X(30).
           05  FILLER                  PIC X(31)   VALUE SPACE.

       01  BRANCH-ALLOCATION-LINE.
           05  FILLER                  PIC X(15)   VALUE SPACE.
           05  FILLER                  PIC X(14)
                   VALUE "CHARGE BRANCH ".
           05  BAL-BRANCH-NUMBER       PIC 9(2).
           05  FILLER                  PIC X(20)   VALUE SPACE.
           05  BAL-ACCRUAL             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(64)   VALUE SPACE.

       01  JOURNAL-HEADING-LINE.
           05  FILLER PIC X(22) VALUE "GENERAL LEDGER JOURNAL".
           05  FILLER PIC X(108) VALUE SPACE.

       01  JOURNAL-COLUMN-LINE.
           05  FILLER PIC X(12) VALUE "  ENTRY".
           05  FILLER PIC X(10) VALUE "EFFECTIVE".
           05  FILLER PIC X(11) VALUE "ACCOUNT".
           05  FILLER PIC X(16) VALUE "          DEBIT".
           05  FILLER PIC X(16) VALUE "         CREDIT".
           05  FILLER PIC X(65) VALUE "DESCRIPTION".

       01  JOURNAL-DETAIL-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JDL-ENTRY-TYPE          PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JDL-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JDL-ACCOUNT-NUMBER      PIC X(6).
           05  FILLER                  PIC X(1)    VALUE "-".
           05  JDL-COST-CENTRE         PIC 9(2).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JDL-DEBIT               PIC X(14).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JDL-CREDIT              PIC X(14).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JDL-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(45)   VALUE SPACE.

       01  JOURNAL-EDIT-FIELDS.
           05  WS-EDIT-JOURNAL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.

       01  NO-JOURNAL-LINE.
           05  FILLER                  PIC X(40)
                   VALUE "NO COMMISSION TO ACCRUE THIS PERIOD".
           05  FILLER                  PIC X(90)   VALUE SPACE.

       01  CONTROL-HEADING-LINE.
           05  FILLER PIC X(16) VALUE "CONTROL TOTALS".
           05  FILLER PIC X(114) VALUE SPACE.

       01  CONTROL-AMOUNT-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CAL-DESCRIPTION         PIC X(40).
           05  CAL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(71)   VALUE SPACE.

       01  CONTROL-COUNT-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CCL-DESCRIPTION         PIC X(40).
           05  FILLER                  PIC X(7)    VALUE SPACE.
           05  CCL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(72)   VALUE SPACE.

       01  CONTROL-RESULT-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CRL-DESCRIPTION         PIC X(40).
           05  CRL-RESULT              PIC X(3).
           05  FILLER                  PIC X(85)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PREPARE-ACCRUAL-JOURNAL.
           PERFORM 900-LOG-RUN-START.
           PERFORM 050-READ-ACCRUAL-CARD.
           PERFORM 070-CLEAR-BRANCH-ACCRUAL
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 100.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-SALESREP-NUMBER
                                SR-REGION-CODE
                                SR-BRANCH-NUMBER
               INPUT PROCEDURE IS 200-SELECT-COMMISSION-RECORDS
               OUTPUT PROCEDURE IS 400-PREPARE-ACCRUAL.
           PERFORM 950-LOG-RUN-END.
           STOP RUN.

       050-READ-ACCRUAL-CARD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR  TO WS-PERIOD-YEAR.
           MOVE CD-MONTH TO WS-PERIOD-MONTH.
           OPEN INPUT ACCRUAL-CARD.
           READ ACCRUAL-CARD
               AT END
                   NEXT SENTENCE
               NOT AT END
                   IF AC-PERIOD-YEAR NUMERIC
                      AND AC-PERIOD-YEAR > ZERO
                      AND AC-PERIOD-MONTH NUMERIC
                      AND AC-PERIOD-MONTH >= 1
                      AND AC-PERIOD-MONTH <= 12
                      MOVE AC-PERIOD-YEAR  TO WS-PERIOD-YEAR
                      MOVE AC-PERIOD-MONTH TO WS-PERIOD-MONTH
                   END-IF
                   IF AC-EXPENSE-ACCOUNT NOT = SPACE
                      MOVE AC-EXPENSE-ACCOUNT TO WS-EXPENSE-ACCOUNT
                   END-IF
                   IF AC-ACCRUED-ACCOUNT NOT = SPACE
                      MOVE AC-ACCRUED-ACCOUNT TO WS-ACCRUED-ACCOUNT
                   END-IF
           END-READ.
           CLOSE ACCRUAL-CARD.
           PERFORM 060-SET-PERIOD-DATES.

       060-SET-PERIOD-DATES.
           MOVE WS-PERIOD-YEAR  TO WS-PERIOD-END-YEAR.
           MOVE WS-PERIOD-MONTH TO WS-PERIOD-END-MONTH.
           MOVE MD-DAYS (WS-PERIOD-MONTH) TO WS-PERIOD-END-DAY.
           IF WS-PERIOD-MONTH = 2
              DIVIDE WS-PERIOD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REMAINDER-4
              DIVIDE WS-PERIOD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REMAINDER-100
              DIVIDE WS-PERIOD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REMAINDER-400
              IF WS-LEAP-REMAINDER-4 = ZERO
                 AND (WS-LEAP-REMAINDER-100 NOT = ZERO
                      OR WS-LEAP-REMAINDER-400 = ZERO)
                 MOVE 29 TO WS-PERIOD-END-DAY
              END-IF
           END-IF.
           IF WS-PERIOD-MONTH = 12
              COMPUTE WS-REVERSAL-YEAR = WS-PERIOD-YEAR + 1
              MOVE 1 TO WS-REVERSAL-MONTH
           ELSE
              MOVE WS-PERIOD-YEAR TO WS-REVERSAL-YEAR
              COMPUTE WS-REVERSAL-MONTH = WS-PERIOD-MONTH + 1
           END-IF.
           MOVE 1 TO WS-REVERSAL-DAY.

       070-CLEAR-BRANCH-ACCRUAL.
           MOVE ZERO TO BA-ACCRUAL (WS-BRANCH-SUB).

       200-SELECT-COMMISSION-RECORDS.
           OPEN INPUT COMM-DETAIL.
           PERFORM 210-PROCESS-COMMISSION-RECORDS
               UNTIL COMMDTL-EOF-SWITCH = "Y".
           CLOSE COMM-DETAIL.

       210-PROCESS-COMMISSION-RECORDS.
           READ COMM-DETAIL
               AT END
                   MOVE "Y" TO COMMDTL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-LOG
                   IF CE-CALC-YEAR NOT = WS-PERIOD-YEAR
                      ADD 1 TO WS-WRONG-YEAR-RECORDS
                   END-IF
                   PERFORM 220-RELEASE-COMMISSION-RECORD
           END-READ.

       220-RELEASE-COMMISSION-RECORD.
           MOVE CE-SALESREP-NUMBER   TO SR-SALESREP-NUMBER.
           MOVE CE-REGION-CODE       TO SR-REGION-CODE.
           MOVE CE-BRANCH-NUMBER     TO SR-BRANCH-NUMBER.
           MOVE CE-COMMISSION-EARNED TO SR-COMMISSION-EARNED.
           RELEASE SORT-WORK-RECORD.

       400-PREPARE-ACCRUAL.
           OPEN INPUT  PAID-TO-DATE
                OUTPUT GL-JOURNAL
                       ACCRUAL-RPT.
           PERFORM 410-PRINT-HEADING-LINES.
           PERFORM 415-READ-PAID-RECORD.
           PERFORM 420-RETURN-SORT-RECORDS
               UNTIL SORT-EOF-SWITCH = "Y".
           IF FIRST-RECORD-SWITCH = "N"
              PERFORM 500-SETTLE-GROUP.
           PERFORM 520-LIST-UNMATCHED-PAID
               UNTIL PAID-EOF-SWITCH = "Y".
           PERFORM 600-WRITE-JOURNAL.
           PERFORM 700-PRINT-CONTROL-TOTALS.
           CLOSE PAID-TO-DATE
                 GL-JOURNAL
                 ACCRUAL-RPT.
           IF JOURNAL-BALANCED-SWITCH = "N"
              OR ACCRUAL-TIED-SWITCH = "N"
              MOVE 8 TO RETURN-CODE.

       410-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE WS-PERIOD-YEAR   TO AH1-PERIOD-YEAR.
           MOVE WS-PERIOD-MONTH  TO AH1-PERIOD-MONTH.
           MOVE CD-DATE-YYYYMMDD TO AH1-RUN-DATE.
           MOVE PAGE-COUNT       TO AH1-PAGE-NUMBER.
           MOVE ACCRUAL-HEADING-LINE-1 TO ACCRUAL-PRINT-AREA.
           WRITE ACCRUAL-PRINT-AREA AFTER ADVANCING PAGE.
           IF REPORT-SECTION-SWITCH = "G"
              MOVE ACCRUAL-HEADING-LINE-2 TO ACCRUAL-PRINT-AREA
              WRITE ACCRUAL-PRINT-AREA AFTER ADVANCING 2 LINES
           END-IF.
           IF REPORT-SECTION-SWITCH = "J"
              MOVE JOURNAL-HEADING-LINE TO ACCRUAL-PRINT-AREA
              WRITE ACCRUAL-PRINT-AREA AFTER ADVANCING 2 LINES
              MOVE JOURNAL-COLUMN-LINE TO ACCRUAL-PRINT-AREA
              WRITE ACCRUAL-PRINT-AREA AFTER ADVANCING 2 LINES
           END-IF.
           MOVE ZERO TO LINE-COUNT.

       415-READ-PAID-RECORD.
           READ PAID-TO-DATE
               AT END
                   MOVE "Y" TO PAID-EOF-SWITCH
           END-READ.

       420-RETURN-SORT-RECORDS.
           RETURN SORT-WORK-FILE INTO SORT-WORK-RECORD
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 430-EVALUATE-SORTED-RECORD
           END-RETURN.

       430-EVALUATE-SORTED-RECORD.
           IF FIRST-RECORD-SWITCH = "Y"
              MOVE "N" TO FIRST-RECORD-SWITCH
              MOVE SR-SALESREP-NUMBER TO WS-GROUP-SALESREP
              MOVE SR-REGION-CODE     TO WS-GROUP-REGION
           ELSE
              IF SR-SALESREP-NUMBER NOT = WS-GROUP-SALESREP
                 OR SR-REGION-CODE NOT = WS-GROUP-REGION
                 PERFORM 500-SETTLE-GROUP
                 MOVE SR-SALESREP-NUMBER TO WS-GROUP-SALESREP
                 MOVE SR-REGION-CODE     TO WS-GROUP-REGION
              END-IF
           END-IF.
           ADD SR-COMMISSION-EARNED TO GROUP-COMMISSION.
           PERFORM 435-ADD-TO-GROUP-BRANCH.

       435-ADD-TO-GROUP-BRANCH.
           IF WS-GB-COUNT > ZERO
              AND GB-BRANCH-NUMBER (WS-GB-COUNT) = SR-BRANCH-NUMBER
              ADD SR-COMMISSION-EARNED TO GB-COMMISSION (WS-GB-COUNT)
           ELSE
              ADD 1 TO WS-GB-COUNT
              MOVE SR-BRANCH-NUMBER
                  TO GB-BRANCH-NUMBER (WS-GB-COUNT)
              MOVE SR-COMMISSION-EARNED
                  TO GB-COMMISSION (WS-GB-COUNT)
              MOVE ZERO TO GB-ACCRUAL (WS-GB-COUNT)
           END-IF.

       500-SETTLE-GROUP.
           ADD 1 TO WS-GROUPS-PROCESSED.
           PERFORM 520-LIST-UNMATCHED-PAID
               UNTIL PAID-EOF-SWITCH = "Y"
                  OR PD-KEY >= WS-GROUP-KEY.
           IF PAID-EOF-SWITCH = "N"
              AND PD-KEY = WS-GROUP-KEY
              MOVE PD-PAID-TO-DATE TO WS-PAID-AMOUNT
              PERFORM 415-READ-PAID-RECORD
           ELSE
              MOVE ZERO TO WS-PAID-AMOUNT
           END-IF.
           ADD GROUP-COMMISSION TO WS-TOTAL-COMMISSION.
           ADD WS-PAID-AMOUNT   TO WS-TOTAL-PAID.
           COMPUTE WS-ACCRUAL-AMOUNT =
               GROUP-COMMISSION - WS-PAID-AMOUNT.
           IF LINE-COUNT + WS-GB-COUNT + 1 >= LINES-ON-PAGE
              PERFORM 410-PRINT-HEADING-LINES.
           MOVE WS-GROUP-SALESREP TO GAL-SALESREP-NUMBER.
           MOVE WS-GROUP-REGION   TO GAL-REGION-CODE.
           MOVE GROUP-COMMISSION  TO GAL-YTD-COMMISSION.
           MOVE WS-PAID-AMOUNT    TO GAL-PAID-TO-DATE.
           MOVE WS-ACCRUAL-AMOUNT TO GAL-ACCRUAL.
           IF WS-ACCRUAL-AMOUNT > ZERO
              ADD 1 TO WS-GROUPS-ACCRUED
              ADD WS-ACCRUAL-AMOUNT TO WS-TOTAL-ACCRUAL
              MOVE SPACE TO GAL-NOTE
              PERFORM 540-PRINT-GROUP-LINE
              MOVE WS-ACCRUAL-AMOUNT TO WS-ALLOCATED-AMOUNT
              PERFORM 510-ALLOCATE-TO-BRANCH
                  VARYING WS-GB-SUB FROM 1 BY 1
                  UNTIL WS-GB-SUB > WS-GB-COUNT
           ELSE
              IF WS-ACCRUAL-AMOUNT < ZERO
                 ADD 1 TO WS-GROUPS-PAID-AHEAD
                 ADD WS-ACCRUAL-AMOUNT TO WS-TOTAL-PAID-AHEAD
                 MOVE "PAID AHEAD - NOT ACCRUED" TO GAL-NOTE
              ELSE
                 MOVE "FULLY PAID" TO GAL-NOTE
              END-IF
              PERFORM 540-PRINT-GROUP-LINE
           END-IF.
           MOVE ZERO TO GROUP-COMMISSION.
           MOVE ZERO TO WS-GB-COUNT.

       510-ALLOCATE-TO-BRANCH.
           IF WS-GB-SUB = WS-GB-COUNT
              MOVE WS-ALLOCATED-AMOUNT TO GB-ACCRUAL (WS-GB-SUB)
           ELSE
              COMPUTE GB-ACCRUAL (WS-GB-SUB) ROUNDED =
                  WS-ACCRUAL-AMOUNT * GB-COMMISSION (WS-GB-SUB)
                      / GROUP-COMMISSION
                  ON SIZE ERROR
                      MOVE ZERO TO GB-ACCRUAL (WS-GB-SUB)
              END-COMPUTE
              SUBTRACT GB-ACCRUAL (WS-GB-SUB) FROM WS-ALLOCATED-AMOUNT
           END-IF.
           COMPUTE WS-BRANCH-SUB = GB-BRANCH-NUMBER (WS-GB-SUB) + 1.
           ADD GB-ACCRUAL (WS-GB-SUB) TO BA-ACCRUAL (WS-BRANCH-SUB).
           ADD GB-ACCRUAL (WS-GB-SUB) TO WS-ALLOCATED-TOTAL.
           MOVE GB-BRANCH-NUMBER (WS-GB-SUB) TO BAL-BRANCH-NUMBER.
           MOVE GB-ACCRUAL (WS-GB-SUB)       TO BAL-ACCRUAL.
           MOVE BRANCH-ALLOCATION-LINE TO ACCRUAL-PRINT-AREA.
           WRITE ACCRUAL-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       520-LIST-UNMATCHED-PAID.
           ADD 1 TO WS-PAID-NO-COMMISSION.
           ADD PD-PAID-TO-DATE TO WS-TOTAL-PAID.
           SUBTRACT PD-PAID-TO-DATE FROM WS-TOTAL-PAID-AHEAD.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 410-PRINT-HEADING-LINES.
           MOVE PD-SALESREP-NUMBER TO GAL-SALESREP-NUMBER.
           MOVE PD-REGION-CODE     TO GAL-REGION-CODE.
           MOVE ZERO               TO GAL-YTD-COMMISSION.
           MOVE PD-PAID-TO-DATE    TO GAL-PAID-TO-DATE.
           COMPUTE WS-ACCRUAL-AMOUNT = ZERO - PD-PAID-TO-DATE.
           MOVE WS-ACCRUAL-AMOUNT  TO GAL-ACCRUAL.
           MOVE "PAID, NO COMMISSION ON FILE" TO GAL-NOTE.
           PERFORM 540-PRINT-GROUP-LINE.
           PERFORM 415-READ-PAID-RECORD.

       540-PRINT-GROUP-LINE.
           MOVE GROUP-ACCRUAL-LINE TO ACCRUAL-PRINT-AREA.
           WRITE ACCRUAL-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       600-WRITE-JOURNAL.
           IF LINE-COUNT + 6 >= LINES-ON-PAGE
              PERFORM 410-PRINT-HEADING-LINES.
           MOVE JOURNAL-HEADING-LINE TO ACCRUAL-PRINT-AREA.
           WRITE ACCRUAL-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE JOURNAL-COLUMN-LINE TO ACCRUAL-PRINT-AREA.
           WRITE ACCRUAL-PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 5 TO LINE-COUNT.
           MOVE "J" TO REPORT-SECTION-SWITCH.
           IF WS-TOTAL-ACCRUAL = ZERO
              MOVE NO-JOURNAL-LINE TO ACCRUAL-PRINT-AREA
              WRITE ACCRUAL-PRINT-AREA
              ADD 1 TO LINE-COUNT
           ELSE
              MOVE "A" TO WS-ENTRY-TYPE
              PERFORM 610-WRITE-BRANCH-ENTRIES
                  VARYING WS-BRANCH-SUB FROM 1 BY 1
                  UNTIL WS-BRANCH-SUB > 100
              MOVE "R" TO WS-ENTRY-TYPE
              PERFORM 610-WRITE-BRANCH-ENTRIES
                  VARYING WS-BRANCH-SUB FROM 1 BY 1
                  UNTIL WS-BRANCH-SUB > 100
           END-IF.

       610-WRITE-BRANCH-ENTRIES.
           IF BA-ACCRUAL (WS-BRANCH-SUB) NOT = ZERO
              IF BA-ACCRUAL (WS-BRANCH-SUB) > ZERO
                 MOVE BA-ACCRUAL (WS-BRANCH-SUB) TO WS-JOURNAL-AMOUNT
                 MOVE "D" TO WS-EXPENSE-SIDE
                 MOVE "C" TO WS-ACCRUED-SIDE
              ELSE
                 COMPUTE WS-JOURNAL-AMOUNT =
                     ZERO - BA-ACCRUAL (WS-BRANCH-SUB)
                 MOVE "C" TO WS-EXPENSE-SIDE
                 MOVE "D" TO WS-ACCRUED-SIDE
              END-IF
              IF WS-ENTRY-TYPE = "R"
                 MOVE WS-EXPENSE-SIDE TO WS-ACCRUED-SIDE
                 IF WS-ACCRUED-SIDE = "D"
                    MOVE "C" TO WS-EXPENSE-SIDE
                 ELSE
                    MOVE "D" TO WS-EXPENSE-SIDE
                 END-IF
              END-IF
              MOVE WS-EXPENSE-ACCOUNT TO GJ-ACCOUNT-NUMBER
              MOVE WS-EXPENSE-SIDE    TO GJ-DEBIT-CREDIT
              PERFORM 620-WRITE-JOURNAL-RECORD
              MOVE WS-ACCRUED-ACCOUNT TO GJ-ACCOUNT-NUMBER
              MOVE WS-ACCRUED-SIDE    TO GJ-DEBIT-CREDIT
              PERFORM 620-WRITE-JOURNAL-RECORD
           END-IF.

       620-WRITE-JOURNAL-RECORD.
           MOVE "COMMACCR"           TO GJ-SOURCE.
           MOVE WS-ENTRY-TYPE        TO GJ-ENTRY-TYPE.
           COMPUTE GJ-COST-CENTRE = WS-BRANCH-SUB - 1.
           MOVE WS-JOURNAL-AMOUNT    TO GJ-AMOUNT.
           MOVE SPACE                TO JDL-DEBIT.
           MOVE SPACE                TO JDL-CREDIT.
           MOVE WS-JOURNAL-AMOUNT    TO WS-EDIT-JOURNAL-AMOUNT.
           IF WS-ENTRY-TYPE = "A"
              MOVE WS-PERIOD-END-DATE  TO GJ-EFFECTIVE-DATE
              MOVE WS-PERIOD-YEAR      TO GJ-PERIOD-YEAR
              MOVE WS-PERIOD-MONTH     TO GJ-PERIOD-MONTH
              MOVE "COMMISSION ACCRUAL" TO GJ-DESCRIPTION
              MOVE "ACCRUAL "          TO JDL-ENTRY-TYPE
              IF GJ-DEBIT-CREDIT = "D"
                 ADD WS-JOURNAL-AMOUNT TO WS-ACCRUAL-DEBITS
                 MOVE WS-EDIT-JOURNAL-AMOUNT TO JDL-DEBIT
              ELSE
                 ADD WS-JOURNAL-AMOUNT TO WS-ACCRUAL-CREDITS
                 MOVE WS-EDIT-JOURNAL-AMOUNT TO JDL-CREDIT
              END-IF
           ELSE
              MOVE WS-REVERSAL-DATE    TO GJ-EFFECTIVE-DATE
              MOVE WS-REVERSAL-YEAR    TO GJ-PERIOD-YEAR
              MOVE WS-REVERSAL-MONTH   TO GJ-PERIOD-MONTH
              MOVE "REVERSE COMM ACCRUAL" TO GJ-DESCRIPTION
              MOVE "REVERSAL"          TO JDL-ENTRY-TYPE
              IF GJ-DEBIT-CREDIT = "D"
                 ADD WS-JOURNAL-AMOUNT TO WS-REVERSAL-DEBITS
                 MOVE WS-EDIT-JOURNAL-AMOUNT TO JDL-DEBIT
              ELSE
                 ADD WS-JOURNAL-AMOUNT TO WS-REVERSAL-CREDITS
                 MOVE WS-EDIT-JOURNAL-AMOUNT TO JDL-CREDIT
              END-IF
           END-IF.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-WRITTEN-LOG.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 410-PRINT-HEADING-LINES.
           MOVE GJ-EFFECTIVE-DATE    TO JDL-EFFECTIVE-DATE.
           MOVE GJ-ACCOUNT-NUMBER    TO JDL-ACCOUNT-NUMBER.
           MOVE GJ-COST-CENTRE       TO JDL-COST-CENTRE.
           MOVE GJ-DESCRIPTION       TO JDL-DESCRIPTION.
           MOVE JOURNAL-DETAIL-LINE TO ACCRUAL-PRINT-AREA.
           WRITE ACCRUAL-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       700-PRINT-CONTROL-TOTALS.
           COMPUTE WS-NET-UNPAID =
               WS-TOTAL-COMMISSION - WS-TOTAL-PAID.
           COMPUTE WS-PROOF-AMOUNT =
               WS-TOTAL-ACCRUAL + WS-TOTAL-PAID-AHEAD.
           IF WS-ACCRUAL-DEBITS NOT = WS-ACCRUAL-CREDITS
              OR WS-REVERSAL-DEBITS NOT = WS-REVERSAL-CREDITS
              OR WS-ACCRUAL-DEBITS NOT = WS-REVERSAL-CREDITS
              MOVE "N" TO JOURNAL-BALANCED-SWITCH.
           IF WS-PROOF-AMOUNT NOT = WS-NET-UNPAID
              OR WS-ALLOCATED-TOTAL NOT = WS-TOTAL-ACCRUAL
              OR WS-WRONG-YEAR-RECORDS > ZERO
              MOVE "N" TO ACCRUAL-TIED-SWITCH.
           MOVE "C" TO REPORT-SECTION-SWITCH.
           IF LINE-COUNT + 25 >= LINES-ON-PAGE
              PERFORM 410-PRINT-HEADING-LINES.
           MOVE CONTROL-HEADING-LINE TO ACCRUAL-PRINT-AREA.
           WRITE ACCRUAL-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "YTD COMMISSION (AS REPCOMM)" TO CAL-DESCRIPTION.
           MOVE WS-TOTAL-COMMISSION TO CAL-AMOUNT.
           PERFORM 710-PRINT-CONTROL-AMOUNT.
           MOVE "LESS PAID TO DATE (PAIDTD, AS COMMPAY)"
               TO CAL-DESCRIPTION.
           MOVE WS-TOTAL-PAID TO CAL-AMOUNT.
           PERFORM 710-PRINT-CONTROL-AMOUNT.
           MOVE "NET UNPAID COMMISSION" TO CAL-DESCRIPTION.
           MOVE WS-NET-UNPAID TO CAL-AMOUNT.
           PERFORM 710-PRINT-CONTROL-AMOUNT.
           MOVE "ACCRUAL BOOKED" TO CAL-DESCRIPTION.
           MOVE WS-TOTAL-ACCRUAL TO CAL-AMOUNT.
           PERFORM 710-PRINT-CONTROL-AMOUNT.
           MOVE "PAID AHEAD OF EARNED (NOT ACCRUED)" TO CAL-DESCRIPTION.
           MOVE WS-TOTAL-PAID-AHEAD TO CAL-AMOUNT.
           PERFORM 710-PRINT-CONTROL-AMOUNT.
           MOVE "ACCRUAL CHARGED TO BRANCHES" TO CAL-DESCRIPTION.
           MOVE WS-ALLOCATED-TOTAL TO CAL-AMOUNT.
           PERFORM 710-PRINT-CONTROL-AMOUNT.
           MOVE "ACCRUAL JOURNAL DEBITS" TO CAL-DESCRIPTION.
           MOVE WS-ACCRUAL-DEBITS TO CAL-AMOUNT.
           PERFORM 710-PRINT-CONTROL-AMOUNT.
           MOVE "ACCRUAL JOURNAL CREDITS" TO CAL-DESCRIPTION.
           MOVE WS-ACCRUAL-CREDITS TO CAL-AMOUNT.
           PERFORM 710-PRINT-CONTROL-AMOUNT.
           MOVE "REVERSAL JOURNAL DEBITS" TO CAL-DESCRIPTION.
           MOVE WS-REVERSAL-DEBITS TO CAL-AMOUNT.
           PERFORM 710-PRINT-CONTROL-AMOUNT.
           MOVE "REVERSAL JOURNAL CREDITS" TO CAL-DESCRIPTION.
           MOVE WS-REVERSAL-CREDITS TO CAL-AMOUNT.
           PERFORM 710-PRINT-CONTROL-AMOUNT.
           MOVE "COMMISSION DETAIL RECORDS READ" TO CCL-DESCRIPTION.
           MOVE WS-RECORDS-READ-LOG TO CCL-COUNT.
           MOVE CONTROL-COUNT-LINE TO ACCRUAL-PRINT-AREA.
           WRITE ACCRUAL-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "DETAIL RECORDS NOT FOR PERIOD YEAR" TO CCL-DESCRIPTION.
           MOVE WS-WRONG-YEAR-RECORDS TO CCL-COUNT.
           PERFORM 720-PRINT-CONTROL-COUNT.
           MOVE "REP/REGION GROUPS" TO CCL-DESCRIPTION.
           MOVE WS-GROUPS-PROCESSED TO CCL-COUNT.
           PERFORM 720-PRINT-CONTROL-COUNT.
           MOVE "GROUPS ACCRUED" TO CCL-DESCRIPTION.
           MOVE WS-GROUPS-ACCRUED TO CCL-COUNT.
           PERFORM 720-PRINT-CONTROL-COUNT.
           MOVE "GROUPS PAID AHEAD" TO CCL-DESCRIPTION.
           MOVE WS-GROUPS-PAID-AHEAD TO CCL-COUNT.
           PERFORM 720-PRINT-CONTROL-COUNT.
           MOVE "PAID RECORDS WITH NO COMMISSION" TO CCL-DESCRIPTION.
           MOVE WS-PAID-NO-COMMISSION TO CCL-COUNT.
           PERFORM 720-PRINT-CONTROL-COUNT.
           MOVE "JOURNAL RECORDS WRITTEN" TO CCL-DESCRIPTION.
           MOVE WS-JOURNAL-WRITTEN-LOG TO CCL-COUNT.
           PERFORM 720-PRINT-CONTROL-COUNT.
           MOVE "JOURNAL DEBITS EQUAL CREDITS:" TO CRL-DESCRIPTION.
           IF JOURNAL-BALANCED-SWITCH = "Y"
              MOVE "YES" TO CRL-RESULT
           ELSE
              MOVE "NO " TO CRL-RESULT
           END-IF.
           MOVE CONTROL-RESULT-LINE TO ACCRUAL-PRINT-AREA.
           WRITE ACCRUAL-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "ACCRUAL TIES TO REPCOMM LESS COMMPAY:"
               TO CRL-DESCRIPTION.
           IF ACCRUAL-TIED-SWITCH = "Y"
              MOVE "YES" TO CRL-RESULT
           ELSE
              MOVE "NO " TO CRL-RESULT
           END-IF.
           MOVE CONTROL-RESULT-LINE TO ACCRUAL-PRINT-AREA.
           WRITE ACCRUAL-PRINT-AREA.

       710-PRINT-CONTROL-AMOUNT.
           MOVE CONTROL-AMOUNT-LINE TO ACCRUAL-PRINT-AREA.
           WRITE ACCRUAL-PRINT-AREA.

       720-PRINT-CONTROL-COUNT.
           MOVE CONTROL-COUNT-LINE TO ACCRUAL-PRINT-AREA.
           WRITE ACCRUAL-PRINT-AREA.

       900-LOG-RUN-START.
           OPEN INPUT GEN-CARD.
           READ GEN-CARD
               AT END
                   NEXT SENTENCE
               NOT AT END
                   MOVE GC-FILE-IDENT TO WS-RUN-FILE-IDENT
           END-READ.
           CLOSE GEN-CARD.
           OPEN EXTEND RUN-LOG.
           MOVE SPACE TO RUN-LOG-RECORD.
           MOVE ZERO TO RL-RECORDS-READ.
           MOVE ZERO TO RL-RECORDS-WRITTEN.
           MOVE "STARTED " TO RL-RUN-STATUS.
           PERFORM 990-WRITE-RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       950-LOG-RUN-END.
           OPEN EXTEND RUN-LOG.
           MOVE SPACE TO RUN-LOG-RECORD.
           MOVE WS-RECORDS-READ-LOG    TO RL-RECORDS-READ.
           MOVE WS-JOURNAL-WRITTEN-LOG TO RL-RECORDS-WRITTEN.
           IF JOURNAL-BALANCED-SWITCH = "Y"
              AND ACCRUAL-TIED-SWITCH = "Y"
              MOVE "ENDED-OK" TO RL-RUN-STATUS
           ELSE
              MOVE "OUT-BAL " TO RL-RUN-STATUS
           END-IF.
           PERFORM 990-WRITE-RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       990-WRITE-RUN-LOG-RECORD.
           MOVE "COMMACCR" TO RL-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO RUN-LOG-DATE-TIME.
           MOVE RLW-DATE TO RL-RUN-DATE.
           MOVE RLW-TIME TO RL-RUN-TIME.
           MOVE WS-RUN-FILE-IDENT TO RL-FILE-IDENT.
           WRITE RUN-LOG-RECORD.
