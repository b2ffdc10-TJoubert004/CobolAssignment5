       IDENTIFICATION DIVISION.

       PROGRAM-ID. COMMCALC.
      *****************************************************************
      *  Programmers: Tristan Joubert
      *  Date.......: 15 October 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment5
      *  Description: COMMCALC computes each customer's YTD commission
      *               period by period instead of applying today's
      *               CM-COMMISSION-RATE to the whole CM-SALES-THIS-YTD.
      *               It reads the current CUSTMAST generation, this
      *               year's monthly snapshots from SALESHIST and the
      *               commission rate history CUSTUPD writes whenever
      *               an "R" transaction changes a customer's rate.
      *               Each month's sales movement (the change in YTD
      *               sales since the previous snapshot) is paid at the
      *               rate in force in that month, and the movement
      *               since the last snapshot is paid at the current
      *               rate. One commission detail record is written per
      *               customer per rate, carrying the sales earned at
      *               that rate and the commission on it, for REPCOMM
      *               and COMMPAY to total. The listing shows every
      *               customer whose period-accurate commission differs
      *               from the flat current-rate figure, with totals
      *               for both methods. The year calculated comes from
      *               an optional control card; without one it is the
      *               latest year on SALESHIST. Only the latest 24 rate
      *               changes are kept per customer: an older change is
      *               folded into the opening rate, the customer is
      *               listed with a warning and the run ends with
      *               return code 4.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST      ASSIGN TO CUSTMAST.
           SELECT OPTIONAL SALES-HIST ASSIGN TO SALESHIST.
           SELECT OPTIONAL RATE-HIST  ASSIGN TO RATEHIST.
           SELECT OPTIONAL CALC-CARD  ASSIGN TO CALCCARD.
           SELECT COMM-DETAIL   ASSIGN TO COMMDTL.
           SELECT CALC-RPT      ASSIGN TO COMMCALC.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK09.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG.
           SELECT OPTIONAL GEN-CARD ASSIGN TO GENCARD.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-NUMBER        PIC 9(2).
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC 9(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  CM-REGION-CODE          PIC X(2).
           05  CM-COMMISSION-RATE      PIC 9V9(4).
           05  FILLER                  PIC X(76).

       FD  SALES-HIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  SALES-HISTORY-RECORD.
           05  SH-PERIOD-YEAR          PIC 9(4).
           05  SH-PERIOD-MONTH         PIC 9(2).
           05  SH-BRANCH-NUMBER        PIC 9(2).
           05  SH-SALESREP-NUMBER      PIC 9(2).
           05  SH-CUSTOMER-NUMBER      PIC 9(5).
           05  SH-CUSTOMER-NAME        PIC X(20).
           05  SH-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SH-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  FILLER                  PIC X(7).

       FD  RATE-HIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  RATE-HISTORY-RECORD.
           05  RH-BRANCH-NUMBER        PIC 9(2).
           05  RH-SALESREP-NUMBER      PIC 9(2).
           05  RH-CUSTOMER-NUMBER      PIC 9(5).
           05  RH-EFFECTIVE-YEAR       PIC 9(4).
           05  RH-EFFECTIVE-MONTH      PIC 9(2).
           05  RH-OLD-COMMISSION-RATE  PIC 9V9(4).
           05  RH-NEW-COMMISSION-RATE  PIC 9V9(4).
           05  RH-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(47).

       FD  CALC-CARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  CALC-CARD-RECORD.
           05  CC-CALC-YEAR            PIC 9(4).
           05  FILLER                  PIC X(76).

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

       FD  CALC-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  CALC-PRINT-AREA         PIC X(130).

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
           05  SR-BRANCH-NUMBER        PIC 9(2).
           05  SR-SALESREP-NUMBER      PIC 9(2).
           05  SR-CUSTOMER-NUMBER      PIC 9(5).
           05  SR-PERIOD               PIC 9(6).
           05  SR-RECORD-TYPE          PIC X(1).
           05  SR-SEQUENCE-NUMBER      PIC 9(7).
           05  SR-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SR-REGION-CODE          PIC X(2).
           05  SR-OLD-COMMISSION-RATE  PIC 9V9(4).
           05  SR-NEW-COMMISSION-RATE  PIC 9V9(4).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  HIST-EOF-SWITCH         PIC X    VALUE "N".
           05  RATE-EOF-SWITCH         PIC X    VALUE "N".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
           05  WS-MASTER-SEEN-SWITCH   PIC X    VALUE "N".
           05  WS-SEGMENT-FOUND-SWITCH PIC X    VALUE "N".
           05  YEAR-ON-CARD-SWITCH     PIC X    VALUE "N".
           05  WS-FOLD-WARNED-SWITCH   PIC X    VALUE "N".

       01  RUN-LOG-FIELDS.
           05  WS-RUN-FILE-IDENT       PIC X(16)   VALUE SPACE.

       01  RUN-LOG-DATE-TIME.
           05  RLW-DATE                PIC 9(8).
           05  RLW-TIME                PIC 9(6).
           05  FILLER                  PIC X(7).

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR                 PIC 9999.
           05  CD-MONTH                PIC 99.
           05  CD-DAY                  PIC 99.
           05  FILLER                  PIC X(14).

       01  CONTROL-FIELDS.
           05  OLD-BRANCH-NUMBER       PIC 9(2).
           05  OLD-SALESREP-NUMBER     PIC 9(2).
           05  OLD-CUSTOMER-NUMBER     PIC 9(5).

       01  CUSTOMER-FIELDS.
           05  WS-CALC-YEAR            PIC 9(4)    VALUE ZERO.
           05  WS-CURRENT-SALES        PIC S9(7)V9(2) VALUE ZERO.
           05  WS-CURRENT-RATE         PIC 9V9(4)  VALUE ZERO.
           05  WS-CURRENT-REGION       PIC X(2)    VALUE SPACE.
           05  WS-PRIOR-YTD            PIC S9(7)V9(2) VALUE ZERO.
           05  WS-MOVEMENT             PIC S9(8)V9(2) VALUE ZERO.
           05  WS-MONTH-PERIOD         PIC 9(6)    VALUE ZERO.
           05  WS-RATE-IN-FORCE        PIC 9V9(4)  VALUE ZERO.
           05  WS-PERIOD-COMMISSION    PIC S9(7)V9(2) VALUE ZERO.
           05  WS-FLAT-COMMISSION      PIC S9(7)V9(2) VALUE ZERO.
           05  WS-COMMISSION-DIFFERENCE
                                       PIC S9(7)V9(2) VALUE ZERO.

       01  TABLE-FIELDS.
           05  WS-MONTH-SUB            PIC 999.
           05  WS-CHANGE-SUB           PIC 999.
           05  WS-CHANGE-COUNT         PIC 999     VALUE ZERO.
           05  WS-SEGMENT-SUB          PIC 999.
           05  WS-SEGMENT-COUNT        PIC 999     VALUE ZERO.

       01  MONTH-TABLE.
           05  MT-ENTRY OCCURS 12 TIMES.
               10  MT-YTD-AMOUNT       PIC S9(7)V9(2).
               10  MT-HAVE-DATA        PIC X.

       01  RATE-CHANGE-TABLE.
           05  RC-ENTRY OCCURS 24 TIMES.
               10  RC-PERIOD           PIC 9(6).
               10  RC-OLD-RATE         PIC 9V9(4).
               10  RC-NEW-RATE         PIC 9V9(4).

       01  RATE-SEGMENT-TABLE.
           05  RS-ENTRY OCCURS 14 TIMES.
               10  RS-RATE             PIC 9V9(4).
               10  RS-SALES            PIC S9(8)V9(2).
               10  RS-COMMISSION       PIC S9(7)V9(2).

       01  COUNT-FIELDS.
           05  WS-MASTER-READ          PIC 9(7)    VALUE ZERO.
           05  WS-SNAPSHOTS-USED       PIC 9(7)    VALUE ZERO.
           05  WS-RATE-CHANGES-READ    PIC 9(7)    VALUE ZERO.
           05  WS-RATE-CHANGES-DROPPED PIC 9(7)    VALUE ZERO.
           05  WS-CUSTOMERS-FOLDED     PIC 9(7)    VALUE ZERO.
           05  WS-NO-MASTER-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-DIFFERENT-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-DETAIL-WRITTEN       PIC 9(7)    VALUE ZERO.

       01  GRAND-TOTAL-FIELDS.
           05  GRAND-SALES-THIS-YTD    PIC S9(9)V99  VALUE ZERO.
           05  GRAND-PERIOD-COMMISSION PIC S9(9)V99  VALUE ZERO.
           05  GRAND-FLAT-COMMISSION   PIC S9(9)V99  VALUE ZERO.

       01  CALC-HEADING-LINE.
           05  FILLER                  PIC X(46)
                   VALUE "COMMCALC - PERIOD-ACCURATE COMMISSION  YEAR:".
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CHL-CALC-YEAR           PIC 9(4).
           05  FILLER                  PIC X(78)   VALUE SPACE.

       01  CALC-COLUMN-LINE.
           05  FILLER                  PIC X(14)   VALUE "KEY".
           05  FILLER                  PIC X(8)    VALUE "REGION".
           05  FILLER                  PIC X(8)    VALUE "RATE".
           05  FILLER                  PIC X(15)   VALUE "SALES YTD".
           05  FILLER                  PIC X(15)   VALUE "FLAT RATE".
           05  FILLER                  PIC X(15)   VALUE "PERIOD RATES".
           05  FILLER                  PIC X(15)   VALUE "DIFFERENCE".
           05  FILLER                  PIC X(40)   VALUE SPACE.

       01  CALC-DETAIL-LINE.
           05  CDL-BRANCH-NUMBER       PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE "/".
           05  CDL-SALESREP-NUMBER     PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE "/".
           05  CDL-CUSTOMER-NUMBER     PIC 9(5).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  CDL-REGION-CODE         PIC X(2).
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05  CDL-CURRENT-RATE        PIC 9.9999.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CDL-SALES-THIS-YTD      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CDL-FLAT-COMMISSION     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CDL-PERIOD-COMMISSION   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CDL-DIFFERENCE          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(42)   VALUE SPACE.

       01  RATE-FOLD-LINE.
           05  FLD-BRANCH-NUMBER       PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE "/".
           05  FLD-SALESREP-NUMBER     PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE "/".
           05  FLD-CUSTOMER-NUMBER     PIC 9(5).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  FILLER                  PIC X(60)   VALUE
           "** OVER 24 RATE CHANGES - OLDEST FOLDED INTO OPENING RATE".
           05  FILLER                  PIC X(56)   VALUE SPACE.

       01  CALC-TOTAL-LINE.
           05  CTL-DESCRIPTION         PIC X(40).
           05  CTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  CTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(64)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-CALCULATE-PERIOD-COMMISSION.
           PERFORM 900-LOG-RUN-START.
           PERFORM 050-READ-CALC-CARD.
           IF YEAR-ON-CARD-SWITCH = "N"
              PERFORM 060-FIND-LATEST-HISTORY-YEAR.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-BRANCH-NUMBER
                                SR-SALESREP-NUMBER
                                SR-CUSTOMER-NUMBER
                                SR-PERIOD
                                SR-RECORD-TYPE
                                SR-SEQUENCE-NUMBER
               INPUT PROCEDURE IS 200-SELECT-CALCULATION-RECORDS
               OUTPUT PROCEDURE IS 400-COMPUTE-COMMISSION.
           PERFORM 950-LOG-RUN-END.
           STOP RUN.

       050-READ-CALC-CARD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-YEAR TO WS-CALC-YEAR.
           OPEN INPUT CALC-CARD.
           READ CALC-CARD
               AT END
                   NEXT SENTENCE
               NOT AT END
                   IF CC-CALC-YEAR NUMERIC
                      AND CC-CALC-YEAR > ZERO
                      MOVE CC-CALC-YEAR TO WS-CALC-YEAR
                      MOVE "Y" TO YEAR-ON-CARD-SWITCH
                   END-IF
           END-READ.
           CLOSE CALC-CARD.

       060-FIND-LATEST-HISTORY-YEAR.
           MOVE ZERO TO WS-CALC-YEAR.
           OPEN INPUT SALES-HIST.
           PERFORM 065-READ-HISTORY-YEAR
               UNTIL HIST-EOF-SWITCH = "Y".
           CLOSE SALES-HIST.
           MOVE "N" TO HIST-EOF-SWITCH.
           IF WS-CALC-YEAR = ZERO
              MOVE CD-YEAR TO WS-CALC-YEAR.

       065-READ-HISTORY-YEAR.
           READ SALES-HIST
               AT END
                   MOVE "Y" TO HIST-EOF-SWITCH
               NOT AT END
                   IF SH-PERIOD-YEAR NUMERIC
                      AND SH-PERIOD-YEAR > WS-CALC-YEAR
                      MOVE SH-PERIOD-YEAR TO WS-CALC-YEAR
                   END-IF
           END-READ.

       200-SELECT-CALCULATION-RECORDS.
           OPEN INPUT CUSTMAST
                      SALES-HIST
                      RATE-HIST.
           PERFORM 210-RELEASE-MASTER-RECORD
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           PERFORM 220-RELEASE-HISTORY-RECORD
               UNTIL HIST-EOF-SWITCH = "Y".
           PERFORM 230-RELEASE-RATE-RECORD
               UNTIL RATE-EOF-SWITCH = "Y".
           CLOSE CUSTMAST
                 SALES-HIST
                 RATE-HIST.

       210-RELEASE-MASTER-RECORD.
           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   MOVE SPACE TO SORT-WORK-RECORD
                   MOVE CM-BRANCH-NUMBER   TO SR-BRANCH-NUMBER
                   MOVE CM-SALESREP-NUMBER TO SR-SALESREP-NUMBER
                   MOVE CM-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
                   MOVE 999999             TO SR-PERIOD
                   MOVE "M"                TO SR-RECORD-TYPE
                   MOVE WS-MASTER-READ     TO SR-SEQUENCE-NUMBER
                   MOVE CM-SALES-THIS-YTD  TO SR-SALES-THIS-YTD
                   MOVE CM-REGION-CODE     TO SR-REGION-CODE
                   MOVE ZERO               TO SR-OLD-COMMISSION-RATE
                   MOVE CM-COMMISSION-RATE TO SR-NEW-COMMISSION-RATE
                   RELEASE SORT-WORK-RECORD
           END-READ.

       220-RELEASE-HISTORY-RECORD.
           READ SALES-HIST
               AT END
                   MOVE "Y" TO HIST-EOF-SWITCH
               NOT AT END
                   IF SH-PERIOD-YEAR = WS-CALC-YEAR
                      AND SH-PERIOD-MONTH >= 01
                      AND SH-PERIOD-MONTH <= 12
                      ADD 1 TO WS-SNAPSHOTS-USED
                      MOVE SPACE TO SORT-WORK-RECORD
                      MOVE SH-BRANCH-NUMBER   TO SR-BRANCH-NUMBER
                      MOVE SH-SALESREP-NUMBER TO SR-SALESREP-NUMBER
                      MOVE SH-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
                      COMPUTE SR-PERIOD =
                          SH-PERIOD-YEAR * 100 + SH-PERIOD-MONTH
                      MOVE "S"                TO SR-RECORD-TYPE
                      MOVE WS-SNAPSHOTS-USED  TO SR-SEQUENCE-NUMBER
                      MOVE SH-SALES-THIS-YTD  TO SR-SALES-THIS-YTD
                      MOVE ZERO TO SR-OLD-COMMISSION-RATE
                      MOVE ZERO TO SR-NEW-COMMISSION-RATE
                      RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.

       230-RELEASE-RATE-RECORD.
           READ RATE-HIST
               AT END
                   MOVE "Y" TO RATE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RATE-CHANGES-READ
                   MOVE SPACE TO SORT-WORK-RECORD
                   MOVE RH-BRANCH-NUMBER   TO SR-BRANCH-NUMBER
                   MOVE RH-SALESREP-NUMBER TO SR-SALESREP-NUMBER
                   MOVE RH-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
                   COMPUTE SR-PERIOD =
                       RH-EFFECTIVE-YEAR * 100 + RH-EFFECTIVE-MONTH
                   MOVE "R"                TO SR-RECORD-TYPE
                   MOVE WS-RATE-CHANGES-READ TO SR-SEQUENCE-NUMBER
                   MOVE ZERO               TO SR-SALES-THIS-YTD
                   MOVE RH-OLD-COMMISSION-RATE TO SR-OLD-COMMISSION-RATE
                   MOVE RH-NEW-COMMISSION-RATE TO SR-NEW-COMMISSION-RATE
                   RELEASE SORT-WORK-RECORD
           END-READ.

       400-COMPUTE-COMMISSION.
           OPEN OUTPUT COMM-DETAIL
                       CALC-RPT.
           MOVE WS-CALC-YEAR TO CHL-CALC-YEAR.
           MOVE CALC-HEADING-LINE TO CALC-PRINT-AREA.
           WRITE CALC-PRINT-AREA.
           MOVE CALC-COLUMN-LINE TO CALC-PRINT-AREA.
           WRITE CALC-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 410-RETURN-SORTED-RECORD
               UNTIL SORT-EOF-SWITCH = "Y".
           IF FIRST-RECORD-SWITCH = "N"
              PERFORM 500-FINISH-CUSTOMER.
           PERFORM 800-PRINT-CALCULATION-TOTALS.
           CLOSE COMM-DETAIL
                 CALC-RPT.

       410-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE INTO SORT-WORK-RECORD
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 420-EVALUATE-SORTED-RECORD
           END-RETURN.

       420-EVALUATE-SORTED-RECORD.
           IF FIRST-RECORD-SWITCH = "Y"
              MOVE "N" TO FIRST-RECORD-SWITCH
              PERFORM 430-START-NEW-CUSTOMER
           ELSE
              IF SR-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER
                 OR SR-SALESREP-NUMBER NOT = OLD-SALESREP-NUMBER
                 OR SR-CUSTOMER-NUMBER NOT = OLD-CUSTOMER-NUMBER
                 PERFORM 500-FINISH-CUSTOMER
                 PERFORM 430-START-NEW-CUSTOMER
              END-IF
           END-IF.
           EVALUATE SR-RECORD-TYPE
               WHEN "M"
                   MOVE "Y" TO WS-MASTER-SEEN-SWITCH
                   MOVE SR-SALES-THIS-YTD      TO WS-CURRENT-SALES
                   MOVE SR-NEW-COMMISSION-RATE TO WS-CURRENT-RATE
                   MOVE SR-REGION-CODE         TO WS-CURRENT-REGION
               WHEN "S"
                   COMPUTE WS-MONTH-SUB =
                       SR-PERIOD - WS-CALC-YEAR * 100
                   MOVE SR-SALES-THIS-YTD
                       TO MT-YTD-AMOUNT (WS-MONTH-SUB)
                   MOVE "Y" TO MT-HAVE-DATA (WS-MONTH-SUB)
               WHEN "R"
                   PERFORM 440-HOLD-RATE-CHANGE
           END-EVALUATE.

       430-START-NEW-CUSTOMER.
           MOVE SR-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER.
           MOVE SR-SALESREP-NUMBER TO OLD-SALESREP-NUMBER.
           MOVE SR-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER.
           MOVE "N" TO WS-MASTER-SEEN-SWITCH.
           MOVE "N" TO WS-FOLD-WARNED-SWITCH.
           MOVE ZERO TO WS-CHANGE-COUNT.
           MOVE ZERO TO WS-SEGMENT-COUNT.
           PERFORM 435-CLEAR-MONTH-ENTRY
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

       435-CLEAR-MONTH-ENTRY.
           MOVE ZERO TO MT-YTD-AMOUNT (WS-MONTH-SUB).
           MOVE "N"  TO MT-HAVE-DATA  (WS-MONTH-SUB).

       440-HOLD-RATE-CHANGE.
           IF WS-CHANGE-COUNT = 24
              PERFORM 445-FOLD-OLDEST-RATE-CHANGE
           ELSE
              ADD 1 TO WS-CHANGE-COUNT
           END-IF.
           MOVE SR-PERIOD TO RC-PERIOD (WS-CHANGE-COUNT).
           MOVE SR-OLD-COMMISSION-RATE TO RC-OLD-RATE (WS-CHANGE-COUNT).
           MOVE SR-NEW-COMMISSION-RATE TO RC-NEW-RATE (WS-CHANGE-COUNT).

       445-FOLD-OLDEST-RATE-CHANGE.
           ADD 1 TO WS-RATE-CHANGES-DROPPED.
           MOVE RC-NEW-RATE (1) TO RC-OLD-RATE (2).
           PERFORM 447-SHIFT-RATE-CHANGE
               VARYING WS-CHANGE-SUB FROM 1 BY 1
               UNTIL WS-CHANGE-SUB > 23.
           IF WS-FOLD-WARNED-SWITCH = "N"
              MOVE "Y" TO WS-FOLD-WARNED-SWITCH
              ADD 1 TO WS-CUSTOMERS-FOLDED
              MOVE SR-BRANCH-NUMBER   TO FLD-BRANCH-NUMBER
              MOVE SR-SALESREP-NUMBER TO FLD-SALESREP-NUMBER
              MOVE SR-CUSTOMER-NUMBER TO FLD-CUSTOMER-NUMBER
              MOVE RATE-FOLD-LINE TO CALC-PRINT-AREA
              WRITE CALC-PRINT-AREA
           END-IF.

       447-SHIFT-RATE-CHANGE.
           MOVE RC-ENTRY (WS-CHANGE-SUB + 1)
               TO RC-ENTRY (WS-CHANGE-SUB).

       500-FINISH-CUSTOMER.
           IF WS-MASTER-SEEN-SWITCH = "N"
              ADD 1 TO WS-NO-MASTER-COUNT
           ELSE
              MOVE ZERO TO WS-PRIOR-YTD
              PERFORM 510-APPLY-MONTH-MOVEMENT
                  VARYING WS-MONTH-SUB FROM 1 BY 1
                  UNTIL WS-MONTH-SUB > 12
              COMPUTE WS-MOVEMENT = WS-CURRENT-SALES - WS-PRIOR-YTD
              MOVE WS-CURRENT-RATE TO WS-RATE-IN-FORCE
              PERFORM 540-ADD-TO-RATE-SEGMENT
              MOVE ZERO TO WS-PERIOD-COMMISSION
              PERFORM 600-WRITE-SEGMENT-DETAIL
                  VARYING WS-SEGMENT-SUB FROM 1 BY 1
                  UNTIL WS-SEGMENT-SUB > WS-SEGMENT-COUNT
              PERFORM 650-COMPARE-FLAT-COMMISSION
           END-IF.

       510-APPLY-MONTH-MOVEMENT.
           IF MT-HAVE-DATA (WS-MONTH-SUB) = "Y"
              COMPUTE WS-MOVEMENT =
                  MT-YTD-AMOUNT (WS-MONTH-SUB) - WS-PRIOR-YTD
              MOVE MT-YTD-AMOUNT (WS-MONTH-SUB) TO WS-PRIOR-YTD
              COMPUTE WS-MONTH-PERIOD =
                  WS-CALC-YEAR * 100 + WS-MONTH-SUB
              PERFORM 520-FIND-RATE-IN-FORCE
              PERFORM 540-ADD-TO-RATE-SEGMENT
           END-IF.

       520-FIND-RATE-IN-FORCE.
           IF WS-CHANGE-COUNT = ZERO
              MOVE WS-CURRENT-RATE TO WS-RATE-IN-FORCE
           ELSE
              MOVE RC-OLD-RATE (1) TO WS-RATE-IN-FORCE
              PERFORM 530-CHECK-RATE-CHANGE
                  VARYING WS-CHANGE-SUB FROM 1 BY 1
                  UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           END-IF.

       530-CHECK-RATE-CHANGE.
           IF RC-PERIOD (WS-CHANGE-SUB) <= WS-MONTH-PERIOD
              MOVE RC-NEW-RATE (WS-CHANGE-SUB) TO WS-RATE-IN-FORCE.

       540-ADD-TO-RATE-SEGMENT.
           MOVE "N" TO WS-SEGMENT-FOUND-SWITCH.
           PERFORM 545-MATCH-RATE-SEGMENT
               VARYING WS-SEGMENT-SUB FROM 1 BY 1
               UNTIL WS-SEGMENT-SUB > WS-SEGMENT-COUNT
                  OR WS-SEGMENT-FOUND-SWITCH = "Y".
           IF WS-SEGMENT-FOUND-SWITCH = "N"
              ADD 1 TO WS-SEGMENT-COUNT
              MOVE WS-RATE-IN-FORCE TO RS-RATE (WS-SEGMENT-COUNT)
              MOVE WS-MOVEMENT      TO RS-SALES (WS-SEGMENT-COUNT)
           END-IF.

       545-MATCH-RATE-SEGMENT.
           IF RS-RATE (WS-SEGMENT-SUB) = WS-RATE-IN-FORCE
              ADD WS-MOVEMENT TO RS-SALES (WS-SEGMENT-SUB)
              MOVE "Y" TO WS-SEGMENT-FOUND-SWITCH
           END-IF.

       600-WRITE-SEGMENT-DETAIL.
           COMPUTE RS-COMMISSION (WS-SEGMENT-SUB) ROUNDED =
               RS-SALES (WS-SEGMENT-SUB) * RS-RATE (WS-SEGMENT-SUB).
           ADD RS-COMMISSION (WS-SEGMENT-SUB) TO WS-PERIOD-COMMISSION.
           IF RS-SALES (WS-SEGMENT-SUB) NOT = ZERO
              OR WS-SEGMENT-SUB = WS-SEGMENT-COUNT
              MOVE SPACE TO COMMISSION-DETAIL-RECORD
              MOVE OLD-BRANCH-NUMBER   TO CE-BRANCH-NUMBER
              MOVE OLD-SALESREP-NUMBER TO CE-SALESREP-NUMBER
              MOVE OLD-CUSTOMER-NUMBER TO CE-CUSTOMER-NUMBER
              MOVE WS-CURRENT-REGION   TO CE-REGION-CODE
              MOVE RS-RATE (WS-SEGMENT-SUB)  TO CE-COMMISSION-RATE
              MOVE RS-SALES (WS-SEGMENT-SUB) TO CE-SALES-AMOUNT
              MOVE RS-COMMISSION (WS-SEGMENT-SUB)
                  TO CE-COMMISSION-EARNED
              MOVE WS-CALC-YEAR        TO CE-CALC-YEAR
              WRITE COMMISSION-DETAIL-RECORD
              ADD 1 TO WS-DETAIL-WRITTEN
           END-IF.

       650-COMPARE-FLAT-COMMISSION.
           COMPUTE WS-FLAT-COMMISSION ROUNDED =
               WS-CURRENT-SALES * WS-CURRENT-RATE.
           ADD WS-CURRENT-SALES      TO GRAND-SALES-THIS-YTD.
           ADD WS-FLAT-COMMISSION    TO GRAND-FLAT-COMMISSION.
           ADD WS-PERIOD-COMMISSION  TO GRAND-PERIOD-COMMISSION.
           IF WS-PERIOD-COMMISSION NOT = WS-FLAT-COMMISSION
              ADD 1 TO WS-DIFFERENT-COUNT
              COMPUTE WS-COMMISSION-DIFFERENCE =
                  WS-PERIOD-COMMISSION - WS-FLAT-COMMISSION
              MOVE OLD-BRANCH-NUMBER    TO CDL-BRANCH-NUMBER
              MOVE OLD-SALESREP-NUMBER  TO CDL-SALESREP-NUMBER
              MOVE OLD-CUSTOMER-NUMBER  TO CDL-CUSTOMER-NUMBER
              MOVE WS-CURRENT-REGION    TO CDL-REGION-CODE
              MOVE WS-CURRENT-RATE      TO CDL-CURRENT-RATE
              MOVE WS-CURRENT-SALES     TO CDL-SALES-THIS-YTD
              MOVE WS-FLAT-COMMISSION   TO CDL-FLAT-COMMISSION
              MOVE WS-PERIOD-COMMISSION TO CDL-PERIOD-COMMISSION
              MOVE WS-COMMISSION-DIFFERENCE TO CDL-DIFFERENCE
              MOVE CALC-DETAIL-LINE TO CALC-PRINT-AREA
              WRITE CALC-PRINT-AREA
           END-IF.

       800-PRINT-CALCULATION-TOTALS.
           MOVE "CUSTOMERS READ FROM CUSTMAST" TO CTL-DESCRIPTION.
           MOVE WS-MASTER-READ TO CTL-COUNT.
           MOVE GRAND-SALES-THIS-YTD TO CTL-AMOUNT.
           MOVE CALC-TOTAL-LINE TO CALC-PRINT-AREA.
           WRITE CALC-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "SALESHIST SNAPSHOTS USED" TO CTL-DESCRIPTION.
           MOVE WS-SNAPSHOTS-USED TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "RATE CHANGES READ" TO CTL-DESCRIPTION.
           MOVE WS-RATE-CHANGES-READ TO CTL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "RATE CHANGES FOLDED (OVER 24 PER KEY)"
               TO CTL-DESCRIPTION.
           MOVE WS-RATE-CHANGES-DROPPED TO CTL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "CUSTOMERS WITH RATE CHANGES FOLDED"
               TO CTL-DESCRIPTION.
           MOVE WS-CUSTOMERS-FOLDED TO CTL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           IF WS-CUSTOMERS-FOLDED > ZERO
              MOVE 4 TO RETURN-CODE.
           MOVE "HISTORY KEYS NOT ON CUSTMAST" TO CTL-DESCRIPTION.
           MOVE WS-NO-MASTER-COUNT TO CTL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "COMMISSION DETAIL RECORDS WRITTEN" TO CTL-DESCRIPTION.
           MOVE WS-DETAIL-WRITTEN TO CTL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "COMMISSION AT CURRENT RATES" TO CTL-DESCRIPTION.
           MOVE ZERO TO CTL-COUNT.
           MOVE GRAND-FLAT-COMMISSION TO CTL-AMOUNT.
           MOVE CALC-TOTAL-LINE TO CALC-PRINT-AREA.
           WRITE CALC-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "COMMISSION AT PERIOD RATES / CUSTOMERS"
               TO CTL-DESCRIPTION.
           MOVE WS-DIFFERENT-COUNT TO CTL-COUNT.
           MOVE GRAND-PERIOD-COMMISSION TO CTL-AMOUNT.
           PERFORM 850-WRITE-TOTAL-LINE.

       850-WRITE-TOTAL-LINE.
           MOVE CALC-TOTAL-LINE TO CALC-PRINT-AREA.
           WRITE CALC-PRINT-AREA.

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
           MOVE WS-MASTER-READ    TO RL-RECORDS-READ.
           MOVE WS-DETAIL-WRITTEN TO RL-RECORDS-WRITTEN.
           MOVE "ENDED-OK" TO RL-RUN-STATUS.
           PERFORM 990-WRITE-RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       990-WRITE-RUN-LOG-RECORD.
           MOVE "COMMCALC" TO RL-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO RUN-LOG-DATE-TIME.
           MOVE RLW-DATE TO RL-RUN-DATE.
           MOVE RLW-TIME TO RL-RUN-TIME.
           MOVE WS-RUN-FILE-IDENT TO RL-FILE-IDENT.
           WRITE RUN-LOG-RECORD.
