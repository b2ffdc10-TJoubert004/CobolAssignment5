       IDENTIFICATION DIVISION.

       PROGRAM-ID. MASTCHK.
      *****************************************************************
      *  Programmers: Tristan Joubert
      *  Date.......: 15 October 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment5
      *  Description: MASTCHK is the nightly master-file integrity
      *               sweep. It reads the sequential CUSTMAST
      *               generation and the indexed CUSTIXF side by side
      *               in key order and lists every customer missing
      *               from CUSTIXF, every CUSTIXF record with no
      *               CUSTMAST record, and every field that differs
      *               between the two copies of a customer. Each
      *               CUSTMAST customer is also checked against the
      *               reference masters: a salesrep missing from
      *               REPMAST or terminated, a branch missing from
      *               BRCHMAST or closed, and a CM-REGION-CODE that
      *               disagrees with the branch's BR-REGION-CODE are
      *               all listed. Totals by kind of exception close
      *               the listing. When the two customer copies have
      *               drifted the run is logged with status DRIFT
      *               instead of ENDED-OK so RUNGATE holds the
      *               reporting steps that name MASTCHK as a
      *               prerequisite, and the program ends with return
      *               code 8. When only reference exceptions were
      *               found the run is logged ENDED-OK and ends with
      *               return code 4 as a warning.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST.
           SELECT CUSTIXF  ASSIGN TO CUSTIXF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CI-RECORD-KEY
               ALTERNATE RECORD KEY IS CI-CUSTOMER-NAME
                   WITH DUPLICATES.
           SELECT REP-MASTER ASSIGN TO REPMAST.
           SELECT OPTIONAL BRANCH-MASTER ASSIGN TO BRCHMAST.
           SELECT SWEEP-RPT  ASSIGN TO MASTCHK.
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

       FD  CUSTIXF
           RECORD CONTAINS 130 CHARACTERS.
       01  INDEXED-MASTER-RECORD.
           05  CI-RECORD-KEY.
               10  CI-BRANCH-NUMBER    PIC 9(2).
               10  CI-SALESREP-NUMBER  PIC 9(2).
               10  CI-CUSTOMER-NUMBER  PIC 9(5).
           05  CI-CUSTOMER-NAME        PIC X(20).
           05  CI-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CI-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  CI-REGION-CODE          PIC X(2).
           05  CI-COMMISSION-RATE      PIC 9V9(4).
           05  FILLER                  PIC X(76).

       FD  REP-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  REP-MASTER-RECORD.
           05  RM-SALESREP-NUMBER      PIC 9(2).
           05  RM-SALESREP-NAME        PIC X(20).
           05  RM-HOME-BRANCH          PIC 9(2).
           05  RM-ANNUAL-QUOTA         PIC S9(7)V9(2).
           05  RM-DRAW-AMOUNT          PIC S9(5)V9(2).
           05  RM-REP-STATUS           PIC X(1).
           05  FILLER                  PIC X(39).

       FD  BRANCH-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  BRANCH-MASTER-RECORD.
           05  BR-BRANCH-NUMBER        PIC 9(2).
           05  BR-BRANCH-NAME          PIC X(20).
           05  BR-MANAGER-NAME         PIC X(20).
           05  BR-REGION-CODE          PIC X(2).
           05  BR-BRANCH-STATUS        PIC X(1).
           05  FILLER                  PIC X(35).

       FD  SWEEP-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  SWEEP-PRINT-AREA        PIC X(130).

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

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  CUSTIXF-EOF-SWITCH      PIC X    VALUE "N".
           05  REPMAST-EOF-SWITCH      PIC X    VALUE "N".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".

       01  RUN-LOG-FIELDS.
           05  WS-RUN-FILE-IDENT       PIC X(16)   VALUE SPACE.
           05  WS-RUN-STATUS           PIC X(8)    VALUE "ENDED-OK".

       01  RUN-LOG-DATE-TIME.
           05  RLW-DATE                PIC 9(8).
           05  RLW-TIME                PIC 9(6).
           05  FILLER                  PIC X(7).

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR                 PIC 9999.
           05  CD-MONTH                PIC 99.
           05  CD-DAY                  PIC 99.
           05  FILLER                  PIC X(14).

       01  KEY-COMPARE-FIELDS.
           05  WS-MASTER-KEY           PIC 9(9)    VALUE ZERO.
           05  WS-INDEX-KEY            PIC 9(9)    VALUE ZERO.

       01  TABLE-FIELDS.
           05  WS-REP-SUB              PIC 999.
           05  WS-BRANCH-SUB           PIC 999.
           05  WS-BRANCHES-LOADED      PIC 999     VALUE ZERO.

       01  REP-TABLE.
           05  RT-ENTRY OCCURS 100 TIMES.
               10  RT-REP-STATUS       PIC X.
               10  RT-ON-FILE          PIC X.

       01  BRANCH-TABLE.
           05  BT-ENTRY OCCURS 100 TIMES.
               10  BT-REGION-CODE      PIC X(2).
               10  BT-BRANCH-STATUS    PIC X.
               10  BT-ON-FILE          PIC X.

       01  COUNT-FIELDS.
           05  WS-CUSTMAST-READ        PIC 9(7)    VALUE ZERO.
           05  WS-CUSTIXF-READ         PIC 9(7)    VALUE ZERO.
           05  WS-MISSING-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-EXTRA-COUNT          PIC 9(7)    VALUE ZERO.
           05  WS-MISMATCH-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-REP-MISSING-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-REP-TERMINATED-COUNT PIC 9(7)    VALUE ZERO.
           05  WS-BRANCH-MISSING-COUNT PIC 9(7)    VALUE ZERO.
           05  WS-BRANCH-CLOSED-COUNT  PIC 9(7)    VALUE ZERO.
           05  WS-REGION-COUNT         PIC 9(7)    VALUE ZERO.
           05  WS-DRIFT-COUNT          PIC 9(7)    VALUE ZERO.
           05  WS-REFERENCE-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-LINES-WRITTEN        PIC 9(7)    VALUE ZERO.

       01  EDIT-FIELDS.
           05  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
           05  WS-EDIT-RATE            PIC 9.9999.
           05  WS-EDIT-NUMBER          PIC 99.

       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.

       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(8)    VALUE SPACE.
           05  FILLER          PIC X(40)
                   VALUE "MASTER-FILE INTEGRITY SWEEP".
           05  FILLER          PIC X(17)   VALUE "         PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(44)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER PIC X(18) VALUE "EXCEPTION".
           05  FILLER PIC X(13) VALUE "KEY".
           05  FILLER PIC X(22) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(16) VALUE "FIELD".
           05  FILLER PIC X(22) VALUE "CUSTMAST VALUE".
           05  FILLER PIC X(22) VALUE "COMPARED WITH".
           05  FILLER PIC X(17) VALUE SPACE.

       01  EXCEPTION-LINE.
           05  EXL-EXCEPTION           PIC X(16).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  EXL-BRANCH-NUMBER       PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE "/".
           05  EXL-SALESREP-NUMBER     PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE "/".
           05  EXL-CUSTOMER-NUMBER     PIC 9(5).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  EXL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  EXL-FIELD-NAME          PIC X(14).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  EXL-MASTER-VALUE        PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  EXL-OTHER-VALUE         PIC X(20).
           05  FILLER                  PIC X(19)   VALUE SPACE.

       01  NO-BRANCH-MASTER-LINE.
           05  FILLER                  PIC X(50)
               VALUE "BRCHMAST NOT AVAILABLE - BRANCH CHECKS NOT MADE".
           05  FILLER                  PIC X(80)   VALUE SPACE.

       01  SWEEP-TOTAL-LINE.
           05  STL-DESCRIPTION         PIC X(40).
           05  STL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(83)   VALUE SPACE.

       01  SWEEP-RESULT-LINE.
           05  FILLER                  PIC X(14)
                   VALUE "SWEEP RESULT: ".
           05  SRL-RESULT              PIC X(50).
           05  FILLER                  PIC X(66)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-SWEEP-MASTER-FILES.
           PERFORM 900-LOG-RUN-START.
           OPEN OUTPUT SWEEP-RPT.
           PERFORM 100-LOAD-REP-TABLE.
           PERFORM 150-LOAD-BRANCH-TABLE.
           OPEN INPUT CUSTMAST
                      CUSTIXF.
           PERFORM 210-READ-CUSTMAST.
           PERFORM 220-READ-CUSTIXF.
           PERFORM 300-COMPARE-MASTER-FILES
               UNTIL CUSTMAST-EOF-SWITCH = "Y"
                 AND CUSTIXF-EOF-SWITCH = "Y".
           CLOSE CUSTMAST
                 CUSTIXF.
           PERFORM 800-PRINT-SWEEP-TOTALS.
           CLOSE SWEEP-RPT.
           IF WS-DRIFT-COUNT > ZERO
              MOVE "DRIFT   " TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REFERENCE-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 950-LOG-RUN-END.
           STOP RUN.

       100-LOAD-REP-TABLE.
           PERFORM 110-CLEAR-REP-ENTRY
               VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > 100.
           OPEN INPUT REP-MASTER.
           PERFORM 120-READ-REP-MASTER
               UNTIL REPMAST-EOF-SWITCH = "Y".
           CLOSE REP-MASTER.

       110-CLEAR-REP-ENTRY.
           MOVE SPACE TO RT-REP-STATUS (WS-REP-SUB).
           MOVE "N"   TO RT-ON-FILE    (WS-REP-SUB).

       120-READ-REP-MASTER.
           READ REP-MASTER
               AT END
                   MOVE "Y" TO REPMAST-EOF-SWITCH
               NOT AT END
                   COMPUTE WS-REP-SUB = RM-SALESREP-NUMBER + 1
                   MOVE RM-REP-STATUS TO RT-REP-STATUS (WS-REP-SUB)
                   MOVE "Y"           TO RT-ON-FILE    (WS-REP-SUB)
           END-READ.

       150-LOAD-BRANCH-TABLE.
           PERFORM 160-CLEAR-BRANCH-ENTRY
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 100.
           OPEN INPUT BRANCH-MASTER.
           PERFORM 170-READ-BRANCH-MASTER
               UNTIL BRCHMAST-EOF-SWITCH = "Y".
           CLOSE BRANCH-MASTER.

       160-CLEAR-BRANCH-ENTRY.
           MOVE SPACE TO BT-REGION-CODE   (WS-BRANCH-SUB).
           MOVE SPACE TO BT-BRANCH-STATUS (WS-BRANCH-SUB).
           MOVE "N"   TO BT-ON-FILE       (WS-BRANCH-SUB).

       170-READ-BRANCH-MASTER.
           READ BRANCH-MASTER
               AT END
                   MOVE "Y" TO BRCHMAST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-BRANCHES-LOADED
                   COMPUTE WS-BRANCH-SUB = BR-BRANCH-NUMBER + 1
                   MOVE BR-REGION-CODE
                       TO BT-REGION-CODE   (WS-BRANCH-SUB)
                   MOVE BR-BRANCH-STATUS
                       TO BT-BRANCH-STATUS (WS-BRANCH-SUB)
                   MOVE "Y" TO BT-ON-FILE  (WS-BRANCH-SUB)
           END-READ.

       210-READ-CUSTMAST.
           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
                   MOVE 999999999 TO WS-MASTER-KEY
               NOT AT END
                   ADD 1 TO WS-CUSTMAST-READ
                   COMPUTE WS-MASTER-KEY =
                       CM-BRANCH-NUMBER * 10000000
                     + CM-SALESREP-NUMBER * 100000
                     + CM-CUSTOMER-NUMBER
           END-READ.

       220-READ-CUSTIXF.
           READ CUSTIXF
               AT END
                   MOVE "Y" TO CUSTIXF-EOF-SWITCH
                   MOVE 999999999 TO WS-INDEX-KEY
               NOT AT END
                   ADD 1 TO WS-CUSTIXF-READ
                   COMPUTE WS-INDEX-KEY =
                       CI-BRANCH-NUMBER * 10000000
                     + CI-SALESREP-NUMBER * 100000
                     + CI-CUSTOMER-NUMBER
           END-READ.

       300-COMPARE-MASTER-FILES.
           IF CUSTIXF-EOF-SWITCH = "Y"
              OR (CUSTMAST-EOF-SWITCH = "N"
                  AND WS-MASTER-KEY < WS-INDEX-KEY)
              PERFORM 310-REPORT-MISSING-FROM-INDEX
              PERFORM 400-CHECK-REFERENCES
              PERFORM 210-READ-CUSTMAST
           ELSE
              IF CUSTMAST-EOF-SWITCH = "Y"
                 OR WS-INDEX-KEY < WS-MASTER-KEY
                 PERFORM 320-REPORT-EXTRA-ON-INDEX
                 PERFORM 220-READ-CUSTIXF
              ELSE
                 PERFORM 330-COMPARE-MATCHED-RECORDS
                 PERFORM 400-CHECK-REFERENCES
                 PERFORM 210-READ-CUSTMAST
                 PERFORM 220-READ-CUSTIXF
              END-IF
           END-IF.

       310-REPORT-MISSING-FROM-INDEX.
           ADD 1 TO WS-MISSING-COUNT.
           ADD 1 TO WS-DRIFT-COUNT.
           PERFORM 700-SET-MASTER-KEY.
           MOVE "MISSING IXF"      TO EXL-EXCEPTION.
           MOVE SPACE              TO EXL-FIELD-NAME.
           MOVE "ON CUSTMAST"      TO EXL-MASTER-VALUE.
           MOVE "NOT ON CUSTIXF"   TO EXL-OTHER-VALUE.
           PERFORM 750-PRINT-EXCEPTION-LINE.

       320-REPORT-EXTRA-ON-INDEX.
           ADD 1 TO WS-EXTRA-COUNT.
           ADD 1 TO WS-DRIFT-COUNT.
           MOVE CI-BRANCH-NUMBER   TO EXL-BRANCH-NUMBER.
           MOVE CI-SALESREP-NUMBER TO EXL-SALESREP-NUMBER.
           MOVE CI-CUSTOMER-NUMBER TO EXL-CUSTOMER-NUMBER.
           MOVE CI-CUSTOMER-NAME   TO EXL-CUSTOMER-NAME.
           MOVE "EXTRA ON IXF"     TO EXL-EXCEPTION.
           MOVE SPACE              TO EXL-FIELD-NAME.
           MOVE "NOT ON CUSTMAST"  TO EXL-MASTER-VALUE.
           MOVE "ON CUSTIXF"       TO EXL-OTHER-VALUE.
           PERFORM 750-PRINT-EXCEPTION-LINE.

       330-COMPARE-MATCHED-RECORDS.
           PERFORM 700-SET-MASTER-KEY.
           MOVE "IXF MISMATCH" TO EXL-EXCEPTION.
           IF CI-CUSTOMER-NAME NOT = CM-CUSTOMER-NAME
              MOVE "NAME"           TO EXL-FIELD-NAME
              MOVE CM-CUSTOMER-NAME TO EXL-MASTER-VALUE
              MOVE CI-CUSTOMER-NAME TO EXL-OTHER-VALUE
              PERFORM 340-COUNT-AND-PRINT-MISMATCH
           END-IF.
           IF CI-SALES-THIS-YTD NOT = CM-SALES-THIS-YTD
              MOVE "SALES THIS YTD"  TO EXL-FIELD-NAME
              MOVE CM-SALES-THIS-YTD TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT    TO EXL-MASTER-VALUE
              MOVE CI-SALES-THIS-YTD TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT    TO EXL-OTHER-VALUE
              PERFORM 340-COUNT-AND-PRINT-MISMATCH
           END-IF.
           IF CI-SALES-LAST-YTD NOT = CM-SALES-LAST-YTD
              MOVE "SALES LAST YTD"  TO EXL-FIELD-NAME
              MOVE CM-SALES-LAST-YTD TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT    TO EXL-MASTER-VALUE
              MOVE CI-SALES-LAST-YTD TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT    TO EXL-OTHER-VALUE
              PERFORM 340-COUNT-AND-PRINT-MISMATCH
           END-IF.
           IF CI-REGION-CODE NOT = CM-REGION-CODE
              MOVE "REGION"          TO EXL-FIELD-NAME
              MOVE CM-REGION-CODE    TO EXL-MASTER-VALUE
              MOVE CI-REGION-CODE    TO EXL-OTHER-VALUE
              PERFORM 340-COUNT-AND-PRINT-MISMATCH
           END-IF.
           IF CI-COMMISSION-RATE NOT = CM-COMMISSION-RATE
              MOVE "COMMISSION RATE"  TO EXL-FIELD-NAME
              MOVE CM-COMMISSION-RATE TO WS-EDIT-RATE
              MOVE WS-EDIT-RATE       TO EXL-MASTER-VALUE
              MOVE CI-COMMISSION-RATE TO WS-EDIT-RATE
              MOVE WS-EDIT-RATE       TO EXL-OTHER-VALUE
              PERFORM 340-COUNT-AND-PRINT-MISMATCH
           END-IF.

       340-COUNT-AND-PRINT-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT.
           ADD 1 TO WS-DRIFT-COUNT.
           PERFORM 750-PRINT-EXCEPTION-LINE.

       400-CHECK-REFERENCES.
           PERFORM 700-SET-MASTER-KEY.
           COMPUTE WS-REP-SUB = CM-SALESREP-NUMBER + 1.
           MOVE CM-SALESREP-NUMBER TO WS-EDIT-NUMBER.
           MOVE "SALESREP"         TO EXL-FIELD-NAME.
           MOVE WS-EDIT-NUMBER     TO EXL-MASTER-VALUE.
           IF RT-ON-FILE (WS-REP-SUB) = "N"
              ADD 1 TO WS-REP-MISSING-COUNT
              MOVE "REP MISSING"    TO EXL-EXCEPTION
              MOVE "NOT ON REPMAST" TO EXL-OTHER-VALUE
              PERFORM 450-COUNT-AND-PRINT-REFERENCE
           ELSE
              IF RT-REP-STATUS (WS-REP-SUB) = "T"
                 ADD 1 TO WS-REP-TERMINATED-COUNT
                 MOVE "REP TERMINATED" TO EXL-EXCEPTION
                 MOVE "TERMINATED" TO EXL-OTHER-VALUE
                 PERFORM 450-COUNT-AND-PRINT-REFERENCE
              END-IF
           END-IF.
           IF WS-BRANCHES-LOADED > ZERO
              PERFORM 410-CHECK-BRANCH-REFERENCE.

       410-CHECK-BRANCH-REFERENCE.
           COMPUTE WS-BRANCH-SUB = CM-BRANCH-NUMBER + 1.
           MOVE CM-BRANCH-NUMBER TO WS-EDIT-NUMBER.
           MOVE "BRANCH"         TO EXL-FIELD-NAME.
           MOVE WS-EDIT-NUMBER   TO EXL-MASTER-VALUE.
           IF BT-ON-FILE (WS-BRANCH-SUB) = "N"
              ADD 1 TO WS-BRANCH-MISSING-COUNT
              MOVE "BRANCH MISSING"  TO EXL-EXCEPTION
              MOVE "NOT ON BRCHMAST" TO EXL-OTHER-VALUE
              PERFORM 450-COUNT-AND-PRINT-REFERENCE
           ELSE
              IF BT-BRANCH-STATUS (WS-BRANCH-SUB) = "T"
                 ADD 1 TO WS-BRANCH-CLOSED-COUNT
                 MOVE "BRANCH CLOSED"  TO EXL-EXCEPTION
                 MOVE "CLOSED" TO EXL-OTHER-VALUE
                 PERFORM 450-COUNT-AND-PRINT-REFERENCE
              END-IF
              IF BT-REGION-CODE (WS-BRANCH-SUB) NOT = CM-REGION-CODE
                 ADD 1 TO WS-REGION-COUNT
                 MOVE "REGION CONFLICT" TO EXL-EXCEPTION
                 MOVE "REGION"          TO EXL-FIELD-NAME
                 MOVE CM-REGION-CODE    TO EXL-MASTER-VALUE
                 MOVE "BRCHMAST REGION" TO EXL-OTHER-VALUE
                 MOVE BT-REGION-CODE (WS-BRANCH-SUB)
                     TO EXL-OTHER-VALUE (17:2)
                 PERFORM 450-COUNT-AND-PRINT-REFERENCE
              END-IF
           END-IF.

       450-COUNT-AND-PRINT-REFERENCE.
           ADD 1 TO WS-REFERENCE-COUNT.
           PERFORM 750-PRINT-EXCEPTION-LINE.

       700-SET-MASTER-KEY.
           MOVE CM-BRANCH-NUMBER   TO EXL-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO EXL-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NUMBER TO EXL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO EXL-CUSTOMER-NAME.

       710-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO SWEEP-PRINT-AREA.
           WRITE SWEEP-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO SWEEP-PRINT-AREA.
           WRITE SWEEP-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.

       750-PRINT-EXCEPTION-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 710-PRINT-HEADING-LINES.
           MOVE EXCEPTION-LINE TO SWEEP-PRINT-AREA.
           WRITE SWEEP-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO WS-LINES-WRITTEN.

       800-PRINT-SWEEP-TOTALS.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 710-PRINT-HEADING-LINES.
           IF WS-BRANCHES-LOADED = ZERO
              MOVE NO-BRANCH-MASTER-LINE TO SWEEP-PRINT-AREA
              WRITE SWEEP-PRINT-AREA AFTER ADVANCING 2 LINES
           END-IF.
           MOVE "CUSTMAST RECORDS READ" TO STL-DESCRIPTION.
           MOVE WS-CUSTMAST-READ TO STL-COUNT.
           MOVE SWEEP-TOTAL-LINE TO SWEEP-PRINT-AREA.
           WRITE SWEEP-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "CUSTIXF RECORDS READ" TO STL-DESCRIPTION.
           MOVE WS-CUSTIXF-READ TO STL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "MISSING FROM CUSTIXF" TO STL-DESCRIPTION.
           MOVE WS-MISSING-COUNT TO STL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "EXTRA ON CUSTIXF" TO STL-DESCRIPTION.
           MOVE WS-EXTRA-COUNT TO STL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "FIELDS DIFFERING BETWEEN COPIES" TO STL-DESCRIPTION.
           MOVE WS-MISMATCH-COUNT TO STL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "SALESREP NOT ON REPMAST" TO STL-DESCRIPTION.
           MOVE WS-REP-MISSING-COUNT TO STL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "SALESREP TERMINATED" TO STL-DESCRIPTION.
           MOVE WS-REP-TERMINATED-COUNT TO STL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "BRANCH NOT ON BRCHMAST" TO STL-DESCRIPTION.
           MOVE WS-BRANCH-MISSING-COUNT TO STL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "BRANCH CLOSED" TO STL-DESCRIPTION.
           MOVE WS-BRANCH-CLOSED-COUNT TO STL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "REGION DISAGREES WITH BRANCH" TO STL-DESCRIPTION.
           MOVE WS-REGION-COUNT TO STL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           IF WS-DRIFT-COUNT > ZERO
              MOVE "CUSTIXF HAS DRIFTED FROM CUSTMAST - RC 8"
                  TO SRL-RESULT
           ELSE
              IF WS-REFERENCE-COUNT > ZERO
                 MOVE "REFERENCE EXCEPTIONS FOUND - RC 4"
                     TO SRL-RESULT
              ELSE
                 MOVE "NO EXCEPTIONS - MASTER FILES AGREE"
                     TO SRL-RESULT
              END-IF
           END-IF.
           MOVE SWEEP-RESULT-LINE TO SWEEP-PRINT-AREA.
           WRITE SWEEP-PRINT-AREA AFTER ADVANCING 2 LINES.

       850-WRITE-TOTAL-LINE.
           MOVE SWEEP-TOTAL-LINE TO SWEEP-PRINT-AREA.
           WRITE SWEEP-PRINT-AREA.

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
           MOVE WS-CUSTMAST-READ TO RL-RECORDS-READ.
           MOVE WS-LINES-WRITTEN TO RL-RECORDS-WRITTEN.
           MOVE WS-RUN-STATUS    TO RL-RUN-STATUS.
           PERFORM 990-WRITE-RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       990-WRITE-RUN-LOG-RECORD.
           MOVE "MASTCHK " TO RL-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO RUN-LOG-DATE-TIME.
           MOVE RLW-DATE TO RL-RUN-DATE.
           MOVE RLW-TIME TO RL-RUN-TIME.
           MOVE WS-RUN-FILE-IDENT TO RL-FILE-IDENT.
           WRITE RUN-LOG-RECORD.
