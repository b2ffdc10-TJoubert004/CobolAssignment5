       IDENTIFICATION DIVISION.

       PROGRAM-ID. RUNTREND.
      *****************************************************************
      *  Programmers: Tristan Joubert
      *  Date.......: 15 October 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment5
      *  Description: RUNTREND is the run-log trend and anomaly
      *               report for the nightly stream. It reads the
      *               shared RUNLOG history, pairs each step's STARTED
      *               record with the end record that follows it, and
      *               for every step prints the elapsed seconds and
      *               the records read and written for each run over
      *               the number of nights named on the run card
      *               (default 30 nights before tonight, tonight being
      *               the latest date a step started on the log, so a
      *               step that ends after midnight does not move
      *               tonight to the next day). From those baseline
      *               runs it computes each step's normal range - the
      *               mean plus or minus the larger of two standard
      *               deviations and the card's tolerance percent of
      *               the mean - and flags tonight's runs
      *               that fall outside it. Steps with fewer than
      *               three baseline runs are listed but not judged.
      *               Tonight's exceptions are repeated at the end of
      *               the report, and a volume anomaly (records read
      *               or written outside the normal range) ends the
      *               run with return code 4 so the scheduler can
      *               page operations before the reports are released.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG.
           SELECT OPTIONAL RUN-CARD ASSIGN TO RUNCARD.
           SELECT TREND-RPT ASSIGN TO RUNTREND.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK11.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RUN-CARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  RUN-CARD-RECORD.
           05  RC-NIGHTS               PIC 9(3).
           05  RC-TOLERANCE-PERCENT    PIC 9(3).
           05  FILLER                  PIC X(74).

       FD  TREND-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  TREND-PRINT-AREA    PIC X(130).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-PROGRAM-ID           PIC X(8).
           05  SR-RUN-DATE             PIC 9(8).
           05  SR-RUN-TIME             PIC 9(6).
           05  SR-SEQUENCE             PIC 9(7).
           05  SR-FILE-IDENT           PIC X(16).
           05  SR-RECORDS-READ         PIC 9(7).
           05  SR-RECORDS-WRITTEN      PIC 9(7).
           05  SR-RUN-STATUS           PIC X(8).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  RUN-LOG-EOF-SWITCH      PIC X    VALUE "N".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
           05  DATE-PLACED-SWITCH      PIC X    VALUE "N".
           05  HELD-START-SWITCH       PIC X    VALUE "N".
           05  RUN-COMPLETE-SWITCH     PIC X    VALUE "N".
           05  STATS-PRINTED-SWITCH    PIC X    VALUE "N".
           05  STATS-VALID-SWITCH      PIC X    VALUE "N".
           05  RAN-TONIGHT-SWITCH      PIC X    VALUE "N".

       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.

       01  CARD-FIELDS.
           05  WS-NIGHTS               PIC 9(3)    VALUE 30.
           05  WS-TOLERANCE-PERCENT    PIC 9(3)    VALUE 25.
           05  WS-MIN-BASELINE-RUNS    PIC 9(3)    VALUE 3.
           05  WS-MIN-ELAPSED-SPREAD   PIC 9(5)    VALUE 60.

       01  WINDOW-FIELDS.
           05  WS-TONIGHT-DATE         PIC 9(8)    VALUE ZERO.
           05  WS-CUTOFF-DATE          PIC 9(8)    VALUE ZERO.
           05  WS-DATE-COUNT           PIC 9(3)    VALUE ZERO.
           05  WS-DATE-LIMIT           PIC 9(3)    VALUE ZERO.
           05  WS-DATE-SUB             PIC 9(3).
           05  WS-SHIFT-SUB            PIC 9(3).
           05  WS-LAST-SUB             PIC 9(3).

       01  RUN-DATE-TABLE.
           05  DT-RUN-DATE OCCURS 100 TIMES PIC 9(8).

       01  CONTROL-FIELDS.
           05  OLD-PROGRAM-ID          PIC X(8).

       01  HELD-START-FIELDS.
           05  HS-RUN-DATE             PIC 9(8).
           05  HS-RUN-TIME             PIC 9(6).
           05  HS-FILE-IDENT           PIC X(16).

       01  RUN-FIELDS.
           05  RF-END-TIME             PIC 9(6).
           05  RF-ELAPSED              PIC S9(7).
           05  RF-RECORDS-READ         PIC 9(7).
           05  RF-RECORDS-WRITTEN      PIC 9(7).
           05  RF-RUN-STATUS           PIC X(8).

       01  TIME-CONVERSION-FIELDS.
           05  WS-TIME-HHMMSS          PIC 9(6).
           05  WS-TIME-PARTS REDEFINES WS-TIME-HHMMSS.
               10  WS-TIME-HH          PIC 9(2).
               10  WS-TIME-MM          PIC 9(2).
               10  WS-TIME-SS          PIC 9(2).
           05  WS-START-SECONDS        PIC S9(7).
           05  WS-END-SECONDS          PIC S9(7).

       01  STEP-STATISTICS.
           05  ST-BASELINE-COUNT       PIC 9(3)    VALUE ZERO.
           05  ST-SUM-ELAPSED          PIC S9(11)  VALUE ZERO.
           05  ST-SUMSQ-ELAPSED        PIC S9(17)  VALUE ZERO.
           05  ST-SUM-READ             PIC S9(11)  VALUE ZERO.
           05  ST-SUMSQ-READ           PIC S9(17)  VALUE ZERO.
           05  ST-SUM-WRITTEN          PIC S9(11)  VALUE ZERO.
           05  ST-SUMSQ-WRITTEN        PIC S9(17)  VALUE ZERO.
           05  ST-ELAPSED-MEAN         PIC S9(9)V99.
           05  ST-ELAPSED-LOW          PIC S9(9)V99.
           05  ST-ELAPSED-HIGH         PIC S9(9)V99.
           05  ST-READ-MEAN            PIC S9(9)V99.
           05  ST-READ-LOW             PIC S9(9)V99.
           05  ST-READ-HIGH            PIC S9(9)V99.
           05  ST-WRITTEN-MEAN         PIC S9(9)V99.
           05  ST-WRITTEN-LOW          PIC S9(9)V99.
           05  ST-WRITTEN-HIGH         PIC S9(9)V99.

       01  RANGE-CALCULATION-FIELDS.
           05  WS-SUM                  PIC S9(11).
           05  WS-SUM-SQUARES          PIC S9(17).
           05  WS-MEAN                 PIC S9(9)V99.
           05  WS-VARIANCE             PIC S9(15)V99.
           05  WS-STD-DEVIATION        PIC S9(9)V99.
           05  WS-SPREAD               PIC S9(9)V99.
           05  WS-TOLERANCE-SPREAD     PIC S9(9)V99.
           05  WS-MIN-SPREAD           PIC S9(9)V99.
           05  WS-LOW                  PIC S9(9)V99.
           05  WS-HIGH                 PIC S9(9)V99.

       01  COUNT-FIELDS.
           05  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.
           05  WS-STEPS-ANALYSED       PIC 9(5)    VALUE ZERO.
           05  WS-TONIGHT-RUNS         PIC 9(5)    VALUE ZERO.
           05  WS-VOLUME-ANOMALIES     PIC 9(5)    VALUE ZERO.
           05  WS-ELAPSED-ANOMALIES    PIC 9(5)    VALUE ZERO.
           05  WS-STEPS-NOT-RUN        PIC 9(5)    VALUE ZERO.
           05  WS-UNPAIRED-RECORDS     PIC 9(5)    VALUE ZERO.
           05  WS-EXCEPTION-COUNT      PIC 9(3)    VALUE ZERO.
           05  WS-EXCEPTION-SUB        PIC 9(3).

       01  EXCEPTION-TABLE.
           05  EX-LINE OCCURS 50 TIMES PIC X(130).

       01  TREND-HEADING-LINE-1.
           05  FILLER          PIC X(36)
                   VALUE "RUNTREND - RUN LOG STEP TREND".
           05  FILLER          PIC X(9)    VALUE "TONIGHT: ".
           05  THL-TONIGHT-DATE PIC 9(8).
           05  FILLER          PIC X(16)   VALUE "   WINDOW FROM: ".
           05  THL-CUTOFF-DATE PIC 9(8).
           05  FILLER          PIC X(10)   VALUE "  NIGHTS: ".
           05  THL-NIGHTS      PIC ZZ9.
           05  FILLER          PIC X(13)   VALUE "  TOLERANCE: ".
           05  THL-TOLERANCE   PIC ZZ9.
           05  FILLER          PIC X(1)    VALUE "%".
           05  FILLER          PIC X(8)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "PAGE: ".
           05  THL-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(5)    VALUE SPACE.

       01  TREND-HEADING-LINE-2.
           05  FILLER PIC X(10) VALUE "STEP".
           05  FILLER PIC X(10) VALUE "RUN DATE".
           05  FILLER PIC X(8)  VALUE "START".
           05  FILLER PIC X(8)  VALUE "END".
           05  FILLER PIC X(9)  VALUE "ELAPSED".
           05  FILLER PIC X(11) VALUE "       READ".
           05  FILLER PIC X(11) VALUE "    WRITTEN".
           05  FILLER PIC X(10) VALUE "  STATUS".
           05  FILLER PIC X(18) VALUE "FILE IDENTITY".
           05  FILLER PIC X(35) VALUE "FLAGS".

       01  RUN-TREND-LINE.
           05  RTL-PROGRAM-ID      PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RTL-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RTL-START-TIME      PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RTL-END-TIME        PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RTL-ELAPSED         PIC X(7).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RTL-RECORDS-READ    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RTL-RECORDS-WRITTEN PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RTL-RUN-STATUS      PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RTL-FILE-IDENT      PIC X(16).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RTL-FLAG-AREA.
               10  RTL-TONIGHT     PIC X(8).
               10  RTL-ELAPSED-FLAG PIC X(9).
               10  RTL-READ-FLAG   PIC X(9).
               10  RTL-WRITTEN-FLAG PIC X(9).

       01  STEP-MEAN-LINE.
           05  FILLER              PIC X(10)   VALUE SPACE.
           05  FILLER              PIC X(15)
                   VALUE "BASELINE MEAN (".
           05  SML-BASELINE-COUNT  PIC ZZ9.
           05  FILLER              PIC X(8)    VALUE " RUNS)".
           05  SML-ELAPSED         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  SML-RECORDS-READ    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  SML-RECORDS-WRITTEN PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(65)   VALUE SPACE.

       01  STEP-RANGE-LINE.
           05  FILLER              PIC X(10)   VALUE SPACE.
           05  SRL-LABEL           PIC X(26).
           05  SRL-ELAPSED         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  SRL-RECORDS-READ    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  SRL-RECORDS-WRITTEN PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(65)   VALUE SPACE.

       01  STEP-NOTE-LINE.
           05  FILLER              PIC X(10)   VALUE SPACE.
           05  SNL-NOTE            PIC X(50).
           05  FILLER              PIC X(70)   VALUE SPACE.

       01  NO-RUNS-LINE.
           05  FILLER              PIC X(34)
                   VALUE "NO RUN RECORDS ON THE RUN LOG".
           05  FILLER              PIC X(96)   VALUE SPACE.

       01  EXCEPTION-HEADING-LINE.
           05  FILLER              PIC X(24)
                   VALUE "TONIGHT'S EXCEPTIONS".
           05  FILLER              PIC X(106)  VALUE SPACE.

       01  NO-EXCEPTION-LINE.
           05  FILLER              PIC X(40)
                   VALUE "NO STEP OUTSIDE ITS NORMAL RANGE".
           05  FILLER              PIC X(90)   VALUE SPACE.

       01  TREND-COUNT-LINE-1.
           05  FILLER              PIC X(17)
                   VALUE "LOG RECORDS:     ".
           05  TCL-RECORDS-READ    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(18)
                   VALUE "   STEPS:         ".
           05  TCL-STEPS           PIC ZZ,ZZ9.
           05  FILLER              PIC X(18)
                   VALUE "   TONIGHT RUNS:  ".
           05  TCL-TONIGHT-RUNS    PIC ZZ,ZZ9.
           05  FILLER              PIC X(18)
                   VALUE "   UNPAIRED:      ".
           05  TCL-UNPAIRED        PIC ZZ,ZZ9.
           05  FILLER              PIC X(34)   VALUE SPACE.

       01  TREND-COUNT-LINE-2.
           05  FILLER              PIC X(17)
                   VALUE "VOLUME ANOMALIES:".
           05  TCL-VOLUME          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(18)
                   VALUE "   ELAPSED:       ".
           05  TCL-ELAPSED         PIC ZZ,ZZ9.
           05  FILLER              PIC X(18)
                   VALUE "   NOT RUN:       ".
           05  TCL-NOT-RUN         PIC ZZ,ZZ9.
           05  FILLER              PIC X(58)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PREPARE-RUN-TREND-REPORT.
           PERFORM 050-READ-RUN-CARD.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-PROGRAM-ID
                                SR-RUN-DATE
                                SR-RUN-TIME
                                SR-SEQUENCE
               INPUT PROCEDURE IS 200-SELECT-RUN-LOG-RECORDS
               OUTPUT PROCEDURE IS 400-PRINT-RUN-TREND-REPORT.
           STOP RUN.

       050-READ-RUN-CARD.
           OPEN INPUT RUN-CARD.
           READ RUN-CARD
               AT END
                   NEXT SENTENCE
               NOT AT END
                   IF RC-NIGHTS NUMERIC
                      AND RC-NIGHTS > ZERO
                      AND RC-NIGHTS < 100
                      MOVE RC-NIGHTS TO WS-NIGHTS
                   END-IF
                   IF RC-TOLERANCE-PERCENT NUMERIC
                      AND RC-TOLERANCE-PERCENT > ZERO
                      MOVE RC-TOLERANCE-PERCENT TO WS-TOLERANCE-PERCENT
                   END-IF
           END-READ.
           CLOSE RUN-CARD.
           COMPUTE WS-DATE-LIMIT = WS-NIGHTS + 1.

       200-SELECT-RUN-LOG-RECORDS.
           OPEN INPUT RUN-LOG.
           PERFORM 210-PROCESS-RUN-LOG-RECORD
               UNTIL RUN-LOG-EOF-SWITCH = "Y".
           CLOSE RUN-LOG.

       210-PROCESS-RUN-LOG-RECORD.
           READ RUN-LOG
               AT END
                   MOVE "Y" TO RUN-LOG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF RL-RUN-DATE NUMERIC
                      AND RL-RUN-TIME NUMERIC
                      PERFORM 220-RELEASE-RUN-LOG-RECORD
                   END-IF
           END-READ.

       220-RELEASE-RUN-LOG-RECORD.
           IF RL-RUN-STATUS = "STARTED "
              PERFORM 230-NOTE-RUN-DATE.
           MOVE RL-PROGRAM-ID      TO SR-PROGRAM-ID.
           MOVE RL-RUN-DATE        TO SR-RUN-DATE.
           MOVE RL-RUN-TIME        TO SR-RUN-TIME.
           MOVE WS-RECORDS-READ    TO SR-SEQUENCE.
           MOVE RL-FILE-IDENT      TO SR-FILE-IDENT.
           MOVE RL-RUN-STATUS      TO SR-RUN-STATUS.
           IF RL-RECORDS-READ NUMERIC
              MOVE RL-RECORDS-READ TO SR-RECORDS-READ
           ELSE
              MOVE ZERO TO SR-RECORDS-READ
           END-IF.
           IF RL-RECORDS-WRITTEN NUMERIC
              MOVE RL-RECORDS-WRITTEN TO SR-RECORDS-WRITTEN
           ELSE
              MOVE ZERO TO SR-RECORDS-WRITTEN
           END-IF.
           RELEASE SORT-WORK-RECORD.

       230-NOTE-RUN-DATE.
           MOVE "N" TO DATE-PLACED-SWITCH.
           PERFORM 235-PLACE-RUN-DATE
               VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DATE-COUNT
                  OR DATE-PLACED-SWITCH = "Y".
           IF DATE-PLACED-SWITCH = "N"
              AND WS-DATE-COUNT < WS-DATE-LIMIT
              ADD 1 TO WS-DATE-COUNT
              MOVE RL-RUN-DATE TO DT-RUN-DATE (WS-DATE-COUNT).

       235-PLACE-RUN-DATE.
           IF DT-RUN-DATE (WS-DATE-SUB) = RL-RUN-DATE
              MOVE "Y" TO DATE-PLACED-SWITCH
           ELSE
              IF DT-RUN-DATE (WS-DATE-SUB) < RL-RUN-DATE
                 IF WS-DATE-COUNT < WS-DATE-LIMIT
                    MOVE WS-DATE-COUNT TO WS-LAST-SUB
                    ADD 1 TO WS-DATE-COUNT
                 ELSE
                    COMPUTE WS-LAST-SUB = WS-DATE-COUNT - 1
                 END-IF
                 PERFORM 237-SHIFT-RUN-DATE-DOWN
                     VARYING WS-SHIFT-SUB FROM WS-LAST-SUB BY -1
                     UNTIL WS-SHIFT-SUB < WS-DATE-SUB
                 MOVE RL-RUN-DATE TO DT-RUN-DATE (WS-DATE-SUB)
                 MOVE "Y" TO DATE-PLACED-SWITCH
              END-IF
           END-IF.

       237-SHIFT-RUN-DATE-DOWN.
           MOVE DT-RUN-DATE (WS-SHIFT-SUB)
               TO DT-RUN-DATE (WS-SHIFT-SUB + 1).

       400-PRINT-RUN-TREND-REPORT.
           OPEN OUTPUT TREND-RPT.
           IF WS-DATE-COUNT = ZERO
              MOVE NO-RUNS-LINE TO TREND-PRINT-AREA
              WRITE TREND-PRINT-AREA
           ELSE
              MOVE DT-RUN-DATE (1)             TO WS-TONIGHT-DATE
              MOVE DT-RUN-DATE (WS-DATE-COUNT) TO WS-CUTOFF-DATE
              PERFORM 420-RETURN-SORT-RECORDS
                  UNTIL SORT-EOF-SWITCH = "Y"
              IF FIRST-RECORD-SWITCH = "N"
                 PERFORM 600-END-STEP
              END-IF
              PERFORM 700-PRINT-EXCEPTIONS
              PERFORM 800-PRINT-TREND-COUNTS
           END-IF.
           CLOSE TREND-RPT.
           IF WS-VOLUME-ANOMALIES > ZERO
              MOVE 4 TO RETURN-CODE.

       410-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE WS-TONIGHT-DATE      TO THL-TONIGHT-DATE.
           MOVE WS-CUTOFF-DATE       TO THL-CUTOFF-DATE.
           MOVE WS-NIGHTS            TO THL-NIGHTS.
           MOVE WS-TOLERANCE-PERCENT TO THL-TOLERANCE.
           MOVE PAGE-COUNT           TO THL-PAGE-NUMBER.
           MOVE TREND-HEADING-LINE-1 TO TREND-PRINT-AREA.
           WRITE TREND-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE TREND-HEADING-LINE-2 TO TREND-PRINT-AREA.
           WRITE TREND-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.

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
              PERFORM 450-START-STEP
           ELSE
              IF SR-PROGRAM-ID NOT = OLD-PROGRAM-ID
                 PERFORM 600-END-STEP
                 PERFORM 450-START-STEP
              END-IF
           END-IF.
           IF SR-RUN-STATUS = "STARTED "
              IF HELD-START-SWITCH = "Y"
                 MOVE "N" TO RUN-COMPLETE-SWITCH
                 PERFORM 500-RECORD-RUN
              END-IF
              MOVE SR-RUN-DATE   TO HS-RUN-DATE
              MOVE SR-RUN-TIME   TO HS-RUN-TIME
              MOVE SR-FILE-IDENT TO HS-FILE-IDENT
              MOVE "Y" TO HELD-START-SWITCH
           ELSE
              IF HELD-START-SWITCH = "Y"
                 PERFORM 440-COMPLETE-HELD-RUN
              ELSE
                 ADD 1 TO WS-UNPAIRED-RECORDS
              END-IF
           END-IF.

       440-COMPLETE-HELD-RUN.
           MOVE HS-RUN-TIME TO WS-TIME-HHMMSS.
           COMPUTE WS-START-SECONDS =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
           MOVE SR-RUN-TIME TO WS-TIME-HHMMSS.
           COMPUTE WS-END-SECONDS =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
           IF SR-RUN-DATE NOT = HS-RUN-DATE
              ADD 86400 TO WS-END-SECONDS.
           COMPUTE RF-ELAPSED = WS-END-SECONDS - WS-START-SECONDS.
           IF RF-ELAPSED < ZERO
              MOVE ZERO TO RF-ELAPSED.
           MOVE SR-RUN-TIME        TO RF-END-TIME.
           MOVE SR-RECORDS-READ    TO RF-RECORDS-READ.
           MOVE SR-RECORDS-WRITTEN TO RF-RECORDS-WRITTEN.
           MOVE SR-RUN-STATUS      TO RF-RUN-STATUS.
           MOVE "Y" TO RUN-COMPLETE-SWITCH.
           PERFORM 500-RECORD-RUN.

       450-START-STEP.
           MOVE SR-PROGRAM-ID TO OLD-PROGRAM-ID.
           ADD 1 TO WS-STEPS-ANALYSED.
           MOVE "N" TO HELD-START-SWITCH.
           MOVE "N" TO STATS-PRINTED-SWITCH.
           MOVE "N" TO STATS-VALID-SWITCH.
           MOVE "N" TO RAN-TONIGHT-SWITCH.
           MOVE ZERO TO ST-BASELINE-COUNT.
           MOVE ZERO TO ST-SUM-ELAPSED.
           MOVE ZERO TO ST-SUMSQ-ELAPSED.
           MOVE ZERO TO ST-SUM-READ.
           MOVE ZERO TO ST-SUMSQ-READ.
           MOVE ZERO TO ST-SUM-WRITTEN.
           MOVE ZERO TO ST-SUMSQ-WRITTEN.
           IF LINE-COUNT + 4 >= LINES-ON-PAGE
              PERFORM 410-PRINT-HEADING-LINES
           ELSE
              MOVE SPACE TO TREND-PRINT-AREA
              WRITE TREND-PRINT-AREA
              ADD 1 TO LINE-COUNT
           END-IF.

       500-RECORD-RUN.
           MOVE "N" TO HELD-START-SWITCH.
           IF HS-RUN-DATE >= WS-CUTOFF-DATE
              IF HS-RUN-DATE < WS-TONIGHT-DATE
                 PERFORM 510-RECORD-BASELINE-RUN
              ELSE
                 PERFORM 520-RECORD-TONIGHT-RUN
              END-IF
           END-IF.

       510-RECORD-BASELINE-RUN.
           PERFORM 530-FORMAT-RUN-LINE.
           IF RUN-COMPLETE-SWITCH = "Y"
              ADD 1 TO ST-BASELINE-COUNT
              ADD RF-ELAPSED TO ST-SUM-ELAPSED
              COMPUTE ST-SUMSQ-ELAPSED =
                  ST-SUMSQ-ELAPSED + RF-ELAPSED * RF-ELAPSED
              ADD RF-RECORDS-READ TO ST-SUM-READ
              COMPUTE ST-SUMSQ-READ =
                  ST-SUMSQ-READ + RF-RECORDS-READ * RF-RECORDS-READ
              ADD RF-RECORDS-WRITTEN TO ST-SUM-WRITTEN
              COMPUTE ST-SUMSQ-WRITTEN =
                  ST-SUMSQ-WRITTEN
                      + RF-RECORDS-WRITTEN * RF-RECORDS-WRITTEN
           END-IF.
           PERFORM 540-PRINT-RUN-LINE.

       520-RECORD-TONIGHT-RUN.
           IF STATS-PRINTED-SWITCH = "N"
              PERFORM 550-PRINT-STEP-STATISTICS.
           MOVE "Y" TO RAN-TONIGHT-SWITCH.
           ADD 1 TO WS-TONIGHT-RUNS.
           PERFORM 530-FORMAT-RUN-LINE.
           MOVE "TONIGHT" TO RTL-TONIGHT.
           IF RUN-COMPLETE-SWITCH = "N"
              MOVE "NO END"  TO RTL-ELAPSED-FLAG
              PERFORM 580-SAVE-EXCEPTION-LINE
           ELSE
              IF STATS-VALID-SWITCH = "Y"
                 PERFORM 525-FLAG-TONIGHT-RUN
              END-IF
           END-IF.
           PERFORM 540-PRINT-RUN-LINE.

       525-FLAG-TONIGHT-RUN.
           IF RF-ELAPSED > ST-ELAPSED-HIGH
              MOVE "TIME HI" TO RTL-ELAPSED-FLAG
           ELSE
              IF RF-ELAPSED < ST-ELAPSED-LOW
                 MOVE "TIME LO" TO RTL-ELAPSED-FLAG
              END-IF
           END-IF.
           IF RF-RECORDS-READ > ST-READ-HIGH
              MOVE "READ HI" TO RTL-READ-FLAG
           ELSE
              IF RF-RECORDS-READ < ST-READ-LOW
                 MOVE "READ LO" TO RTL-READ-FLAG
              END-IF
           END-IF.
           IF RF-RECORDS-WRITTEN > ST-WRITTEN-HIGH
              MOVE "WRIT HI" TO RTL-WRITTEN-FLAG
           ELSE
              IF RF-RECORDS-WRITTEN < ST-WRITTEN-LOW
                 MOVE "WRIT LO" TO RTL-WRITTEN-FLAG
              END-IF
           END-IF.
           IF RTL-ELAPSED-FLAG NOT = SPACE
              ADD 1 TO WS-ELAPSED-ANOMALIES.
           IF RTL-READ-FLAG NOT = SPACE
              OR RTL-WRITTEN-FLAG NOT = SPACE
              ADD 1 TO WS-VOLUME-ANOMALIES.
           IF RTL-ELAPSED-FLAG NOT = SPACE
              OR RTL-READ-FLAG NOT = SPACE
              OR RTL-WRITTEN-FLAG NOT = SPACE
              PERFORM 580-SAVE-EXCEPTION-LINE.

       530-FORMAT-RUN-LINE.
           MOVE SPACE TO RTL-FLAG-AREA.
           MOVE OLD-PROGRAM-ID TO RTL-PROGRAM-ID.
           MOVE HS-RUN-DATE    TO RTL-RUN-DATE.
           MOVE HS-RUN-TIME    TO RTL-START-TIME.
           MOVE HS-FILE-IDENT  TO RTL-FILE-IDENT.
           IF RUN-COMPLETE-SWITCH = "Y"
              MOVE RF-END-TIME        TO RTL-END-TIME
              MOVE RF-ELAPSED         TO SML-ELAPSED
              MOVE SML-ELAPSED        TO RTL-ELAPSED
              MOVE RF-RECORDS-READ    TO RTL-RECORDS-READ
              MOVE RF-RECORDS-WRITTEN TO RTL-RECORDS-WRITTEN
              MOVE RF-RUN-STATUS      TO RTL-RUN-STATUS
           ELSE
              MOVE SPACE    TO RTL-END-TIME
              MOVE SPACE    TO RTL-ELAPSED
              MOVE ZERO     TO RTL-RECORDS-READ
              MOVE ZERO     TO RTL-RECORDS-WRITTEN
              MOVE "NO END" TO RTL-RUN-STATUS
           END-IF.

       540-PRINT-RUN-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 410-PRINT-HEADING-LINES.
           MOVE RUN-TREND-LINE TO TREND-PRINT-AREA.
           WRITE TREND-PRINT-AREA.
           ADD 1 TO LINE-COUNT.

       550-PRINT-STEP-STATISTICS.
           MOVE "Y" TO STATS-PRINTED-SWITCH.
           IF LINE-COUNT + 3 >= LINES-ON-PAGE
              PERFORM 410-PRINT-HEADING-LINES.
           IF ST-BASELINE-COUNT < WS-MIN-BASELINE-RUNS
              MOVE "N" TO STATS-VALID-SWITCH
              MOVE "INSUFFICIENT BASELINE HISTORY - NOT JUDGED"
                  TO SNL-NOTE
              MOVE STEP-NOTE-LINE TO TREND-PRINT-AREA
              WRITE TREND-PRINT-AREA
              ADD 1 TO LINE-COUNT
           ELSE
              MOVE "Y" TO STATS-VALID-SWITCH
              PERFORM 555-COMPUTE-STEP-RANGES
              PERFORM 570-PRINT-STEP-RANGES
           END-IF.

       555-COMPUTE-STEP-RANGES.
           MOVE ST-SUM-ELAPSED   TO WS-SUM.
           MOVE ST-SUMSQ-ELAPSED TO WS-SUM-SQUARES.
           MOVE WS-MIN-ELAPSED-SPREAD TO WS-MIN-SPREAD.
           PERFORM 560-COMPUTE-NORMAL-RANGE.
           MOVE WS-MEAN TO ST-ELAPSED-MEAN.
           MOVE WS-LOW  TO ST-ELAPSED-LOW.
           MOVE WS-HIGH TO ST-ELAPSED-HIGH.
           MOVE ST-SUM-READ      TO WS-SUM.
           MOVE ST-SUMSQ-READ    TO WS-SUM-SQUARES.
           MOVE ZERO TO WS-MIN-SPREAD.
           PERFORM 560-COMPUTE-NORMAL-RANGE.
           MOVE WS-MEAN TO ST-READ-MEAN.
           MOVE WS-LOW  TO ST-READ-LOW.
           MOVE WS-HIGH TO ST-READ-HIGH.
           MOVE ST-SUM-WRITTEN   TO WS-SUM.
           MOVE ST-SUMSQ-WRITTEN TO WS-SUM-SQUARES.
           MOVE ZERO TO WS-MIN-SPREAD.
           PERFORM 560-COMPUTE-NORMAL-RANGE.
           MOVE WS-MEAN TO ST-WRITTEN-MEAN.
           MOVE WS-LOW  TO ST-WRITTEN-LOW.
           MOVE WS-HIGH TO ST-WRITTEN-HIGH.

       560-COMPUTE-NORMAL-RANGE.
           COMPUTE WS-MEAN ROUNDED = WS-SUM / ST-BASELINE-COUNT.
           COMPUTE WS-VARIANCE ROUNDED =
               WS-SUM-SQUARES / ST-BASELINE-COUNT
                   - WS-MEAN * WS-MEAN.
           IF WS-VARIANCE > ZERO
              COMPUTE WS-STD-DEVIATION ROUNDED = WS-VARIANCE ** 0.5
           ELSE
              MOVE ZERO TO WS-STD-DEVIATION
           END-IF.
           COMPUTE WS-SPREAD = WS-STD-DEVIATION * 2.
           COMPUTE WS-TOLERANCE-SPREAD ROUNDED =
               WS-MEAN * WS-TOLERANCE-PERCENT / 100.
           IF WS-TOLERANCE-SPREAD > WS-SPREAD
              MOVE WS-TOLERANCE-SPREAD TO WS-SPREAD.
           IF WS-MIN-SPREAD > WS-SPREAD
              MOVE WS-MIN-SPREAD TO WS-SPREAD.
           COMPUTE WS-LOW  = WS-MEAN - WS-SPREAD.
           COMPUTE WS-HIGH = WS-MEAN + WS-SPREAD.
           IF WS-LOW < ZERO
              MOVE ZERO TO WS-LOW.

       570-PRINT-STEP-RANGES.
           MOVE ST-BASELINE-COUNT TO SML-BASELINE-COUNT.
           MOVE ST-ELAPSED-MEAN   TO SML-ELAPSED.
           MOVE ST-READ-MEAN      TO SML-RECORDS-READ.
           MOVE ST-WRITTEN-MEAN   TO SML-RECORDS-WRITTEN.
           MOVE STEP-MEAN-LINE TO TREND-PRINT-AREA.
           WRITE TREND-PRINT-AREA.
           MOVE "NORMAL RANGE LOW"  TO SRL-LABEL.
           MOVE ST-ELAPSED-LOW    TO SRL-ELAPSED.
           MOVE ST-READ-LOW       TO SRL-RECORDS-READ.
           MOVE ST-WRITTEN-LOW    TO SRL-RECORDS-WRITTEN.
           MOVE STEP-RANGE-LINE TO TREND-PRINT-AREA.
           WRITE TREND-PRINT-AREA.
           MOVE "NORMAL RANGE HIGH" TO SRL-LABEL.
           MOVE ST-ELAPSED-HIGH   TO SRL-ELAPSED.
           MOVE ST-READ-HIGH      TO SRL-RECORDS-READ.
           MOVE ST-WRITTEN-HIGH   TO SRL-RECORDS-WRITTEN.
           MOVE STEP-RANGE-LINE TO TREND-PRINT-AREA.
           WRITE TREND-PRINT-AREA.
           ADD 3 TO LINE-COUNT.

       580-SAVE-EXCEPTION-LINE.
           IF WS-EXCEPTION-COUNT < 50
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE RUN-TREND-LINE TO EX-LINE (WS-EXCEPTION-COUNT).

       600-END-STEP.
           IF HELD-START-SWITCH = "Y"
              MOVE "N" TO RUN-COMPLETE-SWITCH
              PERFORM 500-RECORD-RUN.
           IF STATS-PRINTED-SWITCH = "N"
              AND ST-BASELINE-COUNT > ZERO
              PERFORM 550-PRINT-STEP-STATISTICS.
           IF RAN-TONIGHT-SWITCH = "N"
              AND ST-BASELINE-COUNT > ZERO
              ADD 1 TO WS-STEPS-NOT-RUN
              MOVE "** STEP DID NOT RUN TONIGHT" TO SNL-NOTE
              MOVE STEP-NOTE-LINE TO TREND-PRINT-AREA
              WRITE TREND-PRINT-AREA
              ADD 1 TO LINE-COUNT.

       700-PRINT-EXCEPTIONS.
           MOVE EXCEPTION-HEADING-LINE TO TREND-PRINT-AREA.
           WRITE TREND-PRINT-AREA AFTER ADVANCING 3 LINES.
           IF WS-EXCEPTION-COUNT = ZERO
              MOVE NO-EXCEPTION-LINE TO TREND-PRINT-AREA
              WRITE TREND-PRINT-AREA
           ELSE
              PERFORM 710-PRINT-EXCEPTION-LINE
                  VARYING WS-EXCEPTION-SUB FROM 1 BY 1
                  UNTIL WS-EXCEPTION-SUB > WS-EXCEPTION-COUNT
           END-IF.

       710-PRINT-EXCEPTION-LINE.
           MOVE EX-LINE (WS-EXCEPTION-SUB) TO TREND-PRINT-AREA.
           WRITE TREND-PRINT-AREA.

       800-PRINT-TREND-COUNTS.
           MOVE WS-RECORDS-READ      TO TCL-RECORDS-READ.
           MOVE WS-STEPS-ANALYSED    TO TCL-STEPS.
           MOVE WS-TONIGHT-RUNS      TO TCL-TONIGHT-RUNS.
           MOVE WS-UNPAIRED-RECORDS  TO TCL-UNPAIRED.
           MOVE TREND-COUNT-LINE-1 TO TREND-PRINT-AREA.
           WRITE TREND-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE WS-VOLUME-ANOMALIES  TO TCL-VOLUME.
           MOVE WS-ELAPSED-ANOMALIES TO TCL-ELAPSED.
           MOVE WS-STEPS-NOT-RUN     TO TCL-NOT-RUN.
           MOVE TREND-COUNT-LINE-2 TO TREND-PRINT-AREA.
           WRITE TREND-PRINT-AREA.
