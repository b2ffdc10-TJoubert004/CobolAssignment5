      *               with the grand-total records RPT5000 writes for
      *               the prior night and the current night, and
      *               proves that old master count plus adds minus
      *               deletes minus accounts retired by customer
      *               merges equals the new master count, and that
      *               the dollar movement through the update (adds,
      *               deletes and "S" adjustments) reconciles to the
      *               change in RPT5000's grand total this YTD. Sales
      *               moved by a merge stay on the master under the
      *               surviving account, so they are shown for
      *               information but net to zero in the proof. A
      *               control totals record CUSTUPD has flagged as
      *               overflowed cannot prove anything and fails the
      *               run outright. If
      *               anything is out of balance the program ends with
      *               return code 8 so the scheduler halts the stream
      *               before the CSV extract and the commission report
           05  CT-SALES-ADDED          PIC S9(8)V99.
           05  CT-SALES-DELETED        PIC S9(8)V99.
           05  CT-SALES-ADJUSTED       PIC S9(8)V99.
           05  CT-MERGES-COUNT         PIC 9(7).
           05  CT-SALES-MERGED         PIC S9(8)V99.
           05  CT-TOTALS-OVERFLOW      PIC X(1).
           05  FILLER                  PIC X(4).

       FD  PRIOR-TOTALS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  PRIOR-TOTALS-RECORD.
           05  PT-GRAND-TOTAL-THIS-YTD PIC S9(9)V99.
           05  PT-GRAND-TOTAL-LAST-YTD PIC S9(9)V99.
           05  PT-RECORD-COUNT         PIC 9(7).
           05  FILLER                  PIC X(51).

       FD  CURRENT-TOTALS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  CURRENT-TOTALS-RECORD.
           05  CU-GRAND-TOTAL-THIS-YTD PIC S9(9)V99.
           05  CU-GRAND-TOTAL-LAST-YTD PIC S9(9)V99.
           05  CU-RECORD-COUNT         PIC 9(7).
           05  FILLER                  PIC X(51).

       FD  BALANCE-RPT
           RECORDING MODE IS F

       01  CALCULATION-FIELDS.
           05  WS-EXPECTED-NEW-COUNT   PIC S9(8)     VALUE ZERO.
           05  WS-EXPECTED-MOVEMENT    PIC S9(10)V99 VALUE ZERO.
           05  WS-ACTUAL-MOVEMENT      PIC S9(10)V99 VALUE ZERO.
           05  WS-MERGES-COUNT         PIC 9(7)      VALUE ZERO.
           05  WS-SALES-MERGED         PIC S9(8)V99  VALUE ZERO.

       01  BALANCE-HEADING-LINE.
           05  FILLER                  PIC X(42)

       01  CHECK-LINE.
           05  CKL-DESCRIPTION         PIC X(34).
           05  CKL-EXPECTED            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  CKL-ACTUAL              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  CKL-RESULT              PIC X(14).
           05  FILLER                  PIC X(42)   VALUE SPACE.

       01  MERGE-INFO-LINE.
           05  FILLER                  PIC X(34)
                   VALUE "ACCOUNTS RETIRED BY MERGE         ".
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  MGL-MERGES-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  FILLER                  PIC X(21)
                   VALUE "SALES MOVED BY MERGE ".
           05  MGL-SALES-MERGED        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  FILLER                  PIC X(14)
                   VALUE "(NETS TO ZERO)".
           05  FILLER                  PIC X(28)   VALUE SPACE.

       01  MISSING-INPUT-LINE.
           05  MIL-FILE-NAME           PIC X(10).
                   VALUE "TOTALS RECORD MISSING - CANNOT PROVE".
           05  FILLER                  PIC X(84)   VALUE SPACE.

       01  OVERFLOW-INPUT-LINE.
           05  FILLER                  PIC X(58)   VALUE
           "CTLTOTAL SALES TOTALS OVERFLOWED IN CUSTUPD - CANNOT PROVE".
           05  FILLER                  PIC X(72)   VALUE SPACE.

       01  VERDICT-LINE.
           05  FILLER                  PIC X(13)
                   VALUE "RUN VERDICT: ".
           WRITE BALANCE-PRINT-AREA.
           PERFORM 100-READ-TOTALS-RECORDS.
           IF WS-INPUT-MISSING-SWITCH = "N"
              PERFORM 160-CHECK-TOTALS-OVERFLOW
              PERFORM 200-PROVE-RECORD-COUNTS
              PERFORM 300-PROVE-DOLLAR-MOVEMENT
              PERFORM 400-PROVE-NEW-MASTER-COUNT
           MOVE MISSING-INPUT-LINE TO BALANCE-PRINT-AREA.
           WRITE BALANCE-PRINT-AREA AFTER ADVANCING 2 LINES.

       160-CHECK-TOTALS-OVERFLOW.
           IF CT-TOTALS-OVERFLOW = "Y"
              MOVE "N" TO WS-IN-BALANCE-SWITCH
              MOVE OVERFLOW-INPUT-LINE TO BALANCE-PRINT-AREA
              WRITE BALANCE-PRINT-AREA AFTER ADVANCING 2 LINES.

       200-PROVE-RECORD-COUNTS.
           IF CT-MERGES-COUNT NUMERIC
              MOVE CT-MERGES-COUNT TO WS-MERGES-COUNT.
           IF CT-SALES-MERGED NUMERIC
              MOVE CT-SALES-MERGED TO WS-SALES-MERGED.
           COMPUTE WS-EXPECTED-NEW-COUNT =
               CT-OLD-READ-COUNT + CT-ADDS-WRITTEN-COUNT
               - CT-DELETES-COUNT - WS-MERGES-COUNT.
           MOVE "OLD + ADDS - DELS - MERGES = NEW  "
               TO CCL-DESCRIPTION.
           MOVE WS-EXPECTED-NEW-COUNT TO CCL-EXPECTED.
           MOVE CT-NEW-WRITTEN-COUNT  TO CCL-ACTUAL.
           END-IF.
           MOVE COUNT-CHECK-LINE TO BALANCE-PRINT-AREA.
           WRITE BALANCE-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE WS-MERGES-COUNT TO MGL-MERGES-COUNT.
           MOVE WS-SALES-MERGED TO MGL-SALES-MERGED.
           MOVE MERGE-INFO-LINE TO BALANCE-PRINT-AREA.
           WRITE BALANCE-PRINT-AREA.

       300-PROVE-DOLLAR-MOVEMENT.
           COMPUTE WS-EXPECTED-MOVEMENT =
