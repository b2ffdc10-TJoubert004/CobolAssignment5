       01  HEADER-CONTROL-FIELDS.
           05  WS-HEADER-BRANCH        PIC 9(2)      VALUE ZERO.
           05  WS-EXPECTED-COUNT       PIC 9(7)      VALUE ZERO.
           05  WS-EXPECTED-HASH        PIC S9(11)V99 VALUE ZERO.

       01  SUBMISSION-TOTAL-FIELDS.
           05  WS-ROWS-READ            PIC 9(7)      VALUE ZERO.
           05  WS-ROWS-IN-ERROR        PIC 9(7)      VALUE ZERO.
           05  WS-ROWS-HELD            PIC 9(7)      VALUE ZERO.
           05  WS-HASH-ACCUMULATED     PIC S9(11)V99 VALUE ZERO.
           05  WS-TRANS-WRITTEN        PIC 9(7)      VALUE ZERO.

       01  PARSE-FIELDS.
                   OCCURS 15 TIMES     PIC X.
           05  WS-PARSE-SUB            PIC 99.
           05  WS-PARSE-VALUE          PIC 9(9)      VALUE ZERO.
           05  WS-PARSE-AMOUNT         PIC S9(11)V9(4) VALUE ZERO.
           05  WS-PARSE-INT-PART       PIC 9(11)     VALUE ZERO.
           05  WS-PARSE-DEC-DIGITS     PIC 9(4)      VALUE ZERO.
           05  WS-PARSE-DEC-COUNT      PIC 9         VALUE ZERO.
           05  WS-PARSE-DEC-LIMIT      PIC 9         VALUE 2.
           05  GW-SALESREP-NUMBER      PIC 9(2).
           05  GW-CUSTOMER-NUMBER      PIC 9(5).
           05  GW-CUSTOMER-NAME        PIC X(20).
           05  GW-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  GW-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  GW-SALES-ADJUSTMENT     PIC S9(7)V9(2).
           05  GW-REGION-CODE          PIC X(2).
           05  GW-COMMISSION-RATE      PIC 9V9(4).
           05  GW-RECYCLE-COUNT        PIC 9(1).
           05  FILLER                  PIC X(15).

       01  HELD-ROW-FIELDS.
           05  WS-HOLD-SUB             PIC 9(3).

       01  CONTROL-COMPARE-LINE.
           05  CCL-DESCRIPTION         PIC X(22).
           05  CCL-EXPECTED            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(12)
                   VALUE "   ACTUAL:  ".
           05  CCL-ACTUAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(60)   VALUE SPACE.

       01  VERDICT-LINE.
           05  FILLER                  PIC X(21)
           MOVE 2 TO WS-PARSE-DEC-LIMIT.
           PERFORM 860-PARSE-AMOUNT-FIELD.
           IF WS-PARSE-OK-SWITCH = "N"
              OR WS-PARSE-AMOUNT > 9999999.99
              OR WS-PARSE-AMOUNT < -9999999.99
              MOVE "SALES THIS YTD UNPARSEABLE" TO REL-REASON
              PERFORM 700-WRITE-ROW-ERROR-LINE
           ELSE
           MOVE 2 TO WS-PARSE-DEC-LIMIT.
           PERFORM 860-PARSE-AMOUNT-FIELD.
           IF WS-PARSE-OK-SWITCH = "N"
              OR WS-PARSE-AMOUNT > 9999999.99
              OR WS-PARSE-AMOUNT < -9999999.99
              MOVE "SALES LAST YTD UNPARSEABLE" TO REL-REASON
              PERFORM 700-WRITE-ROW-ERROR-LINE
           ELSE
           MOVE 2 TO WS-PARSE-DEC-LIMIT.
           PERFORM 860-PARSE-AMOUNT-FIELD.
           IF WS-PARSE-OK-SWITCH = "N"
              OR WS-PARSE-AMOUNT > 9999999.99
              OR WS-PARSE-AMOUNT < -9999999.99
              MOVE "SALES ADJUSTMENT UNPARSEABLE" TO REL-REASON
              PERFORM 700-WRITE-ROW-ERROR-LINE
           ELSE
