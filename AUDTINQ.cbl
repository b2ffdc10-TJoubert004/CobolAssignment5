      *               images of the changed fields - so the year-end
      *               auditors' "who changed this customer's rate and
      *               when" is a one-page answer instead of a search
      *               through filed listings. Entries that link two
      *               keys - an account reassigned to another rep by
      *               CUSTRASN, or two accounts merged by CUSTUPD -
      *               print a third line naming the other key so the
      *               account can be followed across the move or
      *               merge.
      *****************************************************************
       ENVIRONMENT DIVISION.

           05  AH-CUSTOMER-NUMBER      PIC 9(5).
           05  AH-OLD-CUSTOMER-NAME    PIC X(20).
           05  AH-NEW-CUSTOMER-NAME    PIC X(20).
           05  AH-OLD-SALES-THIS-YTD   PIC S9(7)V9(2).
           05  AH-NEW-SALES-THIS-YTD   PIC S9(7)V9(2).
           05  AH-OLD-SALES-LAST-YTD   PIC S9(7)V9(2).
           05  AH-NEW-SALES-LAST-YTD   PIC S9(7)V9(2).
           05  AH-OLD-REGION-CODE      PIC X(2).
           05  AH-NEW-REGION-CODE      PIC X(2).
           05  AH-OLD-COMMISSION-RATE  PIC 9V9(4).
           05  AH-NEW-COMMISSION-RATE  PIC 9V9(4).
           05  AH-LINK-DIRECTION       PIC X(1).
           05  AH-LINKED-BRANCH        PIC 9(2).
           05  AH-LINKED-SALESREP      PIC 9(2).
           05  AH-LINKED-CUSTOMER      PIC 9(5).
           05  FILLER                  PIC X(2).

       FD  INQUIRY-RPT
           RECORDING MODE IS F
           05  FILLER PIC X(5)  VALUE "CODE ".
           05  FILLER PIC X(8)  VALUE SPACE.
           05  FILLER PIC X(22) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(15) VALUE "THIS YTD".
           05  FILLER PIC X(15) VALUE "LAST YTD".
           05  FILLER PIC X(8)  VALUE "REGION".
           05  FILLER PIC X(6)  VALUE "RATE".
           05  FILLER PIC X(41) VALUE SPACE.

       01  HISTORY-BEFORE-LINE.
           05  HBL-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(8)    VALUE "BEFORE  ".
           05  HBL-CUSTOMER-NAME   PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  HBL-SALES-THIS-YTD  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  HBL-SALES-LAST-YTD  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  HBL-REGION-CODE     PIC X(2).
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  HBL-COMMISSION-RATE PIC 9.9999.
           05  FILLER              PIC X(41)   VALUE SPACE.

       01  HISTORY-AFTER-LINE.
           05  FILLER              PIC X(15)   VALUE SPACE.
           05  FILLER              PIC X(8)    VALUE "AFTER   ".
           05  HAL-CUSTOMER-NAME   PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  HAL-SALES-THIS-YTD  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  HAL-SALES-LAST-YTD  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  HAL-REGION-CODE     PIC X(2).
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  HAL-COMMISSION-RATE PIC 9.9999.
           05  FILLER              PIC X(41)   VALUE SPACE.

       01  HISTORY-LINK-LINE.
           05  FILLER              PIC X(15)   VALUE SPACE.
           05  HLL-LINK-TEXT       PIC X(24).
           05  HLL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  HLL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  HLL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(80)   VALUE SPACE.

       01  NO-HISTORY-LINE.
           05  FILLER              PIC X(24)
           MOVE AH-NEW-COMMISSION-RATE TO HAL-COMMISSION-RATE.
           MOVE HISTORY-AFTER-LINE TO INQUIRY-PRINT-AREA.
           WRITE INQUIRY-PRINT-AREA.
           IF AH-LINK-DIRECTION NOT = SPACE
              PERFORM 420-PRINT-LINKED-KEY-LINE.
           ADD 1 TO WS-CHANGES-PRINTED.

       420-PRINT-LINKED-KEY-LINE.
           EVALUATE AH-LINK-DIRECTION
               WHEN "T"
                   MOVE "REASSIGNED TO KEY:      " TO HLL-LINK-TEXT
               WHEN "F"
                   MOVE "REASSIGNED FROM KEY:    " TO HLL-LINK-TEXT
               WHEN "I"
                   MOVE "MERGED INTO KEY:        " TO HLL-LINK-TEXT
               WHEN "A"
                   MOVE "ABSORBED KEY:           " TO HLL-LINK-TEXT
               WHEN OTHER
                   MOVE "LINKED KEY:             " TO HLL-LINK-TEXT
           END-EVALUATE.
           MOVE AH-LINKED-BRANCH   TO HLL-BRANCH-NUMBER.
           MOVE AH-LINKED-SALESREP TO HLL-SALESREP-NUMBER.
           MOVE AH-LINKED-CUSTOMER TO HLL-CUSTOMER-NUMBER.
           MOVE HISTORY-LINK-LINE TO INQUIRY-PRINT-AREA.
           WRITE INQUIRY-PRINT-AREA.

       450-PRINT-KEY-HEADING.
           MOVE IQ-BRANCH-NUMBER   TO HKL-BRANCH-NUMBER.
           MOVE IQ-SALESREP-NUMBER TO HKL-SALESREP-NUMBER.
