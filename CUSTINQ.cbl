      *               "where is this account" and "when did it turn".
      *               Keys with no matching master record are
      *               reported on their own page so the caller knows
      *               the account does not exist. A name-search card
      *               ("NAME " in columns 1-5, the leading text of the
      *               customer name in columns 6-25) reads the master
      *               through its alternate name key and lists every
      *               customer, across all branches, whose name starts
      *               with that text: key, name, branch name from
      *               BRCHMAST, rep name from REPMAST and both YTD
      *               figures, so the caller can pick the right key
      *               for a full profile.
      *****************************************************************
       ENVIRONMENT DIVISION.

           SELECT INQUIRY-CARDS ASSIGN TO INQCARD.
           SELECT CUSTIXF  ASSIGN TO CUSTIXF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-RECORD-KEY
               ALTERNATE RECORD KEY IS CI-CUSTOMER-NAME
                   WITH DUPLICATES.
           SELECT INQUIRY-RPT ASSIGN TO CUSTINQ.
           SELECT OPTIONAL SALES-HIST ASSIGN TO SALESHIST.
           SELECT OPTIONAL REP-MASTER ASSIGN TO REPMAST.
           SELECT OPTIONAL BRANCH-MASTER ASSIGN TO BRCHMAST.

       DATA DIVISION.
       FILE SECTION.
           05  IQ-SALESREP-NUMBER      PIC 9(2).
           05  IQ-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(71).
       01  NAME-SEARCH-CARD-RECORD.
           05  NS-CARD-CODE            PIC X(5).
           05  NS-NAME-PREFIX          PIC X(20).
           05  FILLER                  PIC X(55).

       FD  CUSTIXF
           RECORD CONTAINS 130 CHARACTERS.
               10  CI-SALESREP-NUMBER  PIC 9(2).
               10  CI-CUSTOMER-NUMBER  PIC 9(5).
           05  CI-CUSTOMER-NAME        PIC X(20).
           05  CI-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  CI-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  CI-REGION-CODE          PIC X(2).
           05  CI-COMMISSION-RATE      PIC 9V9(4).
           05  FILLER                  PIC X(76).

       FD  INQUIRY-RPT
           RECORDING MODE IS F
           05  SH-SALESREP-NUMBER      PIC 9(2).
           05  SH-CUSTOMER-NUMBER      PIC 9(5).
           05  SH-CUSTOMER-NAME        PIC X(20).
           05  SH-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SH-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  FILLER                  PIC X(7).

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

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  WS-RECORD-FOUND-SWITCH  PIC X    VALUE "N".
           05  HIST-EOF-SWITCH         PIC X    VALUE "N".
           05  WS-HAVE-HISTORY-SWITCH  PIC X    VALUE "N".
           05  REPMAST-EOF-SWITCH      PIC X    VALUE "N".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  NAME-SEARCH-END-SWITCH  PIC X    VALUE "N".

       01  PRINT-FIELDS.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.

       01  COUNT-FIELDS.
           05  WS-CARDS-READ           PIC 9(5)    VALUE ZERO.
           05  WS-PROFILES-PRINTED     PIC 9(5)    VALUE ZERO.
           05  WS-KEYS-NOT-FOUND       PIC 9(5)    VALUE ZERO.
           05  WS-NAME-SEARCHES        PIC 9(5)    VALUE ZERO.
           05  WS-NAME-MATCHES         PIC 9(5)    VALUE ZERO.
           05  WS-SEARCH-MATCHES       PIC 9(5)    VALUE ZERO.

       01  NAME-SEARCH-FIELDS.
           05  WS-PREFIX-LENGTH        PIC 99.
           05  WS-SCAN-SUB             PIC 99.
           05  WS-BRANCH-SUB           PIC 999.
           05  WS-REP-SUB              PIC 999.

       01  REP-TABLE.
           05  RT-ENTRY OCCURS 100 TIMES.
               10  RT-REP-NAME         PIC X(20).
               10  RT-ON-FILE          PIC X.

       01  BRANCH-TABLE.
           05  BN-ENTRY OCCURS 100 TIMES.
               10  BN-BRANCH-NAME      PIC X(20).
               10  BN-ON-FILE          PIC X.

       01  CALCULATION-FIELDS.
           05  WS-CHANGE-AMOUNT       PIC S9(8)V99   VALUE ZERO.
           05  WS-CHANGE-PERCENT      PIC S9(3)V9    VALUE ZERO.
           05  WS-COMMISSION-EARNED   PIC S9(7)V99   VALUE ZERO.

       01  HISTORY-FIELDS.
           05  WS-TREND-YEAR           PIC 9(4)       VALUE ZERO.
           05  WS-MONTH-SUB            PIC 999.
           05  WS-PRIOR-YTD            PIC S9(7)V99   VALUE ZERO.
           05  WS-MONTH-SALES          PIC S9(8)V99   VALUE ZERO.
           05  WS-EDIT-AMOUNT          PIC ZZZZZZ9-.

       01  MONTH-TABLE.
           05  MT-ENTRY OCCURS 12 TIMES.
               10  MT-YTD-AMOUNT       PIC S9(7)V99.
               10  MT-HAVE-DATA        PIC X.

       01  CURRENT-DATE-AND-TIME.
       01  PROFILE-SALES-LINE.
           05  FILLER              PIC X(21)
                   VALUE "SALES THIS YTD:      ".
           05  PSL-SALES-THIS-YTD  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(7)    VALUE SPACE.
           05  FILLER              PIC X(16)
                   VALUE "SALES LAST YTD: ".
           05  PSL-SALES-LAST-YTD  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(60)   VALUE SPACE.

       01  PROFILE-CHANGE-LINE.
           05  FILLER              PIC X(21)
                   VALUE "CHANGE AMOUNT:       ".
           05  PCL-CHANGE-AMOUNT   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(6)    VALUE SPACE.
           05  FILLER              PIC X(16)
                   VALUE "CHANGE PERCENT: ".
           05  PCL-CHANGE-PERCENT  PIC ZZ9.9-.
       01  PROFILE-COMMISSION-LINE.
           05  FILLER              PIC X(21)
                   VALUE "COMMISSION EARNED:   ".
           05  PML-COMMISSION      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(7)    VALUE SPACE.
           05  FILLER              PIC X(16)
                   VALUE "AT RATE:        ".
           05  PML-COMMISSION-RATE PIC 9.9999.
                   VALUE "NOT FOUND ON INDEXED MASTER FILE".
           05  FILLER              PIC X(63)   VALUE SPACE.

       01  NAME-SEARCH-LINE.
           05  FILLER              PIC X(21)
                   VALUE "NAME SEARCH:         ".
           05  NSL-NAME-PREFIX     PIC X(20).
           05  FILLER              PIC X(89)   VALUE SPACE.

       01  NAME-MATCH-HEADING-LINE.
           05  FILLER PIC X(14) VALUE "BR/REP/CUST".
           05  FILLER PIC X(22) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(22) VALUE "BRANCH NAME".
           05  FILLER PIC X(22) VALUE "SALESREP NAME".
           05  FILLER PIC X(15) VALUE " SALES THIS YTD".
           05  FILLER PIC X(15) VALUE " SALES LAST YTD".
           05  FILLER PIC X(20) VALUE SPACE.

       01  NAME-MATCH-LINE.
           05  NML-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  NML-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  NML-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  NML-CUSTOMER-NAME   PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  NML-BRANCH-NAME     PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  NML-REP-NAME        PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  NML-SALES-THIS-YTD  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  NML-SALES-LAST-YTD  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(22)   VALUE SPACE.

       01  NAME-SEARCH-COUNT-LINE.
           05  FILLER              PIC X(21)
                   VALUE "CUSTOMERS FOUND:     ".
           05  NCL-MATCHES         PIC ZZ,ZZ9.
           05  FILLER              PIC X(103)  VALUE SPACE.

       01  NO-MATCH-LINE.
           05  FILLER              PIC X(44)
                   VALUE "NO CUSTOMER NAME STARTS WITH THE SEARCH TEXT".
           05  FILLER              PIC X(86)   VALUE SPACE.

       01  NO-SEARCH-TEXT-LINE.
           05  FILLER              PIC X(44)
                   VALUE "NAME SEARCH CARD HAS NO SEARCH TEXT".
           05  FILLER              PIC X(86)   VALUE SPACE.

       01  INQUIRY-TOTAL-LINE.
           05  FILLER              PIC X(15)
                   VALUE "CARDS READ:    ".
           05  ITL-PROFILES        PIC ZZ,ZZ9.
           05  FILLER              PIC X(13)   VALUE "   NOT FOUND:".
           05  ITL-NOT-FOUND       PIC ZZ,ZZ9.
           05  FILLER              PIC X(13)   VALUE "   SEARCHES: ".
           05  ITL-SEARCHES        PIC ZZ,ZZ9.
           05  FILLER              PIC X(13)   VALUE "   MATCHES:  ".
           05  ITL-MATCHES         PIC ZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-INQUIRE-ON-CUSTOMERS.
           MOVE CD-DAY     TO PHL-DAY.
           MOVE CD-YEAR    TO PHL-YEAR.
           MOVE CD-YEAR    TO WS-TREND-YEAR.
           PERFORM 060-LOAD-BRANCH-MASTER.
           PERFORM 070-LOAD-REP-MASTER.
           PERFORM 100-READ-INQUIRY-CARD.
           PERFORM 200-PROCESS-INQUIRY-CARD
               UNTIL CARDS-EOF-SWITCH = "Y".
                 INQUIRY-RPT.
           STOP RUN.

       060-LOAD-BRANCH-MASTER.
           PERFORM 062-CLEAR-BRANCH-ENTRY
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 100.
           OPEN INPUT BRANCH-MASTER.
           PERFORM 065-STORE-BRANCH-ENTRY
               UNTIL BRCHMAST-EOF-SWITCH = "Y".
           CLOSE BRANCH-MASTER.

       062-CLEAR-BRANCH-ENTRY.
           MOVE SPACE TO BN-BRANCH-NAME (WS-BRANCH-SUB).
           MOVE "N"   TO BN-ON-FILE     (WS-BRANCH-SUB).

       065-STORE-BRANCH-ENTRY.
           READ BRANCH-MASTER
               AT END
                   MOVE "Y" TO BRCHMAST-EOF-SWITCH
               NOT AT END
                   COMPUTE WS-BRANCH-SUB = BR-BRANCH-NUMBER + 1
                   MOVE BR-BRANCH-NAME
                       TO BN-BRANCH-NAME (WS-BRANCH-SUB)
                   MOVE "Y" TO BN-ON-FILE (WS-BRANCH-SUB)
           END-READ.

       070-LOAD-REP-MASTER.
           PERFORM 072-CLEAR-REP-ENTRY
               VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > 100.
           OPEN INPUT REP-MASTER.
           PERFORM 075-STORE-REP-ENTRY
               UNTIL REPMAST-EOF-SWITCH = "Y".
           CLOSE REP-MASTER.

       072-CLEAR-REP-ENTRY.
           MOVE SPACE TO RT-REP-NAME (WS-REP-SUB).
           MOVE "N"   TO RT-ON-FILE  (WS-REP-SUB).

       075-STORE-REP-ENTRY.
           READ REP-MASTER
               AT END
                   MOVE "Y" TO REPMAST-EOF-SWITCH
               NOT AT END
                   COMPUTE WS-REP-SUB = RM-SALESREP-NUMBER + 1
                   MOVE RM-SALESREP-NAME TO RT-REP-NAME (WS-REP-SUB)
                   MOVE "Y"              TO RT-ON-FILE  (WS-REP-SUB)
           END-READ.

       100-READ-INQUIRY-CARD.
           READ INQUIRY-CARDS
               AT END
              ADD 1 TO WS-CARDS-READ.

       200-PROCESS-INQUIRY-CARD.
           IF NS-CARD-CODE = "NAME "
              PERFORM 700-SEARCH-CUSTOMER-NAME
           ELSE
              PERFORM 250-INQUIRE-BY-KEY
           END-IF.
           PERFORM 100-READ-INQUIRY-CARD.

       250-INQUIRE-BY-KEY.
           MOVE "N" TO WS-RECORD-FOUND-SWITCH.
           MOVE IQ-BRANCH-NUMBER   TO CI-BRANCH-NUMBER.
           MOVE IQ-SALESREP-NUMBER TO CI-SALESREP-NUMBER.
           MOVE IQ-CUSTOMER-NUMBER TO CI-CUSTOMER-NUMBER.
           READ CUSTIXF
               KEY IS CI-RECORD-KEY
               INVALID KEY
                   PERFORM 500-PRINT-NOT-FOUND-PAGE
               NOT INVALID KEY
           END-READ.
           IF WS-RECORD-FOUND-SWITCH = "Y"
              PERFORM 300-PRINT-CUSTOMER-PROFILE.

       300-PRINT-CUSTOMER-PROFILE.
           ADD 1 TO WS-PROFILES-PRINTED.
              COMPUTE WS-MONTH-SALES =
                  MT-YTD-AMOUNT (WS-MONTH-SUB) - WS-PRIOR-YTD
              MOVE MT-YTD-AMOUNT (WS-MONTH-SUB) TO WS-PRIOR-YTD
              IF WS-MONTH-SALES > 9999999.99
                 OR WS-MONTH-SALES < -9999999.99
                 MOVE " *******" TO HAL-MONTH-COL (WS-MONTH-SUB)
              ELSE
                 MOVE WS-MONTH-SALES TO WS-EDIT-AMOUNT
                 MOVE WS-EDIT-AMOUNT TO HAL-MONTH-COL (WS-MONTH-SUB)
              END-IF
           ELSE
              MOVE SPACE TO HAL-MONTH-COL (WS-MONTH-SUB)
           END-IF.
           MOVE WS-CARDS-READ       TO ITL-CARDS-READ.
           MOVE WS-PROFILES-PRINTED TO ITL-PROFILES.
           MOVE WS-KEYS-NOT-FOUND   TO ITL-NOT-FOUND.
           MOVE WS-NAME-SEARCHES    TO ITL-SEARCHES.
           MOVE WS-NAME-MATCHES     TO ITL-MATCHES.
           MOVE INQUIRY-TOTAL-LINE  TO INQUIRY-PRINT-AREA.
           WRITE INQUIRY-PRINT-AREA AFTER ADVANCING 2 LINES.

       700-SEARCH-CUSTOMER-NAME.
           ADD 1 TO WS-NAME-SEARCHES.
           MOVE ZERO TO WS-SEARCH-MATCHES.
           PERFORM 710-PRINT-NAME-SEARCH-HEADING.
           MOVE ZERO TO WS-PREFIX-LENGTH.
           PERFORM 720-MEASURE-NAME-PREFIX
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > 20.
           IF WS-PREFIX-LENGTH = ZERO
              MOVE NO-SEARCH-TEXT-LINE TO INQUIRY-PRINT-AREA
              WRITE INQUIRY-PRINT-AREA
           ELSE
              MOVE "N" TO NAME-SEARCH-END-SWITCH
              MOVE NS-NAME-PREFIX TO CI-CUSTOMER-NAME
              START CUSTIXF
                  KEY IS NOT LESS THAN CI-CUSTOMER-NAME
                  INVALID KEY
                      MOVE "Y" TO NAME-SEARCH-END-SWITCH
              END-START
              PERFORM 730-READ-NEXT-NAME
                  UNTIL NAME-SEARCH-END-SWITCH = "Y"
              IF WS-SEARCH-MATCHES = ZERO
                 MOVE NO-MATCH-LINE TO INQUIRY-PRINT-AREA
                 WRITE INQUIRY-PRINT-AREA
              ELSE
                 MOVE WS-SEARCH-MATCHES TO NCL-MATCHES
                 MOVE NAME-SEARCH-COUNT-LINE TO INQUIRY-PRINT-AREA
                 WRITE INQUIRY-PRINT-AREA AFTER ADVANCING 2 LINES
              END-IF
           END-IF.

       710-PRINT-NAME-SEARCH-HEADING.
           MOVE PROFILE-HEADING-LINE TO INQUIRY-PRINT-AREA.
           WRITE INQUIRY-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE NS-NAME-PREFIX       TO NSL-NAME-PREFIX.
           MOVE NAME-SEARCH-LINE     TO INQUIRY-PRINT-AREA.
           WRITE INQUIRY-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE NAME-MATCH-HEADING-LINE TO INQUIRY-PRINT-AREA.
           WRITE INQUIRY-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE 5 TO LINE-COUNT.

       720-MEASURE-NAME-PREFIX.
           IF NS-NAME-PREFIX (WS-SCAN-SUB:1) NOT = SPACE
              MOVE WS-SCAN-SUB TO WS-PREFIX-LENGTH.

       730-READ-NEXT-NAME.
           READ CUSTIXF NEXT RECORD
               AT END
                   MOVE "Y" TO NAME-SEARCH-END-SWITCH
               NOT AT END
                   IF CI-CUSTOMER-NAME (1:WS-PREFIX-LENGTH)
                         = NS-NAME-PREFIX (1:WS-PREFIX-LENGTH)
                      PERFORM 740-PRINT-NAME-MATCH
                   ELSE
                      MOVE "Y" TO NAME-SEARCH-END-SWITCH
                   END-IF
           END-READ.

       740-PRINT-NAME-MATCH.
           ADD 1 TO WS-SEARCH-MATCHES.
           ADD 1 TO WS-NAME-MATCHES.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 710-PRINT-NAME-SEARCH-HEADING.
           MOVE CI-BRANCH-NUMBER   TO NML-BRANCH-NUMBER.
           MOVE CI-SALESREP-NUMBER TO NML-SALESREP-NUMBER.
           MOVE CI-CUSTOMER-NUMBER TO NML-CUSTOMER-NUMBER.
           MOVE CI-CUSTOMER-NAME   TO NML-CUSTOMER-NAME.
           COMPUTE WS-BRANCH-SUB = CI-BRANCH-NUMBER + 1.
           IF BN-ON-FILE (WS-BRANCH-SUB) = "Y"
              MOVE BN-BRANCH-NAME (WS-BRANCH-SUB) TO NML-BRANCH-NAME
           ELSE
              MOVE "** NOT ON BRCHMAST" TO NML-BRANCH-NAME
           END-IF.
           COMPUTE WS-REP-SUB = CI-SALESREP-NUMBER + 1.
           IF RT-ON-FILE (WS-REP-SUB) = "Y"
              MOVE RT-REP-NAME (WS-REP-SUB) TO NML-REP-NAME
           ELSE
              MOVE "** NOT ON REPMAST" TO NML-REP-NAME
           END-IF.
           MOVE CI-SALES-THIS-YTD  TO NML-SALES-THIS-YTD.
           MOVE CI-SALES-LAST-YTD  TO NML-SALES-LAST-YTD.
           MOVE NAME-MATCH-LINE    TO INQUIRY-PRINT-AREA.
           WRITE INQUIRY-PRINT-AREA.
           ADD 1 TO LINE-COUNT.
