      *  Description: CUSTUPD is the batch maintenance program for the
      *               CUSTMAST master file. It applies a sorted
      *               transaction file of adds, name changes, sales
      *               adjustments, region/commission-rate changes,
      *               customer merges and deletes - keyed the same way
      *               as CUSTOMER-MASTER-RECORD (CM-BRANCH-NUMBER/
      *               CM-SALESREP-NUMBER/CM-CUSTOMER-NUMBER) - against
      *               the current CUSTMAST generation to produce the
      *               next generation, together with an audit listing
      *               and after images of the changed fields, so
      *               AUDTINQ can answer "who changed this customer
      *               and when" long after the nightly listing has
      *               been filed away. A merge ("M") transaction is
      *               keyed on the surviving account and carries the
      *               key of the account it absorbs; the absorbed
      *               account's sales this YTD and last YTD are added
      *               into the survivor, the absorbed account is
      *               retired from the new generation, and both images
      *               go to the audit history cross-referenced to each
      *               other. Merges are screened in a pass over the
      *               transactions and the old master before the update
      *               starts, so an absorbed account is only retired
      *               when its survivor is certain to receive it.
      *               Every "R" transaction that changes a customer's
      *               commission rate also appends the old and new
      *               rates to the rate history file, effective from
      *               the period of the run, so COMMCALC can pay each
      *               month's sales at the rate in force in that month.
      *               A sales adjustment, or a merge, that would carry a
      *               customer's sales past the size of the sales
      *               fields is rejected to the reject file with reason
      *               R06 rather than applied; merges are checked in the
      *               screening pass against the survivor's balance
      *               plus every increasing adjustment keyed to it.
      *               If the run's own dollar control totals overflow,
      *               the control totals record is flagged so BALCHK
      *               fails the stream, and the run ends with return
      *               code 8 and an OUT-BAL run log entry.
      *****************************************************************
       ENVIRONMENT DIVISION.

           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG.
           SELECT OPTIONAL GEN-CARD ASSIGN TO GENCARD.
           SELECT OPTIONAL AUDIT-HIST ASSIGN TO AUDITHST.
           SELECT OPTIONAL RATE-HIST  ASSIGN TO RATEHIST.

       DATA DIVISION.
       FILE SECTION.
           05  OM-SALESREP-NUMBER      PIC 9(2).
           05  OM-CUSTOMER-NUMBER      PIC 9(5).
           05  OM-CUSTOMER-NAME        PIC X(20).
           05  OM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  OM-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  OM-REGION-CODE          PIC X(2).
           05  OM-COMMISSION-RATE      PIC 9V9(4).
           05  FILLER                  PIC X(76).

       FD  TRANS-FILE
           RECORDING MODE IS F
           05  TR-SALESREP-NUMBER      PIC 9(2).
           05  TR-CUSTOMER-NUMBER      PIC 9(5).
           05  TR-CUSTOMER-NAME        PIC X(20).
           05  TR-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  TR-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  TR-SALES-ADJUSTMENT     PIC S9(7)V9(2).
           05  TR-REGION-CODE          PIC X(2).
           05  TR-COMMISSION-RATE      PIC 9V9(4).
           05  TR-RECYCLE-COUNT        PIC 9(1).
           05  TR-ABSORBED-BRANCH      PIC 9(2).
           05  TR-ABSORBED-SALESREP    PIC 9(2).
           05  TR-ABSORBED-CUSTOMER    PIC 9(5).
           05  FILLER                  PIC X(6).

       FD  NEW-CUSTMAST
           RECORDING MODE IS F
           05  NM-SALESREP-NUMBER      PIC 9(2).
           05  NM-CUSTOMER-NUMBER      PIC 9(5).
           05  NM-CUSTOMER-NAME        PIC X(20).
           05  NM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  NM-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  NM-REGION-CODE          PIC X(2).
           05  NM-COMMISSION-RATE      PIC 9V9(4).
           05  FILLER                  PIC X(76).

       FD  AUDIT-RPT
           RECORDING MODE IS F
           05  CT-SALES-ADDED          PIC S9(8)V99.
           05  CT-SALES-DELETED        PIC S9(8)V99.
           05  CT-SALES-ADJUSTED       PIC S9(8)V99.
           05  CT-MERGES-COUNT         PIC 9(7).
           05  CT-SALES-MERGED         PIC S9(8)V99.
           05  CT-TOTALS-OVERFLOW      PIC X(1).
           05  FILLER                  PIC X(4).

       FD  REJECT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 84 CHARACTERS.
       01  REJECT-RECORD.
           05  REJ-TRAN-DATA.
               10  FILLER              PIC X(64).
               10  REJ-RECYCLE-COUNT   PIC 9(1).
               10  FILLER              PIC X(15).
           05  REJ-REASON-CODE         PIC X(3).
           05  REJ-ESCALATED           PIC X(1).

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

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  WS-KEY-ADDED-SWITCH     PIC X    VALUE "N".
           05  RUN-LOG-EOF-SWITCH      PIC X    VALUE "N".
           05  WS-DUP-RUN-SWITCH       PIC X    VALUE "N".
           05  MERGE-SCAN-EOF-SWITCH   PIC X    VALUE "N".
           05  MASTER-SCAN-EOF-SWITCH  PIC X    VALUE "N".
           05  WS-DELETE-SEEN-SWITCH   PIC X    VALUE "N".
           05  WS-TOTALS-OVERFLOW-SWITCH
                                       PIC X    VALUE "N".

       01  RUN-LOG-FIELDS.
           05  WS-RUN-FILE-IDENT       PIC X(16)   VALUE SPACE.

       01  BEFORE-IMAGE-FIELDS.
           05  BI-CUSTOMER-NAME        PIC X(20).
           05  BI-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  BI-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  BI-REGION-CODE          PIC X(2).
           05  BI-COMMISSION-RATE      PIC 9V9(4).

           05  WS-SALES-ADDED          PIC S9(8)V99  VALUE ZERO.
           05  WS-SALES-DELETED        PIC S9(8)V99  VALUE ZERO.
           05  WS-SALES-ADJUSTED       PIC S9(8)V99  VALUE ZERO.
           05  WS-MERGES-COUNT         PIC 9(7)      VALUE ZERO.
           05  WS-SALES-MERGED         PIC S9(8)V99  VALUE ZERO.

       01  REJECT-CONTROL-FIELDS.
           05  WS-REJECT-REASON        PIC X(3)    VALUE SPACE.
           05  WS-REJ-DUP-ADD-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-REJ-DELETED-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-REJ-BAD-CODE-COUNT   PIC 9(7)    VALUE ZERO.
           05  WS-REJ-MERGE-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-REJ-OVERFLOW-COUNT   PIC 9(7)    VALUE ZERO.
           05  WS-REJ-ESCALATED-COUNT  PIC 9(7)    VALUE ZERO.

       01  MASTER-WORK-RECORD.
           05  MW-SALESREP-NUMBER      PIC 9(2).
           05  MW-CUSTOMER-NUMBER      PIC 9(5).
           05  MW-CUSTOMER-NAME        PIC X(20).
           05  MW-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  MW-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  MW-REGION-CODE          PIC X(2).
           05  MW-COMMISSION-RATE      PIC 9V9(4).

           05  WS-MASTER-KEY           PIC 9(9)    VALUE ZERO.
           05  WS-TRANS-KEY            PIC 9(9)    VALUE ZERO.

       01  MERGE-CONTROL-FIELDS.
           05  WS-MERGE-COUNT          PIC 999     VALUE ZERO.
           05  WS-MERGE-SUB            PIC 999.
           05  WS-OTHER-SUB            PIC 999.
           05  WS-FOUND-SUB            PIC 999     VALUE ZERO.
           05  WS-SCAN-KEY             PIC 9(9)    VALUE ZERO.
           05  WS-ABSORBED-KEY         PIC 9(9)    VALUE ZERO.
           05  WS-LAST-DELETE-KEY      PIC 9(9)    VALUE ZERO.
           05  WS-LINK-DIRECTION       PIC X(1)    VALUE SPACE.
           05  WS-LINKED-BRANCH        PIC 9(2)    VALUE ZERO.
           05  WS-LINKED-SALESREP      PIC 9(2)    VALUE ZERO.
           05  WS-LINKED-CUSTOMER      PIC 9(5)    VALUE ZERO.
           05  WS-MERGED-SALES-THIS-YTD
                                       PIC S9(7)V9(2) VALUE ZERO.
           05  WS-MERGED-SALES-LAST-YTD
                                       PIC S9(7)V9(2) VALUE ZERO.
           05  WS-EARLIER-ABS-THIS-YTD PIC S9(9)V9(2) VALUE ZERO.
           05  WS-EARLIER-ABS-LAST-YTD PIC S9(9)V9(2) VALUE ZERO.

       01  MERGE-TABLE.
           05  MT-ENTRY OCCURS 200 TIMES.
               10  MT-STATUS           PIC X.
               10  MT-APPLIED          PIC X.
               10  MT-SURVIVOR-FOUND   PIC X.
               10  MT-ABSORBED-FOUND   PIC X.
               10  MT-SURVIVOR-KEY     PIC 9(9).
               10  MT-ABSORBED-KEY     PIC 9(9).
               10  MT-SUR-BRANCH       PIC 9(2).
               10  MT-SUR-SALESREP     PIC 9(2).
               10  MT-SUR-CUSTOMER     PIC 9(5).
               10  MT-ABS-SALES-THIS-YTD
                                       PIC S9(7)V9(2).
               10  MT-ABS-SALES-LAST-YTD
                                       PIC S9(7)V9(2).
               10  MT-SUR-SALES-THIS-YTD
                                       PIC S9(7)V9(2).
               10  MT-SUR-SALES-LAST-YTD
                                       PIC S9(7)V9(2).
               10  MT-SUR-ADJUSTMENTS  PIC S9(9)V9(2).

       01  AUDIT-HEADING-LINE.
           05  FILLER                  PIC X(32)
                   VALUE "CUSTUPD - CUSTMAST AUDIT LISTING".
           "  ** ESCALATED - REJECTED 3 TIMES - MANUAL REVIEW **".
           05  FILLER                  PIC X(78)   VALUE SPACE.

       01  TOTALS-OVERFLOW-LINE.
           05  FILLER                  PIC X(56)   VALUE
           "** CONTROL TOTALS OVERFLOWED - RUN CANNOT BE BALANCED **".
           05  FILLER                  PIC X(74)   VALUE SPACE.

       01  REJECT-SUMMARY-HEADING.
           05  FILLER                  PIC X(29)
                   VALUE "REJECT SUMMARY BY REASON CODE".
           PERFORM 990-WRITE-RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       150-LOAD-MERGE-TABLE.
           OPEN INPUT TRANS-FILE.
           PERFORM 155-READ-MERGE-TRANSACTION
               UNTIL MERGE-SCAN-EOF-SWITCH = "Y".
           CLOSE TRANS-FILE.
           IF WS-MERGE-COUNT > 0
              PERFORM 160-CHECK-MERGE-ENTRY
                  VARYING WS-MERGE-SUB FROM 1 BY 1
                  UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
              OPEN INPUT OLD-CUSTMAST
              PERFORM 175-SCAN-MASTER-FOR-MERGES
                  UNTIL MASTER-SCAN-EOF-SWITCH = "Y"
              CLOSE OLD-CUSTMAST
              MOVE "N" TO MERGE-SCAN-EOF-SWITCH
              OPEN INPUT TRANS-FILE
              PERFORM 182-SCAN-SURVIVOR-ADJUSTMENTS
                  UNTIL MERGE-SCAN-EOF-SWITCH = "Y"
              CLOSE TRANS-FILE
              PERFORM 185-FINISH-MERGE-ENTRY
                  VARYING WS-MERGE-SUB FROM 1 BY 1
                  UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
           END-IF.

       155-READ-MERGE-TRANSACTION.
           READ TRANS-FILE
               AT END
                   MOVE "Y" TO MERGE-SCAN-EOF-SWITCH
           END-READ.
           IF MERGE-SCAN-EOF-SWITCH = "N"
              COMPUTE WS-SCAN-KEY =
                  (TR-BRANCH-NUMBER * 10000000) +
                  (TR-SALESREP-NUMBER * 100000) +
                   TR-CUSTOMER-NUMBER
              IF TR-TRANSACTION-CODE = "D"
                 MOVE WS-SCAN-KEY TO WS-LAST-DELETE-KEY
                 MOVE "Y" TO WS-DELETE-SEEN-SWITCH
                 PERFORM 170-MARK-DELETED-SURVIVOR
                     VARYING WS-OTHER-SUB FROM 1 BY 1
                     UNTIL WS-OTHER-SUB > WS-MERGE-COUNT
              END-IF
              IF TR-TRANSACTION-CODE = "M"
                 AND WS-MERGE-COUNT < 200
                 PERFORM 157-ADD-MERGE-ENTRY
              END-IF
           END-IF.

       157-ADD-MERGE-ENTRY.
           ADD 1 TO WS-MERGE-COUNT.
           MOVE WS-MERGE-COUNT     TO WS-MERGE-SUB.
           MOVE "V"                TO MT-STATUS (WS-MERGE-SUB).
           MOVE "N"                TO MT-APPLIED (WS-MERGE-SUB).
           MOVE "N"                TO MT-SURVIVOR-FOUND (WS-MERGE-SUB).
           MOVE "N"                TO MT-ABSORBED-FOUND (WS-MERGE-SUB).
           MOVE WS-SCAN-KEY        TO MT-SURVIVOR-KEY (WS-MERGE-SUB).
           MOVE TR-BRANCH-NUMBER   TO MT-SUR-BRANCH (WS-MERGE-SUB).
           MOVE TR-SALESREP-NUMBER TO MT-SUR-SALESREP (WS-MERGE-SUB).
           MOVE TR-CUSTOMER-NUMBER TO MT-SUR-CUSTOMER (WS-MERGE-SUB).
           MOVE ZERO TO MT-ABS-SALES-THIS-YTD (WS-MERGE-SUB).
           MOVE ZERO TO MT-ABS-SALES-LAST-YTD (WS-MERGE-SUB).
           MOVE ZERO TO MT-SUR-SALES-THIS-YTD (WS-MERGE-SUB).
           MOVE ZERO TO MT-SUR-SALES-LAST-YTD (WS-MERGE-SUB).
           MOVE ZERO TO MT-SUR-ADJUSTMENTS (WS-MERGE-SUB).
           PERFORM 195-COMPUTE-ABSORBED-KEY.
           MOVE WS-ABSORBED-KEY    TO MT-ABSORBED-KEY (WS-MERGE-SUB).
           IF TR-ABSORBED-BRANCH   NOT NUMERIC
              OR TR-ABSORBED-SALESREP NOT NUMERIC
              OR TR-ABSORBED-CUSTOMER NOT NUMERIC
              MOVE "K" TO MT-STATUS (WS-MERGE-SUB)
           ELSE
              IF WS-ABSORBED-KEY = WS-SCAN-KEY
                 MOVE "S" TO MT-STATUS (WS-MERGE-SUB)
              ELSE
                 IF WS-DELETE-SEEN-SWITCH = "Y"
                    AND WS-LAST-DELETE-KEY = WS-SCAN-KEY
                    MOVE "X" TO MT-STATUS (WS-MERGE-SUB)
                 END-IF
              END-IF
           END-IF.

       160-CHECK-MERGE-ENTRY.
           IF MT-STATUS (WS-MERGE-SUB) = "V"
              PERFORM 165-COMPARE-MERGE-ENTRIES
                  VARYING WS-OTHER-SUB FROM 1 BY 1
                  UNTIL WS-OTHER-SUB > WS-MERGE-COUNT.

       165-COMPARE-MERGE-ENTRIES.
           IF WS-OTHER-SUB NOT = WS-MERGE-SUB
              AND MT-STATUS (WS-OTHER-SUB) NOT = "K"
              IF MT-ABSORBED-KEY (WS-MERGE-SUB) =
                 MT-ABSORBED-KEY (WS-OTHER-SUB)
                 MOVE "D" TO MT-STATUS (WS-MERGE-SUB)
              ELSE
                 IF MT-SURVIVOR-KEY (WS-MERGE-SUB) =
                    MT-ABSORBED-KEY (WS-OTHER-SUB)
                    OR MT-ABSORBED-KEY (WS-MERGE-SUB) =
                    MT-SURVIVOR-KEY (WS-OTHER-SUB)
                    MOVE "C" TO MT-STATUS (WS-MERGE-SUB)
                 END-IF
              END-IF
           END-IF.

       170-MARK-DELETED-SURVIVOR.
           IF MT-SURVIVOR-KEY (WS-OTHER-SUB) = WS-LAST-DELETE-KEY
              AND MT-STATUS (WS-OTHER-SUB) = "V"
              MOVE "X" TO MT-STATUS (WS-OTHER-SUB).

       175-SCAN-MASTER-FOR-MERGES.
           READ OLD-CUSTMAST
               AT END
                   MOVE "Y" TO MASTER-SCAN-EOF-SWITCH
           END-READ.
           IF MASTER-SCAN-EOF-SWITCH = "N"
              COMPUTE WS-SCAN-KEY =
                  (OM-BRANCH-NUMBER * 10000000) +
                  (OM-SALESREP-NUMBER * 100000) +
                   OM-CUSTOMER-NUMBER
              PERFORM 180-MATCH-MASTER-TO-MERGE
                  VARYING WS-MERGE-SUB FROM 1 BY 1
                  UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
           END-IF.

       180-MATCH-MASTER-TO-MERGE.
           IF MT-SURVIVOR-KEY (WS-MERGE-SUB) = WS-SCAN-KEY
              MOVE "Y" TO MT-SURVIVOR-FOUND (WS-MERGE-SUB)
              MOVE OM-SALES-THIS-YTD
                  TO MT-SUR-SALES-THIS-YTD (WS-MERGE-SUB)
              MOVE OM-SALES-LAST-YTD
                  TO MT-SUR-SALES-LAST-YTD (WS-MERGE-SUB).
           IF MT-ABSORBED-KEY (WS-MERGE-SUB) = WS-SCAN-KEY
              MOVE "Y" TO MT-ABSORBED-FOUND (WS-MERGE-SUB)
              MOVE OM-SALES-THIS-YTD
                  TO MT-ABS-SALES-THIS-YTD (WS-MERGE-SUB)
              MOVE OM-SALES-LAST-YTD
                  TO MT-ABS-SALES-LAST-YTD (WS-MERGE-SUB).

       182-SCAN-SURVIVOR-ADJUSTMENTS.
           READ TRANS-FILE
               AT END
                   MOVE "Y" TO MERGE-SCAN-EOF-SWITCH
           END-READ.
           IF MERGE-SCAN-EOF-SWITCH = "N"
              AND TR-TRANSACTION-CODE = "S"
              AND TR-SALES-ADJUSTMENT > ZERO
              COMPUTE WS-SCAN-KEY =
                  (TR-BRANCH-NUMBER * 10000000) +
                  (TR-SALESREP-NUMBER * 100000) +
                   TR-CUSTOMER-NUMBER
              PERFORM 183-ADD-SURVIVOR-ADJUSTMENT
                  VARYING WS-MERGE-SUB FROM 1 BY 1
                  UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
           END-IF.

       183-ADD-SURVIVOR-ADJUSTMENT.
           IF MT-SURVIVOR-KEY (WS-MERGE-SUB) = WS-SCAN-KEY
              ADD TR-SALES-ADJUSTMENT
                  TO MT-SUR-ADJUSTMENTS (WS-MERGE-SUB).

       185-FINISH-MERGE-ENTRY.
           IF MT-STATUS (WS-MERGE-SUB) = "V"
              IF MT-SURVIVOR-FOUND (WS-MERGE-SUB) = "N"
                 MOVE "U" TO MT-STATUS (WS-MERGE-SUB)
              ELSE
                 IF MT-ABSORBED-FOUND (WS-MERGE-SUB) = "N"
                    MOVE "N" TO MT-STATUS (WS-MERGE-SUB)
                 ELSE
                    PERFORM 186-CHECK-MERGED-SALES
                 END-IF
              END-IF
           END-IF.

       186-CHECK-MERGED-SALES.
           MOVE ZERO TO WS-EARLIER-ABS-THIS-YTD.
           MOVE ZERO TO WS-EARLIER-ABS-LAST-YTD.
           PERFORM 187-ADD-EARLIER-MERGE
               VARYING WS-OTHER-SUB FROM 1 BY 1
               UNTIL WS-OTHER-SUB >= WS-MERGE-SUB.
           COMPUTE WS-MERGED-SALES-THIS-YTD =
                   MT-SUR-SALES-THIS-YTD (WS-MERGE-SUB)
                 + MT-SUR-ADJUSTMENTS (WS-MERGE-SUB)
                 + WS-EARLIER-ABS-THIS-YTD
                 + MT-ABS-SALES-THIS-YTD (WS-MERGE-SUB)
               ON SIZE ERROR
                   MOVE "O" TO MT-STATUS (WS-MERGE-SUB)
           END-COMPUTE.
           COMPUTE WS-MERGED-SALES-LAST-YTD =
                   MT-SUR-SALES-LAST-YTD (WS-MERGE-SUB)
                 + WS-EARLIER-ABS-LAST-YTD
                 + MT-ABS-SALES-LAST-YTD (WS-MERGE-SUB)
               ON SIZE ERROR
                   MOVE "O" TO MT-STATUS (WS-MERGE-SUB)
           END-COMPUTE.

       187-ADD-EARLIER-MERGE.
           IF MT-STATUS (WS-OTHER-SUB) = "V"
              AND MT-SURVIVOR-KEY (WS-OTHER-SUB) =
                  MT-SURVIVOR-KEY (WS-MERGE-SUB)
              ADD MT-ABS-SALES-THIS-YTD (WS-OTHER-SUB)
                  TO WS-EARLIER-ABS-THIS-YTD
              ADD MT-ABS-SALES-LAST-YTD (WS-OTHER-SUB)
                  TO WS-EARLIER-ABS-LAST-YTD.

       190-RETIRE-ABSORBED-MASTER.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 192-FIND-ABSORBED-ENTRY
               VARYING WS-MERGE-SUB FROM 1 BY 1
               UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
                  OR WS-FOUND-SUB > 0.
           IF WS-FOUND-SUB > 0
              MOVE "Y" TO WS-MASTER-DELETED
              ADD 1 TO WS-MERGES-COUNT
              ADD MW-SALES-THIS-YTD TO WS-SALES-MERGED
                  ON SIZE ERROR
                      MOVE "Y" TO WS-TOTALS-OVERFLOW-SWITCH
              END-ADD
              PERFORM 740-WRITE-ABSORBED-HISTORY.

       192-FIND-ABSORBED-ENTRY.
           IF MT-STATUS (WS-MERGE-SUB) = "V"
              AND MT-ABSORBED-KEY (WS-MERGE-SUB) = WS-MASTER-KEY
              MOVE WS-MERGE-SUB TO WS-FOUND-SUB.

       195-COMPUTE-ABSORBED-KEY.
           IF TR-ABSORBED-BRANCH   NUMERIC
              AND TR-ABSORBED-SALESREP NUMERIC
              AND TR-ABSORBED-CUSTOMER NUMERIC
              COMPUTE WS-ABSORBED-KEY =
                  (TR-ABSORBED-BRANCH * 10000000) +
                  (TR-ABSORBED-SALESREP * 100000) +
                   TR-ABSORBED-CUSTOMER
           ELSE
              MOVE ZERO TO WS-ABSORBED-KEY
           END-IF.

       200-APPLY-TRANSACTION-FILE.
           PERFORM 150-LOAD-MERGE-TABLE.
           OPEN INPUT  OLD-CUSTMAST
                       TRANS-FILE
                OUTPUT NEW-CUSTMAST
                       AUDIT-RPT
                       CONTROL-TOTALS
                       REJECT-FILE
                EXTEND AUDIT-HIST
                       RATE-HIST.
           MOVE FUNCTION CURRENT-DATE TO RUN-LOG-DATE-TIME.
           MOVE RLW-DATE TO WS-AUDIT-RUN-DATE.
           MOVE AUDIT-HEADING-LINE TO AUDIT-PRINT-AREA.
                 AUDIT-RPT
                 CONTROL-TOTALS
                 REJECT-FILE
                 AUDIT-HIST
                 RATE-HIST.

       110-READ-OLD-MASTER.
           READ OLD-CUSTMAST INTO MASTER-WORK-RECORD
              COMPUTE WS-MASTER-KEY =
                  (MW-BRANCH-NUMBER * 10000000) +
                  (MW-SALESREP-NUMBER * 100000) +
                   MW-CUSTOMER-NUMBER
              PERFORM 190-RETIRE-ABSORBED-MASTER.

       120-READ-TRANSACTION.
           READ TRANS-FILE

       500-PROCESS-NEW-KEY-TRANSACTION.
           MOVE SPACE TO WS-REJECT-REASON.
           MOVE SPACE TO WS-LINK-DIRECTION.
           IF TR-TRANSACTION-CODE = "A"
              IF WS-KEY-ADDED-SWITCH = "Y"
                 AND WS-TRANS-KEY = WS-LAST-ADDED-KEY
                 ADD 1 TO WS-NEW-WRITTEN-COUNT
                 ADD 1 TO WS-ADDS-WRITTEN-COUNT
                 ADD TR-SALES-THIS-YTD TO WS-SALES-ADDED
                     ON SIZE ERROR
                         MOVE "Y" TO WS-TOTALS-OVERFLOW-SWITCH
                 END-ADD
                 MOVE "ADDED" TO AL-STATUS
                 MOVE "Y" TO WS-KEY-ADDED-SWITCH
                 MOVE WS-TRANS-KEY TO WS-LAST-ADDED-KEY

       600-APPLY-MATCHED-TRANSACTION.
           MOVE SPACE TO WS-REJECT-REASON.
           MOVE SPACE TO WS-LINK-DIRECTION.
           IF WS-MASTER-DELETED = "Y"
              MOVE "REJECTED - RECORD DELETED THIS RUN" TO AL-STATUS
              MOVE "R03" TO WS-REJECT-REASON
                      MOVE "NAME CHANGED" TO AL-STATUS
                  WHEN "S"
                      ADD TR-SALES-ADJUSTMENT TO MW-SALES-THIS-YTD
                          ON SIZE ERROR
                              MOVE "REJECTED - SALES WOULD OVERFLOW"
                                  TO AL-STATUS
                              MOVE "R06" TO WS-REJECT-REASON
                          NOT ON SIZE ERROR
                              ADD TR-SALES-ADJUSTMENT
                                  TO WS-SALES-ADJUSTED
                                  ON SIZE ERROR
                                      MOVE "Y"
                                          TO WS-TOTALS-OVERFLOW-SWITCH
                              END-ADD
                              MOVE "SALES ADJUSTED" TO AL-STATUS
                      END-ADD
                  WHEN "R"
                      MOVE TR-REGION-CODE     TO MW-REGION-CODE
                      MOVE TR-COMMISSION-RATE TO MW-COMMISSION-RATE
                      MOVE "REGION/RATE CHANGED" TO AL-STATUS
                      IF MW-COMMISSION-RATE NOT = BI-COMMISSION-RATE
                         PERFORM 760-WRITE-RATE-HISTORY
                      END-IF
                  WHEN "M"
                      PERFORM 620-APPLY-MERGE
                  WHEN "D"
                      MOVE "Y" TO WS-MASTER-DELETED
                      ADD 1 TO WS-DELETES-COUNT
                      ADD MW-SALES-THIS-YTD TO WS-SALES-DELETED
                          ON SIZE ERROR
                              MOVE "Y" TO WS-TOTALS-OVERFLOW-SWITCH
                      END-ADD
                      MOVE "DELETED" TO AL-STATUS
                  WHEN OTHER
                      MOVE "REJECTED - INVALID TRANSACTION CODE"
           MOVE MW-REGION-CODE     TO BI-REGION-CODE.
           MOVE MW-COMMISSION-RATE TO BI-COMMISSION-RATE.

       620-APPLY-MERGE.
           PERFORM 195-COMPUTE-ABSORBED-KEY.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 625-FIND-MERGE-ENTRY
               VARYING WS-MERGE-SUB FROM 1 BY 1
               UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
                  OR WS-FOUND-SUB > 0.
           MOVE "R05" TO WS-REJECT-REASON.
           IF WS-FOUND-SUB = 0
              MOVE "REJECTED - MERGE TABLE FULL" TO AL-STATUS
           ELSE
              MOVE "Y" TO MT-APPLIED (WS-FOUND-SUB)
              EVALUATE MT-STATUS (WS-FOUND-SUB)
                  WHEN "V"
                      MOVE SPACE TO WS-REJECT-REASON
                      ADD MT-ABS-SALES-THIS-YTD (WS-FOUND-SUB)
                          TO MW-SALES-THIS-YTD
                      ADD MT-ABS-SALES-LAST-YTD (WS-FOUND-SUB)
                          TO MW-SALES-LAST-YTD
                      MOVE "A"                  TO WS-LINK-DIRECTION
                      MOVE TR-ABSORBED-BRANCH   TO WS-LINKED-BRANCH
                      MOVE TR-ABSORBED-SALESREP TO WS-LINKED-SALESREP
                      MOVE TR-ABSORBED-CUSTOMER TO WS-LINKED-CUSTOMER
                      MOVE "MERGED - ABSORBED ACCOUNT ADDED"
                          TO AL-STATUS
                  WHEN "K"
                      MOVE "REJECTED - ABSORBED KEY NOT NUMERIC"
                          TO AL-STATUS
                  WHEN "S"
                      MOVE "REJECTED - MERGE INTO ITSELF" TO AL-STATUS
                  WHEN "D"
                      MOVE "REJECTED - ABSORBED KEY IN TWO MERGES"
                          TO AL-STATUS
                  WHEN "C"
                      MOVE "REJECTED - MERGE CHAIN, KEY ALSO MERGED"
                          TO AL-STATUS
                  WHEN "X"
                      MOVE "REJECTED - SURVIVOR DELETED THIS RUN"
                          TO AL-STATUS
                  WHEN "N"
                      MOVE "REJECTED - ABSORBED KEY NOT ON MASTER"
                          TO AL-STATUS
                  WHEN "O"
                      MOVE "R06" TO WS-REJECT-REASON
                      MOVE "REJECTED - MERGED SALES WOULD OVERFLOW"
                          TO AL-STATUS
                  WHEN OTHER
                      MOVE "REJECTED - MERGE NOT VALID" TO AL-STATUS
              END-EVALUATE
           END-IF.

       625-FIND-MERGE-ENTRY.
           IF MT-APPLIED (WS-MERGE-SUB) = "N"
              AND MT-SURVIVOR-KEY (WS-MERGE-SUB) = WS-TRANS-KEY
              AND MT-ABSORBED-KEY (WS-MERGE-SUB) = WS-ABSORBED-KEY
              MOVE WS-MERGE-SUB TO WS-FOUND-SUB.

       700-WRITE-AUDIT-LINE.
           MOVE TR-TRANSACTION-CODE TO AL-TRANSACTION-CODE.
           MOVE TR-BRANCH-NUMBER    TO AL-BRANCH-NUMBER.
           MOVE TR-BRANCH-NUMBER    TO AH-BRANCH-NUMBER.
           MOVE TR-SALESREP-NUMBER  TO AH-SALESREP-NUMBER.
           MOVE TR-CUSTOMER-NUMBER  TO AH-CUSTOMER-NUMBER.
           IF WS-LINK-DIRECTION NOT = SPACE
              MOVE WS-LINK-DIRECTION  TO AH-LINK-DIRECTION
              MOVE WS-LINKED-BRANCH   TO AH-LINKED-BRANCH
              MOVE WS-LINKED-SALESREP TO AH-LINKED-SALESREP
              MOVE WS-LINKED-CUSTOMER TO AH-LINKED-CUSTOMER
           END-IF.
           WRITE AUDIT-HISTORY-RECORD.

       740-WRITE-ABSORBED-HISTORY.
           MOVE SPACE TO AUDIT-HISTORY-RECORD.
           MOVE WS-AUDIT-RUN-DATE  TO AH-RUN-DATE.
           MOVE "M"                TO AH-TRANSACTION-CODE.
           MOVE MW-BRANCH-NUMBER   TO AH-BRANCH-NUMBER.
           MOVE MW-SALESREP-NUMBER TO AH-SALESREP-NUMBER.
           MOVE MW-CUSTOMER-NUMBER TO AH-CUSTOMER-NUMBER.
           MOVE MW-CUSTOMER-NAME   TO AH-OLD-CUSTOMER-NAME.
           MOVE MW-SALES-THIS-YTD  TO AH-OLD-SALES-THIS-YTD.
           MOVE MW-SALES-LAST-YTD  TO AH-OLD-SALES-LAST-YTD.
           MOVE MW-REGION-CODE     TO AH-OLD-REGION-CODE.
           MOVE MW-COMMISSION-RATE TO AH-OLD-COMMISSION-RATE.
           MOVE MW-CUSTOMER-NAME   TO AH-NEW-CUSTOMER-NAME.
           MOVE ZERO               TO AH-NEW-SALES-THIS-YTD.
           MOVE ZERO               TO AH-NEW-SALES-LAST-YTD.
           MOVE MW-REGION-CODE     TO AH-NEW-REGION-CODE.
           MOVE MW-COMMISSION-RATE TO AH-NEW-COMMISSION-RATE.
           MOVE "I"                TO AH-LINK-DIRECTION.
           MOVE MT-SUR-BRANCH   (WS-FOUND-SUB) TO AH-LINKED-BRANCH.
           MOVE MT-SUR-SALESREP (WS-FOUND-SUB) TO AH-LINKED-SALESREP.
           MOVE MT-SUR-CUSTOMER (WS-FOUND-SUB) TO AH-LINKED-CUSTOMER.
           WRITE AUDIT-HISTORY-RECORD.
           MOVE "M"                TO AL-TRANSACTION-CODE.
           MOVE MW-BRANCH-NUMBER   TO AL-BRANCH-NUMBER.
           MOVE MW-SALESREP-NUMBER TO AL-SALESREP-NUMBER.
           MOVE MW-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER.
           MOVE MW-CUSTOMER-NAME   TO AL-CUSTOMER-NAME.
           MOVE "RETIRED - MERGED INTO SURVIVING ACCOUNT"
               TO AL-STATUS.
           MOVE AUDIT-LINE TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA.

       750-WRITE-REJECT-RECORD.
           MOVE TRANSACTION-RECORD TO REJ-TRAN-DATA.
                   ADD 1 TO WS-REJ-DELETED-COUNT
               WHEN "R04"
                   ADD 1 TO WS-REJ-BAD-CODE-COUNT
               WHEN "R05"
                   ADD 1 TO WS-REJ-MERGE-COUNT
               WHEN "R06"
                   ADD 1 TO WS-REJ-OVERFLOW-COUNT
           END-EVALUATE.

       760-WRITE-RATE-HISTORY.
           MOVE SPACE TO RATE-HISTORY-RECORD.
           MOVE TR-BRANCH-NUMBER    TO RH-BRANCH-NUMBER.
           MOVE TR-SALESREP-NUMBER  TO RH-SALESREP-NUMBER.
           MOVE TR-CUSTOMER-NUMBER  TO RH-CUSTOMER-NUMBER.
           MOVE WS-AUDIT-RUN-DATE (1:4) TO RH-EFFECTIVE-YEAR.
           MOVE WS-AUDIT-RUN-DATE (5:2) TO RH-EFFECTIVE-MONTH.
           MOVE BI-COMMISSION-RATE  TO RH-OLD-COMMISSION-RATE.
           MOVE MW-COMMISSION-RATE  TO RH-NEW-COMMISSION-RATE.
           MOVE WS-AUDIT-RUN-DATE   TO RH-RUN-DATE.
           WRITE RATE-HISTORY-RECORD.

       780-PRINT-REJECT-SUMMARY.
           MOVE REJECT-SUMMARY-HEADING TO AUDIT-PRINT-AREA.
           WRITE AUDIT-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "INVALID TRANSACTION CODE" TO RSL-DESCRIPTION.
           MOVE WS-REJ-BAD-CODE-COUNT TO RSL-COUNT.
           PERFORM 790-WRITE-SUMMARY-LINE.
           MOVE "R05" TO RSL-REASON-CODE.
           MOVE "MERGE NOT APPLIED" TO RSL-DESCRIPTION.
           MOVE WS-REJ-MERGE-COUNT TO RSL-COUNT.
           PERFORM 790-WRITE-SUMMARY-LINE.
           MOVE "R06" TO RSL-REASON-CODE.
           MOVE "SALES AMOUNT WOULD OVERFLOW" TO RSL-DESCRIPTION.
           MOVE WS-REJ-OVERFLOW-COUNT TO RSL-COUNT.
           PERFORM 790-WRITE-SUMMARY-LINE.
           MOVE "ALL" TO RSL-REASON-CODE.
           MOVE "TOTAL REJECTS WRITTEN" TO RSL-DESCRIPTION.
           MOVE WS-REJECTS-WRITTEN TO RSL-COUNT.
           MOVE WS-SALES-ADDED        TO CT-SALES-ADDED.
           MOVE WS-SALES-DELETED      TO CT-SALES-DELETED.
           MOVE WS-SALES-ADJUSTED     TO CT-SALES-ADJUSTED.
           MOVE WS-MERGES-COUNT       TO CT-MERGES-COUNT.
           MOVE WS-SALES-MERGED       TO CT-SALES-MERGED.
           MOVE WS-TOTALS-OVERFLOW-SWITCH TO CT-TOTALS-OVERFLOW.
           WRITE CONTROL-TOTALS-RECORD.
           IF WS-TOTALS-OVERFLOW-SWITCH = "Y"
              MOVE TOTALS-OVERFLOW-LINE TO AUDIT-PRINT-AREA
              WRITE AUDIT-PRINT-AREA AFTER ADVANCING 2 LINES
              MOVE 8 TO RETURN-CODE.

       900-LOG-RUN-START.
           OPEN INPUT GEN-CARD.
           MOVE SPACE TO RUN-LOG-RECORD.
           MOVE WS-OLD-READ-COUNT    TO RL-RECORDS-READ.
           MOVE WS-NEW-WRITTEN-COUNT TO RL-RECORDS-WRITTEN.
           IF WS-TOTALS-OVERFLOW-SWITCH = "Y"
              MOVE "OUT-BAL " TO RL-RUN-STATUS
           ELSE
              MOVE "ENDED-OK" TO RL-RUN-STATUS
           END-IF.
           PERFORM 990-WRITE-RUN-LOG-RECORD.
           CLOSE RUN-LOG.

