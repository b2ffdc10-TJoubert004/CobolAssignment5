       IDENTIFICATION DIVISION.

       PROGRAM-ID. CUSTBACK.
      *****************************************************************
      *  Programmers: Tristan Joubert
      *  Date.......: 15 October 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment5
      *  Description: CUSTBACK backs out a bad CUSTUPD run from the
      *               audit history instead of restoring last night's
      *               CUSTMAST generation. A control card names the
      *               run date to reverse and may limit the backout to
      *               one branch or to one customer key. Every audit
      *               history entry written on that date is turned
      *               into a reversing transaction in the CUSTTRAN
      *               layout, written to the backout transaction file
      *               so the reversal goes through the normal
      *               CUSTEDIT/CUSTUPD stream and is itself audited:
      *               an add becomes a delete, a delete becomes a
      *               re-add from the account's image before the run,
      *               a sales adjustment is negated, and name and
      *               region/rate changes are restored to their before
      *               values. An account that has been changed again
      *               on a later run is refused unless the card says
      *               FORCE, and accounts re-keyed by a reassignment
      *               or merged in the run are listed for manual
      *               reversal. The listing shows every reversal with
      *               its effect on sales this YTD and dollar totals
      *               by kind. The program ends with return code 4
      *               when anything was refused or left for manual
      *               reversal and 8 when the control card is missing
      *               or invalid.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL BACKOUT-CARD ASSIGN TO BACKCARD.
           SELECT OPTIONAL AUDIT-HIST ASSIGN TO AUDITHST.
           SELECT BACKOUT-TRANS ASSIGN TO BACKTRN.
           SELECT BACKOUT-RPT   ASSIGN TO CUSTBACK.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK08.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-CARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  BACKOUT-CARD-RECORD.
           05  BC-RUN-DATE             PIC 9(8).
           05  BC-BRANCH-NUMBER        PIC 9(2).
           05  BC-SALESREP-NUMBER      PIC 9(2).
           05  BC-CUSTOMER-NUMBER      PIC 9(5).
           05  BC-FORCE-OPTION         PIC X(5).
           05  FILLER                  PIC X(58).

       FD  AUDIT-HIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 120 CHARACTERS.
       01  AUDIT-HISTORY-RECORD.
           05  AH-RUN-DATE             PIC 9(8).
           05  AH-TRANSACTION-CODE     PIC X(1).
           05  AH-BRANCH-NUMBER        PIC 9(2).
           05  AH-SALESREP-NUMBER      PIC 9(2).
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

       FD  BACKOUT-TRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  BACKOUT-TRANS-RECORD.
           05  TR-TRANSACTION-CODE     PIC X(1).
           05  TR-BRANCH-NUMBER        PIC 9(2).
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

       FD  BACKOUT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  BACKOUT-PRINT-AREA      PIC X(130).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-BRANCH-NUMBER        PIC 9(2).
           05  SR-SALESREP-NUMBER      PIC 9(2).
           05  SR-CUSTOMER-NUMBER      PIC 9(5).
           05  SR-RUN-DATE             PIC 9(8).
           05  SR-SEQUENCE-NUMBER      PIC 9(7).
           05  SR-AUDIT-IMAGE          PIC X(120).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  HIST-EOF-SWITCH         PIC X    VALUE "N".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
           05  WS-CARD-VALID-SWITCH    PIC X    VALUE "Y".
           05  WS-FORCE-SWITCH         PIC X    VALUE "N".
           05  WS-HAS-ADD-SWITCH       PIC X    VALUE "N".
           05  WS-HAS-DELETE-SWITCH    PIC X    VALUE "N".
           05  WS-HAS-KEY-CHANGE-SWITCH
                                       PIC X    VALUE "N".
           05  WS-CHANGED-LATER-SWITCH PIC X    VALUE "N".
           05  WS-ENTRY-OVERFLOW-SWITCH
                                       PIC X    VALUE "N".

       01  SELECTION-FIELDS.
           05  WS-BACKOUT-DATE         PIC 9(8)    VALUE ZERO.
           05  WS-SELECT-SCOPE         PIC X       VALUE "A".
           05  WS-SELECT-BRANCH        PIC 9(2)    VALUE ZERO.
           05  WS-SELECT-SALESREP      PIC 9(2)    VALUE ZERO.
           05  WS-SELECT-CUSTOMER      PIC 9(5)    VALUE ZERO.
           05  WS-LATER-RUN-DATE       PIC 9(8)    VALUE ZERO.

       01  CONTROL-FIELDS.
           05  OLD-BRANCH-NUMBER       PIC 9(2).
           05  OLD-SALESREP-NUMBER     PIC 9(2).
           05  OLD-CUSTOMER-NUMBER     PIC 9(5).

       01  COUNT-FIELDS.
           05  WS-HISTORY-READ         PIC 9(7)    VALUE ZERO.
           05  WS-ENTRIES-SELECTED     PIC 9(7)    VALUE ZERO.
           05  WS-TRANS-WRITTEN        PIC 9(7)    VALUE ZERO.
           05  WS-ACCOUNTS-REVERSED    PIC 9(7)    VALUE ZERO.
           05  WS-ACCOUNTS-REFUSED     PIC 9(7)    VALUE ZERO.
           05  WS-ACCOUNTS-MANUAL      PIC 9(7)    VALUE ZERO.
           05  WS-ACCOUNTS-FORCED      PIC 9(7)    VALUE ZERO.

       01  REVERSAL-TOTAL-FIELDS.
           05  WS-ADDS-REVERSED        PIC 9(7)      VALUE ZERO.
           05  WS-ADDS-AMOUNT          PIC S9(9)V99  VALUE ZERO.
           05  WS-DELETES-REVERSED     PIC 9(7)      VALUE ZERO.
           05  WS-DELETES-AMOUNT       PIC S9(9)V99  VALUE ZERO.
           05  WS-ADJUSTS-REVERSED     PIC 9(7)      VALUE ZERO.
           05  WS-ADJUSTS-AMOUNT       PIC S9(9)V99  VALUE ZERO.
           05  WS-NAMES-RESTORED       PIC 9(7)      VALUE ZERO.
           05  WS-RATES-RESTORED       PIC 9(7)      VALUE ZERO.
           05  WS-NET-EFFECT           PIC S9(9)V99  VALUE ZERO.
           05  WS-ENTRY-EFFECT         PIC S9(7)V99  VALUE ZERO.

       01  ENTRY-TABLE-FIELDS.
           05  WS-ENTRY-COUNT          PIC 999     VALUE ZERO.
           05  WS-ENTRY-SUB            PIC 999.

       01  ENTRY-TABLE.
           05  ET-AUDIT-IMAGE OCCURS 100 TIMES
                                       PIC X(120).

       01  HISTORY-ENTRY.
           05  HE-RUN-DATE             PIC 9(8).
           05  HE-TRANSACTION-CODE     PIC X(1).
           05  HE-BRANCH-NUMBER        PIC 9(2).
           05  HE-SALESREP-NUMBER      PIC 9(2).
           05  HE-CUSTOMER-NUMBER      PIC 9(5).
           05  HE-OLD-CUSTOMER-NAME    PIC X(20).
           05  HE-NEW-CUSTOMER-NAME    PIC X(20).
           05  HE-OLD-SALES-THIS-YTD   PIC S9(7)V9(2).
           05  HE-NEW-SALES-THIS-YTD   PIC S9(7)V9(2).
           05  HE-OLD-SALES-LAST-YTD   PIC S9(7)V9(2).
           05  HE-NEW-SALES-LAST-YTD   PIC S9(7)V9(2).
           05  HE-OLD-REGION-CODE      PIC X(2).
           05  HE-NEW-REGION-CODE      PIC X(2).
           05  HE-OLD-COMMISSION-RATE  PIC 9V9(4).
           05  HE-NEW-COMMISSION-RATE  PIC 9V9(4).
           05  HE-LINK-DIRECTION       PIC X(1).
           05  HE-LINKED-BRANCH        PIC 9(2).
           05  HE-LINKED-SALESREP      PIC 9(2).
           05  HE-LINKED-CUSTOMER      PIC 9(5).
           05  FILLER                  PIC X(2).

       01  BACKOUT-HEADING-LINE.
           05  FILLER                  PIC X(40)
                   VALUE "CUSTBACK - CUSTUPD RUN BACKOUT LISTING".
           05  FILLER                  PIC X(11)   VALUE "RUN DATE: ".
           05  BHL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  BHL-SCOPE               PIC X(30).
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  BHL-FORCE               PIC X(12).
           05  FILLER                  PIC X(21)   VALUE SPACE.

       01  BACKOUT-COLUMN-LINE.
           05  FILLER                  PIC X(10)   VALUE "ACTION".
           05  FILLER                  PIC X(14)   VALUE "KEY".
           05  FILLER                  PIC X(22)
                   VALUE "CUSTOMER NAME".
           05  FILLER                  PIC X(12)   VALUE "WAS -> NEW".
           05  FILLER                  PIC X(41)   VALUE "DESCRIPTION".
           05  FILLER                  PIC X(11)   VALUE "THIS YTD".
           05  FILLER                  PIC X(20)   VALUE SPACE.

       01  BACKOUT-DETAIL-LINE.
           05  BDL-ACTION              PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BDL-BRANCH-NUMBER       PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE "/".
           05  BDL-SALESREP-NUMBER     PIC 9(2).
           05  FILLER                  PIC X(1)    VALUE "/".
           05  BDL-CUSTOMER-NUMBER     PIC 9(5).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  BDL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BDL-ORIGINAL-CODE       PIC X(1).
           05  FILLER                  PIC X(4)    VALUE " -> ".
           05  BDL-REVERSING-CODE      PIC X(1).
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  BDL-DESCRIPTION         PIC X(40).
           05  BDL-EFFECT              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(20)   VALUE SPACE.

       01  MESSAGE-LINE.
           05  ML-MESSAGE              PIC X(60).
           05  FILLER                  PIC X(70)   VALUE SPACE.

       01  BACKOUT-TOTAL-LINE.
           05  BTL-DESCRIPTION         PIC X(40).
           05  BTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  BTL-AMOUNT              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(65)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-BACK-OUT-UPDATE-RUN.
           OPEN OUTPUT BACKOUT-TRANS
                       BACKOUT-RPT.
           PERFORM 100-READ-BACKOUT-CARD.
           PERFORM 150-PRINT-BACKOUT-HEADING.
           IF WS-CARD-VALID-SWITCH = "Y"
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-BRANCH-NUMBER
                                   SR-SALESREP-NUMBER
                                   SR-CUSTOMER-NUMBER
                                   SR-RUN-DATE
                                   SR-SEQUENCE-NUMBER
                  INPUT PROCEDURE IS 200-SELECT-HISTORY-ENTRIES
                  OUTPUT PROCEDURE IS 400-REVERSE-SELECTED-ENTRIES
              PERFORM 800-PRINT-BACKOUT-TOTALS
           END-IF.
           CLOSE BACKOUT-TRANS
                 BACKOUT-RPT.
           IF WS-CARD-VALID-SWITCH = "N"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-ACCOUNTS-REFUSED > 0
                 OR WS-ACCOUNTS-MANUAL > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

       100-READ-BACKOUT-CARD.
           OPEN INPUT BACKOUT-CARD.
           READ BACKOUT-CARD
               AT END
                   MOVE "N" TO WS-CARD-VALID-SWITCH
                   MOVE "BACKOUT CARD MISSING - NOTHING REVERSED"
                       TO ML-MESSAGE
               NOT AT END
                   PERFORM 110-EDIT-BACKOUT-CARD
           END-READ.
           CLOSE BACKOUT-CARD.

       110-EDIT-BACKOUT-CARD.
           IF BC-RUN-DATE NOT NUMERIC
              OR BC-RUN-DATE = ZERO
              MOVE "N" TO WS-CARD-VALID-SWITCH
              MOVE "RUN DATE ON BACKOUT CARD NOT VALID" TO ML-MESSAGE
           ELSE
              MOVE BC-RUN-DATE TO WS-BACKOUT-DATE
           END-IF.
           IF BC-BRANCH-NUMBER NUMERIC
              MOVE "B" TO WS-SELECT-SCOPE
              MOVE BC-BRANCH-NUMBER TO WS-SELECT-BRANCH
              IF BC-SALESREP-NUMBER NUMERIC
                 AND BC-CUSTOMER-NUMBER NUMERIC
                 MOVE "K" TO WS-SELECT-SCOPE
                 MOVE BC-SALESREP-NUMBER TO WS-SELECT-SALESREP
                 MOVE BC-CUSTOMER-NUMBER TO WS-SELECT-CUSTOMER
              END-IF
           END-IF.
           IF BC-FORCE-OPTION = "FORCE"
              MOVE "Y" TO WS-FORCE-SWITCH.

       150-PRINT-BACKOUT-HEADING.
           MOVE WS-BACKOUT-DATE TO BHL-RUN-DATE.
           EVALUATE WS-SELECT-SCOPE
               WHEN "B"
                   MOVE "BRANCH    ONLY" TO BHL-SCOPE
                   MOVE WS-SELECT-BRANCH TO BHL-SCOPE (8:2)
               WHEN "K"
                   MOVE "CUSTOMER   /  /      ONLY" TO BHL-SCOPE
                   MOVE WS-SELECT-BRANCH   TO BHL-SCOPE (10:2)
                   MOVE WS-SELECT-SALESREP TO BHL-SCOPE (13:2)
                   MOVE WS-SELECT-CUSTOMER TO BHL-SCOPE (16:5)
               WHEN OTHER
                   MOVE "ALL BRANCHES" TO BHL-SCOPE
           END-EVALUATE.
           IF WS-FORCE-SWITCH = "Y"
              MOVE "FORCE OPTION" TO BHL-FORCE
           ELSE
              MOVE SPACE TO BHL-FORCE
           END-IF.
           MOVE BACKOUT-HEADING-LINE TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA.
           IF WS-CARD-VALID-SWITCH = "N"
              MOVE MESSAGE-LINE TO BACKOUT-PRINT-AREA
              WRITE BACKOUT-PRINT-AREA AFTER ADVANCING 2 LINES
           ELSE
              MOVE BACKOUT-COLUMN-LINE TO BACKOUT-PRINT-AREA
              WRITE BACKOUT-PRINT-AREA AFTER ADVANCING 2 LINES
           END-IF.

       200-SELECT-HISTORY-ENTRIES.
           OPEN INPUT AUDIT-HIST.
           PERFORM 210-PROCESS-HISTORY-ENTRY
               UNTIL HIST-EOF-SWITCH = "Y".
           CLOSE AUDIT-HIST.

       210-PROCESS-HISTORY-ENTRY.
           READ AUDIT-HIST
               AT END
                   MOVE "Y" TO HIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF AH-RUN-DATE >= WS-BACKOUT-DATE
                      PERFORM 220-RELEASE-IF-IN-SCOPE
                   END-IF
           END-READ.

       220-RELEASE-IF-IN-SCOPE.
           IF WS-SELECT-SCOPE = "A"
              OR (WS-SELECT-SCOPE = "B"
                  AND AH-BRANCH-NUMBER = WS-SELECT-BRANCH)
              OR (WS-SELECT-SCOPE = "K"
                  AND AH-BRANCH-NUMBER = WS-SELECT-BRANCH
                  AND AH-SALESREP-NUMBER = WS-SELECT-SALESREP
                  AND AH-CUSTOMER-NUMBER = WS-SELECT-CUSTOMER)
              MOVE AH-BRANCH-NUMBER   TO SR-BRANCH-NUMBER
              MOVE AH-SALESREP-NUMBER TO SR-SALESREP-NUMBER
              MOVE AH-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER
              MOVE AH-RUN-DATE        TO SR-RUN-DATE
              MOVE WS-HISTORY-READ    TO SR-SEQUENCE-NUMBER
              MOVE AUDIT-HISTORY-RECORD TO SR-AUDIT-IMAGE
              RELEASE SORT-WORK-RECORD
           END-IF.

       400-REVERSE-SELECTED-ENTRIES.
           PERFORM 410-RETURN-SORTED-ENTRY
               UNTIL SORT-EOF-SWITCH = "Y".
           IF FIRST-RECORD-SWITCH = "N"
              PERFORM 500-REVERSE-ACCOUNT.

       410-RETURN-SORTED-ENTRY.
           RETURN SORT-WORK-FILE INTO SORT-WORK-RECORD
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 420-EVALUATE-SORTED-ENTRY
           END-RETURN.

       420-EVALUATE-SORTED-ENTRY.
           IF FIRST-RECORD-SWITCH = "Y"
              MOVE "N" TO FIRST-RECORD-SWITCH
              PERFORM 430-START-NEW-ACCOUNT
           ELSE
              IF SR-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER
                 OR SR-SALESREP-NUMBER NOT = OLD-SALESREP-NUMBER
                 OR SR-CUSTOMER-NUMBER NOT = OLD-CUSTOMER-NUMBER
                 PERFORM 500-REVERSE-ACCOUNT
                 PERFORM 430-START-NEW-ACCOUNT
              END-IF
           END-IF.
           IF SR-RUN-DATE = WS-BACKOUT-DATE
              PERFORM 440-HOLD-RUN-ENTRY
           ELSE
              IF WS-CHANGED-LATER-SWITCH = "N"
                 MOVE "Y" TO WS-CHANGED-LATER-SWITCH
                 MOVE SR-RUN-DATE TO WS-LATER-RUN-DATE
              END-IF
           END-IF.

       430-START-NEW-ACCOUNT.
           MOVE SR-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER.
           MOVE SR-SALESREP-NUMBER TO OLD-SALESREP-NUMBER.
           MOVE SR-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER.
           MOVE ZERO TO WS-ENTRY-COUNT.
           MOVE "N" TO WS-HAS-ADD-SWITCH.
           MOVE "N" TO WS-HAS-DELETE-SWITCH.
           MOVE "N" TO WS-HAS-KEY-CHANGE-SWITCH.
           MOVE "N" TO WS-CHANGED-LATER-SWITCH.
           MOVE "N" TO WS-ENTRY-OVERFLOW-SWITCH.

       440-HOLD-RUN-ENTRY.
           ADD 1 TO WS-ENTRIES-SELECTED.
           MOVE SR-AUDIT-IMAGE TO HISTORY-ENTRY.
           EVALUATE HE-TRANSACTION-CODE
               WHEN "A"
                   MOVE "Y" TO WS-HAS-ADD-SWITCH
               WHEN "D"
                   MOVE "Y" TO WS-HAS-DELETE-SWITCH
               WHEN "C"
               WHEN "S"
               WHEN "R"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-HAS-KEY-CHANGE-SWITCH
           END-EVALUATE.
           IF WS-ENTRY-COUNT < 100
              ADD 1 TO WS-ENTRY-COUNT
              MOVE SR-AUDIT-IMAGE TO ET-AUDIT-IMAGE (WS-ENTRY-COUNT)
           ELSE
              MOVE "Y" TO WS-ENTRY-OVERFLOW-SWITCH
           END-IF.

       500-REVERSE-ACCOUNT.
           IF WS-ENTRY-COUNT > 0
              MOVE ET-AUDIT-IMAGE (WS-ENTRY-COUNT) TO HISTORY-ENTRY
              IF WS-HAS-KEY-CHANGE-SWITCH = "Y"
                 OR WS-ENTRY-OVERFLOW-SWITCH = "Y"
                 PERFORM 510-LIST-MANUAL-ACCOUNT
              ELSE
                 IF WS-CHANGED-LATER-SWITCH = "Y"
                    AND WS-FORCE-SWITCH = "N"
                    PERFORM 520-LIST-REFUSED-ACCOUNT
                 ELSE
                    PERFORM 530-GENERATE-REVERSAL
                 END-IF
              END-IF
           END-IF.

       510-LIST-MANUAL-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-MANUAL.
           MOVE "MANUAL  " TO BDL-ACTION.
           MOVE HE-TRANSACTION-CODE TO BDL-ORIGINAL-CODE.
           MOVE SPACE TO BDL-REVERSING-CODE.
           IF WS-ENTRY-OVERFLOW-SWITCH = "Y"
              MOVE "OVER 100 CHANGES - REVERSE BY HAND"
                  TO BDL-DESCRIPTION
           ELSE
              MOVE "MERGED OR REASSIGNED - REVERSE BY HAND"
                  TO BDL-DESCRIPTION
           END-IF.
           MOVE ZERO TO WS-ENTRY-EFFECT.
           PERFORM 700-PRINT-DETAIL-LINE.

       520-LIST-REFUSED-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-REFUSED.
           MOVE "REFUSED " TO BDL-ACTION.
           MOVE HE-TRANSACTION-CODE TO BDL-ORIGINAL-CODE.
           MOVE SPACE TO BDL-REVERSING-CODE.
           MOVE "CHANGED AGAIN ON          - NOT REVERSED"
               TO BDL-DESCRIPTION.
           MOVE WS-LATER-RUN-DATE TO BDL-DESCRIPTION (18:8).
           MOVE ZERO TO WS-ENTRY-EFFECT.
           PERFORM 700-PRINT-DETAIL-LINE.

       530-GENERATE-REVERSAL.
           ADD 1 TO WS-ACCOUNTS-REVERSED.
           IF WS-CHANGED-LATER-SWITCH = "Y"
              ADD 1 TO WS-ACCOUNTS-FORCED
              MOVE "FORCED  " TO BDL-ACTION
           ELSE
              MOVE "REVERSE " TO BDL-ACTION
           END-IF.
           IF WS-HAS-ADD-SWITCH = "Y"
              PERFORM 540-REVERSE-ADD
           ELSE
              IF WS-HAS-DELETE-SWITCH = "Y"
                 PERFORM 550-REVERSE-DELETE
              ELSE
                 PERFORM 560-REVERSE-CHANGE-ENTRY
                     VARYING WS-ENTRY-SUB FROM WS-ENTRY-COUNT BY -1
                     UNTIL WS-ENTRY-SUB < 1
              END-IF
           END-IF.

       540-REVERSE-ADD.
           PERFORM 545-FIND-ADD-ENTRY
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
           PERFORM 600-CLEAR-REVERSING-TRANSACTION.
           MOVE "D" TO TR-TRANSACTION-CODE.
           MOVE HE-NEW-CUSTOMER-NAME TO TR-CUSTOMER-NAME.
           COMPUTE WS-ENTRY-EFFECT = ZERO - HE-NEW-SALES-THIS-YTD.
           ADD 1 TO WS-ADDS-REVERSED.
           ADD WS-ENTRY-EFFECT TO WS-ADDS-AMOUNT.
           MOVE "ADD REVERSED - ACCOUNT DELETED" TO BDL-DESCRIPTION.
           PERFORM 650-WRITE-REVERSING-TRANSACTION.

       545-FIND-ADD-ENTRY.
           IF ET-AUDIT-IMAGE (WS-ENTRY-SUB) (9:1) = "A"
              MOVE ET-AUDIT-IMAGE (WS-ENTRY-SUB) TO HISTORY-ENTRY.

       550-REVERSE-DELETE.
           MOVE ET-AUDIT-IMAGE (1) TO HISTORY-ENTRY.
           PERFORM 600-CLEAR-REVERSING-TRANSACTION.
           MOVE "D" TO HE-TRANSACTION-CODE.
           MOVE "A"                    TO TR-TRANSACTION-CODE.
           MOVE HE-OLD-CUSTOMER-NAME   TO TR-CUSTOMER-NAME.
           MOVE HE-OLD-SALES-THIS-YTD  TO TR-SALES-THIS-YTD.
           MOVE HE-OLD-SALES-LAST-YTD  TO TR-SALES-LAST-YTD.
           MOVE HE-OLD-REGION-CODE     TO TR-REGION-CODE.
           MOVE HE-OLD-COMMISSION-RATE TO TR-COMMISSION-RATE.
           MOVE HE-OLD-SALES-THIS-YTD  TO WS-ENTRY-EFFECT.
           ADD 1 TO WS-DELETES-REVERSED.
           ADD WS-ENTRY-EFFECT TO WS-DELETES-AMOUNT.
           MOVE "DELETE REVERSED - BEFORE IMAGE RE-ADDED"
               TO BDL-DESCRIPTION.
           PERFORM 650-WRITE-REVERSING-TRANSACTION.

       560-REVERSE-CHANGE-ENTRY.
           MOVE ET-AUDIT-IMAGE (WS-ENTRY-SUB) TO HISTORY-ENTRY.
           PERFORM 600-CLEAR-REVERSING-TRANSACTION.
           MOVE HE-TRANSACTION-CODE TO TR-TRANSACTION-CODE.
           EVALUATE HE-TRANSACTION-CODE
               WHEN "S"
                   COMPUTE WS-ENTRY-EFFECT =
                       HE-OLD-SALES-THIS-YTD - HE-NEW-SALES-THIS-YTD
                   MOVE WS-ENTRY-EFFECT TO TR-SALES-ADJUSTMENT
                   ADD 1 TO WS-ADJUSTS-REVERSED
                   ADD WS-ENTRY-EFFECT TO WS-ADJUSTS-AMOUNT
                   MOVE "SALES ADJUSTMENT NEGATED" TO BDL-DESCRIPTION
               WHEN "C"
                   MOVE HE-OLD-CUSTOMER-NAME TO TR-CUSTOMER-NAME
                   ADD 1 TO WS-NAMES-RESTORED
                   MOVE "NAME RESTORED TO BEFORE VALUE"
                       TO BDL-DESCRIPTION
               WHEN "R"
                   MOVE HE-OLD-REGION-CODE     TO TR-REGION-CODE
                   MOVE HE-OLD-COMMISSION-RATE TO TR-COMMISSION-RATE
                   ADD 1 TO WS-RATES-RESTORED
                   MOVE "REGION/RATE RESTORED TO BEFORE VALUE"
                       TO BDL-DESCRIPTION
           END-EVALUATE.
           PERFORM 650-WRITE-REVERSING-TRANSACTION.

       600-CLEAR-REVERSING-TRANSACTION.
           MOVE SPACE TO BACKOUT-TRANS-RECORD.
           MOVE OLD-BRANCH-NUMBER   TO TR-BRANCH-NUMBER.
           MOVE OLD-SALESREP-NUMBER TO TR-SALESREP-NUMBER.
           MOVE OLD-CUSTOMER-NUMBER TO TR-CUSTOMER-NUMBER.
           MOVE ZERO TO TR-SALES-THIS-YTD.
           MOVE ZERO TO TR-SALES-LAST-YTD.
           MOVE ZERO TO TR-SALES-ADJUSTMENT.
           MOVE ZERO TO TR-COMMISSION-RATE.
           MOVE ZERO TO TR-RECYCLE-COUNT.
           MOVE ZERO TO WS-ENTRY-EFFECT.

       650-WRITE-REVERSING-TRANSACTION.
           WRITE BACKOUT-TRANS-RECORD.
           ADD 1 TO WS-TRANS-WRITTEN.
           ADD WS-ENTRY-EFFECT TO WS-NET-EFFECT.
           MOVE HE-TRANSACTION-CODE TO BDL-ORIGINAL-CODE.
           MOVE TR-TRANSACTION-CODE TO BDL-REVERSING-CODE.
           PERFORM 700-PRINT-DETAIL-LINE.

       700-PRINT-DETAIL-LINE.
           MOVE OLD-BRANCH-NUMBER   TO BDL-BRANCH-NUMBER.
           MOVE OLD-SALESREP-NUMBER TO BDL-SALESREP-NUMBER.
           MOVE OLD-CUSTOMER-NUMBER TO BDL-CUSTOMER-NUMBER.
           IF HE-OLD-CUSTOMER-NAME = SPACE
              MOVE HE-NEW-CUSTOMER-NAME TO BDL-CUSTOMER-NAME
           ELSE
              MOVE HE-OLD-CUSTOMER-NAME TO BDL-CUSTOMER-NAME
           END-IF.
           MOVE WS-ENTRY-EFFECT TO BDL-EFFECT.
           MOVE BACKOUT-DETAIL-LINE TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA.

       800-PRINT-BACKOUT-TOTALS.
           MOVE "AUDIT HISTORY ENTRIES READ" TO BTL-DESCRIPTION.
           MOVE WS-HISTORY-READ TO BTL-COUNT.
           MOVE ZERO TO BTL-AMOUNT.
           MOVE BACKOUT-TOTAL-LINE TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "ENTRIES FROM THE RUN DATE SELECTED" TO BTL-DESCRIPTION.
           MOVE WS-ENTRIES-SELECTED TO BTL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "ADDS REVERSED BY DELETE" TO BTL-DESCRIPTION.
           MOVE WS-ADDS-REVERSED TO BTL-COUNT.
           MOVE WS-ADDS-AMOUNT   TO BTL-AMOUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "DELETES REVERSED BY RE-ADD" TO BTL-DESCRIPTION.
           MOVE WS-DELETES-REVERSED TO BTL-COUNT.
           MOVE WS-DELETES-AMOUNT   TO BTL-AMOUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "SALES ADJUSTMENTS NEGATED" TO BTL-DESCRIPTION.
           MOVE WS-ADJUSTS-REVERSED TO BTL-COUNT.
           MOVE WS-ADJUSTS-AMOUNT   TO BTL-AMOUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "NAME CHANGES RESTORED" TO BTL-DESCRIPTION.
           MOVE WS-NAMES-RESTORED TO BTL-COUNT.
           MOVE ZERO TO BTL-AMOUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "REGION/RATE CHANGES RESTORED" TO BTL-DESCRIPTION.
           MOVE WS-RATES-RESTORED TO BTL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "TRANSACTIONS WRITTEN / NET THIS YTD"
               TO BTL-DESCRIPTION.
           MOVE WS-TRANS-WRITTEN TO BTL-COUNT.
           MOVE WS-NET-EFFECT    TO BTL-AMOUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "ACCOUNTS REVERSED" TO BTL-DESCRIPTION.
           MOVE WS-ACCOUNTS-REVERSED TO BTL-COUNT.
           MOVE ZERO TO BTL-AMOUNT.
           MOVE BACKOUT-TOTAL-LINE TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "ACCOUNTS FORCED - CHANGED SINCE RUN"
               TO BTL-DESCRIPTION.
           MOVE WS-ACCOUNTS-FORCED TO BTL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "ACCOUNTS REFUSED - CHANGED SINCE RUN"
               TO BTL-DESCRIPTION.
           MOVE WS-ACCOUNTS-REFUSED TO BTL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.
           MOVE "ACCOUNTS LEFT FOR MANUAL REVERSAL" TO BTL-DESCRIPTION.
           MOVE WS-ACCOUNTS-MANUAL TO BTL-COUNT.
           PERFORM 850-WRITE-TOTAL-LINE.

       850-WRITE-TOTAL-LINE.
           MOVE BACKOUT-TOTAL-LINE TO BACKOUT-PRINT-AREA.
           WRITE BACKOUT-PRINT-AREA.
