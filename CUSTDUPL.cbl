       IDENTIFICATION DIVISION.

       PROGRAM-ID. CUSTDUPL.
      *****************************************************************
      *  Programmers: Tristan Joubert
      *  Date.......: 15 October 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment5
      *  Description: CUSTDUPL is the duplicate-customer candidate
      *               report that feeds the CUSTUPD merge ("M")
      *               transaction. It reads CUSTMAST and reduces each
      *               customer name to a match key - upper case,
      *               punctuation dropped, the words THE, AND, INC,
      *               CO, CORP, LTD, LLC, COMPANY and the like removed
      *               and the remaining words run together - then
      *               sorts by branch and match key so that accounts
      *               opened more than once under different keys in
      *               the same branch fall side by side. Accounts in
      *               the same branch whose match keys agree in the
      *               first eight characters form a candidate group;
      *               each account after the first in a group is
      *               marked SAME NAME when its match key is identical
      *               to the first account's and SIMILAR when it only
      *               differs after the eighth character, so the
      *               branch can decide which account survives and
      *               key the merge. Each group shows the branch name
      *               from BRCHMAST, every key in the group and both
      *               YTD sales figures, with totals of groups and
      *               accounts at the end.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST  ASSIGN TO CUSTMAST.
           SELECT DUPLICATE-RPT ASSIGN TO CUSTDUPL.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK07.
           SELECT OPTIONAL BRANCH-MASTER ASSIGN TO BRCHMAST.

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

       FD  DUPLICATE-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  DUPLICATE-PRINT-AREA    PIC X(130).

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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-BRANCH-NUMBER        PIC 9(2).
           05  SR-MATCH-KEY.
               10  SR-MATCH-PREFIX     PIC X(8).
               10  FILLER              PIC X(12).
           05  SR-SALESREP-NUMBER      PIC 9(2).
           05  SR-CUSTOMER-NUMBER      PIC 9(5).
           05  SR-CUSTOMER-NAME        PIC X(20).
           05  SR-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SR-SALES-LAST-YTD       PIC S9(7)V9(2).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
           05  BRCHMAST-EOF-SWITCH     PIC X    VALUE "N".

       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.

       01  COUNT-FIELDS.
           05  WS-CUSTOMERS-READ       PIC 9(7)    VALUE ZERO.
           05  WS-GROUPS-FOUND         PIC 9(7)    VALUE ZERO.
           05  WS-ACCOUNTS-IN-GROUPS   PIC 9(7)    VALUE ZERO.

       01  NAME-MATCH-FIELDS.
           05  WS-NORMAL-NAME          PIC X(20).
           05  WS-MATCH-KEY            PIC X(20).
           05  WS-KEY-POINTER          PIC 99.
           05  WS-WORD-SUB             PIC 999.
           05  WS-TEST-WORD            PIC X(20).
               88  NOISE-WORD
                       VALUE "THE" "AND" "INC" "INCORPORATED" "CO"
                             "CORP" "CORPORATION" "COMPANY" "LTD"
                             "LIMITED" "LLC".

       01  NAME-WORD-TABLE.
           05  NW-WORD OCCURS 6 TIMES  PIC X(20).

       01  GROUP-CONTROL-FIELDS.
           05  WS-GROUP-COUNT          PIC 999     VALUE ZERO.
           05  WS-GROUP-SUB            PIC 999.
           05  WS-PRINT-LIMIT          PIC 999.
           05  WS-GROUP-BRANCH         PIC 9(2)    VALUE ZERO.
           05  WS-GROUP-PREFIX         PIC X(8)    VALUE SPACE.

       01  GROUP-TABLE.
           05  GT-ENTRY OCCURS 50 TIMES.
               10  GT-MATCH-KEY        PIC X(20).
               10  GT-SALESREP-NUMBER  PIC 9(2).
               10  GT-CUSTOMER-NUMBER  PIC 9(5).
               10  GT-CUSTOMER-NAME    PIC X(20).
               10  GT-SALES-THIS-YTD   PIC S9(7)V9(2).
               10  GT-SALES-LAST-YTD   PIC S9(7)V9(2).

       01  BRANCH-NAME-FIELDS.
           05  WS-BRANCH-NAME-SUB      PIC 999.
           05  WS-GROUP-BRANCH-NAME    PIC X(20).

       01  BRANCH-NAME-TABLE.
           05  BN-ENTRY OCCURS 100 TIMES.
               10  BN-BRANCH-NAME      PIC X(20).
               10  BN-ON-FILE          PIC X.

       01  HEADING-LINE-1.
           05  FILLER          PIC X(40)
                   VALUE "CUSTDUPL - DUPLICATE CUSTOMER CANDIDATES".
           05  FILLER          PIC X(68)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(11)   VALUE SPACE.

       01  HEADING-LINE-2.
           05  FILLER PIC X(3)  VALUE "BR ".
           05  FILLER PIC X(21) VALUE "BRANCH NAME".
           05  FILLER PIC X(3)  VALUE "RP ".
           05  FILLER PIC X(6)  VALUE "CUST  ".
           05  FILLER PIC X(22) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(13) VALUE "     THIS YTD".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(13) VALUE "     LAST YTD".
           05  FILLER PIC X(3)  VALUE SPACE.
           05  FILLER PIC X(12) VALUE "MATCH".
           05  FILLER PIC X(31) VALUE SPACE.

       01  DUPLICATE-DETAIL-LINE.
           05  DDL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DDL-BRANCH-NAME     PIC X(20).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DDL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DDL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DDL-CUSTOMER-NAME   PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  DDL-SALES-THIS-YTD  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  DDL-SALES-LAST-YTD  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  DDL-MATCH-TYPE      PIC X(12).
           05  FILLER              PIC X(31)   VALUE SPACE.

       01  GROUP-OVERFLOW-LINE.
           05  FILLER              PIC X(33)   VALUE SPACE.
           05  FILLER              PIC X(50)   VALUE
           "** MORE THAN 50 ACCOUNTS IN GROUP - 50 LISTED **".
           05  FILLER              PIC X(47)   VALUE SPACE.

       01  DUPLICATE-TOTAL-LINE.
           05  FILLER              PIC X(20)
                   VALUE "CUSTOMERS READ:     ".
           05  DTL-CUSTOMERS-READ  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(22)
                   VALUE "   CANDIDATE GROUPS:  ".
           05  DTL-GROUPS-FOUND    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(24)
                   VALUE "   ACCOUNTS IN GROUPS:  ".
           05  DTL-ACCOUNTS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(43)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-PREPARE-DUPLICATE-REPORT.
           PERFORM 060-LOAD-BRANCH-MASTER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-BRANCH-NUMBER
                                SR-MATCH-KEY
                                SR-SALESREP-NUMBER
                                SR-CUSTOMER-NUMBER
               INPUT PROCEDURE IS 200-SELECT-CUSTOMER-RECORDS
               OUTPUT PROCEDURE IS 400-PRINT-DUPLICATE-REPORT.
           STOP RUN.

       060-LOAD-BRANCH-MASTER.
           PERFORM 062-CLEAR-BRANCH-NAME-ENTRY
               VARYING WS-BRANCH-NAME-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-NAME-SUB > 100.
           OPEN INPUT BRANCH-MASTER.
           PERFORM 065-STORE-BRANCH-NAME-ENTRY
               UNTIL BRCHMAST-EOF-SWITCH = "Y".
           CLOSE BRANCH-MASTER.

       062-CLEAR-BRANCH-NAME-ENTRY.
           MOVE SPACE TO BN-BRANCH-NAME (WS-BRANCH-NAME-SUB).
           MOVE "N"   TO BN-ON-FILE     (WS-BRANCH-NAME-SUB).

       065-STORE-BRANCH-NAME-ENTRY.
           READ BRANCH-MASTER
               AT END
                   MOVE "Y" TO BRCHMAST-EOF-SWITCH
               NOT AT END
                   COMPUTE WS-BRANCH-NAME-SUB = BR-BRANCH-NUMBER + 1
                   MOVE BR-BRANCH-NAME
                       TO BN-BRANCH-NAME (WS-BRANCH-NAME-SUB)
                   MOVE "Y" TO BN-ON-FILE (WS-BRANCH-NAME-SUB)
           END-READ.

       200-SELECT-CUSTOMER-RECORDS.
           OPEN INPUT CUSTMAST.
           PERFORM 210-PROCESS-CUSTOMER-RECORDS
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           CLOSE CUSTMAST.

       210-PROCESS-CUSTOMER-RECORDS.
           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   PERFORM 220-BUILD-MATCH-KEY
                   IF WS-MATCH-KEY NOT = SPACE
                      PERFORM 230-RELEASE-CUSTOMER-RECORD
                   END-IF
           END-READ.

       220-BUILD-MATCH-KEY.
           MOVE CM-CUSTOMER-NAME TO WS-NORMAL-NAME.
           INSPECT WS-NORMAL-NAME
               CONVERTING "abcdefghijklmnopqrstuvwxyz.,&'-/()"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ        ".
           MOVE SPACE TO NAME-WORD-TABLE.
           UNSTRING WS-NORMAL-NAME DELIMITED BY ALL SPACE
               INTO NW-WORD (1) NW-WORD (2) NW-WORD (3)
                    NW-WORD (4) NW-WORD (5) NW-WORD (6)
           END-UNSTRING.
           MOVE SPACE TO WS-MATCH-KEY.
           MOVE 1 TO WS-KEY-POINTER.
           PERFORM 225-APPEND-NAME-WORD
               VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > 6.

       225-APPEND-NAME-WORD.
           MOVE NW-WORD (WS-WORD-SUB) TO WS-TEST-WORD.
           IF WS-TEST-WORD NOT = SPACE
              AND NOT NOISE-WORD
              AND WS-KEY-POINTER <= 20
              STRING WS-TEST-WORD DELIMITED BY SPACE
                  INTO WS-MATCH-KEY
                  WITH POINTER WS-KEY-POINTER
              END-STRING.

       230-RELEASE-CUSTOMER-RECORD.
           MOVE CM-BRANCH-NUMBER   TO SR-BRANCH-NUMBER.
           MOVE WS-MATCH-KEY       TO SR-MATCH-KEY.
           MOVE CM-SALESREP-NUMBER TO SR-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO SR-CUSTOMER-NAME.
           MOVE CM-SALES-THIS-YTD  TO SR-SALES-THIS-YTD.
           MOVE CM-SALES-LAST-YTD  TO SR-SALES-LAST-YTD.
           RELEASE SORT-WORK-RECORD.

       400-PRINT-DUPLICATE-REPORT.
           OPEN OUTPUT DUPLICATE-RPT.
           PERFORM 430-RETURN-SORT-RECORDS
               UNTIL SORT-EOF-SWITCH = "Y".
           IF WS-GROUP-COUNT > 0
              PERFORM 500-FINISH-CANDIDATE-GROUP.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 600-PRINT-HEADING-LINES.
           PERFORM 800-PRINT-REPORT-TOTALS.
           CLOSE DUPLICATE-RPT.

       430-RETURN-SORT-RECORDS.
           RETURN SORT-WORK-FILE INTO SORT-WORK-RECORD
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 440-EVALUATE-SORTED-RECORD
           END-RETURN.

       440-EVALUATE-SORTED-RECORD.
           IF WS-GROUP-COUNT > 0
              IF SR-BRANCH-NUMBER NOT = WS-GROUP-BRANCH
                 OR SR-MATCH-PREFIX NOT = WS-GROUP-PREFIX
                 PERFORM 500-FINISH-CANDIDATE-GROUP
              END-IF
           END-IF.
           PERFORM 450-ADD-TO-CANDIDATE-GROUP.

       450-ADD-TO-CANDIDATE-GROUP.
           ADD 1 TO WS-GROUP-COUNT.
           IF WS-GROUP-COUNT = 1
              MOVE SR-BRANCH-NUMBER TO WS-GROUP-BRANCH
              MOVE SR-MATCH-PREFIX  TO WS-GROUP-PREFIX.
           IF WS-GROUP-COUNT <= 50
              MOVE SR-MATCH-KEY
                  TO GT-MATCH-KEY (WS-GROUP-COUNT)
              MOVE SR-SALESREP-NUMBER
                  TO GT-SALESREP-NUMBER (WS-GROUP-COUNT)
              MOVE SR-CUSTOMER-NUMBER
                  TO GT-CUSTOMER-NUMBER (WS-GROUP-COUNT)
              MOVE SR-CUSTOMER-NAME
                  TO GT-CUSTOMER-NAME (WS-GROUP-COUNT)
              MOVE SR-SALES-THIS-YTD
                  TO GT-SALES-THIS-YTD (WS-GROUP-COUNT)
              MOVE SR-SALES-LAST-YTD
                  TO GT-SALES-LAST-YTD (WS-GROUP-COUNT).

       500-FINISH-CANDIDATE-GROUP.
           IF WS-GROUP-COUNT > 1
              ADD 1 TO WS-GROUPS-FOUND
              ADD WS-GROUP-COUNT TO WS-ACCOUNTS-IN-GROUPS
              COMPUTE WS-BRANCH-NAME-SUB = WS-GROUP-BRANCH + 1
              IF BN-ON-FILE (WS-BRANCH-NAME-SUB) = "Y"
                 MOVE BN-BRANCH-NAME (WS-BRANCH-NAME-SUB)
                     TO WS-GROUP-BRANCH-NAME
              ELSE
                 MOVE "(NOT ON BRANCH MAST)" TO WS-GROUP-BRANCH-NAME
              END-IF
              IF WS-GROUP-COUNT > 50
                 MOVE 50 TO WS-PRINT-LIMIT
              ELSE
                 MOVE WS-GROUP-COUNT TO WS-PRINT-LIMIT
              END-IF
              PERFORM 550-PRINT-GROUP-MEMBER
                  VARYING WS-GROUP-SUB FROM 1 BY 1
                  UNTIL WS-GROUP-SUB > WS-PRINT-LIMIT
              IF WS-GROUP-COUNT > 50
                 MOVE GROUP-OVERFLOW-LINE TO DUPLICATE-PRINT-AREA
                 WRITE DUPLICATE-PRINT-AREA
                 ADD 1 TO LINE-COUNT
              END-IF
           END-IF.
           MOVE ZERO TO WS-GROUP-COUNT.

       550-PRINT-GROUP-MEMBER.
           IF LINE-COUNT >= LINES-ON-PAGE
              PERFORM 600-PRINT-HEADING-LINES.
           MOVE WS-GROUP-BRANCH      TO DDL-BRANCH-NUMBER.
           MOVE WS-GROUP-BRANCH-NAME TO DDL-BRANCH-NAME.
           MOVE GT-SALESREP-NUMBER (WS-GROUP-SUB)
               TO DDL-SALESREP-NUMBER.
           MOVE GT-CUSTOMER-NUMBER (WS-GROUP-SUB)
               TO DDL-CUSTOMER-NUMBER.
           MOVE GT-CUSTOMER-NAME (WS-GROUP-SUB)
               TO DDL-CUSTOMER-NAME.
           MOVE GT-SALES-THIS-YTD (WS-GROUP-SUB)
               TO DDL-SALES-THIS-YTD.
           MOVE GT-SALES-LAST-YTD (WS-GROUP-SUB)
               TO DDL-SALES-LAST-YTD.
           IF WS-GROUP-SUB = 1
              MOVE SPACE TO DDL-MATCH-TYPE
              MOVE DUPLICATE-DETAIL-LINE TO DUPLICATE-PRINT-AREA
              WRITE DUPLICATE-PRINT-AREA AFTER ADVANCING 2 LINES
              ADD 2 TO LINE-COUNT
           ELSE
              IF GT-MATCH-KEY (WS-GROUP-SUB) = GT-MATCH-KEY (1)
                 MOVE "SAME NAME" TO DDL-MATCH-TYPE
              ELSE
                 MOVE "SIMILAR" TO DDL-MATCH-TYPE
              END-IF
              MOVE DUPLICATE-DETAIL-LINE TO DUPLICATE-PRINT-AREA
              WRITE DUPLICATE-PRINT-AREA
              ADD 1 TO LINE-COUNT
           END-IF.

       600-PRINT-HEADING-LINES.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT    TO HL1-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO DUPLICATE-PRINT-AREA.
           WRITE DUPLICATE-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO DUPLICATE-PRINT-AREA.
           WRITE DUPLICATE-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO LINE-COUNT.

       800-PRINT-REPORT-TOTALS.
           MOVE WS-CUSTOMERS-READ     TO DTL-CUSTOMERS-READ.
           MOVE WS-GROUPS-FOUND       TO DTL-GROUPS-FOUND.
           MOVE WS-ACCOUNTS-IN-GROUPS TO DTL-ACCOUNTS.
           MOVE DUPLICATE-TOTAL-LINE TO DUPLICATE-PRINT-AREA.
           WRITE DUPLICATE-PRINT-AREA AFTER ADVANCING 3 LINES.
