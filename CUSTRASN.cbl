       IDENTIFICATION DIVISION.

       PROGRAM-ID. CUSTRASN.
      *****************************************************************
      *  Programmers: Tristan Joubert
      *  Date.......: 15 October 2026
      *  GitHub URL.: https://github.com/TJoubert004/CobolAssignment5
      *  Description: CUSTRASN is the account reassignment run. It
      *               moves customers from one salesrep to another
      *               without the delete/re-add that CUSTEDIT and
      *               CUSTUPD would otherwise need, since
      *               CM-SALESREP-NUMBER is part of the master key.
      *               Each reassignment card names either a single
      *               account (type "S") or a whole book (type "B")
      *               to move from an old rep to a new rep, a book
      *               optionally limited to one branch. The new rep
      *               must be on REPMAST and not terminated. The
      *               current CUSTMAST generation is re-keyed and
      *               re-sorted into the next generation with the YTD
      *               figures, region and rate intact; a move whose
      *               new key is already on CUSTMAST is refused and
      *               listed, and the check is repeated until no
      *               further move lands on the key of an account
      *               that stays put. The same move is made on the
      *               indexed CUSTIXF (new key written first, old key
      *               deleted only once the write succeeds); a move
      *               CUSTIXF cannot take is refused on both files. A
      *               linked pair of "K" entries - one under each
      *               key, each naming the other - is appended to the
      *               audit history so AUDTINQ can follow the account
      *               across the move, and the rate history (NEWRATE)
      *               and sales history (NEWHIST) are copied with
      *               every moved account's entries carried to its
      *               new key so COMMCALC and SALEFCST keep its
      *               history. The listing shows every account moved
      *               and a before/after summary by rep with dollar
      *               totals and a balance line; an out-of-balance
      *               run, or a duplicate key on the new master, ends
      *               with return code 8.
      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT REASSIGN-CARDS ASSIGN TO RASNCARD.
           SELECT REP-MASTER   ASSIGN TO REPMAST.
           SELECT OLD-CUSTMAST ASSIGN TO CUSTMAST.
           SELECT NEW-CUSTMAST ASSIGN TO NEWCUST.
           SELECT CUSTIXF  ASSIGN TO CUSTIXF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-RECORD-KEY
               ALTERNATE RECORD KEY IS CI-CUSTOMER-NAME
                   WITH DUPLICATES.
           SELECT OPTIONAL AUDIT-HIST ASSIGN TO AUDITHST.
           SELECT OPTIONAL RATE-HIST  ASSIGN TO RATEHIST.
           SELECT NEW-RATE-HIST ASSIGN TO NEWRATE.
           SELECT OPTIONAL SALES-HIST ASSIGN TO SALESHIST.
           SELECT NEW-SALES-HIST ASSIGN TO NEWHIST.
           SELECT REASSIGN-RPT ASSIGN TO CUSTRASN.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK06.
           SELECT OPTIONAL RUN-LOG ASSIGN TO RUNLOG.
           SELECT OPTIONAL GEN-CARD ASSIGN TO GENCARD.

       DATA DIVISION.
       FILE SECTION.
       FD  REASSIGN-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  REASSIGN-CARD-RECORD.
           05  RA-CARD-TYPE            PIC X(1).
           05  RA-OLD-SALESREP         PIC 9(2).
           05  RA-NEW-SALESREP         PIC 9(2).
           05  RA-BRANCH-NUMBER        PIC 9(2).
           05  RA-CUSTOMER-NUMBER      PIC 9(5).
           05  FILLER                  PIC X(68).

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

       FD  OLD-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  OLD-MASTER-RECORD.
           05  OM-BRANCH-NUMBER        PIC 9(2).
           05  OM-SALESREP-NUMBER      PIC 9(2).
           05  OM-CUSTOMER-NUMBER      PIC 9(5).
           05  OM-CUSTOMER-NAME        PIC X(20).
           05  OM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  OM-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  OM-REGION-CODE          PIC X(2).
           05  OM-COMMISSION-RATE      PIC 9V9(4).
           05  FILLER                  PIC X(76).

       FD  NEW-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  NEW-MASTER-RECORD.
           05  NM-BRANCH-NUMBER        PIC 9(2).
           05  NM-SALESREP-NUMBER      PIC 9(2).
           05  NM-CUSTOMER-NUMBER      PIC 9(5).
           05  NM-CUSTOMER-NAME        PIC X(20).
           05  NM-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  NM-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  NM-REGION-CODE          PIC X(2).
           05  NM-COMMISSION-RATE      PIC 9V9(4).
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

       FD  NEW-RATE-HIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  NEW-RATE-RECORD             PIC X(80).

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

       FD  NEW-SALES-HIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  NEW-HISTORY-RECORD          PIC X(60).

       FD  REASSIGN-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  REASSIGN-PRINT-AREA     PIC X(130).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-RECORD-KEY.
               10  SR-BRANCH-NUMBER    PIC 9(2).
               10  SR-SALESREP-NUMBER  PIC 9(2).
               10  SR-CUSTOMER-NUMBER  PIC 9(5).
           05  SR-MOVED-FLAG           PIC X(1).
           05  SR-OLD-SALESREP-NUMBER  PIC 9(2).
           05  SR-CUSTOMER-NAME        PIC X(20).
           05  SR-SALES-THIS-YTD       PIC S9(7)V9(2).
           05  SR-SALES-LAST-YTD       PIC S9(7)V9(2).
           05  SR-REGION-CODE          PIC X(2).
           05  SR-COMMISSION-RATE      PIC 9V9(4).

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
           05  CARDS-EOF-SWITCH        PIC X    VALUE "N".
           05  REPMAST-EOF-SWITCH      PIC X    VALUE "N".
           05  OLD-MASTER-EOF-SWITCH   PIC X    VALUE "N".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
           05  WS-PRIOR-KEY-SWITCH     PIC X    VALUE "N".
           05  WS-COLLISION-FOUND      PIC X    VALUE "N".
           05  WS-COLLISION-OVERFLOW   PIC X    VALUE "N".
           05  WS-NEW-REFUSAL-SWITCH   PIC X    VALUE "Y".
           05  WS-MOVE-REFUSED-SWITCH  PIC X    VALUE "N".
           05  WS-MOVED-KEY-FOUND      PIC X    VALUE "N".
           05  RATE-EOF-SWITCH         PIC X    VALUE "N".
           05  HIST-EOF-SWITCH         PIC X    VALUE "N".

       01  RUN-LOG-FIELDS.
           05  WS-RUN-FILE-IDENT       PIC X(16)   VALUE SPACE.

       01  RUN-LOG-DATE-TIME.
           05  RLW-DATE                PIC 9(8).
           05  RLW-TIME                PIC 9(6).
           05  FILLER                  PIC X(7).

       01  WS-AUDIT-RUN-DATE           PIC 9(8) VALUE ZERO.

       01  COUNT-FIELDS.
           05  WS-CARDS-READ           PIC 9(5)    VALUE ZERO.
           05  WS-CARDS-REJECTED       PIC 9(5)    VALUE ZERO.
           05  WS-RECORDS-READ         PIC 9(7)    VALUE ZERO.
           05  WS-RECORDS-WRITTEN      PIC 9(7)    VALUE ZERO.
           05  WS-ACCOUNTS-MOVED       PIC 9(7)    VALUE ZERO.
           05  WS-ACCOUNTS-REFUSED     PIC 9(7)    VALUE ZERO.
           05  WS-IXF-EXCEPTIONS       PIC 9(7)    VALUE ZERO.
           05  WS-HISTORY-WRITTEN      PIC 9(7)    VALUE ZERO.
           05  WS-DUPLICATE-KEYS       PIC 9(7)    VALUE ZERO.
           05  WS-RATE-READ            PIC 9(7)    VALUE ZERO.
           05  WS-RATE-REKEYED         PIC 9(7)    VALUE ZERO.
           05  WS-SALES-HIST-READ      PIC 9(7)    VALUE ZERO.
           05  WS-SALES-HIST-REKEYED   PIC 9(7)    VALUE ZERO.

       01  CARD-EDIT-FIELDS.
           05  WS-CARD-REASON          PIC X(45)   VALUE SPACE.
           05  WS-CARD-COUNT           PIC 999     VALUE ZERO.
           05  WS-CARD-SUB             PIC 999.
           05  WS-MATCH-SUB            PIC 999     VALUE ZERO.

       01  CARD-TABLE.
           05  CDT-ENTRY OCCURS 50 TIMES.
               10  CDT-CARD-TYPE       PIC X.
               10  CDT-OLD-SALESREP    PIC 9(2).
               10  CDT-NEW-SALESREP    PIC 9(2).
               10  CDT-BRANCH-NUMBER   PIC 9(2).
               10  CDT-CUSTOMER-NUMBER PIC 9(5).
               10  CDT-MOVED-COUNT     PIC 9(7).

       01  COLLISION-FIELDS.
           05  WS-COLLISION-COUNT      PIC 999     VALUE ZERO.
           05  WS-COLL-SUB             PIC 999.
           05  WS-PASS-START-COUNT     PIC 999     VALUE ZERO.
           05  WS-PRIOR-KEY            PIC 9(9)    VALUE ZERO.
           05  WS-CURRENT-KEY          PIC 9(9)    VALUE ZERO.
           05  WS-OLD-KEY              PIC 9(9)    VALUE ZERO.

       01  COLLISION-TABLE.
           05  CO-OLD-KEY OCCURS 500 TIMES
                                       PIC 9(9).

       01  MOVE-FIELDS.
           05  WS-NEW-SALESREP         PIC 9(2).
           05  WS-IXF-STATUS           PIC X(30)   VALUE SPACE.
           05  WS-MOVED-KEY-COUNT      PIC 9(4)    VALUE ZERO.
           05  WS-MOVED-SUB            PIC 9(4).
           05  WS-LOOKUP-KEY           PIC 9(9)    VALUE ZERO.

       01  MOVED-KEY-TABLE.
           05  MV-ENTRY OCCURS 2000 TIMES.
               10  MV-OLD-KEY          PIC 9(9).
               10  MV-NEW-SALESREP     PIC 9(2).

       01  REP-TABLE-FIELDS.
           05  WS-REP-SUB              PIC 999.

       01  REP-TABLE.
           05  RT-ENTRY OCCURS 100 TIMES.
               10  RT-REP-NAME         PIC X(20).
               10  RT-REP-STATUS       PIC X.
               10  RT-ON-FILE          PIC X.
               10  RT-BEFORE-COUNT     PIC 9(7).
               10  RT-BEFORE-THIS-YTD  PIC S9(9)V99.
               10  RT-BEFORE-LAST-YTD  PIC S9(9)V99.
               10  RT-AFTER-COUNT      PIC 9(7).
               10  RT-AFTER-THIS-YTD   PIC S9(9)V99.
               10  RT-AFTER-LAST-YTD   PIC S9(9)V99.

       01  TOTAL-FIELDS.
           05  GRAND-BEFORE-COUNT      PIC 9(7)      VALUE ZERO.
           05  GRAND-BEFORE-THIS-YTD   PIC S9(9)V99  VALUE ZERO.
           05  GRAND-BEFORE-LAST-YTD   PIC S9(9)V99  VALUE ZERO.
           05  GRAND-AFTER-COUNT       PIC 9(7)      VALUE ZERO.
           05  GRAND-AFTER-THIS-YTD    PIC S9(9)V99  VALUE ZERO.
           05  GRAND-AFTER-LAST-YTD    PIC S9(9)V99  VALUE ZERO.
           05  MOVED-OUT-THIS-YTD      PIC S9(9)V99  VALUE ZERO.
           05  MOVED-OUT-LAST-YTD      PIC S9(9)V99  VALUE ZERO.
           05  MOVED-IN-COUNT          PIC 9(7)      VALUE ZERO.
           05  MOVED-IN-THIS-YTD       PIC S9(9)V99  VALUE ZERO.
           05  MOVED-IN-LAST-YTD       PIC S9(9)V99  VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  FILLER          PIC X(13).

       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(8)    VALUE SPACE.
           05  FILLER          PIC X(39)
                   VALUE "CUSTRASN - ACCOUNT REASSIGNMENT LISTING".
           05  FILLER          PIC X(66)   VALUE SPACE.

       01  CARD-LINE.
           05  FILLER              PIC X(6)    VALUE "CARD  ".
           05  CDL-CARD-TYPE       PIC X(1).
           05  FILLER              PIC X(7)    VALUE "  REP  ".
           05  CDL-OLD-SALESREP    PIC X(2).
           05  FILLER              PIC X(4)    VALUE " TO ".
           05  CDL-NEW-SALESREP    PIC X(2).
           05  FILLER              PIC X(10)   VALUE "  BRANCH  ".
           05  CDL-BRANCH-NUMBER   PIC X(2).
           05  FILLER              PIC X(12)   VALUE "  CUSTOMER  ".
           05  CDL-CUSTOMER-NUMBER PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CDL-STATUS          PIC X(45).
           05  FILLER              PIC X(32)   VALUE SPACE.

       01  MOVED-HEADING-LINE.
           05  FILLER PIC X(8)  VALUE "STATUS".
           05  FILLER PIC X(14) VALUE "OLD KEY".
           05  FILLER PIC X(14) VALUE "NEW KEY".
           05  FILLER PIC X(22) VALUE "CUSTOMER NAME".
           05  FILLER PIC X(16) VALUE "      THIS YTD".
           05  FILLER PIC X(16) VALUE "      LAST YTD".
           05  FILLER PIC X(40) VALUE "INDEXED MASTER".

       01  MOVED-LINE.
           05  ML-STATUS           PIC X(8).
           05  ML-OLD-BRANCH       PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  ML-OLD-SALESREP     PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  ML-OLD-CUSTOMER     PIC 9(5).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  ML-NEW-BRANCH       PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  ML-NEW-SALESREP     PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  ML-NEW-CUSTOMER     PIC 9(5).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  ML-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  ML-SALES-THIS-YTD   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  ML-SALES-LAST-YTD   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  ML-IXF-STATUS       PIC X(30).
           05  FILLER              PIC X(10)   VALUE SPACE.

       01  CARD-RESULT-LINE.
           05  FILLER              PIC X(6)    VALUE "CARD  ".
           05  CRL-CARD-TYPE       PIC X(1).
           05  FILLER              PIC X(7)    VALUE "  REP  ".
           05  CRL-OLD-SALESREP    PIC 9(2).
           05  FILLER              PIC X(4)    VALUE " TO ".
           05  CRL-NEW-SALESREP    PIC 9(2).
           05  FILLER              PIC X(10)   VALUE "  BRANCH  ".
           05  CRL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(12)   VALUE "  CUSTOMER  ".
           05  CRL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(20)
                   VALUE "  ACCOUNTS MOVED:  ".
           05  CRL-MOVED-COUNT     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CRL-NOTE            PIC X(24).
           05  FILLER              PIC X(26)   VALUE SPACE.

       01  SUMMARY-HEADING-LINE-1.
           05  FILLER PIC X(26) VALUE SPACE.
           05  FILLER PIC X(42)
                   VALUE "---------------- BEFORE -----------------".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(42)
                   VALUE "----------------- AFTER -----------------".
           05  FILLER PIC X(18) VALUE SPACE.

       01  SUMMARY-HEADING-LINE-2.
           05  FILLER PIC X(4)  VALUE "REP".
           05  FILLER PIC X(22) VALUE "SALESREP NAME".
           05  FILLER PIC X(10) VALUE "  ACCOUNTS".
           05  FILLER PIC X(16) VALUE "        THIS YTD".
           05  FILLER PIC X(16) VALUE "        LAST YTD".
           05  FILLER PIC X(2)  VALUE SPACE.
           05  FILLER PIC X(10) VALUE "  ACCOUNTS".
           05  FILLER PIC X(16) VALUE "        THIS YTD".
           05  FILLER PIC X(16) VALUE "        LAST YTD".
           05  FILLER PIC X(18) VALUE SPACE.

       01  REP-SUMMARY-LINE.
           05  RSL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RSL-SALESREP-NAME   PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RSL-BEFORE-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RSL-BEFORE-THIS-YTD PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RSL-BEFORE-LAST-YTD PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RSL-AFTER-COUNT     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  RSL-AFTER-THIS-YTD  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RSL-AFTER-LAST-YTD  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RSL-NOTE            PIC X(18).

       01  MOVED-TOTAL-LINE.
           05  FILLER              PIC X(26)
                   VALUE "MOVED OUT OF OLD KEYS:    ".
           05  MTL-OUT-COUNT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  MTL-OUT-THIS-YTD    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  MTL-OUT-LAST-YTD    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  MTL-IN-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  MTL-IN-THIS-YTD     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  MTL-IN-LAST-YTD     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(20)
                   VALUE "  <- MOVED INTO NEW".

       01  BALANCE-LINE.
           05  FILLER              PIC X(24)
                   VALUE "REASSIGNMENT BALANCED:  ".
           05  BAL-STATUS          PIC X(3).
           05  FILLER              PIC X(56)   VALUE
           "  (AFTER MUST EQUAL BEFORE AND MOVED IN EQUAL MOVED OUT)".
           05  FILLER              PIC X(47)   VALUE SPACE.

       01  COUNT-CONTROL-LINE.
           05  FILLER              PIC X(16)
                   VALUE "RECORDS READ:   ".
           05  CCL-RECORDS-READ    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE "   WRITTEN: ".
           05  CCL-RECORDS-WRITTEN PIC ZZZ,ZZ9.
           05  FILLER              PIC X(10)   VALUE "   MOVED: ".
           05  CCL-ACCOUNTS-MOVED  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE "   REFUSED: ".
           05  CCL-ACCOUNTS-REFUSED PIC ZZZ,ZZ9.
           05  FILLER              PIC X(19)
                   VALUE "   CUSTIXF EXCEPT: ".
           05  CCL-IXF-EXCEPTIONS  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(26)   VALUE SPACE.

       01  HISTORY-CONTROL-LINE.
           05  FILLER              PIC X(16)
                   VALUE "RATEHIST READ:  ".
           05  HCL-RATE-READ       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(13)   VALUE "   RE-KEYED: ".
           05  HCL-RATE-REKEYED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(20)
                   VALUE "   SALESHIST READ:  ".
           05  HCL-HIST-READ       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(13)   VALUE "   RE-KEYED: ".
           05  HCL-HIST-REKEYED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(40)   VALUE SPACE.

       01  DUPLICATE-KEY-LINE.
           05  FILLER              PIC X(31)   VALUE
           "** DUPLICATE KEY ON NEWCUST:   ".
           05  DKL-BRANCH-NUMBER   PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  DKL-SALESREP-NUMBER PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  DKL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  DKL-CUSTOMER-NAME   PIC X(20).
           05  FILLER              PIC X(65)   VALUE SPACE.

       01  DUPLICATE-COUNT-LINE.
           05  FILLER              PIC X(30)   VALUE
           "DUPLICATE KEYS ON NEWCUST:    ".
           05  DCL-DUPLICATE-KEYS  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(93)   VALUE SPACE.

       01  NO-CARDS-LINE.
           05  FILLER              PIC X(52)   VALUE
           "NO VALID REASSIGNMENT CARDS - MASTER NOT REWRITTEN".
           05  FILLER              PIC X(78)   VALUE SPACE.

       01  OVERFLOW-LINE.
           05  FILLER              PIC X(57)   VALUE
           "MORE THAN 500 KEY COLLISIONS - RUN STOPPED, NOTHING MOVED".
           05  FILLER              PIC X(73)   VALUE SPACE.

       PROCEDURE DIVISION.
       000-REASSIGN-CUSTOMER-ACCOUNTS.
           PERFORM 900-LOG-RUN-START.
           OPEN OUTPUT REASSIGN-RPT.
           PERFORM 010-PRINT-REPORT-HEADING.
           PERFORM 050-LOAD-REP-TABLE.
           PERFORM 100-LOAD-REASSIGN-CARDS.
           IF WS-CARD-COUNT = ZERO
              MOVE NO-CARDS-LINE TO REASSIGN-PRINT-AREA
              WRITE REASSIGN-PRINT-AREA AFTER ADVANCING 2 LINES
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 190-DETECT-KEY-COLLISIONS
                  UNTIL WS-NEW-REFUSAL-SWITCH = "N"
              IF WS-COLLISION-OVERFLOW = "Y"
                 MOVE OVERFLOW-LINE TO REASSIGN-PRINT-AREA
                 WRITE REASSIGN-PRINT-AREA AFTER ADVANCING 2 LINES
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 350-REWRITE-CUSTOMER-MASTER
              END-IF
           END-IF.
           CLOSE REASSIGN-RPT.
           IF RETURN-CODE < 8
              PERFORM 950-LOG-RUN-END.
           STOP RUN.

       010-PRINT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE HEADING-LINE-1 TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE FUNCTION CURRENT-DATE TO RUN-LOG-DATE-TIME.
           MOVE RLW-DATE TO WS-AUDIT-RUN-DATE.

       050-LOAD-REP-TABLE.
           PERFORM 055-CLEAR-REP-TABLE-ENTRY
               VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > 100.
           OPEN INPUT REP-MASTER.
           PERFORM 060-STORE-REP-TABLE-ENTRY
               UNTIL REPMAST-EOF-SWITCH = "Y".
           CLOSE REP-MASTER.

       055-CLEAR-REP-TABLE-ENTRY.
           MOVE SPACE TO RT-REP-NAME        (WS-REP-SUB).
           MOVE SPACE TO RT-REP-STATUS      (WS-REP-SUB).
           MOVE "N"   TO RT-ON-FILE         (WS-REP-SUB).
           MOVE ZERO  TO RT-BEFORE-COUNT    (WS-REP-SUB).
           MOVE ZERO  TO RT-BEFORE-THIS-YTD (WS-REP-SUB).
           MOVE ZERO  TO RT-BEFORE-LAST-YTD (WS-REP-SUB).
           MOVE ZERO  TO RT-AFTER-COUNT     (WS-REP-SUB).
           MOVE ZERO  TO RT-AFTER-THIS-YTD  (WS-REP-SUB).
           MOVE ZERO  TO RT-AFTER-LAST-YTD  (WS-REP-SUB).

       060-STORE-REP-TABLE-ENTRY.
           READ REP-MASTER
               AT END
                   MOVE "Y" TO REPMAST-EOF-SWITCH
               NOT AT END
                   COMPUTE WS-REP-SUB = RM-SALESREP-NUMBER + 1
                   MOVE RM-SALESREP-NAME TO RT-REP-NAME   (WS-REP-SUB)
                   MOVE RM-REP-STATUS    TO RT-REP-STATUS (WS-REP-SUB)
                   MOVE "Y"              TO RT-ON-FILE    (WS-REP-SUB)
           END-READ.

       100-LOAD-REASSIGN-CARDS.
           OPEN INPUT REASSIGN-CARDS.
           PERFORM 110-READ-REASSIGN-CARD.
           PERFORM 120-PROCESS-REASSIGN-CARD
               UNTIL CARDS-EOF-SWITCH = "Y".
           CLOSE REASSIGN-CARDS.

       110-READ-REASSIGN-CARD.
           READ REASSIGN-CARDS
               AT END
                   MOVE "Y" TO CARDS-EOF-SWITCH
           END-READ.
           IF CARDS-EOF-SWITCH = "N"
              ADD 1 TO WS-CARDS-READ.

       120-PROCESS-REASSIGN-CARD.
           PERFORM 150-EDIT-REASSIGN-CARD.
           IF WS-CARD-REASON = SPACE
              ADD 1 TO WS-CARD-COUNT
              MOVE RA-CARD-TYPE       TO CDT-CARD-TYPE (WS-CARD-COUNT)
              MOVE RA-OLD-SALESREP
                  TO CDT-OLD-SALESREP (WS-CARD-COUNT)
              MOVE RA-NEW-SALESREP
                  TO CDT-NEW-SALESREP (WS-CARD-COUNT)
              MOVE RA-BRANCH-NUMBER
                  TO CDT-BRANCH-NUMBER (WS-CARD-COUNT)
              IF RA-CARD-TYPE = "S"
                 MOVE RA-CUSTOMER-NUMBER
                     TO CDT-CUSTOMER-NUMBER (WS-CARD-COUNT)
              ELSE
                 MOVE ZERO TO CDT-CUSTOMER-NUMBER (WS-CARD-COUNT)
              END-IF
              MOVE ZERO TO CDT-MOVED-COUNT (WS-CARD-COUNT)
              MOVE "ACCEPTED" TO CDL-STATUS
           ELSE
              ADD 1 TO WS-CARDS-REJECTED
              MOVE WS-CARD-REASON TO CDL-STATUS
           END-IF.
           MOVE RA-CARD-TYPE       TO CDL-CARD-TYPE.
           MOVE RA-OLD-SALESREP    TO CDL-OLD-SALESREP.
           MOVE RA-NEW-SALESREP    TO CDL-NEW-SALESREP.
           MOVE RA-BRANCH-NUMBER   TO CDL-BRANCH-NUMBER.
           MOVE RA-CUSTOMER-NUMBER TO CDL-CUSTOMER-NUMBER.
           MOVE CARD-LINE TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA.
           PERFORM 110-READ-REASSIGN-CARD.

       150-EDIT-REASSIGN-CARD.
           MOVE SPACE TO WS-CARD-REASON.
           IF RA-CARD-TYPE NOT = "S" AND RA-CARD-TYPE NOT = "B"
              MOVE "REJECTED - CARD TYPE MUST BE S OR B"
                  TO WS-CARD-REASON
           ELSE
              IF RA-OLD-SALESREP NOT NUMERIC
                 OR RA-NEW-SALESREP NOT NUMERIC
                 OR RA-BRANCH-NUMBER NOT NUMERIC
                 MOVE "REJECTED - REP OR BRANCH NOT NUMERIC"
                     TO WS-CARD-REASON
              ELSE
                 IF RA-OLD-SALESREP = RA-NEW-SALESREP
                    MOVE "REJECTED - OLD AND NEW REP ARE THE SAME"
                        TO WS-CARD-REASON
                 ELSE
                    PERFORM 160-EDIT-NEW-SALESREP
                 END-IF
              END-IF
           END-IF.
           IF WS-CARD-REASON = SPACE
              AND RA-CARD-TYPE = "S"
              IF RA-CUSTOMER-NUMBER NOT NUMERIC
                 OR RA-CUSTOMER-NUMBER = ZERO
                 MOVE "REJECTED - SINGLE ACCOUNT NEEDS CUSTOMER"
                     TO WS-CARD-REASON
              END-IF
           END-IF.
           IF WS-CARD-REASON = SPACE
              AND WS-CARD-COUNT = 50
              MOVE "REJECTED - MORE THAN 50 CARDS IN ONE RUN"
                  TO WS-CARD-REASON.

       160-EDIT-NEW-SALESREP.
           COMPUTE WS-REP-SUB = RA-NEW-SALESREP + 1.
           IF RT-ON-FILE (WS-REP-SUB) = "N"
              MOVE "REJECTED - NEW REP NOT ON REPMAST"
                  TO WS-CARD-REASON
           ELSE
              IF RT-REP-STATUS (WS-REP-SUB) = "T"
                 MOVE "REJECTED - NEW REP IS TERMINATED"
                     TO WS-CARD-REASON
              END-IF
           END-IF.

       190-DETECT-KEY-COLLISIONS.
           MOVE WS-COLLISION-COUNT TO WS-PASS-START-COUNT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-RECORD-KEY
                                SR-MOVED-FLAG
               INPUT PROCEDURE IS 200-PROPOSE-NEW-KEYS
               OUTPUT PROCEDURE IS 300-FIND-KEY-COLLISIONS.
           IF WS-COLLISION-COUNT = WS-PASS-START-COUNT
              OR WS-COLLISION-OVERFLOW = "Y"
              MOVE "N" TO WS-NEW-REFUSAL-SWITCH.

       200-PROPOSE-NEW-KEYS.
           MOVE "N" TO OLD-MASTER-EOF-SWITCH.
           OPEN INPUT OLD-CUSTMAST.
           PERFORM 210-READ-OLD-MASTER.
           PERFORM 220-RELEASE-PROPOSED-KEY
               UNTIL OLD-MASTER-EOF-SWITCH = "Y".
           CLOSE OLD-CUSTMAST.

       210-READ-OLD-MASTER.
           READ OLD-CUSTMAST
               AT END
                   MOVE "Y" TO OLD-MASTER-EOF-SWITCH
           END-READ.

       220-RELEASE-PROPOSED-KEY.
           PERFORM 250-MATCH-REASSIGN-CARD.
           IF WS-MATCH-SUB > ZERO
              PERFORM 420-CHECK-COLLISION-TABLE
              IF WS-COLLISION-FOUND = "Y"
                 MOVE ZERO TO WS-MATCH-SUB
                 MOVE OM-SALESREP-NUMBER TO WS-NEW-SALESREP
              END-IF
           END-IF.
           PERFORM 280-BUILD-SORT-RECORD.
           RELEASE SORT-WORK-RECORD.
           PERFORM 210-READ-OLD-MASTER.

       250-MATCH-REASSIGN-CARD.
           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM 260-TEST-CARD-ENTRY
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT
                  OR WS-MATCH-SUB > ZERO.
           IF WS-MATCH-SUB > ZERO
              MOVE CDT-NEW-SALESREP (WS-MATCH-SUB) TO WS-NEW-SALESREP
           ELSE
              MOVE OM-SALESREP-NUMBER TO WS-NEW-SALESREP
           END-IF.

       260-TEST-CARD-ENTRY.
           IF OM-SALESREP-NUMBER = CDT-OLD-SALESREP (WS-CARD-SUB)
              IF CDT-CARD-TYPE (WS-CARD-SUB) = "S"
                 IF OM-BRANCH-NUMBER = CDT-BRANCH-NUMBER (WS-CARD-SUB)
                    AND OM-CUSTOMER-NUMBER =
                        CDT-CUSTOMER-NUMBER (WS-CARD-SUB)
                    MOVE WS-CARD-SUB TO WS-MATCH-SUB
                 END-IF
              ELSE
                 IF CDT-BRANCH-NUMBER (WS-CARD-SUB) = ZERO
                    OR OM-BRANCH-NUMBER =
                       CDT-BRANCH-NUMBER (WS-CARD-SUB)
                    MOVE WS-CARD-SUB TO WS-MATCH-SUB
                 END-IF
              END-IF
           END-IF.

       280-BUILD-SORT-RECORD.
           MOVE OM-BRANCH-NUMBER   TO SR-BRANCH-NUMBER.
           MOVE WS-NEW-SALESREP    TO SR-SALESREP-NUMBER.
           MOVE OM-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER.
           IF WS-MATCH-SUB > ZERO
              MOVE "1" TO SR-MOVED-FLAG
           ELSE
              MOVE "0" TO SR-MOVED-FLAG
           END-IF.
           MOVE OM-SALESREP-NUMBER TO SR-OLD-SALESREP-NUMBER.
           MOVE OM-CUSTOMER-NAME   TO SR-CUSTOMER-NAME.
           MOVE OM-SALES-THIS-YTD  TO SR-SALES-THIS-YTD.
           MOVE OM-SALES-LAST-YTD  TO SR-SALES-LAST-YTD.
           MOVE OM-REGION-CODE     TO SR-REGION-CODE.
           MOVE OM-COMMISSION-RATE TO SR-COMMISSION-RATE.

       300-FIND-KEY-COLLISIONS.
           MOVE "N" TO SORT-EOF-SWITCH.
           MOVE "N" TO WS-PRIOR-KEY-SWITCH.
           PERFORM 310-CHECK-PROPOSED-KEY
               UNTIL SORT-EOF-SWITCH = "Y".

       310-CHECK-PROPOSED-KEY.
           RETURN SORT-WORK-FILE INTO SORT-WORK-RECORD
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 320-COMPARE-PROPOSED-KEY
           END-RETURN.

       320-COMPARE-PROPOSED-KEY.
           COMPUTE WS-CURRENT-KEY =
               (SR-BRANCH-NUMBER * 10000000) +
               (SR-SALESREP-NUMBER * 100000) +
                SR-CUSTOMER-NUMBER.
           IF SR-MOVED-FLAG = "1"
              AND WS-PRIOR-KEY-SWITCH = "Y"
              AND WS-CURRENT-KEY = WS-PRIOR-KEY
              IF WS-COLLISION-COUNT < 500
                 ADD 1 TO WS-COLLISION-COUNT
                 COMPUTE CO-OLD-KEY (WS-COLLISION-COUNT) =
                     (SR-BRANCH-NUMBER * 10000000) +
                     (SR-OLD-SALESREP-NUMBER * 100000) +
                      SR-CUSTOMER-NUMBER
              ELSE
                 MOVE "Y" TO WS-COLLISION-OVERFLOW
              END-IF
           END-IF.
           MOVE WS-CURRENT-KEY TO WS-PRIOR-KEY.
           MOVE "Y" TO WS-PRIOR-KEY-SWITCH.

       350-REWRITE-CUSTOMER-MASTER.
           OPEN OUTPUT NEW-CUSTMAST
                I-O    CUSTIXF
                EXTEND AUDIT-HIST.
           MOVE MOVED-HEADING-LINE TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA AFTER ADVANCING 2 LINES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-RECORD-KEY
                                SR-MOVED-FLAG
               INPUT PROCEDURE IS 400-APPLY-REASSIGNMENTS
               OUTPUT PROCEDURE IS 500-WRITE-NEW-MASTER.
           CLOSE NEW-CUSTMAST
                 CUSTIXF
                 AUDIT-HIST.
           PERFORM 550-REKEY-RATE-HISTORY.
           PERFORM 560-REKEY-SALES-HISTORY.
           PERFORM 600-PRINT-CARD-RESULTS.
           PERFORM 700-PRINT-REP-SUMMARY.
           PERFORM 800-PRINT-BALANCE-TOTALS.

       400-APPLY-REASSIGNMENTS.
           MOVE "N" TO OLD-MASTER-EOF-SWITCH.
           OPEN INPUT OLD-CUSTMAST.
           PERFORM 210-READ-OLD-MASTER.
           PERFORM 410-REASSIGN-MASTER-RECORD
               UNTIL OLD-MASTER-EOF-SWITCH = "Y".
           CLOSE OLD-CUSTMAST.

       410-REASSIGN-MASTER-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           COMPUTE WS-REP-SUB = OM-SALESREP-NUMBER + 1.
           ADD 1 TO RT-BEFORE-COUNT (WS-REP-SUB).
           ADD OM-SALES-THIS-YTD TO RT-BEFORE-THIS-YTD (WS-REP-SUB).
           ADD OM-SALES-LAST-YTD TO RT-BEFORE-LAST-YTD (WS-REP-SUB).
           PERFORM 250-MATCH-REASSIGN-CARD.
           IF WS-MATCH-SUB > ZERO
              PERFORM 420-CHECK-COLLISION-TABLE
              IF WS-COLLISION-FOUND = "Y"
                 MOVE "NEW KEY ALREADY ON CUSTMAST" TO WS-IXF-STATUS
                 MOVE "Y" TO WS-MOVE-REFUSED-SWITCH
              ELSE
                 PERFORM 450-REKEY-INDEXED-MASTER
              END-IF
              IF WS-MOVE-REFUSED-SWITCH = "Y"
                 PERFORM 470-PRINT-REFUSED-LINE
                 MOVE ZERO TO WS-MATCH-SUB
                 MOVE OM-SALESREP-NUMBER TO WS-NEW-SALESREP
              ELSE
                 PERFORM 465-STORE-MOVED-KEY
                 PERFORM 460-WRITE-REASSIGN-HISTORY
                 PERFORM 480-PRINT-MOVED-LINE
              END-IF
           END-IF.
           PERFORM 280-BUILD-SORT-RECORD.
           RELEASE SORT-WORK-RECORD.
           PERFORM 210-READ-OLD-MASTER.

       420-CHECK-COLLISION-TABLE.
           MOVE "N" TO WS-COLLISION-FOUND.
           COMPUTE WS-OLD-KEY =
               (OM-BRANCH-NUMBER * 10000000) +
               (OM-SALESREP-NUMBER * 100000) +
                OM-CUSTOMER-NUMBER.
           PERFORM 425-TEST-COLLISION-ENTRY
               VARYING WS-COLL-SUB FROM 1 BY 1
               UNTIL WS-COLL-SUB > WS-COLLISION-COUNT
                  OR WS-COLLISION-FOUND = "Y".

       425-TEST-COLLISION-ENTRY.
           IF CO-OLD-KEY (WS-COLL-SUB) = WS-OLD-KEY
              MOVE "Y" TO WS-COLLISION-FOUND.

       450-REKEY-INDEXED-MASTER.
           MOVE "N" TO WS-MOVE-REFUSED-SWITCH.
           IF WS-MOVED-KEY-COUNT = 2000
              MOVE "MORE THAN 2000 MOVES - RERUN" TO WS-IXF-STATUS
              MOVE "Y" TO WS-MOVE-REFUSED-SWITCH
           ELSE
              MOVE OM-BRANCH-NUMBER   TO CI-BRANCH-NUMBER
              MOVE OM-SALESREP-NUMBER TO CI-SALESREP-NUMBER
              MOVE OM-CUSTOMER-NUMBER TO CI-CUSTOMER-NUMBER
              READ CUSTIXF
                  INVALID KEY
                      MOVE "OLD KEY NOT ON CUSTIXF" TO WS-IXF-STATUS
                      MOVE "Y" TO WS-MOVE-REFUSED-SWITCH
                  NOT INVALID KEY
                      PERFORM 455-MOVE-INDEXED-RECORD
              END-READ
           END-IF.

       455-MOVE-INDEXED-RECORD.
           MOVE WS-NEW-SALESREP TO CI-SALESREP-NUMBER.
           WRITE INDEXED-MASTER-RECORD
               INVALID KEY
                   MOVE "NEW KEY ALREADY ON CUSTIXF" TO WS-IXF-STATUS
                   MOVE "Y" TO WS-MOVE-REFUSED-SWITCH
               NOT INVALID KEY
                   PERFORM 457-DELETE-OLD-INDEXED-KEY
           END-WRITE.

       457-DELETE-OLD-INDEXED-KEY.
           MOVE OM-SALESREP-NUMBER TO CI-SALESREP-NUMBER.
           DELETE CUSTIXF
               INVALID KEY
                   MOVE "RE-KEYED - OLD KEY NOT DELETED"
                       TO WS-IXF-STATUS
                   ADD 1 TO WS-IXF-EXCEPTIONS
               NOT INVALID KEY
                   MOVE "RE-KEYED" TO WS-IXF-STATUS
           END-DELETE.

       460-WRITE-REASSIGN-HISTORY.
           MOVE SPACE TO AUDIT-HISTORY-RECORD.
           MOVE WS-AUDIT-RUN-DATE  TO AH-RUN-DATE.
           MOVE "K"                TO AH-TRANSACTION-CODE.
           MOVE OM-CUSTOMER-NAME   TO AH-OLD-CUSTOMER-NAME
                                      AH-NEW-CUSTOMER-NAME.
           MOVE OM-SALES-THIS-YTD  TO AH-OLD-SALES-THIS-YTD
                                      AH-NEW-SALES-THIS-YTD.
           MOVE OM-SALES-LAST-YTD  TO AH-OLD-SALES-LAST-YTD
                                      AH-NEW-SALES-LAST-YTD.
           MOVE OM-REGION-CODE     TO AH-OLD-REGION-CODE
                                      AH-NEW-REGION-CODE.
           MOVE OM-COMMISSION-RATE TO AH-OLD-COMMISSION-RATE
                                      AH-NEW-COMMISSION-RATE.
           MOVE OM-BRANCH-NUMBER   TO AH-BRANCH-NUMBER
                                      AH-LINKED-BRANCH.
           MOVE OM-CUSTOMER-NUMBER TO AH-CUSTOMER-NUMBER
                                      AH-LINKED-CUSTOMER.
           MOVE OM-SALESREP-NUMBER TO AH-SALESREP-NUMBER.
           MOVE WS-NEW-SALESREP    TO AH-LINKED-SALESREP.
           MOVE "T"                TO AH-LINK-DIRECTION.
           WRITE AUDIT-HISTORY-RECORD.
           MOVE WS-NEW-SALESREP    TO AH-SALESREP-NUMBER.
           MOVE OM-SALESREP-NUMBER TO AH-LINKED-SALESREP.
           MOVE "F"                TO AH-LINK-DIRECTION.
           WRITE AUDIT-HISTORY-RECORD.
           ADD 2 TO WS-HISTORY-WRITTEN.

       465-STORE-MOVED-KEY.
           ADD 1 TO WS-MOVED-KEY-COUNT.
           MOVE WS-OLD-KEY      TO MV-OLD-KEY (WS-MOVED-KEY-COUNT).
           MOVE WS-NEW-SALESREP TO MV-NEW-SALESREP (WS-MOVED-KEY-COUNT).

       470-PRINT-REFUSED-LINE.
           ADD 1 TO WS-ACCOUNTS-REFUSED.
           MOVE "REFUSED " TO ML-STATUS.
           PERFORM 490-FORMAT-MOVED-LINE.

       480-PRINT-MOVED-LINE.
           ADD 1 TO WS-ACCOUNTS-MOVED.
           ADD 1 TO CDT-MOVED-COUNT (WS-MATCH-SUB).
           ADD OM-SALES-THIS-YTD TO MOVED-OUT-THIS-YTD.
           ADD OM-SALES-LAST-YTD TO MOVED-OUT-LAST-YTD.
           MOVE "MOVED   " TO ML-STATUS.
           PERFORM 490-FORMAT-MOVED-LINE.

       490-FORMAT-MOVED-LINE.
           MOVE OM-BRANCH-NUMBER   TO ML-OLD-BRANCH
                                      ML-NEW-BRANCH.
           MOVE OM-SALESREP-NUMBER TO ML-OLD-SALESREP.
           MOVE WS-NEW-SALESREP    TO ML-NEW-SALESREP.
           MOVE OM-CUSTOMER-NUMBER TO ML-OLD-CUSTOMER
                                      ML-NEW-CUSTOMER.
           MOVE OM-CUSTOMER-NAME   TO ML-CUSTOMER-NAME.
           MOVE OM-SALES-THIS-YTD  TO ML-SALES-THIS-YTD.
           MOVE OM-SALES-LAST-YTD  TO ML-SALES-LAST-YTD.
           MOVE WS-IXF-STATUS      TO ML-IXF-STATUS.
           MOVE MOVED-LINE TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA.

       500-WRITE-NEW-MASTER.
           MOVE "N" TO SORT-EOF-SWITCH.
           MOVE "N" TO WS-PRIOR-KEY-SWITCH.
           PERFORM 510-RETURN-NEW-MASTER
               UNTIL SORT-EOF-SWITCH = "Y".

       510-RETURN-NEW-MASTER.
           RETURN SORT-WORK-FILE INTO SORT-WORK-RECORD
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 520-WRITE-NEW-MASTER-RECORD
           END-RETURN.

       520-WRITE-NEW-MASTER-RECORD.
           MOVE SPACE TO NEW-MASTER-RECORD.
           MOVE SR-BRANCH-NUMBER   TO NM-BRANCH-NUMBER.
           MOVE SR-SALESREP-NUMBER TO NM-SALESREP-NUMBER.
           MOVE SR-CUSTOMER-NUMBER TO NM-CUSTOMER-NUMBER.
           MOVE SR-CUSTOMER-NAME   TO NM-CUSTOMER-NAME.
           MOVE SR-SALES-THIS-YTD  TO NM-SALES-THIS-YTD.
           MOVE SR-SALES-LAST-YTD  TO NM-SALES-LAST-YTD.
           MOVE SR-REGION-CODE     TO NM-REGION-CODE.
           MOVE SR-COMMISSION-RATE TO NM-COMMISSION-RATE.
           WRITE NEW-MASTER-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           COMPUTE WS-CURRENT-KEY =
               (SR-BRANCH-NUMBER * 10000000) +
               (SR-SALESREP-NUMBER * 100000) +
                SR-CUSTOMER-NUMBER.
           IF WS-PRIOR-KEY-SWITCH = "Y"
              AND WS-CURRENT-KEY = WS-PRIOR-KEY
              PERFORM 530-PRINT-DUPLICATE-KEY.
           MOVE WS-CURRENT-KEY TO WS-PRIOR-KEY.
           MOVE "Y" TO WS-PRIOR-KEY-SWITCH.
           COMPUTE WS-REP-SUB = SR-SALESREP-NUMBER + 1.
           ADD 1 TO RT-AFTER-COUNT (WS-REP-SUB).
           ADD SR-SALES-THIS-YTD TO RT-AFTER-THIS-YTD (WS-REP-SUB).
           ADD SR-SALES-LAST-YTD TO RT-AFTER-LAST-YTD (WS-REP-SUB).
           IF SR-MOVED-FLAG = "1"
              ADD 1 TO MOVED-IN-COUNT
              ADD SR-SALES-THIS-YTD TO MOVED-IN-THIS-YTD
              ADD SR-SALES-LAST-YTD TO MOVED-IN-LAST-YTD.

       530-PRINT-DUPLICATE-KEY.
           ADD 1 TO WS-DUPLICATE-KEYS.
           MOVE SR-BRANCH-NUMBER   TO DKL-BRANCH-NUMBER.
           MOVE SR-SALESREP-NUMBER TO DKL-SALESREP-NUMBER.
           MOVE SR-CUSTOMER-NUMBER TO DKL-CUSTOMER-NUMBER.
           MOVE SR-CUSTOMER-NAME   TO DKL-CUSTOMER-NAME.
           MOVE DUPLICATE-KEY-LINE TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA.

       550-REKEY-RATE-HISTORY.
           OPEN INPUT  RATE-HIST
                OUTPUT NEW-RATE-HIST.
           PERFORM 555-COPY-RATE-RECORD
               UNTIL RATE-EOF-SWITCH = "Y".
           CLOSE RATE-HIST
                 NEW-RATE-HIST.

       555-COPY-RATE-RECORD.
           READ RATE-HIST
               AT END
                   MOVE "Y" TO RATE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RATE-READ
                   COMPUTE WS-LOOKUP-KEY =
                       (RH-BRANCH-NUMBER * 10000000) +
                       (RH-SALESREP-NUMBER * 100000) +
                        RH-CUSTOMER-NUMBER
                   PERFORM 570-FIND-MOVED-KEY
                   IF WS-MOVED-KEY-FOUND = "Y"
                      MOVE MV-NEW-SALESREP (WS-MOVED-SUB)
                          TO RH-SALESREP-NUMBER
                      ADD 1 TO WS-RATE-REKEYED
                   END-IF
                   WRITE NEW-RATE-RECORD FROM RATE-HISTORY-RECORD
           END-READ.

       560-REKEY-SALES-HISTORY.
           OPEN INPUT  SALES-HIST
                OUTPUT NEW-SALES-HIST.
           PERFORM 565-COPY-SALES-RECORD
               UNTIL HIST-EOF-SWITCH = "Y".
           CLOSE SALES-HIST
                 NEW-SALES-HIST.

       565-COPY-SALES-RECORD.
           READ SALES-HIST
               AT END
                   MOVE "Y" TO HIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SALES-HIST-READ
                   COMPUTE WS-LOOKUP-KEY =
                       (SH-BRANCH-NUMBER * 10000000) +
                       (SH-SALESREP-NUMBER * 100000) +
                        SH-CUSTOMER-NUMBER
                   PERFORM 570-FIND-MOVED-KEY
                   IF WS-MOVED-KEY-FOUND = "Y"
                      MOVE MV-NEW-SALESREP (WS-MOVED-SUB)
                          TO SH-SALESREP-NUMBER
                      ADD 1 TO WS-SALES-HIST-REKEYED
                   END-IF
                   WRITE NEW-HISTORY-RECORD FROM SALES-HISTORY-RECORD
           END-READ.

       570-FIND-MOVED-KEY.
           MOVE "N" TO WS-MOVED-KEY-FOUND.
           PERFORM 575-TEST-MOVED-ENTRY
               VARYING WS-MOVED-SUB FROM 1 BY 1
               UNTIL WS-MOVED-SUB > WS-MOVED-KEY-COUNT
                  OR WS-MOVED-KEY-FOUND = "Y".
           IF WS-MOVED-KEY-FOUND = "Y"
              SUBTRACT 1 FROM WS-MOVED-SUB.

       575-TEST-MOVED-ENTRY.
           IF MV-OLD-KEY (WS-MOVED-SUB) = WS-LOOKUP-KEY
              MOVE "Y" TO WS-MOVED-KEY-FOUND.

       600-PRINT-CARD-RESULTS.
           MOVE SPACE TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA.
           PERFORM 610-PRINT-CARD-RESULT-LINE
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT.

       610-PRINT-CARD-RESULT-LINE.
           MOVE CDT-CARD-TYPE       (WS-CARD-SUB) TO CRL-CARD-TYPE.
           MOVE CDT-OLD-SALESREP    (WS-CARD-SUB) TO CRL-OLD-SALESREP.
           MOVE CDT-NEW-SALESREP    (WS-CARD-SUB) TO CRL-NEW-SALESREP.
           MOVE CDT-BRANCH-NUMBER   (WS-CARD-SUB) TO CRL-BRANCH-NUMBER.
           MOVE CDT-CUSTOMER-NUMBER (WS-CARD-SUB)
               TO CRL-CUSTOMER-NUMBER.
           MOVE CDT-MOVED-COUNT     (WS-CARD-SUB) TO CRL-MOVED-COUNT.
           IF CDT-MOVED-COUNT (WS-CARD-SUB) = ZERO
              MOVE "** NO ACCOUNTS MATCHED" TO CRL-NOTE
           ELSE
              MOVE SPACE TO CRL-NOTE
           END-IF.
           MOVE CARD-RESULT-LINE TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA.

       700-PRINT-REP-SUMMARY.
           MOVE SUMMARY-HEADING-LINE-1 TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE SUMMARY-HEADING-LINE-2 TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA.
           PERFORM 710-PRINT-REP-SUMMARY-LINE
               VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > 100.

       710-PRINT-REP-SUMMARY-LINE.
           IF RT-BEFORE-COUNT (WS-REP-SUB) > ZERO
              OR RT-AFTER-COUNT (WS-REP-SUB) > ZERO
              COMPUTE RSL-SALESREP-NUMBER = WS-REP-SUB - 1
              IF RT-ON-FILE (WS-REP-SUB) = "Y"
                 MOVE RT-REP-NAME (WS-REP-SUB) TO RSL-SALESREP-NAME
              ELSE
                 MOVE "(NOT ON REP MASTER)" TO RSL-SALESREP-NAME
              END-IF
              MOVE RT-BEFORE-COUNT    (WS-REP-SUB) TO RSL-BEFORE-COUNT
              MOVE RT-BEFORE-THIS-YTD (WS-REP-SUB)
                  TO RSL-BEFORE-THIS-YTD
              MOVE RT-BEFORE-LAST-YTD (WS-REP-SUB)
                  TO RSL-BEFORE-LAST-YTD
              MOVE RT-AFTER-COUNT     (WS-REP-SUB) TO RSL-AFTER-COUNT
              MOVE RT-AFTER-THIS-YTD  (WS-REP-SUB)
                  TO RSL-AFTER-THIS-YTD
              MOVE RT-AFTER-LAST-YTD  (WS-REP-SUB)
                  TO RSL-AFTER-LAST-YTD
              IF RT-BEFORE-COUNT (WS-REP-SUB) NOT =
                      RT-AFTER-COUNT (WS-REP-SUB)
                 MOVE "CHANGED" TO RSL-NOTE
              ELSE
                 MOVE SPACE TO RSL-NOTE
              END-IF
              MOVE REP-SUMMARY-LINE TO REASSIGN-PRINT-AREA
              WRITE REASSIGN-PRINT-AREA
              ADD RT-BEFORE-COUNT    (WS-REP-SUB) TO GRAND-BEFORE-COUNT
              ADD RT-BEFORE-THIS-YTD (WS-REP-SUB)
                  TO GRAND-BEFORE-THIS-YTD
              ADD RT-BEFORE-LAST-YTD (WS-REP-SUB)
                  TO GRAND-BEFORE-LAST-YTD
              ADD RT-AFTER-COUNT     (WS-REP-SUB) TO GRAND-AFTER-COUNT
              ADD RT-AFTER-THIS-YTD  (WS-REP-SUB)
                  TO GRAND-AFTER-THIS-YTD
              ADD RT-AFTER-LAST-YTD  (WS-REP-SUB)
                  TO GRAND-AFTER-LAST-YTD
           END-IF.

       800-PRINT-BALANCE-TOTALS.
           MOVE ZERO                  TO RSL-SALESREP-NUMBER.
           MOVE "TOTAL ALL REPS"      TO RSL-SALESREP-NAME.
           MOVE GRAND-BEFORE-COUNT    TO RSL-BEFORE-COUNT.
           MOVE GRAND-BEFORE-THIS-YTD TO RSL-BEFORE-THIS-YTD.
           MOVE GRAND-BEFORE-LAST-YTD TO RSL-BEFORE-LAST-YTD.
           MOVE GRAND-AFTER-COUNT     TO RSL-AFTER-COUNT.
           MOVE GRAND-AFTER-THIS-YTD  TO RSL-AFTER-THIS-YTD.
           MOVE GRAND-AFTER-LAST-YTD  TO RSL-AFTER-LAST-YTD.
           MOVE SPACE                 TO RSL-NOTE.
           MOVE REP-SUMMARY-LINE TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE WS-ACCOUNTS-MOVED  TO MTL-OUT-COUNT.
           MOVE MOVED-OUT-THIS-YTD TO MTL-OUT-THIS-YTD.
           MOVE MOVED-OUT-LAST-YTD TO MTL-OUT-LAST-YTD.
           MOVE MOVED-IN-COUNT     TO MTL-IN-COUNT.
           MOVE MOVED-IN-THIS-YTD  TO MTL-IN-THIS-YTD.
           MOVE MOVED-IN-LAST-YTD  TO MTL-IN-LAST-YTD.
           MOVE MOVED-TOTAL-LINE TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA.
           IF GRAND-AFTER-COUNT    = GRAND-BEFORE-COUNT
              AND GRAND-AFTER-THIS-YTD = GRAND-BEFORE-THIS-YTD
              AND GRAND-AFTER-LAST-YTD = GRAND-BEFORE-LAST-YTD
              AND MOVED-IN-COUNT     = WS-ACCOUNTS-MOVED
              AND MOVED-IN-THIS-YTD  = MOVED-OUT-THIS-YTD
              AND MOVED-IN-LAST-YTD  = MOVED-OUT-LAST-YTD
              AND WS-RECORDS-WRITTEN = WS-RECORDS-READ
              AND WS-DUPLICATE-KEYS  = ZERO
              MOVE "YES" TO BAL-STATUS
              IF WS-ACCOUNTS-REFUSED > ZERO
                 OR WS-IXF-EXCEPTIONS > ZERO
                 OR WS-CARDS-REJECTED > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE "NO " TO BAL-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE BALANCE-LINE TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE WS-RECORDS-READ     TO CCL-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN  TO CCL-RECORDS-WRITTEN.
           MOVE WS-ACCOUNTS-MOVED   TO CCL-ACCOUNTS-MOVED.
           MOVE WS-ACCOUNTS-REFUSED TO CCL-ACCOUNTS-REFUSED.
           MOVE WS-IXF-EXCEPTIONS   TO CCL-IXF-EXCEPTIONS.
           MOVE COUNT-CONTROL-LINE TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA.
           MOVE WS-RATE-READ          TO HCL-RATE-READ.
           MOVE WS-RATE-REKEYED       TO HCL-RATE-REKEYED.
           MOVE WS-SALES-HIST-READ    TO HCL-HIST-READ.
           MOVE WS-SALES-HIST-REKEYED TO HCL-HIST-REKEYED.
           MOVE HISTORY-CONTROL-LINE TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA.
           MOVE WS-DUPLICATE-KEYS TO DCL-DUPLICATE-KEYS.
           MOVE DUPLICATE-COUNT-LINE TO REASSIGN-PRINT-AREA.
           WRITE REASSIGN-PRINT-AREA.

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
           MOVE WS-RECORDS-READ    TO RL-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO RL-RECORDS-WRITTEN.
           MOVE "ENDED-OK" TO RL-RUN-STATUS.
           PERFORM 990-WRITE-RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       990-WRITE-RUN-LOG-RECORD.
           MOVE "CUSTRASN" TO RL-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO RUN-LOG-DATE-TIME.
           MOVE RLW-DATE TO RL-RUN-DATE.
           MOVE RLW-TIME TO RL-RUN-TIME.
           MOVE WS-RUN-FILE-IDENT TO RL-FILE-IDENT.
           WRITE RUN-LOG-RECORD.
