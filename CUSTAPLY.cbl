      *               written by CUSTEDIT directly to the indexed
      *               customer master that CUSTINQ answers from, using
      *               keyed random access, so an add, name change,
      *               sales adjustment, region/rate change, customer
      *               merge or delete that cleared the edit this
      *               morning is visible to
      *               inquiries the moment the update stream finishes
      *               instead of waiting for tonight's full CUSTLOAD
      *               rebuild. The weekly CUSTLOAD rebuild from the
      *               sequential master stays in place as the safety
      *               net. An applied/rejected listing shows the
      *               outcome of every transaction with totals. A
      *               sales adjustment or merge that would carry a
      *               customer's sales past the size of the sales
      *               fields is rejected and the record left as it was.
      *               A merge whose absorbed account cannot be removed
      *               is rejected and the survivor's sales are put back
      *               as they were, so no amount is counted twice.
      *****************************************************************
       ENVIRONMENT DIVISION.

           SELECT CUSTIXF  ASSIGN TO CUSTIXF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-RECORD-KEY
               ALTERNATE RECORD KEY IS CI-CUSTOMER-NAME
                   WITH DUPLICATES.
           SELECT APPLY-RPT ASSIGN TO CUSTAPLY.

       DATA DIVISION.
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

       FD  APPLY-RPT
           RECORDING MODE IS F
       01  SWITCHES.
           05  TRANS-EOF-SWITCH        PIC X    VALUE "N".
           05  WS-RECORD-HELD-SWITCH   PIC X    VALUE "N".
           05  WS-ABSORBED-HELD-SWITCH PIC X    VALUE "N".
           05  WS-OVERFLOW-SWITCH      PIC X    VALUE "N".

       01  MERGE-FIELDS.
           05  WS-ABSORBED-THIS-YTD    PIC S9(7)V9(2)  VALUE ZERO.
           05  WS-ABSORBED-LAST-YTD    PIC S9(7)V9(2)  VALUE ZERO.
           05  WS-MERGED-THIS-YTD      PIC S9(7)V9(2)  VALUE ZERO.
           05  WS-MERGED-LAST-YTD      PIC S9(7)V9(2)  VALUE ZERO.
           05  WS-SURVIVOR-THIS-YTD    PIC S9(7)V9(2)  VALUE ZERO.
           05  WS-SURVIVOR-LAST-YTD    PIC S9(7)V9(2)  VALUE ZERO.

       01  COUNT-FIELDS.
           05  WS-TRANS-READ-COUNT     PIC 9(7)    VALUE ZERO.
                   PERFORM 600-APPLY-REGION-RATE-CHANGE
               WHEN "D"
                   PERFORM 650-APPLY-DELETE
               WHEN "M"
                   PERFORM 660-APPLY-MERGE
               WHEN OTHER
                   MOVE "REJECTED - INVALID TRANSACTION CODE"
                       TO AL-STATUS
           PERFORM 250-READ-MASTER-BY-KEY.
           IF WS-RECORD-HELD-SWITCH = "Y"
              ADD TR-SALES-ADJUSTMENT TO CI-SALES-THIS-YTD
                  ON SIZE ERROR
                      MOVE "REJECTED - SALES WOULD OVERFLOW"
                          TO AL-STATUS
                      ADD 1 TO WS-TRANS-REJECTED-COUNT
                  NOT ON SIZE ERROR
                      REWRITE INDEXED-MASTER-RECORD
                      MOVE "SALES ADJUSTED" TO AL-STATUS
                      ADD 1 TO WS-TRANS-APPLIED-COUNT
              END-ADD.

       600-APPLY-REGION-RATE-CHANGE.
           PERFORM 250-READ-MASTER-BY-KEY.
                   ADD 1 TO WS-TRANS-APPLIED-COUNT
           END-DELETE.

       660-APPLY-MERGE.
           MOVE "N" TO WS-ABSORBED-HELD-SWITCH.
           MOVE TR-ABSORBED-BRANCH   TO CI-BRANCH-NUMBER.
           MOVE TR-ABSORBED-SALESREP TO CI-SALESREP-NUMBER.
           MOVE TR-ABSORBED-CUSTOMER TO CI-CUSTOMER-NUMBER.
           READ CUSTIXF
               INVALID KEY
                   MOVE "REJECTED - ABSORBED KEY NOT ON MASTER"
                       TO AL-STATUS
                   ADD 1 TO WS-TRANS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE "Y" TO WS-ABSORBED-HELD-SWITCH
                   MOVE CI-SALES-THIS-YTD TO WS-ABSORBED-THIS-YTD
                   MOVE CI-SALES-LAST-YTD TO WS-ABSORBED-LAST-YTD
           END-READ.
           IF WS-ABSORBED-HELD-SWITCH = "Y"
              PERFORM 250-READ-MASTER-BY-KEY
              IF WS-RECORD-HELD-SWITCH = "Y"
                 PERFORM 670-COMPUTE-MERGED-SALES
              END-IF
              IF WS-RECORD-HELD-SWITCH = "Y"
                 AND WS-OVERFLOW-SWITCH = "N"
                 MOVE CI-SALES-THIS-YTD  TO WS-SURVIVOR-THIS-YTD
                 MOVE CI-SALES-LAST-YTD  TO WS-SURVIVOR-LAST-YTD
                 MOVE WS-MERGED-THIS-YTD TO CI-SALES-THIS-YTD
                 MOVE WS-MERGED-LAST-YTD TO CI-SALES-LAST-YTD
                 REWRITE INDEXED-MASTER-RECORD
                     INVALID KEY
                         MOVE "REJECTED - SURVIVOR REWRITE FAILED"
                             TO AL-STATUS
                         ADD 1 TO WS-TRANS-REJECTED-COUNT
                     NOT INVALID KEY
                         PERFORM 680-DELETE-ABSORBED-ACCOUNT
                 END-REWRITE
              END-IF
           END-IF.

       670-COMPUTE-MERGED-SALES.
           MOVE "N" TO WS-OVERFLOW-SWITCH.
           COMPUTE WS-MERGED-THIS-YTD =
                   CI-SALES-THIS-YTD + WS-ABSORBED-THIS-YTD
               ON SIZE ERROR
                   MOVE "Y" TO WS-OVERFLOW-SWITCH
           END-COMPUTE.
           COMPUTE WS-MERGED-LAST-YTD =
                   CI-SALES-LAST-YTD + WS-ABSORBED-LAST-YTD
               ON SIZE ERROR
                   MOVE "Y" TO WS-OVERFLOW-SWITCH
           END-COMPUTE.
           IF WS-OVERFLOW-SWITCH = "Y"
              MOVE "REJECTED - MERGED SALES WOULD OVERFLOW"
                  TO AL-STATUS
              ADD 1 TO WS-TRANS-REJECTED-COUNT.

       680-DELETE-ABSORBED-ACCOUNT.
           MOVE TR-ABSORBED-BRANCH   TO CI-BRANCH-NUMBER.
           MOVE TR-ABSORBED-SALESREP TO CI-SALESREP-NUMBER.
           MOVE TR-ABSORBED-CUSTOMER TO CI-CUSTOMER-NUMBER.
           DELETE CUSTIXF
               INVALID KEY
                   PERFORM 690-RESTORE-SURVIVOR
               NOT INVALID KEY
                   MOVE "MERGED - ABSORBED ACCOUNT ADDED" TO AL-STATUS
                   ADD 1 TO WS-TRANS-APPLIED-COUNT
           END-DELETE.

       690-RESTORE-SURVIVOR.
           MOVE "REJECTED - ABSORBED KEY NOT DELETED" TO AL-STATUS.
           ADD 1 TO WS-TRANS-REJECTED-COUNT.
           MOVE TR-BRANCH-NUMBER   TO CI-BRANCH-NUMBER.
           MOVE TR-SALESREP-NUMBER TO CI-SALESREP-NUMBER.
           MOVE TR-CUSTOMER-NUMBER TO CI-CUSTOMER-NUMBER.
           READ CUSTIXF
               INVALID KEY
                   MOVE "REJECTED - SURVIVOR NOT RESTORED, CHECK"
                       TO AL-STATUS
               NOT INVALID KEY
                   MOVE WS-SURVIVOR-THIS-YTD TO CI-SALES-THIS-YTD
                   MOVE WS-SURVIVOR-LAST-YTD TO CI-SALES-LAST-YTD
                   REWRITE INDEXED-MASTER-RECORD
                       INVALID KEY
                           MOVE
                              "REJECTED - SURVIVOR NOT RESTORED, CHECK"
                               TO AL-STATUS
                   END-REWRITE
           END-READ.

       700-WRITE-APPLY-LINE.
           MOVE TR-TRANSACTION-CODE TO AL-TRANSACTION-CODE.
           MOVE TR-BRANCH-NUMBER    TO AL-BRANCH-NUMBER.
