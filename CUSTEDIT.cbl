      *               CUSTMAST update stream. It reads the raw CUSTTRAN
      *               file ahead of CUSTUPD and edits every field on
      *               TRANSACTION-RECORD: the transaction code must be
      *               A, C, S, R, M or D, the branch/salesrep/customer
      *               keys must be numeric, a merge must carry a
      *               numeric absorbed-account key that differs from
      *               the surviving key, the amount fields used by
      *               the code must be numeric, the commission rate
      *               must fall inside the allowed range, the region
      *               code must be on the list of real regions, and
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

       FD  VALID-TRANS
           RECORDING MODE IS F
       01  EDIT-RULE-FIELDS.
           05  WS-EDIT-TRAN-CODE       PIC X.
               88  VALID-TRANSACTION-CODE
                       VALUE "A" "C" "S" "R" "M" "D".
           05  WS-EDIT-REGION-CODE     PIC X(2).
               88  VALID-REGION-CODE
                       VALUE "NE" "NW" "SE" "SW" "MW" "CE".
           PERFORM 310-EDIT-KEY-FIELDS.
           PERFORM 320-EDIT-AMOUNT-FIELDS.
           PERFORM 330-EDIT-REGION-AND-RATE.
           PERFORM 335-EDIT-ABSORBED-KEY.
           PERFORM 340-EDIT-KEY-SEQUENCE.
           IF WS-RECORD-VALID-SWITCH = "Y"
              MOVE TRANSACTION-RECORD TO VALID-TRANS-RECORD
       300-EDIT-TRANSACTION-CODE.
           MOVE TR-TRANSACTION-CODE TO WS-EDIT-TRAN-CODE.
           IF NOT VALID-TRANSACTION-CODE
              MOVE "TRANSACTION CODE NOT A, C, S, R, M OR D"
                  TO EDL-REASON
              PERFORM 700-WRITE-EDIT-LINE.

              END-IF
           END-IF.

       335-EDIT-ABSORBED-KEY.
           IF TR-TRANSACTION-CODE = "M"
              IF TR-ABSORBED-BRANCH   NOT NUMERIC
                 OR TR-ABSORBED-SALESREP NOT NUMERIC
                 OR TR-ABSORBED-CUSTOMER NOT NUMERIC
                 MOVE "ABSORBED ACCOUNT KEY NOT NUMERIC" TO EDL-REASON
                 PERFORM 700-WRITE-EDIT-LINE
              ELSE
                 IF TR-ABSORBED-BRANCH   = TR-BRANCH-NUMBER
                    AND TR-ABSORBED-SALESREP = TR-SALESREP-NUMBER
                    AND TR-ABSORBED-CUSTOMER = TR-CUSTOMER-NUMBER
                    MOVE "ABSORBED ACCOUNT SAME AS SURVIVOR"
                        TO EDL-REASON
                    PERFORM 700-WRITE-EDIT-LINE
                 END-IF
              END-IF
           END-IF.

       340-EDIT-KEY-SEQUENCE.
           IF WS-KEY-USABLE-SWITCH = "Y"
              COMPUTE WS-TRANS-KEY =
