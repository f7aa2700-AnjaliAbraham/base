       01  WS-ALLOC-90            PIC S9(9)V99 VALUE 0.
       01  WS-ALLOC-LEFT          PIC S9(9)V99 VALUE 0.

      *    AMOUNT THE ORDER BEING BUCKETED MOVED THE BALANCE BY: GOODS
      *    PLUS SALES TAX, AS CMNP005 POSTED IT.
       01  WS-CHG-AMT             PIC S9(9)V99 VALUE 0.

       01  WS-TOT-CURRENT         PIC S9(9)V99 VALUE 0.
       01  WS-TOT-30              PIC S9(9)V99 VALUE 0.
       01  WS-TOT-60              PIC S9(9)V99 VALUE 0.
                   AND (ORD-ACCT-NO = WS-CUR-ACCT-NO
                        OR ORD-ACCT-NO = SPACES)
               MOVE ORD-ORDER-DATE TO WS-ORD-DATE-R
               IF ORD-TAX-AMT NUMERIC
                   COMPUTE WS-CHG-AMT = ORD-TOTAL + ORD-TAX-AMT
               ELSE
                   MOVE ORD-TOTAL TO WS-CHG-AMT
               END-IF
               IF ORD-TXN-SALE
                   PERFORM BUCKET-CHARGE-PARA
               ELSE
                   AND (ORDH-ACCT-NO = WS-CUR-ACCT-NO
                        OR ORDH-ACCT-NO = SPACES)
               MOVE ORDH-ORDER-DATE TO WS-ORD-DATE-R
               IF ORDH-TAX-AMT NUMERIC
                   COMPUTE WS-CHG-AMT = ORDH-TOTAL + ORDH-TAX-AMT
               ELSE
                   MOVE ORDH-TOTAL TO WS-CHG-AMT
               END-IF
               IF ORDH-TXN-SALE
                   PERFORM BUCKET-HIST-CHARGE-PARA
               ELSE
           PERFORM COMPUTE-AGE-PARA
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD WS-CHG-AMT TO WS-CHG-CURRENT
               WHEN WS-AGE-DAYS <= 60
                   ADD WS-CHG-AMT TO WS-CHG-30
               WHEN WS-AGE-DAYS <= 90
                   ADD WS-CHG-AMT TO WS-CHG-60
               WHEN OTHER
                   ADD WS-CHG-AMT TO WS-CHG-90
           END-EVALUATE.

       BUCKET-CREDIT-PARA.
           PERFORM COMPUTE-AGE-PARA
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   SUBTRACT WS-CHG-AMT FROM WS-CHG-CURRENT
               WHEN WS-AGE-DAYS <= 60
                   SUBTRACT WS-CHG-AMT FROM WS-CHG-30
               WHEN WS-AGE-DAYS <= 90
                   SUBTRACT WS-CHG-AMT FROM WS-CHG-60
               WHEN OTHER
                   SUBTRACT WS-CHG-AMT FROM WS-CHG-90
           END-EVALUATE.

       BUCKET-HIST-CHARGE-PARA.
           PERFORM COMPUTE-AGE-PARA
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD WS-CHG-AMT TO WS-CHG-CURRENT
               WHEN WS-AGE-DAYS <= 60
                   ADD WS-CHG-AMT TO WS-CHG-30
               WHEN WS-AGE-DAYS <= 90
                   ADD WS-CHG-AMT TO WS-CHG-60
               WHEN OTHER
                   ADD WS-CHG-AMT TO WS-CHG-90
           END-EVALUATE.

       BUCKET-HIST-CREDIT-PARA.
           PERFORM COMPUTE-AGE-PARA
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   SUBTRACT WS-CHG-AMT FROM WS-CHG-CURRENT
               WHEN WS-AGE-DAYS <= 60
                   SUBTRACT WS-CHG-AMT FROM WS-CHG-30
               WHEN WS-AGE-DAYS <= 90
                   SUBTRACT WS-CHG-AMT FROM WS-CHG-60
               WHEN OTHER
                   SUBTRACT WS-CHG-AMT FROM WS-CHG-90
           END-EVALUATE.

       ALLOCATE-BUCKETS-PARA.
