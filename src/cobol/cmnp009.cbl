      *    THE RANDOM LOOKUP OF A RETURN'S ORIGINAL SALE OVERWRITES
      *    THE RECORD BUFFER, SO THE RETURN IS HELD HERE IN FULL
      *    WHILE THE ORIGINAL IS INSPECTED.
       01  WS-SAVE-ORDER-REC      PIC X(112).

       01  WS-ORDERS-READ         PIC 9(9) VALUE 0.
       01  WS-SALES-ARCHIVED      PIC 9(9) VALUE 0.
           MOVE WS-RUN-DATE TO ORDH-ARCHIVE-DATE
           MOVE ORD-ACCT-NO TO ORDH-ACCT-NO
           MOVE ORD-UNIT-COST TO ORDH-UNIT-COST
      *    AN ORDER PRICED BEFORE TAX EXISTED HAS SPACES IN THE TAX
      *    FIELDS AND ARCHIVES AS UNTAXED.
           IF ORD-TAX-AMT NUMERIC
               MOVE ORD-TAX-AMT TO ORDH-TAX-AMT
           ELSE
               MOVE 0 TO ORDH-TAX-AMT
           END-IF
           IF ORD-TAX-RATE NUMERIC
               MOVE ORD-TAX-RATE TO ORDH-TAX-RATE
           ELSE
               MOVE 0 TO ORDH-TAX-RATE
           END-IF
           MOVE ORD-TAX-JURIS TO ORDH-TAX-JURIS
           MOVE ORD-TAX-STATUS TO ORDH-TAX-STATUS
           WRITE ORDH-RECORD
               INVALID KEY
                   MOVE "N" TO WS-ARCH-OK
