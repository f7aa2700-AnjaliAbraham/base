       01  WS-CUST-BAL-TOTAL      PIC S9(9)V99 VALUE 0.
       01  WS-CUST-SALES-TOTAL    PIC S9(9)V99 VALUE 0.
       01  WS-CUST-RETURNS-TOTAL  PIC S9(9)V99 VALUE 0.
       01  WS-CUST-SALES-TAX      PIC S9(9)V99 VALUE 0.
       01  WS-CUST-RETURNS-TAX    PIC S9(9)V99 VALUE 0.
       01  WS-CUST-ACCT-COUNT     PIC 9(4) VALUE 0.
       01  WS-CUST-ORD-COUNT      PIC 9(4) VALUE 0.

       01  WS-BAL-DISP            PIC -(9)9.99.
       01  WS-AMT-DISP            PIC -(9)9.99.
       01  WS-TAX-DISP            PIC -(7)9.99.
       01  WS-ORDER-TAX           PIC S9(7)V99 VALUE 0.
       01  WS-EXCP-BAL-DISP       PIC -(9)9.99.

       01  WS-CUSTS-READ          PIC 9(9) VALUE 0.
               MOVE 0 TO WS-CUST-BAL-TOTAL
               MOVE 0 TO WS-CUST-SALES-TOTAL
               MOVE 0 TO WS-CUST-RETURNS-TOTAL
               MOVE 0 TO WS-CUST-SALES-TAX
               MOVE 0 TO WS-CUST-RETURNS-TAX
               MOVE 0 TO WS-CUST-ACCT-COUNT
               MOVE 0 TO WS-CUST-ORD-COUNT
               MOVE 1 TO WS-PAGE-NO
                      DELIMITED BY SIZE INTO WS-STMT-LINE
               END-STRING
               PERFORM WRITE-STMT-LINE-PARA
               MOVE WS-CUST-SALES-TAX TO WS-AMT-DISP
               MOVE SPACES TO WS-STMT-LINE
               STRING "  SALES TAX    =" WS-AMT-DISP
                      DELIMITED BY SIZE INTO WS-STMT-LINE
               END-STRING
               PERFORM WRITE-STMT-LINE-PARA
               MOVE WS-CUST-RETURNS-TAX TO WS-AMT-DISP
               MOVE SPACES TO WS-STMT-LINE
               STRING "  RETURNS TAX  =" WS-AMT-DISP
                      DELIMITED BY SIZE INTO WS-STMT-LINE
               END-STRING
               PERFORM WRITE-STMT-LINE-PARA
           END-IF.

       READ-CUST-ORDER-PARA.
                   AND (ORD-POSTED OR ORD-UNPOSTED)
                   AND ORD-ORDER-DATE >= WS-PRIOR-RUN-DATE
               MOVE ORD-TOTAL TO WS-AMT-DISP
      *    THE TAX IS SHOWN BESIDE THE GOODS AMOUNT, NOT IN IT; AN
      *    ORDER PRICED BEFORE TAX EXISTED HAS SPACES AND SHOWS ZERO.
               IF ORD-TAX-AMT NUMERIC
                   MOVE ORD-TAX-AMT TO WS-ORDER-TAX
               ELSE
                   MOVE 0 TO WS-ORDER-TAX
               END-IF
               MOVE WS-ORDER-TAX TO WS-TAX-DISP
               MOVE SPACES TO WS-STMT-LINE
               IF ORD-TXN-SALE
                   STRING "  ORDER =" ORD-ID
                          " PROD=" ORD-PROD-ID
                          " QTY=" ORD-QTY
                          " AMOUNT=" WS-AMT-DISP
                          " TAX=" WS-TAX-DISP
                          DELIMITED BY SIZE INTO WS-STMT-LINE
                   END-STRING
                   ADD ORD-TOTAL TO WS-CUST-SALES-TOTAL
                   ADD WS-ORDER-TAX TO WS-CUST-SALES-TAX
               ELSE
                   STRING "  RETURN=" ORD-ID
                          " PROD=" ORD-PROD-ID
                          " QTY=" ORD-QTY
                          " AMOUNT=" WS-AMT-DISP
                          " TAX=" WS-TAX-DISP
                          DELIMITED BY SIZE INTO WS-STMT-LINE
                   END-STRING
                   ADD ORD-TOTAL TO WS-CUST-RETURNS-TOTAL
                   ADD WS-ORDER-TAX TO WS-CUST-RETURNS-TAX
               END-IF
               PERFORM WRITE-STMT-LINE-PARA
               ADD 1 TO WS-CUST-ORD-COUNT
