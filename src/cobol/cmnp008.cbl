       01  WS-POST-AMOUNT         PIC S9(9)V99 VALUE 0.
       01  WS-ABS-AMOUNT          PIC 9(9)V99 VALUE 0.

      *    ACCOUNT OPPOSITE RECEIVABLES FOR THE GL WORK RECORD BEING
      *    POSTED (SALES OR TAX PAYABLE) AND THE REFERENCE IT CARRIES
      *    (PRODUCT ID OR TAX JURISDICTION).
       01  WS-PAIR-ACCT           PIC X(8).
       01  WS-PAIR-REF            PIC X(5).

       01  WS-DETAIL-COUNT        PIC 9(9) VALUE 0.
       01  WS-HASH-TOTAL          PIC 9(13)V99 VALUE 0.
       01  WS-PAIRS-WRITTEN       PIC 9(9) VALUE 0.
      *    PRODUCT SALES CARRY THE ORDER MOVEMENTS; CASH AND
      *    RECEIVABLES CARRY CMNP011'S NET CUSTOMER RECEIPTS; THE
      *    STATEMENT CONTROL PAIR CARRIES CMNP001'S STATEMENT BALANCE
      *    TOTAL AS A SELF-BALANCING CONTROL POSTING. SALES TAX
      *    PRICED ON THE ORDERS IS OWED ONWARD, SO IT CREDITS TAX
      *    PAYABLE RATHER THAN SALES, ONE PAIR PER JURISDICTION.
       01  WS-ACCT-CASH           PIC X(8) VALUE "10000000".
       01  WS-ACCT-RECEIVABLE     PIC X(8) VALUE "11000000".
       01  WS-ACCT-TAX-PAYABLE    PIC X(8) VALUE "22000000".
       01  WS-ACCT-SALES          PIC X(8) VALUE "40000000".
       01  WS-ACCT-STMT-CTL-DR    PIC X(8) VALUE "12000000".
       01  WS-ACCT-STMT-CTL-CR    PIC X(8) VALUE "12009999".
      *    CMNP001'S AUDIT RECORD FOR THIS RUN CARRIES THE STATEMENT
      *    BALANCE TOTAL IN AUD-TOTAL-AMT, AND CMNP011'S CARRIES THE
      *    NET CUSTOMER RECEIPTS POSTED; THE LAST MATCH WINS IF A
      *    STEP WAS RERUN. THE LOG HOLDS ONLY THE RUNS SINCE THE
      *    LAST MONTH-END ROLLOVER (CMNP029), WHICH ALWAYS LEAVES THE
      *    LATEST RUNS ON IT, SO TONIGHT'S RECORDS ARE FOUND HERE.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-AUDIT-PARA
           IF GLWK-RUN-NUMBER = WS-RUN-NUMBER
                   AND GLWK-AMOUNT NOT = 0
               MOVE GLWK-AMOUNT TO WS-POST-AMOUNT
      *    A WORK FILE WRITTEN BEFORE THE JURISDICTION FIELD EXISTED
      *    READS AS SPACES THERE - ALL PRODUCT RECORDS.
               IF GLWK-TAX-JURIS = SPACES
                   MOVE WS-ACCT-SALES TO WS-PAIR-ACCT
                   MOVE GLWK-PROD-ID TO WS-PAIR-REF
               ELSE
                   MOVE WS-ACCT-TAX-PAYABLE TO WS-PAIR-ACCT
                   MOVE GLWK-TAX-JURIS TO WS-PAIR-REF
               END-IF
               PERFORM WRITE-PRODUCT-PAIR-PARA
           END-IF
           PERFORM READ-GL-WORK-PARA.

       WRITE-PRODUCT-PAIR-PARA.
      *    NET SALES DEBIT RECEIVABLES AND CREDIT SALES (OR TAX
      *    PAYABLE); A NET RETURN POSITION (NEGATIVE AMOUNT) POSTS THE
      *    REVERSED PAIR, SO EVERY POSTING IS A BALANCED DEBIT/CREDIT
      *    PAIR EITHER WAY.
           IF WS-POST-AMOUNT > 0
               MOVE WS-POST-AMOUNT TO WS-ABS-AMOUNT
               MOVE WS-ACCT-RECEIVABLE TO GLX-ACCOUNT
               MOVE "D" TO GLX-DR-CR
               PERFORM WRITE-PRODUCT-DETAIL-PARA
               MOVE WS-PAIR-ACCT TO GLX-ACCOUNT
               MOVE "C" TO GLX-DR-CR
               PERFORM WRITE-PRODUCT-DETAIL-PARA
           ELSE
               COMPUTE WS-ABS-AMOUNT = 0 - WS-POST-AMOUNT
               MOVE WS-PAIR-ACCT TO GLX-ACCOUNT
               MOVE "D" TO GLX-DR-CR
               PERFORM WRITE-PRODUCT-DETAIL-PARA
               MOVE WS-ACCT-RECEIVABLE TO GLX-ACCOUNT
           MOVE WS-RUN-DATE TO GLX-RUN-DATE
           MOVE WS-ABS-AMOUNT TO GLX-AMOUNT
           MOVE "CMNP003 " TO GLX-SOURCE
           MOVE WS-PAIR-REF TO GLX-REF
           MOVE SPACES TO GLX-DETAIL (34:32)
           WRITE GLX-RECORD
           PERFORM WRITE-HIST-COPY-PARA
