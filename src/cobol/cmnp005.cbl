               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREF-STATUS.

           SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

      *    THE FISCAL CALENDAR (FPERREC) GIVES THE POSTING LOCK: NO
      *    ORDER DATED INTO A CLOSED PERIOD MOVES A BALANCE.
           SELECT FISCAL-PERIOD-FILE ASSIGN TO "FISCPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPER-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           RECORD CONTAINS 80 CHARACTERS.
       01  CREF-RECORD            PIC X(80).

       FD  ACCT-JOURNAL.
       COPY ACCMREC.

       FD  FISCAL-PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FPERREC.

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       01  WS-CUST-STATUS         PIC XX.
       01  WS-PEXCP-STATUS        PIC XX.
       01  WS-CREF-STATUS         PIC XX.
       01  WS-JRNL-STATUS         PIC XX.
       01  WS-FPER-STATUS         PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.


       01  WS-EXCP-REASON         PIC X(40).

      *    POSTING LOCK FROM THE FISCAL CALENDAR - SEE CMNP003, WHICH
      *    APPLIES THE SAME RULE WHEN THE ORDER IS FIRST PRICED. IT
      *    CATCHES HERE AN ORDER PRICED BEFORE A CLOSE BUT NOT POSTED
      *    UNTIL AFTER IT (A CREDIT HOLD RELEASED, OR AN ACCOUNT SET
      *    UP LATE).
       01  WS-EOF-PERIODS         PIC X VALUE "N".
           88  END-OF-PERIODS     VALUE "Y".
       01  WS-CLOSED-THRU         PIC 9(8) VALUE 0.
       01  WS-ROLL-DATE           PIC 9(8) VALUE 0.
       01  WS-LATE-ACTION         PIC X VALUE "R".
           88  LATE-ROLL-FORWARD  VALUE "F".

      *    ACCOUNT CHOSEN FOR AN ORDER WITH NO DESIGNATION: THE SCAN
      *    OVER THE CUSTOMER'S ACCOUNTS REMEMBERS THE FIRST ACCOUNT
      *    AND THE FIRST CREDIT LINE SEEN, AND THE CREDIT LINE WINS -
       01  WS-ORDERS-REJECTED     PIC 9(9) VALUE 0.
       01  WS-ORDERS-HELD         PIC 9(9) VALUE 0.
       01  WS-NET-POSTED          PIC S9(9)V99 VALUE 0.
       01  WS-TAX-POSTED          PIC S9(9)V99 VALUE 0.

      *    AMOUNT THE ORDER MOVES THE BALANCE BY: GOODS VALUE PLUS THE
      *    SALES TAX CMNP003 PRICED ON IT. AN ORDER PRICED BEFORE THE
      *    TAX FIELD EXISTED CARRIES SPACES THERE AND POSTS GOODS ONLY.
       01  WS-ORDER-TAX           PIC S9(7)V99 VALUE 0.
       01  WS-GROSS-AMT           PIC S9(9)V99 VALUE 0.

      *    AVAILABLE CREDIT ON THE ACCOUNT BEING POSTED TO: THE LIMIT
      *    PLUS THE (NEGATIVE WHEN DRAWN) BALANCE. A SALE LARGER THAN
      *    THIS WOULD PUSH THE BALANCE PAST THE LIMIT AND IS HELD.
       01  WS-AVAIL-CREDIT        PIC S9(9)V99 VALUE 0.

      *    BALANCE BEFORE THE ORDER IS APPLIED, FOR THE ACCOUNT
      *    MOVEMENT JOURNAL.
       01  WS-BEFORE-BAL          PIC S9(9)V99 VALUE 0.

       01  WS-AMT-DISP            PIC -(9)9.99.
       01  WS-AVAIL-DISP          PIC -(9)9.99.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
           PERFORM READ-PERIOD-CTL-PARA
           OPEN I-O ORDERDET-FILE
           IF WS-ORD-STATUS NOT = "00"
               DISPLAY "CMNP005 FATAL: ORDERDET-FILE OPEN FAILED, "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE JOURNAL IS A LONG-LIVED TRAIL LIKE THE INVENTORY
      *    LEDGER - EXTENDED EVERY RUN, CREATED ON FIRST USE.
           OPEN EXTEND ACCT-JOURNAL
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT ACCT-JOURNAL
           END-IF
           OPEN OUTPUT POST-EXCP-RPT
           OPEN OUTPUT CREDIT-REF-RPT
           MOVE SPACES TO CREF-RECORD
               CLOSE RUN-CTL-FILE
           END-IF.

       READ-PERIOD-CTL-PARA.
      *    THE CALENDAR IS READ ONCE PER RUN. IF THE EARLIEST OPEN
      *    PERIOD DOES NOT START AFTER THE LAST CLOSED ONE ENDS (A
      *    CALENDAR CLOSED OUT OF ORDER), THERE IS NOWHERE SAFE TO
      *    ROLL TO AND LATE ORDERS ARE REJECTED INSTEAD.
           MOVE 0 TO WS-CLOSED-THRU
           MOVE 0 TO WS-ROLL-DATE
           OPEN INPUT FISCAL-PERIOD-FILE
           IF WS-FPER-STATUS = "00"
               PERFORM READ-PERIOD-PARA
               PERFORM NOTE-PERIOD-PARA
                   UNTIL END-OF-PERIODS
               CLOSE FISCAL-PERIOD-FILE
           END-IF
           IF WS-ROLL-DATE NOT > WS-CLOSED-THRU
               MOVE 0 TO WS-ROLL-DATE
           END-IF.

       READ-PERIOD-PARA.
           READ FISCAL-PERIOD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-PERIODS
           END-READ.

       NOTE-PERIOD-PARA.
           EVALUATE TRUE
               WHEN FPER-CONTROL-REC
                   IF FPER-LATE-ROLL
                       MOVE "F" TO WS-LATE-ACTION
                   END-IF
               WHEN FPER-PERIOD-REC AND FPER-CLOSED
                       AND FPER-END-DATE NUMERIC
                   IF FPER-END-DATE > WS-CLOSED-THRU
                       MOVE FPER-END-DATE TO WS-CLOSED-THRU
                   END-IF
               WHEN FPER-PERIOD-REC AND FPER-OPEN
                       AND FPER-START-DATE NUMERIC
                   IF WS-ROLL-DATE = 0
                           OR FPER-START-DATE < WS-ROLL-DATE
                       MOVE FPER-START-DATE TO WS-ROLL-DATE
                   END-IF
           END-EVALUATE
           PERFORM READ-PERIOD-PARA.

       READ-ORDER-PARA.
           READ ORDERDET-FILE NEXT RECORD
               AT END
       POST-ONE-ORDER-PARA.
           MOVE "Y" TO WS-ACCT-FOUND
           MOVE SPACES TO WS-EXCP-REASON
           PERFORM CHECK-CLOSED-PERIOD-PARA
           IF ACCOUNT-IS-FOUND
               PERFORM SELECT-POST-ACCOUNT-PARA
           END-IF
           IF ORD-TAX-AMT NUMERIC
               MOVE ORD-TAX-AMT TO WS-ORDER-TAX
           ELSE
               MOVE 0 TO WS-ORDER-TAX
           END-IF
           COMPUTE WS-GROSS-AMT = ORD-TOTAL + WS-ORDER-TAX
           IF ACCOUNT-IS-FOUND
      *    A SALE ON A CREDIT LINE MAY NOT DRAW THE BALANCE PAST THE
      *    ACCOUNT'S CREDIT LIMIT; A VIOLATING ORDER GOES ON CREDIT
               COMPUTE WS-AVAIL-CREDIT =
                   ACCT-CREDIT-LIMIT + ACCT-BAL
               IF ORD-TXN-SALE AND ACCT-CREDIT-LINE
                       AND WS-GROSS-AMT > WS-AVAIL-CREDIT
                   PERFORM HOLD-ORDER-CREDIT-PARA
               ELSE
                   PERFORM APPLY-ORDER-PARA
               PERFORM WRITE-POST-EXCEPTION-PARA
           END-IF.

       CHECK-CLOSED-PERIOD-PARA.
      *    A LATE ORDER IS REJECTED THROUGH THE USUAL EXCEPTION PATH
      *    AND STAYS UNPOSTED; UNDER THE ROLL-FORWARD OPTION IT IS
      *    RE-DATED (THE NEW DATE GOES TO ORDERDET WITH THE POSTED OR
      *    HELD MARKER) AND LISTED WITHOUT COUNTING AS AN EXCEPTION.
           IF WS-CLOSED-THRU > 0
                   AND ORD-ORDER-DATE NUMERIC
                   AND ORD-ORDER-DATE > 0
                   AND ORD-ORDER-DATE NOT > WS-CLOSED-THRU
               IF LATE-ROLL-FORWARD AND WS-ROLL-DATE > 0
                   MOVE SPACES TO PEXCP-RECORD
                   STRING "ORDER=" ORD-ID
                          " CUST=" ORD-CUST-ID
                          " REASON=DATED " ORD-ORDER-DATE
                          " - ROLLED FWD TO " WS-ROLL-DATE
                          DELIMITED BY SIZE INTO PEXCP-RECORD
                   END-STRING
                   WRITE PEXCP-RECORD
                   MOVE WS-ROLL-DATE TO ORD-ORDER-DATE
               ELSE
                   MOVE "N" TO WS-ACCT-FOUND
                   STRING "DATED " ORD-ORDER-DATE
                          " - PERIOD CLOSED"
                          DELIMITED BY SIZE INTO WS-EXCP-REASON
                   END-STRING
               END-IF
           END-IF.

       SELECT-POST-ACCOUNT-PARA.
      *    AN ORDER CARRYING AN ACCOUNT DESIGNATION POSTS TO THAT
      *    ACCOUNT - AFTER PROVING IT EXISTS AND BELONGS TO THE
      *    PERMITTED ONLY ON CREDIT LINES) AND CMNP007'S ACCRUAL
      *    (INTEREST ON NEGATIVE CREDIT-LINE BALANCES) BOTH ASSUME -
      *    SO A SALE DRAWS THE BALANCE DOWN AND A RETURN RESTORES IT.
      *    THE CUSTOMER OWES THE TAX ALONG WITH THE GOODS, AND A RETURN
      *    GIVES BACK THE TAX CMNP003 REVERSED ON IT.
           MOVE ACCT-BAL TO WS-BEFORE-BAL
           IF ORD-TXN-SALE
               SUBTRACT WS-GROSS-AMT FROM ACCT-BAL
               SUBTRACT WS-GROSS-AMT FROM WS-NET-POSTED
               SUBTRACT WS-ORDER-TAX FROM WS-TAX-POSTED
           ELSE
               ADD WS-GROSS-AMT TO ACCT-BAL
               ADD WS-GROSS-AMT TO WS-NET-POSTED
               ADD WS-ORDER-TAX TO WS-TAX-POSTED
           END-IF
           REWRITE ACCT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM WRITE-JOURNAL-PARA
           SET ORD-POSTED TO TRUE
      *    WHEN THE DEFAULT RULE PICKED THE ACCOUNT, RECORD THE
      *    CHOICE ON THE ORDER SO HISTORY (AND THE RECEIVABLES
           ADD 1 TO WS-ORDERS-POSTED
           PERFORM TOUCH-CUSTOMER-PARA.

       WRITE-JOURNAL-PARA.
           MOVE WS-RUN-DATE TO ACCM-DATE
           MOVE WS-RUN-NUMBER TO ACCM-RUN-NUMBER
           MOVE "CMNP005 " TO ACCM-SOURCE
           MOVE ACCT-NO TO ACCM-ACCT-NO
           IF ORD-TXN-SALE
               SET ACCM-SALE TO TRUE
           ELSE
               SET ACCM-RETURN TO TRUE
           END-IF
           COMPUTE ACCM-AMOUNT = ACCT-BAL - WS-BEFORE-BAL
           MOVE WS-BEFORE-BAL TO ACCM-BEFORE-BAL
           MOVE ACCT-BAL TO ACCM-AFTER-BAL
           MOVE ORD-ID TO ACCM-REF
           WRITE ACCM-RECORD.

       HOLD-ORDER-CREDIT-PARA.
           SET ORD-CREDIT-HOLD TO TRUE
           REWRITE ORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE WS-GROSS-AMT TO WS-AMT-DISP
           MOVE WS-AVAIL-CREDIT TO WS-AVAIL-DISP
           MOVE SPACES TO CREF-RECORD
           STRING "ORDER=" ORD-ID
           CLOSE ORDERDET-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE ACCT-JOURNAL
           CLOSE POST-EXCP-RPT
           MOVE SPACES TO CREF-RECORD
           WRITE CREF-RECORD
           DISPLAY "ORDERS POSTED  : " WS-ORDERS-POSTED
           DISPLAY "EXCEPTIONS     : " WS-ORDERS-REJECTED
           DISPLAY "CREDIT HOLDS   : " WS-ORDERS-HELD
           DISPLAY "NET POSTED     : " WS-NET-POSTED
           DISPLAY "TAX POSTED     : " WS-TAX-POSTED.

       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG
