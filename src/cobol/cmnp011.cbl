               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEXCP-STATUS.

           SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

      *    THE FISCAL CALENDAR (FPERREC) GIVES THE POSTING LOCK: NO
      *    RECEIPT DATED INTO A CLOSED PERIOD MOVES A BALANCE.
           SELECT FISCAL-PERIOD-FILE ASSIGN TO "FISCPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPER-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           RECORD CONTAINS 80 CHARACTERS.
       01  PEXCP-RECORD           PIC X(80).

       FD  ACCT-JOURNAL.
       COPY ACCMREC.

       FD  FISCAL-PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FPERREC.

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       01  WS-CUST-STATUS         PIC XX.
       01  WS-CREG-STATUS         PIC XX.
       01  WS-PEXCP-STATUS        PIC XX.
       01  WS-JRNL-STATUS         PIC XX.
       01  WS-FPER-STATUS         PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.


       01  WS-EXCP-REASON         PIC X(40).

      *    POSTING LOCK FROM THE FISCAL CALENDAR: EVERYTHING DATED ON
      *    OR BEFORE WS-CLOSED-THRU (THE LATEST END DATE OF A CLOSED
      *    PERIOD) BELONGS TO A PERIOD FINANCE HAS ALREADY REPORTED.
      *    A LATE RECEIPT IS REJECTED, OR - WHEN THE CALENDAR'S
      *    CONTROL RECORD SAYS SO - RE-DATED TO WS-ROLL-DATE (THE
      *    FIRST DAY OF THE EARLIEST OPEN PERIOD) AND POSTED THERE.
      *    NO CALENDAR, OR NO PERIOD CLOSED YET, MEANS NO LOCK.
       01  WS-EOF-PERIODS         PIC X VALUE "N".
           88  END-OF-PERIODS     VALUE "Y".
       01  WS-CLOSED-THRU         PIC 9(8) VALUE 0.
       01  WS-ROLL-DATE           PIC 9(8) VALUE 0.
       01  WS-LATE-ACTION         PIC X VALUE "R".
           88  LATE-ROLL-FORWARD  VALUE "F".

      *    ACCOUNT CHOSEN FOR A PAYMENT THAT NAMES ONLY THE CUSTOMER:
      *    THE SCAN OVER THE CUSTOMER'S ACCOUNTS REMEMBERS THE FIRST
      *    ACCOUNT AND THE FIRST CREDIT LINE SEEN, AND THE CREDIT
       01  WS-PAYMTS-REJECTED     PIC 9(9) VALUE 0.
       01  WS-NET-RECEIPTS        PIC S9(9)V99 VALUE 0.

      *    BALANCE BEFORE THE RECEIPT IS APPLIED, FOR THE ACCOUNT
      *    MOVEMENT JOURNAL.
       01  WS-BEFORE-BAL          PIC S9(9)V99 VALUE 0.

       01  WS-AMT-DISP            PIC -(9)9.99.
       01  WS-BAL-DISP            PIC -(9)9.99.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
           PERFORM READ-PERIOD-CTL-PARA
           OPEN I-O PAYMT-FILE
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "CMNP011 FATAL: PAYMT-FILE OPEN FAILED, "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE JOURNAL IS A LONG-LIVED TRAIL LIKE THE INVENTORY
      *    LEDGER - EXTENDED EVERY RUN, CREATED ON FIRST USE.
           OPEN EXTEND ACCT-JOURNAL
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT ACCT-JOURNAL
           END-IF
           OPEN OUTPUT CASH-REGISTER
           OPEN OUTPUT PAY-EXCP-RPT
           MOVE SPACES TO CREG-RECORD
               CLOSE RUN-CTL-FILE
           END-IF.

       READ-PERIOD-CTL-PARA.
      *    THE CALENDAR IS READ ONCE PER RUN. IF THE EARLIEST OPEN
      *    PERIOD DOES NOT START AFTER THE LAST CLOSED ONE ENDS (A
      *    CALENDAR CLOSED OUT OF ORDER), THERE IS NOWHERE SAFE TO
      *    ROLL TO AND LATE RECEIPTS ARE REJECTED INSTEAD.
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

       READ-PAYMENT-PARA.
           READ PAYMT-FILE NEXT RECORD
               AT END
               MOVE "PAYMENT AMOUNT MISSING OR NOT NUMERIC"
                   TO WS-EXCP-REASON
           ELSE
               PERFORM CHECK-CLOSED-PERIOD-PARA
               IF ACCOUNT-IS-FOUND
                   PERFORM SELECT-ACCOUNT-PARA
               END-IF
           END-IF
           IF ACCOUNT-IS-FOUND
      *    BALANCES CARRY FUNDS AS POSITIVE AND DRAWN/OWED AMOUNTS AS
      *    NEGATIVE (SEE CMNP005), SO A RECEIPT RESTORES THE BALANCE.
               MOVE ACCT-BAL TO WS-BEFORE-BAL
               ADD PAY-AMOUNT TO ACCT-BAL
               ADD PAY-AMOUNT TO WS-NET-RECEIPTS
               REWRITE ACCT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               PERFORM WRITE-JOURNAL-PARA
               SET PAY-POSTED TO TRUE
               REWRITE PAY-RECORD
                   INVALID KEY
               PERFORM WRITE-PAY-EXCEPTION-PARA
           END-IF.

       CHECK-CLOSED-PERIOD-PARA.
      *    A LATE RECEIPT IS REJECTED THROUGH THE USUAL EXCEPTION PATH
      *    AND STAYS UNPOSTED; UNDER THE ROLL-FORWARD OPTION IT IS
      *    RE-DATED (THE NEW DATE GOES TO PAYMTS WITH THE POSTED
      *    MARKER) AND LISTED WITHOUT COUNTING AS AN EXCEPTION.
           IF WS-CLOSED-THRU > 0
                   AND PAY-DATE NUMERIC
                   AND PAY-DATE > 0
                   AND PAY-DATE NOT > WS-CLOSED-THRU
               IF LATE-ROLL-FORWARD AND WS-ROLL-DATE > 0
                   MOVE SPACES TO PEXCP-RECORD
                   STRING "PAYMENT=" PAY-ID
                          " CUST=" PAY-CUST-ID
                          " REASON=DATED " PAY-DATE
                          " - ROLLED FWD TO " WS-ROLL-DATE
                          DELIMITED BY SIZE INTO PEXCP-RECORD
                   END-STRING
                   WRITE PEXCP-RECORD
                   MOVE WS-ROLL-DATE TO PAY-DATE
               ELSE
                   MOVE "N" TO WS-ACCT-FOUND
                   STRING "DATED " PAY-DATE
                          " - PERIOD CLOSED"
                          DELIMITED BY SIZE INTO WS-EXCP-REASON
                   END-STRING
               END-IF
           END-IF.

       SELECT-ACCOUNT-PARA.
      *    A PAYMENT NAMING AN ACCOUNT GOES TO THAT ACCOUNT; ONE
      *    NAMING ONLY THE CUSTOMER GOES TO THEIR CREDIT LINE IF THEY
                   END-IF
           END-READ.

       WRITE-JOURNAL-PARA.
           MOVE WS-RUN-DATE TO ACCM-DATE
           MOVE WS-RUN-NUMBER TO ACCM-RUN-NUMBER
           MOVE "CMNP011 " TO ACCM-SOURCE
           MOVE ACCT-NO TO ACCM-ACCT-NO
           SET ACCM-PAYMENT TO TRUE
           COMPUTE ACCM-AMOUNT = ACCT-BAL - WS-BEFORE-BAL
           MOVE WS-BEFORE-BAL TO ACCM-BEFORE-BAL
           MOVE ACCT-BAL TO ACCM-AFTER-BAL
           MOVE PAY-ID TO ACCM-REF
           WRITE ACCM-RECORD.

       WRITE-REGISTER-LINE-PARA.
           MOVE PAY-AMOUNT TO WS-AMT-DISP
           MOVE ACCT-BAL TO WS-BAL-DISP
           CLOSE PAYMT-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE ACCT-JOURNAL
           MOVE SPACES TO CREG-RECORD
           WRITE CREG-RECORD
           MOVE WS-NET-RECEIPTS TO WS-AMT-DISP
