       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMNP026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE CARD PER DUPLICATE: THE CUSTOMER ID TO KEEP (SURVIVOR)
      *    AND THE ONE TO FOLD INTO IT AND RETIRE (VICTIM).
           SELECT MERGE-PAIR-FILE ASSIGN TO "MRGPAIRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIR-STATUS.

           SELECT MERGE-PARM-FILE ASSIGN TO "MRGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               ALTERNATE RECORD KEY IS ACCT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ORDERDET-FILE ASSIGN TO "ORDERDET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ID
               ALTERNATE RECORD KEY IS ORD-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ORD-STATUS.

           SELECT ORDER-HIST-FILE ASSIGN TO "ORDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDH-ORD-ID
               ALTERNATE RECORD KEY IS ORDH-REF-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BACKORD-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BKO-STATUS.

           SELECT DUN-CTL-FILE ASSIGN TO "DUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUN-ACCT-NO
               FILE STATUS IS WS-DUN-STATUS.

           SELECT STMT-HIST-FILE ASSIGN TO "STMTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STMH-KEY
               FILE STATUS IS WS-STMH-STATUS.

           SELECT PAYMT-FILE ASSIGN TO "PAYMTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-ID
               FILE STATUS IS WS-PAY-STATUS.

           SELECT ORDER-XREF-FILE ASSIGN TO "ORDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORX-KEY
               FILE STATUS IS WS-ORX-STATUS.

           SELECT SALES-HIST-FILE ASSIGN TO "SLSHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLH-KEY
               FILE STATUS IS WS-SLH-STATUS.

           SELECT MERGE-REGISTER ASSIGN TO "MRGREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MREG-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-PAIR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MRGI-RECORD.
           05  MRGI-SURVIVOR-ID       PIC X(6).
           05  MRGI-VICTIM-ID         PIC X(6).
      *    WHO AUTHORISED THE MERGE, CARRIED TO THE REGISTER.
           05  MRGI-AUTHORISED-BY     PIC X(8).
           05  FILLER                 PIC X(60).

       FD  MERGE-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MERGE-PARM-RECORD.
           05  MRGP-RUN-MODE          PIC X(5).
           05  FILLER                 PIC X(75).

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  ORDERDET-FILE.
       COPY ORDERDET.

       FD  ORDER-HIST-FILE.
       COPY ORDHREC.

       FD  BACKORD-FILE.
       COPY BKORDREC.

       FD  DUN-CTL-FILE.
       COPY DUNREC.

       FD  STMT-HIST-FILE.
       COPY STMTHREC.

       FD  PAYMT-FILE.
       COPY PAYMTREC.

       FD  ORDER-XREF-FILE.
       COPY ORDXREC.

       FD  SALES-HIST-FILE.
       COPY SLSHREC.

       FD  MERGE-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
       01  MREG-RECORD                PIC X(80).

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       FD  AUDIT-LOG.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-PAIR-STATUS         PIC XX.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-CUST-STATUS         PIC XX.
       01  WS-ACCT-STATUS         PIC XX.
       01  WS-ORD-STATUS          PIC XX.
       01  WS-HIST-STATUS         PIC XX.
       01  WS-BKO-STATUS          PIC XX.
       01  WS-DUN-STATUS          PIC XX.
       01  WS-STMH-STATUS         PIC XX.
       01  WS-PAY-STATUS          PIC XX.
       01  WS-ORX-STATUS          PIC XX.
       01  WS-SLH-STATUS          PIC XX.
       01  WS-MREG-STATUS         PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-NUMBER          PIC 9(6).
       01  WS-START-TIME          PIC 9(8).
       01  WS-END-TIME            PIC 9(8).

      *    RUN MODE - "LIVE " RE-POINTS THE FILES AND RETIRES THE
      *    VICTIMS; "TRIAL" READS EVERYTHING AND WRITES THE SAME
      *    REGISTER OF WHAT WOULD MOVE, BUT OPENS THE FILES INPUT AND
      *    CHANGES NOTHING. SET FROM THE MRGPARM CONTROL FILE. UNLIKE
      *    THE PRICING STEP'S ORDPARM, A MISSING OR BLANK CARD MEANS
      *    TRIAL: A MERGE CANNOT BE UNDONE, SO IT MUST BE ASKED FOR.
       01  WS-RUN-MODE            PIC X(5) VALUE "TRIAL".
           88  LIVE-MODE          VALUE "LIVE ".
           88  TRIAL-MODE         VALUE "TRIAL".

       01  WS-EOF-PAIRS           PIC X VALUE "N".
           88  END-OF-PAIRS       VALUE "Y".

       01  WS-EOF-SCAN            PIC X VALUE "N".
           88  END-OF-SCAN        VALUE "Y".

       01  WS-EOF-LOOKUP          PIC X VALUE "N".
           88  END-OF-LOOKUP      VALUE "Y".

       01  WS-PAIR-OK             PIC X VALUE "Y".
           88  PAIR-IS-OK         VALUE "Y".

       01  WS-VICTIM-FOUND        PIC X VALUE "N".
           88  VICTIM-IS-FOUND    VALUE "Y".

       01  WS-FILE-AVAILABLE      PIC X VALUE "Y".
           88  FILE-IS-AVAILABLE  VALUE "Y".

       01  WS-MOVE-OK             PIC X VALUE "Y".
           88  MOVE-IS-OK         VALUE "Y".

      *    THE ACCEPTED PAIRS. EVERY FILE IS READ ONCE AND EACH
      *    RECORD'S CUSTOMER LOOKED UP HERE, HOWEVER MANY PAIRS THE
      *    RUN CARRIES. UNUSED ENTRIES HOLD HIGH-VALUES SO A BLANK
      *    CUSTOMER ID ON A RECORD NEVER MATCHES ONE.
       01  WS-MERGE-TABLE.
           05  MT-ENTRY OCCURS 100 TIMES
                   INDEXED BY MT-IDX.
               10  MT-SURVIVOR-ID PIC X(6).
               10  MT-VICTIM-ID   PIC X(6).
               10  MT-RECS-MOVED  PIC 9(9).
       01  WS-PAIR-MAX            PIC 9(3) VALUE 100.
       01  WS-PAIR-COUNT          PIC 9(3) VALUE 0.

       01  WS-REJECT-REASON       PIC X(30).

      *    THE CUSTOMER ON THE RECORD IN HAND, AND - WHEN IT IS A
      *    VICTIM - THE SURVIVOR IT MOVES TO.
       01  WS-LOOKUP-CUST         PIC X(6).
       01  WS-SURVIVOR-ID         PIC X(6).

       01  WS-REG-FILE            PIC X(8).
       01  WS-REG-KEY             PIC X(24).
       01  WS-REG-NOTE            PIC X(20).

      *    STATEMENT HISTORY IS KEYED BY CUSTOMER, SO A VICTIM'S
      *    STATEMENT IS RE-KEYED RATHER THAN REWRITTEN. ITS LINES ARE
      *    NUMBERED ON FROM THE SURVIVOR'S LAST LINE FOR THE SAME RUN
      *    DATE, SO A REPRINT FOR THAT DATE SHOWS BOTH STATEMENTS AS
      *    ORIGINALLY PRODUCED, ONE AFTER THE OTHER.
       01  WS-STMG-CUST-ID        PIC X(6) VALUE SPACES.
       01  WS-STMG-RUN-DATE       PIC 9(8) VALUE 0.
       01  WS-STMG-BASE           PIC 9(4) VALUE 0.
       01  WS-STMH-SAVE-KEY       PIC X(18).
       01  WS-STMH-SAVE-RECORD    PIC X(104).
       01  WS-STMH-NEW-LINE       PIC 9(5) VALUE 0.

      *    SALES HISTORY IS KEYED BY MONTH, CUSTOMER AND PRODUCT, SO
      *    A VICTIM'S FIGURES ARE ADDED INTO THE SURVIVOR'S RECORD FOR
      *    THE SAME MONTH AND PRODUCT (OR BECOME THAT RECORD) AND THE
      *    VICTIM'S RECORD IS DELETED.
       01  WS-SLH-SAVE-KEY        PIC X(17).
       01  WS-SLHV-SOLD-QTY       PIC S9(7).
       01  WS-SLHV-RETURNED-QTY   PIC S9(7).
       01  WS-SLHV-NET-QTY        PIC S9(7).
       01  WS-SLHV-GROSS-SALES    PIC S9(9)V99.
       01  WS-SLHV-RETURNS        PIC S9(9)V99.
       01  WS-SLHV-NET-SALES      PIC S9(9)V99.
       01  WS-SLHV-NET-COST       PIC S9(9)V99.
       01  WS-SLHV-ORDER-COUNT    PIC 9(7).
       01  WS-SLHV-LAST-RUN       PIC 9(6).

       01  WS-SURV-BEFORE-STATUS  PIC X(1).
       01  WS-SURV-BEFORE-DATE    PIC 9(8).
       01  WS-VICT-STATUS         PIC X(1).
       01  WS-VICT-DATE           PIC 9(8).
       01  WS-VICT-NAME           PIC X(25).

       01  WS-PAIRS-READ          PIC 9(9) VALUE 0.
       01  WS-PAIRS-REJECTED      PIC 9(9) VALUE 0.
       01  WS-PAIRS-MERGED        PIC 9(9) VALUE 0.
       01  WS-ACCT-MOVED          PIC 9(9) VALUE 0.
       01  WS-ORD-MOVED           PIC 9(9) VALUE 0.
       01  WS-HIST-MOVED          PIC 9(9) VALUE 0.
       01  WS-BKO-MOVED           PIC 9(9) VALUE 0.
       01  WS-DUN-MOVED           PIC 9(9) VALUE 0.
       01  WS-STMH-MOVED          PIC 9(9) VALUE 0.
       01  WS-STMH-NOT-MOVED      PIC 9(9) VALUE 0.
       01  WS-PAY-MOVED           PIC 9(9) VALUE 0.
       01  WS-ORX-MOVED           PIC 9(9) VALUE 0.
       01  WS-SLH-MOVED           PIC 9(9) VALUE 0.
       01  WS-FILE-MOVED          PIC 9(9) VALUE 0.

       01  WS-CNT-DISP            PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM LOAD-PAIR-PARA
               UNTIL END-OF-PAIRS
           IF WS-PAIR-COUNT > 0
               PERFORM REPOINT-ACCOUNTS-PARA
               PERFORM REPOINT-ORDERS-PARA
               PERFORM REPOINT-HISTORY-PARA
               PERFORM REPOINT-BACKORDERS-PARA
               PERFORM REPOINT-DUNNING-PARA
               PERFORM REPOINT-PAYMENTS-PARA
               PERFORM REPOINT-XREF-PARA
               PERFORM REPOINT-STATEMENTS-PARA
               PERFORM REPOINT-SALES-HIST-PARA
               PERFORM MERGE-CUSTOMER-PARA
                   VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > WS-PAIR-COUNT
           END-IF
           PERFORM FINALIZE-PARA
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
           PERFORM READ-PARM-PARA
           MOVE HIGH-VALUES TO WS-MERGE-TABLE
           IF LIVE-MODE
               OPEN I-O CUSTOMER-MASTER
           ELSE
               OPEN INPUT CUSTOMER-MASTER
           END-IF
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CMNP026 FATAL: CUSTOMER-MASTER OPEN FAILED, "
                   "STATUS=" WS-CUST-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MERGE-PAIR-FILE
           IF WS-PAIR-STATUS NOT = "00"
               DISPLAY "CMNP026 FATAL: MERGE-PAIR-FILE OPEN FAILED, "
                   "STATUS=" WS-PAIR-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MERGE-REGISTER
           MOVE SPACES TO MREG-RECORD
           STRING "CUSTOMER MERGE REGISTER - DATE=" WS-RUN-DATE
                  " RUN=" WS-RUN-NUMBER " MODE=" WS-RUN-MODE
                  DELIMITED BY SIZE INTO MREG-RECORD
           END-STRING
           WRITE MREG-RECORD
           IF TRIAL-MODE
               MOVE "*** SIMULATION - TRIAL RUN, NO FILES UPDATED ***"
                   TO MREG-RECORD
               WRITE MREG-RECORD
           END-IF
           MOVE SPACES TO MREG-RECORD
           WRITE MREG-RECORD
           PERFORM READ-PAIR-PARA.

       OBTAIN-RUN-NUMBER-PARA.
      *    AN ON-DEMAND JOB: TAGGED WITH THE RUN NUMBER LAST ISSUED
      *    BY THE NIGHTLY CHAIN, WHICH IT NEVER BUMPS.
           MOVE 0 TO WS-RUN-NUMBER
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CTL-FILE
                   AT END
                       MOVE 0 TO RUNCTL-LAST-NUMBER
               END-READ
               MOVE RUNCTL-LAST-NUMBER TO WS-RUN-NUMBER
               CLOSE RUN-CTL-FILE
           END-IF.

       READ-PARM-PARA.
           OPEN INPUT MERGE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ MERGE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MRGP-RUN-MODE = "LIVE "
                           MOVE "LIVE " TO WS-RUN-MODE
                       END-IF
               END-READ
               CLOSE MERGE-PARM-FILE
           END-IF
           IF TRIAL-MODE
               DISPLAY "CMNP026 TRIAL RUN - NO FILES WILL BE UPDATED"
           END-IF.

       READ-PAIR-PARA.
           READ MERGE-PAIR-FILE
               AT END
                   MOVE "Y" TO WS-EOF-PAIRS
           END-READ.

      *    A PAIR IS TAKEN ONLY IF BOTH CUSTOMERS ARE ON FILE AND IT
      *    CANNOT CHAIN WITH ANOTHER PAIR IN THE SAME RUN - A VICTIM
      *    THAT IS ALSO A SURVIVOR, OR A VICTIM NAMED TWICE, WOULD
      *    LEAVE THE OUTCOME DEPENDING ON WHICH CARD CAME FIRST.
      *    CHAINS ARE MERGED ONE LINK PER RUN.
       LOAD-PAIR-PARA.
           ADD 1 TO WS-PAIRS-READ
           MOVE "Y" TO WS-PAIR-OK
           IF MRGI-SURVIVOR-ID = SPACES OR MRGI-VICTIM-ID = SPACES
               MOVE "SURVIVOR OR VICTIM MISSING" TO WS-REJECT-REASON
               MOVE "N" TO WS-PAIR-OK
           END-IF
           IF PAIR-IS-OK AND MRGI-SURVIVOR-ID = MRGI-VICTIM-ID
               MOVE "SURVIVOR SAME AS VICTIM" TO WS-REJECT-REASON
               MOVE "N" TO WS-PAIR-OK
           END-IF
           IF PAIR-IS-OK
               MOVE MRGI-SURVIVOR-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "SURVIVOR NOT ON FILE" TO WS-REJECT-REASON
                       MOVE "N" TO WS-PAIR-OK
               END-READ
           END-IF
           IF PAIR-IS-OK
               MOVE MRGI-VICTIM-ID TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "VICTIM NOT ON FILE" TO WS-REJECT-REASON
                       MOVE "N" TO WS-PAIR-OK
               END-READ
           END-IF
           IF PAIR-IS-OK
               PERFORM CHECK-PAIR-CHAIN-PARA
           END-IF
           IF PAIR-IS-OK AND WS-PAIR-COUNT NOT < WS-PAIR-MAX
               MOVE "TOO MANY PAIRS FOR ONE RUN" TO WS-REJECT-REASON
               MOVE "N" TO WS-PAIR-OK
           END-IF
           IF PAIR-IS-OK
               ADD 1 TO WS-PAIR-COUNT
               SET MT-IDX TO WS-PAIR-COUNT
               MOVE MRGI-SURVIVOR-ID TO MT-SURVIVOR-ID (MT-IDX)
               MOVE MRGI-VICTIM-ID TO MT-VICTIM-ID (MT-IDX)
               MOVE 0 TO MT-RECS-MOVED (MT-IDX)
               MOVE SPACES TO MREG-RECORD
               STRING "PAIR ACCEPTED  SURVIVOR=" MRGI-SURVIVOR-ID
                      " VICTIM=" MRGI-VICTIM-ID
                      " BY=" MRGI-AUTHORISED-BY
                      DELIMITED BY SIZE INTO MREG-RECORD
               END-STRING
               WRITE MREG-RECORD
           ELSE
               ADD 1 TO WS-PAIRS-REJECTED
               MOVE SPACES TO MREG-RECORD
               STRING "PAIR REJECTED  SURVIVOR=" MRGI-SURVIVOR-ID
                      " VICTIM=" MRGI-VICTIM-ID
                      " " WS-REJECT-REASON
                      DELIMITED BY SIZE INTO MREG-RECORD
               END-STRING
               WRITE MREG-RECORD
           END-IF
           PERFORM READ-PAIR-PARA.

       CHECK-PAIR-CHAIN-PARA.
           SET MT-IDX TO 1
           SEARCH MT-ENTRY
               AT END
                   CONTINUE
               WHEN MT-VICTIM-ID (MT-IDX) = MRGI-VICTIM-ID
                   MOVE "VICTIM ALREADY IN THIS RUN"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-PAIR-OK
               WHEN MT-SURVIVOR-ID (MT-IDX) = MRGI-VICTIM-ID
                   MOVE "VICTIM IS A SURVIVOR IN THIS RUN"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-PAIR-OK
               WHEN MT-VICTIM-ID (MT-IDX) = MRGI-SURVIVOR-ID
                   MOVE "SURVIVOR IS A VICTIM IN THIS RUN"
                       TO WS-REJECT-REASON
                   MOVE "N" TO WS-PAIR-OK
           END-SEARCH.

       FIND-VICTIM-PARA.
           MOVE "N" TO WS-VICTIM-FOUND
           SET MT-IDX TO 1
           SEARCH MT-ENTRY
               AT END
                   CONTINUE
               WHEN MT-VICTIM-ID (MT-IDX) = WS-LOOKUP-CUST
                   MOVE "Y" TO WS-VICTIM-FOUND
                   MOVE MT-SURVIVOR-ID (MT-IDX) TO WS-SURVIVOR-ID
                   ADD 1 TO MT-RECS-MOVED (MT-IDX)
           END-SEARCH.

      *    EACH FILE IS OPENED I-O FOR A LIVE RUN AND INPUT FOR A
      *    TRIAL. THE MASTERS MUST BE THERE; THE OTHER FILES ARE
      *    CREATED BY THE STEPS THAT OWN THEM ON FIRST USE, SO ONE
      *    NOT YET IN EXISTENCE SIMPLY HAS NOTHING TO RE-POINT.
       REPOINT-ACCOUNTS-PARA.
           MOVE "ACCTMAST" TO WS-REG-FILE
           IF LIVE-MODE
               OPEN I-O ACCOUNT-MASTER
           ELSE
               OPEN INPUT ACCOUNT-MASTER
           END-IF
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "CMNP026 FATAL: ACCOUNT-MASTER OPEN FAILED, "
                   "STATUS=" WS-ACCT-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-FILE-HEADER-PARA
           MOVE "N" TO WS-EOF-SCAN
           PERFORM READ-ACCOUNT-PARA
           PERFORM SCAN-ACCOUNT-PARA
               UNTIL END-OF-SCAN
           CLOSE ACCOUNT-MASTER.

       READ-ACCOUNT-PARA.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
           END-READ.

       SCAN-ACCOUNT-PARA.
           MOVE ACCT-CUST-ID TO WS-LOOKUP-CUST
           PERFORM FIND-VICTIM-PARA
           IF VICTIM-IS-FOUND
               MOVE "ACCTMAST" TO WS-REG-FILE
               MOVE ACCT-NO TO WS-REG-KEY
               MOVE SPACES TO WS-REG-NOTE
               IF LIVE-MODE
                   MOVE WS-SURVIVOR-ID TO ACCT-CUST-ID
                   REWRITE ACCT-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-REG-NOTE
                   END-REWRITE
               END-IF
               ADD 1 TO WS-ACCT-MOVED
               PERFORM WRITE-MOVE-LINE-PARA
           END-IF
           PERFORM READ-ACCOUNT-PARA.

       REPOINT-ORDERS-PARA.
           MOVE "ORDERDET" TO WS-REG-FILE
           IF LIVE-MODE
               OPEN I-O ORDERDET-FILE
           ELSE
               OPEN INPUT ORDERDET-FILE
           END-IF
           IF WS-ORD-STATUS NOT = "00"
               DISPLAY "CMNP026 FATAL: ORDERDET-FILE OPEN FAILED, "
                   "STATUS=" WS-ORD-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-FILE-HEADER-PARA
           MOVE "N" TO WS-EOF-SCAN
           PERFORM READ-ORDER-PARA
           PERFORM SCAN-ORDER-PARA
               UNTIL END-OF-SCAN
           CLOSE ORDERDET-FILE.

       READ-ORDER-PARA.
           READ ORDERDET-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
           END-READ.

       SCAN-ORDER-PARA.
           MOVE ORD-CUST-ID TO WS-LOOKUP-CUST
           PERFORM FIND-VICTIM-PARA
           IF VICTIM-IS-FOUND
               MOVE "ORDERDET" TO WS-REG-FILE
               MOVE ORD-ID TO WS-REG-KEY
               MOVE SPACES TO WS-REG-NOTE
               IF LIVE-MODE
                   MOVE WS-SURVIVOR-ID TO ORD-CUST-ID
                   REWRITE ORDER-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-REG-NOTE
                   END-REWRITE
               END-IF
               ADD 1 TO WS-ORD-MOVED
               PERFORM WRITE-MOVE-LINE-PARA
           END-IF
           PERFORM READ-ORDER-PARA.

       REPOINT-HISTORY-PARA.
           MOVE "ORDHIST" TO WS-REG-FILE
           IF LIVE-MODE
               OPEN I-O ORDER-HIST-FILE
           ELSE
               OPEN INPUT ORDER-HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               PERFORM WRITE-FILE-ABSENT-PARA
           ELSE
               PERFORM WRITE-FILE-HEADER-PARA
               MOVE "N" TO WS-EOF-SCAN
               PERFORM READ-HISTORY-PARA
               PERFORM SCAN-HISTORY-PARA
                   UNTIL END-OF-SCAN
               CLOSE ORDER-HIST-FILE
           END-IF.

       READ-HISTORY-PARA.
           READ ORDER-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
           END-READ.

       SCAN-HISTORY-PARA.
           MOVE ORDH-CUST-ID TO WS-LOOKUP-CUST
           PERFORM FIND-VICTIM-PARA
           IF VICTIM-IS-FOUND
               MOVE "ORDHIST" TO WS-REG-FILE
               MOVE ORDH-ORD-ID TO WS-REG-KEY
               MOVE SPACES TO WS-REG-NOTE
               IF LIVE-MODE
                   MOVE WS-SURVIVOR-ID TO ORDH-CUST-ID
                   REWRITE ORDH-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-REG-NOTE
                   END-REWRITE
               END-IF
               ADD 1 TO WS-HIST-MOVED
               PERFORM WRITE-MOVE-LINE-PARA
           END-IF
           PERFORM READ-HISTORY-PARA.

       REPOINT-BACKORDERS-PARA.
           MOVE "BACKORD" TO WS-REG-FILE
           IF LIVE-MODE
               OPEN I-O BACKORD-FILE
           ELSE
               OPEN INPUT BACKORD-FILE
           END-IF
           IF WS-BKO-STATUS NOT = "00"
               PERFORM WRITE-FILE-ABSENT-PARA
           ELSE
               PERFORM WRITE-FILE-HEADER-PARA
               MOVE "N" TO WS-EOF-SCAN
               PERFORM READ-BACKORDER-PARA
               PERFORM SCAN-BACKORDER-PARA
                   UNTIL END-OF-SCAN
               CLOSE BACKORD-FILE
           END-IF.

       READ-BACKORDER-PARA.
           READ BACKORD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
           END-READ.

       SCAN-BACKORDER-PARA.
           MOVE BKO-CUST-ID TO WS-LOOKUP-CUST
           PERFORM FIND-VICTIM-PARA
           IF VICTIM-IS-FOUND
               MOVE "BACKORD" TO WS-REG-FILE
               MOVE BKO-KEY TO WS-REG-KEY
               MOVE SPACES TO WS-REG-NOTE
               IF LIVE-MODE
                   MOVE WS-SURVIVOR-ID TO BKO-CUST-ID
                   REWRITE BKO-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-REG-NOTE
                   END-REWRITE
               END-IF
               ADD 1 TO WS-BKO-MOVED
               PERFORM WRITE-MOVE-LINE-PARA
           END-IF
           PERFORM READ-BACKORDER-PARA.

       REPOINT-DUNNING-PARA.
           MOVE "DUNCTL" TO WS-REG-FILE
           IF LIVE-MODE
               OPEN I-O DUN-CTL-FILE
           ELSE
               OPEN INPUT DUN-CTL-FILE
           END-IF
           IF WS-DUN-STATUS NOT = "00"
               PERFORM WRITE-FILE-ABSENT-PARA
           ELSE
               PERFORM WRITE-FILE-HEADER-PARA
               MOVE "N" TO WS-EOF-SCAN
               PERFORM READ-DUNNING-PARA
               PERFORM SCAN-DUNNING-PARA
                   UNTIL END-OF-SCAN
               CLOSE DUN-CTL-FILE
           END-IF.

       READ-DUNNING-PARA.
           READ DUN-CTL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
           END-READ.

       SCAN-DUNNING-PARA.
           MOVE DUN-CUST-ID TO WS-LOOKUP-CUST
           PERFORM FIND-VICTIM-PARA
           IF VICTIM-IS-FOUND
               MOVE "DUNCTL" TO WS-REG-FILE
               MOVE DUN-ACCT-NO TO WS-REG-KEY
               MOVE SPACES TO WS-REG-NOTE
               IF LIVE-MODE
                   MOVE WS-SURVIVOR-ID TO DUN-CUST-ID
                   REWRITE DUN-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-REG-NOTE
                   END-REWRITE
               END-IF
               ADD 1 TO WS-DUN-MOVED
               PERFORM WRITE-MOVE-LINE-PARA
           END-IF
           PERFORM READ-DUNNING-PARA.

      *    A RECEIPT STILL WAITING FOR CMNP011 MAY NAME ONLY THE
      *    CUSTOMER; LEFT ON THE VICTIM IT WOULD FIND NO ACCOUNT.
      *    POSTED RECEIPTS ARE MOVED TOO SO HISTORY READS ONE WAY.
       REPOINT-PAYMENTS-PARA.
           MOVE "PAYMTS" TO WS-REG-FILE
           IF LIVE-MODE
               OPEN I-O PAYMT-FILE
           ELSE
               OPEN INPUT PAYMT-FILE
           END-IF
           IF WS-PAY-STATUS NOT = "00"
               PERFORM WRITE-FILE-ABSENT-PARA
           ELSE
               PERFORM WRITE-FILE-HEADER-PARA
               MOVE "N" TO WS-EOF-SCAN
               PERFORM READ-PAYMENT-PARA
               PERFORM SCAN-PAYMENT-PARA
                   UNTIL END-OF-SCAN
               CLOSE PAYMT-FILE
           END-IF.

       READ-PAYMENT-PARA.
           READ PAYMT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
           END-READ.

       SCAN-PAYMENT-PARA.
           MOVE PAY-CUST-ID TO WS-LOOKUP-CUST
           PERFORM FIND-VICTIM-PARA
           IF VICTIM-IS-FOUND
               MOVE "PAYMTS" TO WS-REG-FILE
               MOVE PAY-ID TO WS-REG-KEY
               MOVE SPACES TO WS-REG-NOTE
               IF LIVE-MODE
                   MOVE WS-SURVIVOR-ID TO PAY-CUST-ID
                   REWRITE PAY-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-REG-NOTE
                   END-REWRITE
               END-IF
               ADD 1 TO WS-PAY-MOVED
               PERFORM WRITE-MOVE-LINE-PARA
           END-IF
           PERFORM READ-PAYMENT-PARA.

      *    THE INTAKE CROSS-REFERENCE (CMNP024) KEEPS THE CUSTOMER A
      *    LOADED FEED LINE WAS BOOKED TO; IT FOLLOWS THE ORDER.
       REPOINT-XREF-PARA.
           MOVE "ORDXREF" TO WS-REG-FILE
           IF LIVE-MODE
               OPEN I-O ORDER-XREF-FILE
           ELSE
               OPEN INPUT ORDER-XREF-FILE
           END-IF
           IF WS-ORX-STATUS NOT = "00"
               PERFORM WRITE-FILE-ABSENT-PARA
           ELSE
               PERFORM WRITE-FILE-HEADER-PARA
               MOVE "N" TO WS-EOF-SCAN
               PERFORM READ-XREF-PARA
               PERFORM SCAN-XREF-PARA
                   UNTIL END-OF-SCAN
               CLOSE ORDER-XREF-FILE
           END-IF.

       READ-XREF-PARA.
           READ ORDER-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
           END-READ.

       SCAN-XREF-PARA.
           MOVE ORX-CUST-ID TO WS-LOOKUP-CUST
           PERFORM FIND-VICTIM-PARA
           IF VICTIM-IS-FOUND
               MOVE "ORDXREF" TO WS-REG-FILE
               MOVE ORX-KEY TO WS-REG-KEY
               MOVE SPACES TO WS-REG-NOTE
               IF LIVE-MODE
                   MOVE WS-SURVIVOR-ID TO ORX-CUST-ID
                   REWRITE ORX-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-REG-NOTE
                   END-REWRITE
               END-IF
               ADD 1 TO WS-ORX-MOVED
               PERFORM WRITE-MOVE-LINE-PARA
           END-IF
           PERFORM READ-XREF-PARA.

      *    THE STATEMENT TEXT IS LEFT EXACTLY AS PRINTED - A REPRINT
      *    MUST MATCH WHAT THE CUSTOMER WAS SENT - AND ONLY THE KEY
      *    MOVES: THE NEW RECORD IS WRITTEN UNDER THE SURVIVOR FIRST,
      *    AND THE OLD ONE DELETED ONLY ONCE THAT HAS WORKED.
       REPOINT-STATEMENTS-PARA.
           MOVE "STMTHIST" TO WS-REG-FILE
           IF LIVE-MODE
               OPEN I-O STMT-HIST-FILE
           ELSE
               OPEN INPUT STMT-HIST-FILE
           END-IF
           IF WS-STMH-STATUS NOT = "00"
               PERFORM WRITE-FILE-ABSENT-PARA
           ELSE
               PERFORM WRITE-FILE-HEADER-PARA
               MOVE SPACES TO WS-STMG-CUST-ID
               MOVE 0 TO WS-STMG-RUN-DATE
               MOVE "N" TO WS-EOF-SCAN
               PERFORM READ-STATEMENT-PARA
               PERFORM SCAN-STATEMENT-PARA
                   UNTIL END-OF-SCAN
               CLOSE STMT-HIST-FILE
           END-IF.

       READ-STATEMENT-PARA.
           READ STMT-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
           END-READ.

       SCAN-STATEMENT-PARA.
           MOVE STMH-CUST-ID TO WS-LOOKUP-CUST
           PERFORM FIND-VICTIM-PARA
           IF VICTIM-IS-FOUND
               IF STMH-CUST-ID NOT = WS-STMG-CUST-ID
                       OR STMH-RUN-DATE NOT = WS-STMG-RUN-DATE
                   PERFORM START-STMT-GROUP-PARA
               END-IF
               IF NOT END-OF-SCAN
                   PERFORM MOVE-STMT-LINE-PARA
               END-IF
           END-IF
           PERFORM READ-STATEMENT-PARA.

      *    FIRST LINE OF A VICTIM'S STATEMENT FOR A RUN DATE: FIND THE
      *    SURVIVOR'S LAST LINE FOR THAT DATE, THEN PUT THE BROWSE BACK
      *    ON THE VICTIM'S LINE IT LEFT.
       START-STMT-GROUP-PARA.
           MOVE STMH-KEY TO WS-STMH-SAVE-KEY
           MOVE STMH-CUST-ID TO WS-STMG-CUST-ID
           MOVE STMH-RUN-DATE TO WS-STMG-RUN-DATE
           MOVE 0 TO WS-STMG-BASE
           MOVE WS-SURVIVOR-ID TO STMH-CUST-ID
           MOVE WS-STMG-RUN-DATE TO STMH-RUN-DATE
           MOVE 0 TO STMH-LINE-NO
           MOVE "N" TO WS-EOF-LOOKUP
           START STMT-HIST-FILE KEY IS NOT LESS THAN STMH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-LOOKUP
           END-START
           IF NOT END-OF-LOOKUP
               PERFORM READ-SURVIVOR-LINE-PARA
           END-IF
           PERFORM FIND-SURVIVOR-LINE-PARA
               UNTIL END-OF-LOOKUP
           MOVE WS-STMH-SAVE-KEY TO STMH-KEY
           START STMT-HIST-FILE KEY IS NOT LESS THAN STMH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SCAN
           END-START
           IF NOT END-OF-SCAN
               PERFORM READ-STATEMENT-PARA
           END-IF.

       READ-SURVIVOR-LINE-PARA.
           READ STMT-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-LOOKUP
           END-READ.

       FIND-SURVIVOR-LINE-PARA.
           IF STMH-CUST-ID = WS-SURVIVOR-ID
                   AND STMH-RUN-DATE = WS-STMG-RUN-DATE
               MOVE STMH-LINE-NO TO WS-STMG-BASE
               PERFORM READ-SURVIVOR-LINE-PARA
           ELSE
               MOVE "Y" TO WS-EOF-LOOKUP
           END-IF.

       MOVE-STMT-LINE-PARA.
           MOVE "STMTHIST" TO WS-REG-FILE
           MOVE STMH-KEY TO WS-REG-KEY
           MOVE SPACES TO WS-REG-NOTE
           MOVE "Y" TO WS-MOVE-OK
           COMPUTE WS-STMH-NEW-LINE = WS-STMG-BASE + STMH-LINE-NO
           IF WS-STMH-NEW-LINE > 9999
               MOVE "N" TO WS-MOVE-OK
               MOVE "NO LINE NUMBER FREE" TO WS-REG-NOTE
           END-IF
           IF MOVE-IS-OK AND LIVE-MODE
               MOVE STMH-KEY TO WS-STMH-SAVE-KEY
               MOVE STMH-RECORD TO WS-STMH-SAVE-RECORD
               MOVE WS-SURVIVOR-ID TO STMH-CUST-ID
               MOVE WS-STMH-NEW-LINE TO STMH-LINE-NO
               WRITE STMH-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-MOVE-OK
                       MOVE "NEW KEY ALREADY TAKEN" TO WS-REG-NOTE
               END-WRITE
               MOVE WS-STMH-SAVE-RECORD TO STMH-RECORD
               IF MOVE-IS-OK
                   DELETE STMT-HIST-FILE RECORD
                       INVALID KEY
                           MOVE "OLD LINE NOT DELETED" TO WS-REG-NOTE
                   END-DELETE
               END-IF
           END-IF
           IF MOVE-IS-OK
               ADD 1 TO WS-STMH-MOVED
           ELSE
               ADD 1 TO WS-STMH-NOT-MOVED
           END-IF
           PERFORM WRITE-MOVE-LINE-PARA
           IF MOVE-IS-OK
               MOVE SPACES TO MREG-RECORD
               STRING "         NOW LINE " WS-STMH-NEW-LINE
                      " OF " WS-SURVIVOR-ID "'S STATEMENT OF "
                      WS-STMG-RUN-DATE
                      DELIMITED BY SIZE INTO MREG-RECORD
               END-STRING
               WRITE MREG-RECORD
           END-IF.

       REPOINT-SALES-HIST-PARA.
           MOVE "SLSHIST" TO WS-REG-FILE
           IF LIVE-MODE
               OPEN I-O SALES-HIST-FILE
           ELSE
               OPEN INPUT SALES-HIST-FILE
           END-IF
           IF WS-SLH-STATUS NOT = "00"
               PERFORM WRITE-FILE-ABSENT-PARA
           ELSE
               PERFORM WRITE-FILE-HEADER-PARA
               MOVE "N" TO WS-EOF-SCAN
               PERFORM READ-SALES-HIST-PARA
               PERFORM SCAN-SALES-HIST-PARA
                   UNTIL END-OF-SCAN
               CLOSE SALES-HIST-FILE
           END-IF.

       READ-SALES-HIST-PARA.
           READ SALES-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SCAN
           END-READ.

       SCAN-SALES-HIST-PARA.
           MOVE SLH-CUST-ID TO WS-LOOKUP-CUST
           PERFORM FIND-VICTIM-PARA
           IF VICTIM-IS-FOUND
               MOVE "SLSHIST" TO WS-REG-FILE
               MOVE SLH-KEY TO WS-REG-KEY
               MOVE SPACES TO WS-REG-NOTE
               IF LIVE-MODE
                   PERFORM MOVE-SALES-HIST-PARA
               END-IF
               ADD 1 TO WS-SLH-MOVED
               PERFORM WRITE-MOVE-LINE-PARA
           END-IF
           IF NOT END-OF-SCAN
               PERFORM READ-SALES-HIST-PARA
           END-IF.

      *    THE SURVIVOR'S RECORD IS UPDATED BEFORE THE VICTIM'S IS
      *    DELETED, THEN THE BROWSE PICKS UP AFTER THE DELETED KEY.
      *    THE SURVIVOR KEEPS THE LATER OF THE TWO LAST-RUN NUMBERS.
       MOVE-SALES-HIST-PARA.
           MOVE SLH-KEY TO WS-SLH-SAVE-KEY
           MOVE SLH-SOLD-QTY TO WS-SLHV-SOLD-QTY
           MOVE SLH-RETURNED-QTY TO WS-SLHV-RETURNED-QTY
           MOVE SLH-NET-QTY TO WS-SLHV-NET-QTY
           MOVE SLH-GROSS-SALES TO WS-SLHV-GROSS-SALES
           MOVE SLH-RETURNS TO WS-SLHV-RETURNS
           MOVE SLH-NET-SALES TO WS-SLHV-NET-SALES
           MOVE SLH-NET-COST TO WS-SLHV-NET-COST
           MOVE SLH-ORDER-COUNT TO WS-SLHV-ORDER-COUNT
           MOVE SLH-LAST-RUN TO WS-SLHV-LAST-RUN
           MOVE "Y" TO WS-MOVE-OK
           MOVE WS-SURVIVOR-ID TO SLH-CUST-ID
           READ SALES-HIST-FILE
               INVALID KEY
                   PERFORM WRITE-SURVIVOR-SALES-PARA
               NOT INVALID KEY
                   PERFORM ADD-SURVIVOR-SALES-PARA
           END-READ
           IF MOVE-IS-OK
               MOVE WS-SLH-SAVE-KEY TO SLH-KEY
               DELETE SALES-HIST-FILE RECORD
                   INVALID KEY
                       MOVE "OLD RECORD NOT DELETED" TO WS-REG-NOTE
               END-DELETE
           END-IF
           MOVE WS-SLH-SAVE-KEY TO SLH-KEY
           START SALES-HIST-FILE KEY IS GREATER THAN SLH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SCAN
           END-START.

       WRITE-SURVIVOR-SALES-PARA.
           MOVE SPACES TO SLH-RECORD
           MOVE WS-SLH-SAVE-KEY TO SLH-KEY
           MOVE WS-SURVIVOR-ID TO SLH-CUST-ID
           MOVE WS-SLHV-SOLD-QTY TO SLH-SOLD-QTY
           MOVE WS-SLHV-RETURNED-QTY TO SLH-RETURNED-QTY
           MOVE WS-SLHV-NET-QTY TO SLH-NET-QTY
           MOVE WS-SLHV-GROSS-SALES TO SLH-GROSS-SALES
           MOVE WS-SLHV-RETURNS TO SLH-RETURNS
           MOVE WS-SLHV-NET-SALES TO SLH-NET-SALES
           MOVE WS-SLHV-NET-COST TO SLH-NET-COST
           MOVE WS-SLHV-ORDER-COUNT TO SLH-ORDER-COUNT
           MOVE WS-SLHV-LAST-RUN TO SLH-LAST-RUN
           WRITE SLH-RECORD
               INVALID KEY
                   MOVE "N" TO WS-MOVE-OK
                   MOVE "WRITE FAILED" TO WS-REG-NOTE
           END-WRITE.

       ADD-SURVIVOR-SALES-PARA.
           ADD WS-SLHV-SOLD-QTY TO SLH-SOLD-QTY
           ADD WS-SLHV-RETURNED-QTY TO SLH-RETURNED-QTY
           ADD WS-SLHV-NET-QTY TO SLH-NET-QTY
           ADD WS-SLHV-GROSS-SALES TO SLH-GROSS-SALES
           ADD WS-SLHV-RETURNS TO SLH-RETURNS
           ADD WS-SLHV-NET-SALES TO SLH-NET-SALES
           ADD WS-SLHV-NET-COST TO SLH-NET-COST
           ADD WS-SLHV-ORDER-COUNT TO SLH-ORDER-COUNT
           IF WS-SLHV-LAST-RUN > SLH-LAST-RUN
               MOVE WS-SLHV-LAST-RUN TO SLH-LAST-RUN
           END-IF
           MOVE "ADDED TO SURVIVOR" TO WS-REG-NOTE
           REWRITE SLH-RECORD
               INVALID KEY
                   MOVE "N" TO WS-MOVE-OK
                   MOVE "REWRITE FAILED" TO WS-REG-NOTE
           END-REWRITE.

      *    THE CUSTOMER RECORDS LAST, SO A MERGE STOPPED PART WAY CAN
      *    SIMPLY BE RUN AGAIN: THE VICTIM STAYS ON FILE UNTIL ALL ITS
      *    RECORDS HAVE MOVED. THE SURVIVOR TAKES THE LATER ACTIVITY
      *    DATE OF THE TWO, AND IS ACTIVE IF EITHER WAS. THE VICTIM IS
      *    KEPT, INACTIVE, RATHER THAN DELETED, SO ITS ID IS NOT
      *    REISSUED AND OLD PAPERWORK QUOTING IT CAN BE TRACED HERE.
       MERGE-CUSTOMER-PARA.
           MOVE "Y" TO WS-PAIR-OK
           MOVE MT-VICTIM-ID (MT-IDX) TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "N" TO WS-PAIR-OK
           END-READ
           IF PAIR-IS-OK
               MOVE CUST-STATUS TO WS-VICT-STATUS
               MOVE CUST-LAST-ACT-DATE TO WS-VICT-DATE
               MOVE CUST-NAME TO WS-VICT-NAME
               IF LIVE-MODE
                   SET CUST-INACTIVE TO TRUE
                   REWRITE CUST-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-PAIR-OK
                   END-REWRITE
               END-IF
           END-IF
           IF PAIR-IS-OK
               MOVE MT-SURVIVOR-ID (MT-IDX) TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-PAIR-OK
               END-READ
           END-IF
           IF NOT PAIR-IS-OK
               DISPLAY "CMNP026 WARNING: CUSTOMER RECORDS FOR PAIR "
                   MT-SURVIVOR-ID (MT-IDX) "/" MT-VICTIM-ID (MT-IDX)
                   " NOT UPDATED"
               MOVE SPACES TO MREG-RECORD
               STRING "*** CUSTOMER RECORDS NOT UPDATED  SURVIVOR="
                      MT-SURVIVOR-ID (MT-IDX)
                      " VICTIM=" MT-VICTIM-ID (MT-IDX)
                      DELIMITED BY SIZE INTO MREG-RECORD
               END-STRING
               WRITE MREG-RECORD
           ELSE
               MOVE CUST-STATUS TO WS-SURV-BEFORE-STATUS
               MOVE CUST-LAST-ACT-DATE TO WS-SURV-BEFORE-DATE
               IF WS-VICT-DATE NUMERIC
                   IF WS-VICT-DATE > CUST-LAST-ACT-DATE
                       MOVE WS-VICT-DATE TO CUST-LAST-ACT-DATE
                   END-IF
               END-IF
               IF WS-VICT-STATUS = "A"
                   SET CUST-ACTIVE TO TRUE
               END-IF
               IF LIVE-MODE
                   REWRITE CUST-RECORD
                       INVALID KEY
                           DISPLAY "CMNP026 WARNING: SURVIVOR "
                               CUST-ID " NOT REWRITTEN"
                   END-REWRITE
               END-IF
               ADD 1 TO WS-PAIRS-MERGED
               PERFORM WRITE-CUSTOMER-IMAGES-PARA
           END-IF.

       WRITE-CUSTOMER-IMAGES-PARA.
           MOVE SPACES TO MREG-RECORD
           WRITE MREG-RECORD
           MOVE MT-RECS-MOVED (MT-IDX) TO WS-CNT-DISP
           MOVE SPACES TO MREG-RECORD
           STRING "MERGED VICTIM=" MT-VICTIM-ID (MT-IDX)
                  " INTO SURVIVOR=" MT-SURVIVOR-ID (MT-IDX)
                  " RECORDS MOVED=" WS-CNT-DISP
                  DELIMITED BY SIZE INTO MREG-RECORD
           END-STRING
           WRITE MREG-RECORD
           MOVE SPACES TO MREG-RECORD
           STRING "  SURVIVOR BEFORE STATUS=" WS-SURV-BEFORE-STATUS
                  " LAST-ACT=" WS-SURV-BEFORE-DATE
                  " NAME=" CUST-NAME
                  DELIMITED BY SIZE INTO MREG-RECORD
           END-STRING
           WRITE MREG-RECORD
           MOVE SPACES TO MREG-RECORD
           STRING "  SURVIVOR AFTER  STATUS=" CUST-STATUS
                  " LAST-ACT=" CUST-LAST-ACT-DATE
                  DELIMITED BY SIZE INTO MREG-RECORD
           END-STRING
           WRITE MREG-RECORD
           MOVE SPACES TO MREG-RECORD
           STRING "  VICTIM   BEFORE STATUS=" WS-VICT-STATUS
                  " LAST-ACT=" WS-VICT-DATE
                  " NAME=" WS-VICT-NAME
                  DELIMITED BY SIZE INTO MREG-RECORD
           END-STRING
           WRITE MREG-RECORD
      *    A TRIAL RETIRES NOTHING, SO ITS REGISTER SAYS WHAT THE
      *    VICTIM WOULD BECOME RATHER THAN WHAT IT IS.
           MOVE SPACES TO MREG-RECORD
           IF LIVE-MODE
               STRING "  VICTIM   AFTER  STATUS=I"
                      " LAST-ACT=" WS-VICT-DATE
                      " (RETIRED)"
                      DELIMITED BY SIZE INTO MREG-RECORD
               END-STRING
           ELSE
               STRING "  VICTIM   WOULD BE STATUS=I"
                      " LAST-ACT=" WS-VICT-DATE
                      " (NOT RETIRED - TRIAL)"
                      DELIMITED BY SIZE INTO MREG-RECORD
               END-STRING
           END-IF
           WRITE MREG-RECORD.

       WRITE-FILE-HEADER-PARA.
           MOVE SPACES TO MREG-RECORD
           WRITE MREG-RECORD
           MOVE SPACES TO MREG-RECORD
           STRING WS-REG-FILE " - RECORDS RE-POINTED"
                  DELIMITED BY SIZE INTO MREG-RECORD
           END-STRING
           WRITE MREG-RECORD.

       WRITE-FILE-ABSENT-PARA.
           MOVE SPACES TO MREG-RECORD
           WRITE MREG-RECORD
           MOVE SPACES TO MREG-RECORD
           STRING WS-REG-FILE " - NOT ON FILE, NOTHING TO RE-POINT"
                  DELIMITED BY SIZE INTO MREG-RECORD
           END-STRING
           WRITE MREG-RECORD.

      *    ONE LINE PER RECORD: FILE, KEY, CUSTOMER BEFORE AND AFTER.
       WRITE-MOVE-LINE-PARA.
           MOVE SPACES TO MREG-RECORD
           STRING "  " WS-REG-FILE
                  " KEY=" WS-REG-KEY
                  " " WS-LOOKUP-CUST " -> " WS-SURVIVOR-ID
                  " " WS-REG-NOTE
                  DELIMITED BY SIZE INTO MREG-RECORD
           END-STRING
           WRITE MREG-RECORD.

       WRITE-TOTAL-LINE-PARA.
           MOVE WS-FILE-MOVED TO WS-CNT-DISP
           MOVE SPACES TO MREG-RECORD
           STRING WS-REG-FILE " RECORDS RE-POINTED =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO MREG-RECORD
           END-STRING
           WRITE MREG-RECORD.

       FINALIZE-PARA.
           MOVE SPACES TO MREG-RECORD
           WRITE MREG-RECORD
           MOVE WS-PAIRS-READ TO WS-CNT-DISP
           MOVE SPACES TO MREG-RECORD
           STRING "PAIRS READ              =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO MREG-RECORD
           END-STRING
           WRITE MREG-RECORD
           MOVE WS-PAIRS-MERGED TO WS-CNT-DISP
           MOVE SPACES TO MREG-RECORD
           STRING "PAIRS MERGED            =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO MREG-RECORD
           END-STRING
           WRITE MREG-RECORD
           MOVE WS-PAIRS-REJECTED TO WS-CNT-DISP
           MOVE SPACES TO MREG-RECORD
           STRING "PAIRS REJECTED          =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO MREG-RECORD
           END-STRING
           WRITE MREG-RECORD
           MOVE "ACCTMAST" TO WS-REG-FILE
           MOVE WS-ACCT-MOVED TO WS-FILE-MOVED
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE "ORDERDET" TO WS-REG-FILE
           MOVE WS-ORD-MOVED TO WS-FILE-MOVED
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE "ORDHIST" TO WS-REG-FILE
           MOVE WS-HIST-MOVED TO WS-FILE-MOVED
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE "BACKORD" TO WS-REG-FILE
           MOVE WS-BKO-MOVED TO WS-FILE-MOVED
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE "DUNCTL" TO WS-REG-FILE
           MOVE WS-DUN-MOVED TO WS-FILE-MOVED
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE "PAYMTS" TO WS-REG-FILE
           MOVE WS-PAY-MOVED TO WS-FILE-MOVED
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE "ORDXREF" TO WS-REG-FILE
           MOVE WS-ORX-MOVED TO WS-FILE-MOVED
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE "STMTHIST" TO WS-REG-FILE
           MOVE WS-STMH-MOVED TO WS-FILE-MOVED
           PERFORM WRITE-TOTAL-LINE-PARA
           MOVE "SLSHIST" TO WS-REG-FILE
           MOVE WS-SLH-MOVED TO WS-FILE-MOVED
           PERFORM WRITE-TOTAL-LINE-PARA
           IF WS-STMH-NOT-MOVED > 0
               MOVE WS-STMH-NOT-MOVED TO WS-CNT-DISP
               MOVE SPACES TO MREG-RECORD
               STRING "*** STATEMENT LINES NOT MOVED=" WS-CNT-DISP
                      " - RERUN AFTER CLEARING"
                      DELIMITED BY SIZE INTO MREG-RECORD
               END-STRING
               WRITE MREG-RECORD
           END-IF
           IF TRIAL-MODE
               MOVE "*** SIMULATION - TRIAL RUN, NO FILES UPDATED ***"
                   TO MREG-RECORD
               WRITE MREG-RECORD
           END-IF
           CLOSE MERGE-PAIR-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE MERGE-REGISTER
           ACCEPT WS-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-PARA
           IF TRIAL-MODE
               DISPLAY "CMNP026 RUN " WS-RUN-NUMBER
                   " COMPLETE (TRIAL - NO UPDATES)"
           ELSE
               DISPLAY "CMNP026 RUN " WS-RUN-NUMBER " COMPLETE"
           END-IF
           DISPLAY "PAIRS READ     : " WS-PAIRS-READ
           DISPLAY "PAIRS MERGED   : " WS-PAIRS-MERGED
           DISPLAY "PAIRS REJECTED : " WS-PAIRS-REJECTED.

      *    PAIR CARDS READ = MERGED (OR, IN A TRIAL, MERGEABLE) PLUS
      *    REJECTED. NO MONEY MOVES IN A MERGE.
       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP026 " TO AUD-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-START-TIME TO AUD-START-TIME
           MOVE WS-END-TIME TO AUD-END-TIME
           MOVE WS-PAIRS-READ TO AUD-RECS-IN
           MOVE WS-PAIRS-MERGED TO AUD-RECS-OUT
           MOVE 0 TO AUD-TOTAL-AMT
           MOVE WS-PAIRS-REJECTED TO AUD-RECS-EXCP
           SET AUD-OK TO TRUE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.

       WRITE-FAIL-AUDIT-PARA.
           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP026 " TO AUD-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-START-TIME TO AUD-START-TIME
           MOVE WS-END-TIME TO AUD-END-TIME
           MOVE 0 TO AUD-RECS-IN
           MOVE 0 TO AUD-RECS-OUT
           MOVE 0 TO AUD-TOTAL-AMT
           MOVE 0 TO AUD-RECS-EXCP
           SET AUD-FAILED TO TRUE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.
