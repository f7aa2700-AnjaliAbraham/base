       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMNP024.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FEED ASSIGN TO "ORDFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               ALTERNATE RECORD KEY IS ACCT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-STATUS.

           SELECT ORDERDET-FILE ASSIGN TO "ORDERDET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORD-ID
               ALTERNATE RECORD KEY IS ORD-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ORD-STATUS.

           SELECT ORDER-HIST-FILE ASSIGN TO "ORDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORDH-ORD-ID
               ALTERNATE RECORD KEY IS ORDH-REF-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ORDER-XREF-FILE ASSIGN TO "ORDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORX-KEY
               FILE STATUS IS WS-ORX-STATUS.

           SELECT ORD-CTL-FILE ASSIGN TO "ORDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDCTL-STATUS.

           SELECT ORDER-REJECT-FILE ASSIGN TO "ORDREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORJ-STATUS.

           SELECT INTAKE-RPT ASSIGN TO "INTKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRPT-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FEED
           RECORD CONTAINS 80 CHARACTERS.
       COPY ORDINREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  PRODUCT-FILE.
       COPY PRODUCT.

       FD  ORDERDET-FILE.
       COPY ORDERDET.

       FD  ORDER-HIST-FILE.
       COPY ORDHREC.

       FD  ORDER-XREF-FILE.
       COPY ORDXREC.

      *    LAST ORD-ID ISSUED BY THE INTAKE STEP. KEPT THE WAY RUNCTL
      *    KEEPS THE RUN NUMBER: READ, BUMPED IN STORAGE, AND
      *    WRITTEN BACK WHOLE AT THE END OF THE STEP.
       FD  ORD-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ORD-CTL-RECORD.
           05  ORDCTL-LAST-DATE       PIC 9(8).
           05  ORDCTL-LAST-ORD-ID     PIC 9(6).
           05  FILLER                 PIC X(66).

       FD  ORDER-REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ORDJREC.

       FD  INTAKE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  IRPT-RECORD                PIC X(80).

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       FD  AUDIT-LOG.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-FEED-STATUS         PIC XX.
       01  WS-CUST-STATUS         PIC XX.
       01  WS-ACCT-STATUS         PIC XX.
       01  WS-PROD-STATUS         PIC XX.
       01  WS-ORD-STATUS          PIC XX.
       01  WS-HIST-STATUS         PIC XX.
       01  WS-ORX-STATUS          PIC XX.
       01  WS-ORDCTL-STATUS       PIC XX.
       01  WS-ORJ-STATUS          PIC XX.
       01  WS-IRPT-STATUS         PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-NUMBER          PIC 9(6).
       01  WS-START-TIME          PIC 9(8).
       01  WS-END-TIME            PIC 9(8).

       01  WS-EOF-FEED            PIC X VALUE "N".
           88  END-OF-FEED        VALUE "Y".

      *    NO FEED TONIGHT IS NOT AN ERROR - THE WEB SHOP AND THE
      *    EDI PARTNERS DO NOT SEND EVERY DAY - SO THE STEP RECORDS
      *    AN EMPTY RUN AND THE CHAIN CARRIES ON.
       01  WS-FEED-AVAILABLE      PIC X VALUE "Y".
           88  FEED-IS-AVAILABLE  VALUE "Y".

      *    ORDHIST EXISTS ONLY ONCE THE ARCHIVE JOB (CMNP009) HAS
      *    RUN; UNTIL THEN THERE ARE NO ARCHIVED ORD-IDS TO AVOID.
       01  WS-HIST-AVAILABLE      PIC X VALUE "Y".
           88  HIST-IS-AVAILABLE  VALUE "Y".

       01  WS-LINE-OK             PIC X VALUE "Y".
           88  LINE-IS-OK         VALUE "Y".

       01  WS-ID-FREE             PIC X VALUE "N".
           88  ORDER-ID-IS-FREE   VALUE "Y".

       01  WS-IDS-EXHAUSTED       PIC X VALUE "N".
           88  ORDER-IDS-EXHAUSTED
                                  VALUE "Y".

       01  WS-LAST-ORD-ID         PIC 9(6) VALUE 0.
       01  WS-FIRST-ORD-ID        PIC 9(6) VALUE 0.
       01  WS-NEW-ORD-ID          PIC 9(6) VALUE 0.

      *    THE ORDER DATE THE LINE WILL CARRY, TAKEN APART FOR THE
      *    CALENDAR CHECK.
       01  WS-ORDER-DATE          PIC 9(8) VALUE 0.
       01  WS-ORDER-DATE-R REDEFINES WS-ORDER-DATE.
           05  WS-ORDER-YEAR      PIC 9(4).
           05  WS-ORDER-MONTH     PIC 9(2).
           05  WS-ORDER-DAY       PIC 9(2).

       01  WS-REJ-CODE            PIC X(2).
       01  WS-REJ-TEXT            PIC X(30).
       01  WS-REJ-ORIG-ID         PIC 9(6) VALUE 0.

       01  WS-LINES-READ          PIC 9(9) VALUE 0.
       01  WS-LINES-LOADED        PIC 9(9) VALUE 0.
       01  WS-LINES-REJECTED      PIC 9(9) VALUE 0.
       01  WS-DUPS-REJECTED       PIC 9(9) VALUE 0.
       01  WS-IDS-SKIPPED         PIC 9(9) VALUE 0.

       01  WS-CNT-DISP            PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM PROCESS-LINE-PARA
               UNTIL END-OF-FEED
           PERFORM FINALIZE-PARA
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
           PERFORM OBTAIN-ORDER-ID-PARA
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CMNP024 FATAL: CUSTOMER-MASTER OPEN FAILED, "
                   "STATUS=" WS-CUST-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "CMNP024 FATAL: ACCOUNT-MASTER OPEN FAILED, "
                   "STATUS=" WS-ACCT-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "CMNP024 FATAL: PRODUCT-FILE OPEN FAILED, "
                   "STATUS=" WS-PROD-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ORDERDET-FILE
           IF WS-ORD-STATUS NOT = "00"
               DISPLAY "CMNP024 FATAL: ORDERDET-FILE OPEN FAILED, "
                   "STATUS=" WS-ORD-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ORDER-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "N" TO WS-HIST-AVAILABLE
           END-IF
      *    THE CROSS-REFERENCE IS CREATED ON FIRST USE. THIS STEP
      *    READS THE FILE AS WELL AS WRITING IT, SO AN OUTPUT
      *    FALLBACK IS CLOSED AND THE FILE REOPENED I-O.
           OPEN I-O ORDER-XREF-FILE
           IF WS-ORX-STATUS NOT = "00"
               OPEN OUTPUT ORDER-XREF-FILE
               CLOSE ORDER-XREF-FILE
               OPEN I-O ORDER-XREF-FILE
               IF WS-ORX-STATUS NOT = "00"
                   DISPLAY "CMNP024 FATAL: ORDER-XREF-FILE OPEN "
                       "FAILED, STATUS=" WS-ORX-STATUS
                   PERFORM WRITE-FAIL-AUDIT-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT ORDER-REJECT-FILE
           OPEN OUTPUT INTAKE-RPT
           MOVE SPACES TO IRPT-RECORD
           STRING "ORDER INTAKE REGISTER - DATE=" WS-RUN-DATE
                  " RUN=" WS-RUN-NUMBER
                  DELIMITED BY SIZE INTO IRPT-RECORD
           END-STRING
           WRITE IRPT-RECORD
           MOVE SPACES TO IRPT-RECORD
           WRITE IRPT-RECORD
           OPEN INPUT ORDER-FEED
           IF WS-FEED-STATUS NOT = "00"
               MOVE "N" TO WS-FEED-AVAILABLE
               MOVE "Y" TO WS-EOF-FEED
               DISPLAY "CMNP024 WARNING: NO ORDER FEED TONIGHT, "
                   "STATUS=" WS-FEED-STATUS
               MOVE "NO ORDER FEED RECEIVED FOR THIS RUN"
                   TO IRPT-RECORD
               WRITE IRPT-RECORD
           ELSE
               PERFORM READ-FEED-PARA
           END-IF.

       OBTAIN-RUN-NUMBER-PARA.
      *    THE INTAKE STEP RUNS AHEAD OF CMNP001, WHICH ALLOCATES AND
      *    BUMPS THE RUN NUMBER, SO IT TAKES THE NUMBER CMNP001 IS
      *    ABOUT TO ISSUE WITHOUT WRITING IT BACK. WHEN CMNP001 GOES
      *    ON TO RUN, THE AUDIT RECORD CARRIES THE SAME RUN AS THE
      *    REST OF TONIGHT'S CHAIN. IF THIS STEP FAILS THE CHAIN STOPS
      *    BEFORE CMNP001, RUNCTL IS NOT BUMPED, AND THE RECORD SITS
      *    ONE RUN AHEAD OF IT - THE BALANCER (CMNP015) LOOKS THERE
      *    FOR A FAILED INTAKE.
           MOVE 0 TO WS-RUN-NUMBER
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CTL-FILE
                   AT END
                       MOVE 0 TO RUNCTL-LAST-NUMBER
               END-READ
               MOVE RUNCTL-LAST-NUMBER TO WS-RUN-NUMBER
               CLOSE RUN-CTL-FILE
           END-IF
           ADD 1 TO WS-RUN-NUMBER.

       OBTAIN-ORDER-ID-PARA.
      *    AN ABSENT OR EMPTY CONTROL FILE STARTS THE NUMBERING AT
      *    ONE; A NON-NUMERIC ONE IS TREATED THE SAME RATHER THAN
      *    ISSUING GARBAGE NUMBERS. NUMBERS ALREADY TAKEN BY ORDERS
      *    KEYED BEFORE THE INTAKE STEP EXISTED ARE STEPPED OVER AS
      *    THEY ARE MET (SEE TRY-ORDER-ID-PARA).
           MOVE 0 TO WS-LAST-ORD-ID
           OPEN INPUT ORD-CTL-FILE
           IF WS-ORDCTL-STATUS = "00"
               READ ORD-CTL-FILE
                   AT END
                       MOVE 0 TO ORDCTL-LAST-ORD-ID
               END-READ
               IF ORDCTL-LAST-ORD-ID NUMERIC
                   MOVE ORDCTL-LAST-ORD-ID TO WS-LAST-ORD-ID
               END-IF
               CLOSE ORD-CTL-FILE
           END-IF.

       READ-FEED-PARA.
           READ ORDER-FEED
               AT END
                   MOVE "Y" TO WS-EOF-FEED
           END-READ.

       PROCESS-LINE-PARA.
           ADD 1 TO WS-LINES-READ
           MOVE "Y" TO WS-LINE-OK
           MOVE 0 TO WS-REJ-ORIG-ID
           PERFORM EDIT-LINE-PARA
           IF LINE-IS-OK
               PERFORM ASSIGN-ORDER-ID-PARA
           END-IF
           IF LINE-IS-OK
               PERFORM LOAD-ORDER-PARA
           END-IF
           IF NOT LINE-IS-OK
               PERFORM WRITE-REJECT-PARA
           END-IF
           PERFORM READ-FEED-PARA.

      *    THE EDITS RUN IN A FIXED ORDER AND THE FIRST FAILURE IS
      *    THE REASON RETURNED; A LINE CARRIES ONE REASON CODE.
       EDIT-LINE-PARA.
           IF OIN-SENDER-ID = SPACES OR OIN-SENDER-REF = SPACES
                   OR OIN-LINE-NO NOT NUMERIC
               MOVE "FM" TO WS-REJ-CODE
               MOVE "SENDER OR ORDER REF MISSING" TO WS-REJ-TEXT
               MOVE "N" TO WS-LINE-OK
           END-IF
           IF LINE-IS-OK
               PERFORM CHECK-DUPLICATE-PARA
           END-IF
           IF LINE-IS-OK
               PERFORM CHECK-CUSTOMER-PARA
           END-IF
           IF LINE-IS-OK
               PERFORM CHECK-PRODUCT-PARA
           END-IF
           IF LINE-IS-OK
               IF OIN-QTY NOT NUMERIC
                   MOVE "QT" TO WS-REJ-CODE
                   MOVE "QUANTITY NOT NUMERIC" TO WS-REJ-TEXT
                   MOVE "N" TO WS-LINE-OK
               ELSE
                   IF OIN-QTY = 0
                       MOVE "QT" TO WS-REJ-CODE
                       MOVE "QUANTITY IS ZERO" TO WS-REJ-TEXT
                       MOVE "N" TO WS-LINE-OK
                   END-IF
               END-IF
           END-IF
           IF LINE-IS-OK
               PERFORM CHECK-ORDER-DATE-PARA
           END-IF
           IF LINE-IS-OK
               PERFORM CHECK-ACCOUNT-PARA
           END-IF.

      *    A RESUBMISSION IS RECOGNISED BY THE SENDER'S OWN KEY, NOT
      *    BY ITS CONTENT: THE SAME CUSTOMER MAY WELL ORDER THE SAME
      *    PRODUCT TWICE IN A DAY ON TWO GENUINE ORDERS. ONLY LINES
      *    ACTUALLY LOADED ARE ON THE CROSS-REFERENCE, SO A CORRECTED
      *    LINE RESENT AFTER A REJECT GOES THROUGH.
       CHECK-DUPLICATE-PARA.
           MOVE OIN-SENDER-ID TO ORX-SENDER-ID
           MOVE OIN-SENDER-REF TO ORX-SENDER-REF
           MOVE OIN-LINE-NO TO ORX-LINE-NO
           READ ORDER-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DU" TO WS-REJ-CODE
                   MOVE "ALREADY LOADED - RESUBMITTED"
                       TO WS-REJ-TEXT
                   MOVE ORX-ORD-ID TO WS-REJ-ORIG-ID
                   MOVE "N" TO WS-LINE-OK
                   ADD 1 TO WS-DUPS-REJECTED
           END-READ.

       CHECK-CUSTOMER-PARA.
           MOVE OIN-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CU" TO WS-REJ-CODE
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REJ-TEXT
                   MOVE "N" TO WS-LINE-OK
           END-READ
           IF LINE-IS-OK AND NOT CUST-ACTIVE
               MOVE "CI" TO WS-REJ-CODE
               MOVE "CUSTOMER NOT ACTIVE" TO WS-REJ-TEXT
               MOVE "N" TO WS-LINE-OK
           END-IF.

       CHECK-PRODUCT-PARA.
           IF OIN-PROD-ID NOT NUMERIC
               MOVE "PR" TO WS-REJ-CODE
               MOVE "PRODUCT NOT NUMERIC" TO WS-REJ-TEXT
               MOVE "N" TO WS-LINE-OK
           ELSE
               MOVE OIN-PROD-ID TO PROD-ID
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE "PR" TO WS-REJ-CODE
                       MOVE "PRODUCT NOT ON FILE" TO WS-REJ-TEXT
                       MOVE "N" TO WS-LINE-OK
               END-READ
           END-IF.

      *    ZERO MEANS THE LINE IS DATED TODAY. ANYTHING ELSE MUST BE
      *    A PLAUSIBLE CALENDAR DATE NOT AFTER THE RUN DATE; A LINE
      *    DATED INTO A CLOSED PERIOD IS LEFT FOR THE PRICING STEP'S
      *    PERIOD LOCK (CMNP003) TO REJECT OR ROLL FORWARD.
       CHECK-ORDER-DATE-PARA.
           IF OIN-ORDER-DATE NOT NUMERIC
               MOVE "DT" TO WS-REJ-CODE
               MOVE "ORDER DATE NOT NUMERIC" TO WS-REJ-TEXT
               MOVE "N" TO WS-LINE-OK
           ELSE
               IF OIN-ORDER-DATE = 0
                   MOVE WS-RUN-DATE TO WS-ORDER-DATE
               ELSE
                   MOVE OIN-ORDER-DATE TO WS-ORDER-DATE
               END-IF
               IF WS-ORDER-MONTH < 1 OR WS-ORDER-MONTH > 12
                       OR WS-ORDER-DAY < 1 OR WS-ORDER-DAY > 31
                   MOVE "DT" TO WS-REJ-CODE
                   MOVE "ORDER DATE NOT A VALID DATE" TO WS-REJ-TEXT
                   MOVE "N" TO WS-LINE-OK
               ELSE
                   IF WS-ORDER-DATE > WS-RUN-DATE
                       MOVE "DT" TO WS-REJ-CODE
                       MOVE "ORDER DATE IN THE FUTURE"
                           TO WS-REJ-TEXT
                       MOVE "N" TO WS-LINE-OK
                   END-IF
               END-IF
           END-IF.

      *    AN ACCOUNT NAMED ON THE LINE MUST BE ONE OF THE CUSTOMER'S
      *    OWN - OTHERWISE THE POSTING STEP WOULD DRAW ON SOMEBODY
      *    ELSE'S BALANCE. BLANK IS LEFT FOR CMNP005 TO CHOOSE.
       CHECK-ACCOUNT-PARA.
           IF OIN-ACCT-NO NOT = SPACES
                   AND OIN-ACCT-NO NOT = LOW-VALUES
               MOVE OIN-ACCT-NO TO ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "AC" TO WS-REJ-CODE
                       MOVE "ACCOUNT NOT ON FILE" TO WS-REJ-TEXT
                       MOVE "N" TO WS-LINE-OK
               END-READ
               IF LINE-IS-OK AND ACCT-CUST-ID NOT = OIN-CUST-ID
                   MOVE "AO" TO WS-REJ-CODE
                   MOVE "ACCOUNT NOT THE CUSTOMER'S"
                       TO WS-REJ-TEXT
                   MOVE "N" TO WS-LINE-OK
               END-IF
           END-IF.

       ASSIGN-ORDER-ID-PARA.
           MOVE "N" TO WS-ID-FREE
           PERFORM TRY-ORDER-ID-PARA
               UNTIL ORDER-ID-IS-FREE OR ORDER-IDS-EXHAUSTED
           IF ORDER-IDS-EXHAUSTED
               MOVE "NX" TO WS-REJ-CODE
               MOVE "NO ORDER NUMBER AVAILABLE" TO WS-REJ-TEXT
               MOVE "N" TO WS-LINE-OK
           END-IF.

      *    THE NEXT NUMBER IS TAKEN ONLY IF NO ORDER - LIVE ON
      *    ORDERDET OR ARCHIVED ON ORDHIST - ALREADY HOLDS IT, SINCE
      *    RETURNS AND THE ARCHIVE INQUIRY FIND SALES BY ORD-ID.
       TRY-ORDER-ID-PARA.
           IF WS-LAST-ORD-ID = 999999
               MOVE "Y" TO WS-IDS-EXHAUSTED
           ELSE
               ADD 1 TO WS-LAST-ORD-ID
               MOVE WS-LAST-ORD-ID TO ORD-ID
               MOVE "Y" TO WS-ID-FREE
               READ ORDERDET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-ID-FREE
               END-READ
               IF ORDER-ID-IS-FREE AND HIST-IS-AVAILABLE
                   MOVE WS-LAST-ORD-ID TO ORDH-ORD-ID
                   READ ORDER-HIST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "N" TO WS-ID-FREE
                   END-READ
               END-IF
               IF NOT ORDER-ID-IS-FREE
                   ADD 1 TO WS-IDS-SKIPPED
               END-IF
           END-IF.

      *    THE LINE GOES ON AS A NEW, UNPRICED SALE - NO POST OR STOCK
      *    STATUS, NO AMOUNTS - EXACTLY AS A HAND-KEYED ORDER DID, SO
      *    THE PRICING STEP (CMNP003) TAKES IT UP TONIGHT.
       LOAD-ORDER-PARA.
           MOVE WS-LAST-ORD-ID TO WS-NEW-ORD-ID
           MOVE SPACES TO ORDER-RECORD
           MOVE WS-NEW-ORD-ID TO ORD-ID
           MOVE OIN-CUST-ID TO ORD-CUST-ID
           MOVE WS-ORDER-DATE TO ORD-ORDER-DATE
           MOVE OIN-PROD-ID TO ORD-PROD-ID
           MOVE OIN-QTY TO ORD-QTY
           MOVE 0 TO ORD-TOTAL
           SET ORD-TXN-SALE TO TRUE
           MOVE 0 TO ORD-REF-ID
           MOVE 0 TO ORD-RETURNED-QTY
           MOVE 0 TO ORD-LAST-RETURN-ID
           MOVE 0 TO ORD-PRICE-RUN
           MOVE 0 TO ORD-BACKORDER-DATE
           MOVE 0 TO ORD-UNIT-COST
           MOVE OIN-ACCT-NO TO ORD-ACCT-NO
           MOVE 0 TO ORD-TAX-AMT
           MOVE 0 TO ORD-TAX-RATE
           WRITE ORDER-RECORD
               INVALID KEY
                   DISPLAY "CMNP024 WARNING: ORDER " ORD-ID
                       " ALREADY ON FILE - NOT LOADED"
                   MOVE "NX" TO WS-REJ-CODE
                   MOVE "NO ORDER NUMBER AVAILABLE" TO WS-REJ-TEXT
                   MOVE "N" TO WS-LINE-OK
           END-WRITE
           IF LINE-IS-OK
               IF WS-FIRST-ORD-ID = 0
                   MOVE WS-NEW-ORD-ID TO WS-FIRST-ORD-ID
               END-IF
               MOVE OIN-SENDER-ID TO ORX-SENDER-ID
               MOVE OIN-SENDER-REF TO ORX-SENDER-REF
               MOVE OIN-LINE-NO TO ORX-LINE-NO
               MOVE WS-NEW-ORD-ID TO ORX-ORD-ID
               MOVE OIN-CUST-ID TO ORX-CUST-ID
               MOVE WS-RUN-DATE TO ORX-LOAD-DATE
               MOVE WS-RUN-NUMBER TO ORX-LOAD-RUN
               WRITE ORX-RECORD
                   INVALID KEY
                       DISPLAY "CMNP024 WARNING: XREF " ORX-KEY
                           " ALREADY ON FILE"
               END-WRITE
               ADD 1 TO WS-LINES-LOADED
               MOVE SPACES TO IRPT-RECORD
               STRING "ORD=" WS-NEW-ORD-ID
                      " SNDR=" OIN-SENDER-ID
                      " REF=" OIN-SENDER-REF "/" OIN-LINE-NO
                      " CUST=" OIN-CUST-ID
                      " PROD=" OIN-PROD-ID
                      " QTY=" OIN-QTY
                      DELIMITED BY SIZE INTO IRPT-RECORD
               END-STRING
               WRITE IRPT-RECORD
           END-IF.

       WRITE-REJECT-PARA.
           MOVE SPACES TO ORJ-RECORD
           MOVE OIN-SENDER-ID TO ORJ-SENDER-ID
           MOVE OIN-SENDER-REF TO ORJ-SENDER-REF
           MOVE OIN-LINE-NO TO ORJ-LINE-NO
           MOVE OIN-CUST-ID TO ORJ-CUST-ID
           MOVE OIN-PROD-ID TO ORJ-PROD-ID
           MOVE OIN-QTY TO ORJ-QTY
           MOVE WS-REJ-CODE TO ORJ-REASON-CODE
           MOVE WS-REJ-TEXT TO ORJ-REASON-TEXT
           MOVE WS-REJ-ORIG-ID TO ORJ-ORIG-ORD-ID
           WRITE ORJ-RECORD
           ADD 1 TO WS-LINES-REJECTED
           MOVE SPACES TO IRPT-RECORD
           STRING "REJECT SNDR=" OIN-SENDER-ID
                  " REF=" OIN-SENDER-REF "/" OIN-LINE-NO
                  " RSN=" WS-REJ-CODE " " WS-REJ-TEXT
                  DELIMITED BY SIZE INTO IRPT-RECORD
           END-STRING
           WRITE IRPT-RECORD.

       FINALIZE-PARA.
           MOVE SPACES TO IRPT-RECORD
           WRITE IRPT-RECORD
           MOVE WS-LINES-READ TO WS-CNT-DISP
           MOVE SPACES TO IRPT-RECORD
           STRING "FEED LINES READ   =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO IRPT-RECORD
           END-STRING
           WRITE IRPT-RECORD
           MOVE WS-LINES-LOADED TO WS-CNT-DISP
           MOVE SPACES TO IRPT-RECORD
           STRING "ORDERS LOADED     =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO IRPT-RECORD
           END-STRING
           WRITE IRPT-RECORD
           MOVE WS-LINES-REJECTED TO WS-CNT-DISP
           MOVE SPACES TO IRPT-RECORD
           STRING "LINES REJECTED    =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO IRPT-RECORD
           END-STRING
           WRITE IRPT-RECORD
           MOVE WS-DUPS-REJECTED TO WS-CNT-DISP
           MOVE SPACES TO IRPT-RECORD
           STRING "  OF WHICH RESENT =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO IRPT-RECORD
           END-STRING
           WRITE IRPT-RECORD
           IF WS-LINES-LOADED > 0
               MOVE SPACES TO IRPT-RECORD
               STRING "ORD-IDS ISSUED " WS-FIRST-ORD-ID
                      " THRU " WS-NEW-ORD-ID
                      DELIMITED BY SIZE INTO IRPT-RECORD
               END-STRING
               WRITE IRPT-RECORD
           END-IF
           IF WS-IDS-SKIPPED > 0
               MOVE WS-IDS-SKIPPED TO WS-CNT-DISP
               MOVE SPACES TO IRPT-RECORD
               STRING "ORD-IDS SKIPPED AS ALREADY IN USE=" WS-CNT-DISP
                      DELIMITED BY SIZE INTO IRPT-RECORD
               END-STRING
               WRITE IRPT-RECORD
           END-IF
           IF ORDER-IDS-EXHAUSTED
               MOVE "*** ORDER NUMBERS EXHAUSTED - RESET ORDCTL"
                   TO IRPT-RECORD
               WRITE IRPT-RECORD
               DISPLAY "CMNP024 WARNING: ORDER NUMBERS EXHAUSTED"
           END-IF
           IF FEED-IS-AVAILABLE
               CLOSE ORDER-FEED
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE PRODUCT-FILE
           CLOSE ORDERDET-FILE
           IF HIST-IS-AVAILABLE
               CLOSE ORDER-HIST-FILE
           END-IF
           CLOSE ORDER-XREF-FILE
           CLOSE ORDER-REJECT-FILE
           CLOSE INTAKE-RPT
           PERFORM WRITE-ORD-CTL-PARA
           ACCEPT WS-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "CMNP024 RUN " WS-RUN-NUMBER " COMPLETE"
           DISPLAY "LINES READ    : " WS-LINES-READ
           DISPLAY "ORDERS LOADED : " WS-LINES-LOADED
           DISPLAY "REJECTED      : " WS-LINES-REJECTED
           DISPLAY "RESUBMITTED   : " WS-DUPS-REJECTED.

       WRITE-ORD-CTL-PARA.
           MOVE SPACES TO ORD-CTL-RECORD
           MOVE WS-RUN-DATE TO ORDCTL-LAST-DATE
           MOVE WS-LAST-ORD-ID TO ORDCTL-LAST-ORD-ID
           OPEN OUTPUT ORD-CTL-FILE
           WRITE ORD-CTL-RECORD
           CLOSE ORD-CTL-FILE.

      *    ORDERS ARE NOT PRICED UNTIL CMNP003, SO THE STEP CARRIES
      *    NO AMOUNT; ITS FIGURES MUST CLOSE AS LINES READ = LOADED
      *    PLUS REJECTED, WHICH THE CHAIN BALANCER (CMNP015) CHECKS.
       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP024 " TO AUD-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-START-TIME TO AUD-START-TIME
           MOVE WS-END-TIME TO AUD-END-TIME
           MOVE WS-LINES-READ TO AUD-RECS-IN
           MOVE WS-LINES-LOADED TO AUD-RECS-OUT
           MOVE 0 TO AUD-TOTAL-AMT
           MOVE WS-LINES-REJECTED TO AUD-RECS-EXCP
           SET AUD-OK TO TRUE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.

       WRITE-FAIL-AUDIT-PARA.
      *    A STEP THAT CANNOT RUN STILL LEAVES ITS MARK: AN "E"
      *    AUDIT RECORD FOR THE RUN, SO THE END-OF-CHAIN BALANCER
      *    (CMNP015) FLAGS THE FAILURE THE NEXT MORNING.
           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP024 " TO AUD-PROGRAM-ID
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
