       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMNP027.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT SALES-HIST-FILE ASSIGN TO "SLSHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLH-KEY
               FILE STATUS IS WS-SLH-STATUS.

           SELECT SLS-CTL-FILE ASSIGN TO "SLSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSCTL-STATUS.

           SELECT SALES-HIST-RPT ASSIGN TO "SLSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SREG-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERDET-FILE.
       COPY ORDERDET.

       FD  ORDER-HIST-FILE.
       COPY ORDHREC.

       FD  SALES-HIST-FILE.
       COPY SLSHREC.

      *    THE LAST RUN WHOSE PRICED ORDERS ARE IN THE SALES HISTORY,
      *    AND THE DATE OF THE ONE-TIME LOAD FROM ORDHIST (ZERO UNTIL
      *    IT HAS BEEN DONE). A LOAD IN PROGRESS IS MARKED WITH ITS
      *    RUN NUMBER AND CLEARED ONLY WHEN THE STEP ENDS CLEANLY.
       FD  SLS-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SLS-CTL-RECORD.
           05  SLSCTL-LAST-RUN        PIC 9(6).
           05  SLSCTL-LOAD-DATE       PIC 9(8).
           05  SLSCTL-PENDING-RUN     PIC 9(6).
           05  SLSCTL-LAST-DATE       PIC 9(8).
           05  FILLER                 PIC X(52).

       FD  SALES-HIST-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  SREG-RECORD                PIC X(80).

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       FD  AUDIT-LOG.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-ORD-STATUS          PIC XX.
       01  WS-HIST-STATUS         PIC XX.
       01  WS-SLH-STATUS          PIC XX.
       01  WS-SLSCTL-STATUS       PIC XX.
       01  WS-SREG-STATUS         PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-NUMBER          PIC 9(6).
       01  WS-START-TIME          PIC 9(8).
       01  WS-END-TIME            PIC 9(8).

       01  WS-LAST-RUN            PIC 9(6) VALUE 0.
       01  WS-LOAD-DATE           PIC 9(8) VALUE 0.
       01  WS-PENDING-RUN         PIC 9(6) VALUE 0.
       01  WS-FIRST-RUN           PIC 9(6) VALUE 0.

       01  WS-LOAD-MODE           PIC X VALUE "N".
           88  INITIAL-LOAD       VALUE "Y".

       01  WS-EOF-ORDERS          PIC X VALUE "N".
           88  END-OF-ORDERS      VALUE "Y".

       01  WS-EOF-HIST            PIC X VALUE "N".
           88  END-OF-HIST        VALUE "Y".

       01  WS-HIST-AVAILABLE      PIC X VALUE "N".
           88  HIST-IS-AVAILABLE  VALUE "Y".

       01  WS-SLH-FOUND           PIC X VALUE "N".
           88  SLH-IS-FOUND       VALUE "Y".

      *    THE ORDER BEING ADDED, FROM EITHER FILE.
       01  WS-CUR-ORD-ID          PIC 9(6).
       01  WS-CUR-CUST-ID         PIC X(6).
       01  WS-CUR-PROD-ID         PIC 9(5).
       01  WS-CUR-DATE            PIC 9(8).
       01  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
           05  WS-CUR-YEAR        PIC 9(4).
           05  WS-CUR-MONTH       PIC 9(2).
           05  WS-CUR-DAY         PIC 9(2).
       01  WS-CUR-PERIOD          PIC 9(6).
       01  WS-CUR-TYPE            PIC X(1).
           88  CUR-IS-SALE        VALUE "S".
           88  CUR-IS-RETURN      VALUE "R".
       01  WS-CUR-QTY             PIC S9(7).
       01  WS-CUR-AMOUNT          PIC S9(9)V99.
       01  WS-CUR-UNIT-COST       PIC S9(7)V99.
       01  WS-CUR-COST            PIC S9(9)V99.
       01  WS-CUR-REASON          PIC X(24).

      *    MONTHS TOUCHED THIS RUN, IN MONTH ORDER, FOR THE REGISTER.
      *    A NIGHT TOUCHES ONE OR TWO; THE ONE-TIME LOAD MAY TOUCH
      *    EVERY MONTH ORDHIST GOES BACK TO.
       01  WS-PD-COUNT            PIC 9(4) VALUE 0.
       01  WS-PD-TABLE.
           05  PD-ENTRY OCCURS 1 TO 600 TIMES
                   DEPENDING ON WS-PD-COUNT
                   INDEXED BY PD-IDX.
               10  PD-PERIOD      PIC 9(6).
               10  PD-ORDERS      PIC 9(7).
               10  PD-NET-QTY     PIC S9(9).
               10  PD-NET-SALES   PIC S9(11)V99.
               10  PD-NET-COST    PIC S9(11)V99.
       01  WS-PD-POS              PIC 9(4) VALUE 0.
       01  WS-PD-SUB              PIC 9(4) VALUE 0.
       01  WS-PD-FOUND            PIC X VALUE "N".
           88  PERIOD-IS-FOUND    VALUE "Y".
       01  WS-PD-PASSED           PIC X VALUE "N".
           88  PERIOD-IS-PASSED   VALUE "Y".
       01  WS-PD-DROPPED          PIC 9(9) VALUE 0.

       01  WS-ORDERS-READ         PIC 9(9) VALUE 0.
       01  WS-ORDERS-SELECTED     PIC 9(9) VALUE 0.
       01  WS-ORDERS-LOADED       PIC 9(9) VALUE 0.
       01  WS-ORDERS-REJECTED     PIC 9(9) VALUE 0.
       01  WS-HIST-LOADED         PIC 9(9) VALUE 0.
       01  WS-SLH-ADDED           PIC 9(9) VALUE 0.
       01  WS-SLH-UPDATED         PIC 9(9) VALUE 0.
       01  WS-TOT-NET-SALES       PIC S9(11)V99 VALUE 0.
       01  WS-TOT-NET-COST        PIC S9(11)V99 VALUE 0.

       01  WS-CNT-DISP            PIC Z(8)9.
       01  WS-QTY-DISP            PIC -(8)9.
       01  WS-AMT-DISP            PIC -(11)9.99.
       01  WS-COST-DISP           PIC -(11)9.99.
       01  WS-ORD-DISP            PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM LOAD-HIST-ORDER-PARA
               UNTIL END-OF-HIST
           PERFORM LOAD-LIVE-ORDER-PARA
               UNTIL END-OF-ORDERS
           PERFORM FINALIZE-PARA
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
           PERFORM READ-CONTROL-PARA
      *    A LOAD THAT STOPPED PART WAY HAS ADDED SOME OF ITS ORDERS
      *    AND NOT OTHERS, AND NOTHING ON THE HISTORY SAYS WHICH; RUN
      *    AGAIN IT WOULD COUNT THEM TWICE. SLSHIST MUST GO BACK TO
      *    ITS BACKUP FROM BEFORE THAT RUN AND THE MARKER BE CLEARED.
           IF WS-PENDING-RUN > 0
               DISPLAY "CMNP027 FATAL: SALES HISTORY LOAD FOR RUN "
                   WS-PENDING-RUN " DID NOT COMPLETE - RESTORE "
                   "SLSHIST AND CLEAR SLSCTL"
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LOAD-DATE = 0
               MOVE "Y" TO WS-LOAD-MODE
           END-IF
           COMPUTE WS-FIRST-RUN = WS-LAST-RUN + 1
           OPEN INPUT ORDERDET-FILE
           IF WS-ORD-STATUS NOT = "00"
               DISPLAY "CMNP027 FATAL: ORDERDET-FILE OPEN FAILED, "
                   "STATUS=" WS-ORD-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    ORDHIST IS READ ONLY FOR THE ONE-TIME LOAD. AFTER THAT,
      *    EVERY ORDER REACHES THE HISTORY THE NIGHT IT IS PRICED,
      *    LONG BEFORE CMNP009 CAN ARCHIVE IT.
           MOVE "Y" TO WS-EOF-HIST
           IF INITIAL-LOAD
               OPEN INPUT ORDER-HIST-FILE
               IF WS-HIST-STATUS = "00"
                   MOVE "Y" TO WS-HIST-AVAILABLE
                   MOVE "N" TO WS-EOF-HIST
               END-IF
           END-IF
      *    THE SALES HISTORY IS CREATED ON FIRST USE. THE STEP READS
      *    IT AS WELL AS WRITING IT, SO AN OUTPUT FALLBACK IS CLOSED
      *    AND THE FILE REOPENED I-O.
           OPEN I-O SALES-HIST-FILE
           IF WS-SLH-STATUS NOT = "00"
               OPEN OUTPUT SALES-HIST-FILE
               CLOSE SALES-HIST-FILE
               OPEN I-O SALES-HIST-FILE
               IF WS-SLH-STATUS NOT = "00"
                   DISPLAY "CMNP027 FATAL: SALES-HIST-FILE OPEN "
                       "FAILED, STATUS=" WS-SLH-STATUS
                   PERFORM WRITE-FAIL-AUDIT-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-RUN-NUMBER TO WS-PENDING-RUN
           PERFORM WRITE-CONTROL-PARA
           OPEN OUTPUT SALES-HIST-RPT
           MOVE SPACES TO SREG-RECORD
           STRING "SALES HISTORY LOAD REGISTER - DATE=" WS-RUN-DATE
                  " RUN=" WS-RUN-NUMBER
                  DELIMITED BY SIZE INTO SREG-RECORD
           END-STRING
           WRITE SREG-RECORD
           MOVE SPACES TO SREG-RECORD
           IF INITIAL-LOAD
               STRING "ONE-TIME LOAD: ALL OF ORDHIST AND EVERY ORDER "
                      "PRICED ON ORDERDET"
                      DELIMITED BY SIZE INTO SREG-RECORD
               END-STRING
           ELSE
               STRING "ORDERS PRICED UNDER RUNS " WS-FIRST-RUN
                      " THRU " WS-RUN-NUMBER
                      DELIMITED BY SIZE INTO SREG-RECORD
               END-STRING
           END-IF
           WRITE SREG-RECORD
           IF NOT INITIAL-LOAD AND WS-FIRST-RUN < WS-RUN-NUMBER
               MOVE SPACES TO SREG-RECORD
               STRING "  (CATCHING UP - LAST LOADED RUN WAS "
                      WS-LAST-RUN ")"
                      DELIMITED BY SIZE INTO SREG-RECORD
               END-STRING
               WRITE SREG-RECORD
           END-IF
           MOVE SPACES TO SREG-RECORD
           WRITE SREG-RECORD
           PERFORM READ-ORDER-PARA
           IF HIST-IS-AVAILABLE
               PERFORM READ-HIST-PARA
           END-IF.

       OBTAIN-RUN-NUMBER-PARA.
      *    CMNP001 (STEP ONE OF THE CHAIN) ALLOCATES AND BUMPS THE RUN
      *    NUMBER; THIS STEP ONLY READS IT.
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

       READ-CONTROL-PARA.
           OPEN INPUT SLS-CTL-FILE
           IF WS-SLSCTL-STATUS = "00"
               READ SLS-CTL-FILE
                   AT END
                       MOVE ZEROS TO SLS-CTL-RECORD
               END-READ
               IF SLSCTL-LAST-RUN NUMERIC
                   MOVE SLSCTL-LAST-RUN TO WS-LAST-RUN
               END-IF
               IF SLSCTL-LOAD-DATE NUMERIC
                   MOVE SLSCTL-LOAD-DATE TO WS-LOAD-DATE
               END-IF
               IF SLSCTL-PENDING-RUN NUMERIC
                   MOVE SLSCTL-PENDING-RUN TO WS-PENDING-RUN
               END-IF
               CLOSE SLS-CTL-FILE
           END-IF.

       WRITE-CONTROL-PARA.
           MOVE SPACES TO SLS-CTL-RECORD
           MOVE WS-LAST-RUN TO SLSCTL-LAST-RUN
           MOVE WS-LOAD-DATE TO SLSCTL-LOAD-DATE
           MOVE WS-PENDING-RUN TO SLSCTL-PENDING-RUN
           MOVE WS-RUN-DATE TO SLSCTL-LAST-DATE
           OPEN OUTPUT SLS-CTL-FILE
           WRITE SLS-CTL-RECORD
           CLOSE SLS-CTL-FILE.

       READ-ORDER-PARA.
           READ ORDERDET-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ORDERS
           END-READ.

       READ-HIST-PARA.
           READ ORDER-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-HIST
           END-READ.

      *    CMNP009 ARCHIVES ONLY POSTED ACTIVITY, SO EVERY SALE AND
      *    RETURN ON THE HISTORY FILE WAS PRICED.
       LOAD-HIST-ORDER-PARA.
           ADD 1 TO WS-ORDERS-READ
           IF ORDH-TXN-SALE OR ORDH-TXN-RETURN
               ADD 1 TO WS-ORDERS-SELECTED
               MOVE ORDH-ORD-ID TO WS-CUR-ORD-ID
               MOVE ORDH-CUST-ID TO WS-CUR-CUST-ID
               MOVE ORDH-PROD-ID TO WS-CUR-PROD-ID
               MOVE ORDH-ORDER-DATE TO WS-CUR-DATE
               MOVE ORDH-TXN-TYPE TO WS-CUR-TYPE
               MOVE ORDH-QTY TO WS-CUR-QTY
               MOVE ORDH-TOTAL TO WS-CUR-AMOUNT
               MOVE 0 TO WS-CUR-UNIT-COST
               IF ORDH-UNIT-COST NUMERIC
                   MOVE ORDH-UNIT-COST TO WS-CUR-UNIT-COST
               END-IF
               PERFORM ADD-ORDER-PARA
               IF WS-CUR-REASON = SPACES
                   ADD 1 TO WS-HIST-LOADED
               END-IF
           END-IF
           PERFORM READ-HIST-PARA.

      *    AN ORDER IS PRICED ONCE CMNP003 HAS GIVEN IT A POSTING
      *    STATUS, AND ORD-PRICE-RUN IS THE RUN IT ENTERED THE FIGURES
      *    UNDER. A NIGHT TAKES EVERY RUN SINCE THE LAST ONE LOADED,
      *    SO A NIGHT THIS STEP DID NOT RUN IS PICKED UP ON THE NEXT.
      *    THE ONE-TIME LOAD TAKES EVERY PRICED ORDER STILL ON FILE,
      *    WHATEVER RUN PRICED IT.
       LOAD-LIVE-ORDER-PARA.
           ADD 1 TO WS-ORDERS-READ
           IF (ORD-TXN-SALE OR ORD-TXN-RETURN)
                   AND (ORD-POSTED OR ORD-UNPOSTED
                        OR ORD-CREDIT-HOLD)
                   AND ORD-PRICE-RUN NUMERIC
               IF INITIAL-LOAD
                       OR (ORD-PRICE-RUN NOT < WS-FIRST-RUN
                           AND ORD-PRICE-RUN NOT > WS-RUN-NUMBER)
                   ADD 1 TO WS-ORDERS-SELECTED
                   MOVE ORD-ID TO WS-CUR-ORD-ID
                   MOVE ORD-CUST-ID TO WS-CUR-CUST-ID
                   MOVE ORD-PROD-ID TO WS-CUR-PROD-ID
                   MOVE ORD-ORDER-DATE TO WS-CUR-DATE
                   MOVE ORD-TXN-TYPE TO WS-CUR-TYPE
                   MOVE ORD-QTY TO WS-CUR-QTY
                   MOVE ORD-TOTAL TO WS-CUR-AMOUNT
                   MOVE 0 TO WS-CUR-UNIT-COST
                   IF ORD-UNIT-COST NUMERIC
                       MOVE ORD-UNIT-COST TO WS-CUR-UNIT-COST
                   END-IF
                   PERFORM ADD-ORDER-PARA
               END-IF
           END-IF
           PERFORM READ-ORDER-PARA.

       ADD-ORDER-PARA.
           MOVE SPACES TO WS-CUR-REASON
           IF WS-CUR-DATE NOT NUMERIC
               MOVE "ORDER DATE NOT NUMERIC" TO WS-CUR-REASON
           ELSE
               IF WS-CUR-MONTH < 1 OR WS-CUR-MONTH > 12
                   MOVE "ORDER DATE NOT A MONTH" TO WS-CUR-REASON
               END-IF
           END-IF
           IF WS-CUR-REASON NOT = SPACES
               ADD 1 TO WS-ORDERS-REJECTED
               MOVE SPACES TO SREG-RECORD
               STRING "*** ORDER=" WS-CUR-ORD-ID
                      " DATE=" WS-CUR-DATE
                      " NOT LOADED - " WS-CUR-REASON
                      DELIMITED BY SIZE INTO SREG-RECORD
               END-STRING
               WRITE SREG-RECORD
           ELSE
               COMPUTE WS-CUR-PERIOD = WS-CUR-YEAR * 100 + WS-CUR-MONTH
               COMPUTE WS-CUR-COST = WS-CUR-UNIT-COST * WS-CUR-QTY
               IF CUR-IS-RETURN
                   COMPUTE WS-CUR-QTY = 0 - WS-CUR-QTY
                   COMPUTE WS-CUR-AMOUNT = 0 - WS-CUR-AMOUNT
                   COMPUTE WS-CUR-COST = 0 - WS-CUR-COST
               END-IF
               PERFORM UPDATE-SALES-HIST-PARA
               PERFORM ACCUMULATE-PERIOD-PARA
               ADD 1 TO WS-ORDERS-LOADED
               ADD WS-CUR-AMOUNT TO WS-TOT-NET-SALES
               ADD WS-CUR-COST TO WS-TOT-NET-COST
           END-IF.

      *    A RETURN ARRIVES HERE WITH ITS QUANTITY, AMOUNT AND COST
      *    ALREADY NEGATED, SO IT NETS AGAINST THE MONTH IT WAS
      *    RETURNED IN; ITS OWN COLUMNS STILL SHOW IT AS A POSITIVE
      *    FIGURE.
       UPDATE-SALES-HIST-PARA.
           MOVE WS-CUR-PERIOD TO SLH-PERIOD
           MOVE WS-CUR-CUST-ID TO SLH-CUST-ID
           MOVE WS-CUR-PROD-ID TO SLH-PROD-ID
           MOVE "Y" TO WS-SLH-FOUND
           READ SALES-HIST-FILE
               INVALID KEY
                   MOVE "N" TO WS-SLH-FOUND
           END-READ
           IF NOT SLH-IS-FOUND
               MOVE WS-CUR-PERIOD TO SLH-PERIOD
               MOVE WS-CUR-CUST-ID TO SLH-CUST-ID
               MOVE WS-CUR-PROD-ID TO SLH-PROD-ID
               MOVE 0 TO SLH-SOLD-QTY
               MOVE 0 TO SLH-RETURNED-QTY
               MOVE 0 TO SLH-NET-QTY
               MOVE 0 TO SLH-GROSS-SALES
               MOVE 0 TO SLH-RETURNS
               MOVE 0 TO SLH-NET-SALES
               MOVE 0 TO SLH-NET-COST
               MOVE 0 TO SLH-ORDER-COUNT
           END-IF
           IF CUR-IS-RETURN
               SUBTRACT WS-CUR-QTY FROM SLH-RETURNED-QTY
               SUBTRACT WS-CUR-AMOUNT FROM SLH-RETURNS
           ELSE
               ADD WS-CUR-QTY TO SLH-SOLD-QTY
               ADD WS-CUR-AMOUNT TO SLH-GROSS-SALES
           END-IF
           ADD WS-CUR-QTY TO SLH-NET-QTY
           ADD WS-CUR-AMOUNT TO SLH-NET-SALES
           ADD WS-CUR-COST TO SLH-NET-COST
           ADD 1 TO SLH-ORDER-COUNT
           MOVE WS-RUN-NUMBER TO SLH-LAST-RUN
           IF SLH-IS-FOUND
               REWRITE SLH-RECORD
                   INVALID KEY
                       DISPLAY "CMNP027 WARNING: SLSHIST REWRITE "
                           "FAILED, STATUS=" WS-SLH-STATUS
               END-REWRITE
               ADD 1 TO WS-SLH-UPDATED
           ELSE
               WRITE SLH-RECORD
                   INVALID KEY
                       DISPLAY "CMNP027 WARNING: SLSHIST WRITE "
                           "FAILED, STATUS=" WS-SLH-STATUS
               END-WRITE
               ADD 1 TO WS-SLH-ADDED
           END-IF.

       ACCUMULATE-PERIOD-PARA.
           PERFORM FIND-PERIOD-PARA
           IF NOT PERIOD-IS-FOUND
               IF WS-PD-COUNT < 600
                   PERFORM INSERT-PERIOD-PARA
               ELSE
                   ADD 1 TO WS-PD-DROPPED
               END-IF
           END-IF
           IF PERIOD-IS-FOUND
               SET PD-IDX TO WS-PD-POS
               ADD 1 TO PD-ORDERS (PD-IDX)
               ADD WS-CUR-QTY TO PD-NET-QTY (PD-IDX)
               ADD WS-CUR-AMOUNT TO PD-NET-SALES (PD-IDX)
               ADD WS-CUR-COST TO PD-NET-COST (PD-IDX)
           END-IF.

       FIND-PERIOD-PARA.
      *    LEAVES WS-PD-POS ON THE MATCHING ENTRY, OR ON THE FIRST
      *    ENTRY WITH A LATER MONTH (WHERE A NEW ONE BELONGS).
           MOVE "N" TO WS-PD-FOUND
           MOVE "N" TO WS-PD-PASSED
           MOVE 1 TO WS-PD-POS
           PERFORM STEP-PERIOD-PARA
               UNTIL WS-PD-POS > WS-PD-COUNT
                  OR PERIOD-IS-FOUND
                  OR PERIOD-IS-PASSED.

       STEP-PERIOD-PARA.
           EVALUATE TRUE
               WHEN PD-PERIOD (WS-PD-POS) = WS-CUR-PERIOD
                   MOVE "Y" TO WS-PD-FOUND
               WHEN PD-PERIOD (WS-PD-POS) > WS-CUR-PERIOD
                   MOVE "Y" TO WS-PD-PASSED
               WHEN OTHER
                   ADD 1 TO WS-PD-POS
           END-EVALUATE.

       INSERT-PERIOD-PARA.
           ADD 1 TO WS-PD-COUNT
           PERFORM SHIFT-PERIOD-PARA
               VARYING WS-PD-SUB FROM WS-PD-COUNT BY -1
               UNTIL WS-PD-SUB <= WS-PD-POS
           SET PD-IDX TO WS-PD-POS
           MOVE WS-CUR-PERIOD TO PD-PERIOD (PD-IDX)
           MOVE 0 TO PD-ORDERS (PD-IDX)
           MOVE 0 TO PD-NET-QTY (PD-IDX)
           MOVE 0 TO PD-NET-SALES (PD-IDX)
           MOVE 0 TO PD-NET-COST (PD-IDX)
           MOVE "Y" TO WS-PD-FOUND.

       SHIFT-PERIOD-PARA.
           MOVE PD-ENTRY (WS-PD-SUB - 1) TO PD-ENTRY (WS-PD-SUB).

       WRITE-REGISTER-PARA.
           MOVE SPACES TO SREG-RECORD
           WRITE SREG-RECORD
           MOVE SPACES TO SREG-RECORD
           STRING "MONTH   ORDERS   NET QTY         NET SALES"
                  "          NET COST"
                  DELIMITED BY SIZE INTO SREG-RECORD
           END-STRING
           WRITE SREG-RECORD
           IF WS-PD-COUNT = 0
               MOVE "  NO PRICED ORDERS TO ADD" TO SREG-RECORD
               WRITE SREG-RECORD
           END-IF
           PERFORM WRITE-PERIOD-LINE-PARA
               VARYING PD-IDX FROM 1 BY 1
               UNTIL PD-IDX > WS-PD-COUNT
           MOVE SPACES TO SREG-RECORD
           WRITE SREG-RECORD
           MOVE WS-TOT-NET-SALES TO WS-AMT-DISP
           MOVE WS-TOT-NET-COST TO WS-COST-DISP
           MOVE SPACES TO SREG-RECORD
           STRING "TOTAL                      " WS-AMT-DISP
                  " " WS-COST-DISP
                  DELIMITED BY SIZE INTO SREG-RECORD
           END-STRING
           WRITE SREG-RECORD
           MOVE SPACES TO SREG-RECORD
           WRITE SREG-RECORD
           MOVE WS-ORDERS-READ TO WS-CNT-DISP
           MOVE SPACES TO SREG-RECORD
           STRING "ORDERS READ              =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO SREG-RECORD
           END-STRING
           WRITE SREG-RECORD
           MOVE WS-ORDERS-SELECTED TO WS-CNT-DISP
           MOVE SPACES TO SREG-RECORD
           STRING "PRICED ORDERS TO ADD     =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO SREG-RECORD
           END-STRING
           WRITE SREG-RECORD
           MOVE WS-ORDERS-LOADED TO WS-CNT-DISP
           MOVE SPACES TO SREG-RECORD
           STRING "ORDERS ADDED             =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO SREG-RECORD
           END-STRING
           WRITE SREG-RECORD
           IF INITIAL-LOAD
               MOVE WS-HIST-LOADED TO WS-CNT-DISP
               MOVE SPACES TO SREG-RECORD
               STRING "  OF WHICH FROM ORDHIST  =" WS-CNT-DISP
                      DELIMITED BY SIZE INTO SREG-RECORD
               END-STRING
               WRITE SREG-RECORD
           END-IF
           MOVE WS-ORDERS-REJECTED TO WS-CNT-DISP
           MOVE SPACES TO SREG-RECORD
           STRING "ORDERS NOT ADDED         =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO SREG-RECORD
           END-STRING
           WRITE SREG-RECORD
           MOVE WS-SLH-ADDED TO WS-CNT-DISP
           MOVE SPACES TO SREG-RECORD
           STRING "HISTORY RECORDS CREATED  =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO SREG-RECORD
           END-STRING
           WRITE SREG-RECORD
           MOVE WS-SLH-UPDATED TO WS-CNT-DISP
           MOVE SPACES TO SREG-RECORD
           STRING "HISTORY RECORDS UPDATED  =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO SREG-RECORD
           END-STRING
           WRITE SREG-RECORD
           IF WS-PD-DROPPED > 0
               MOVE SPACES TO SREG-RECORD
               STRING "*** MONTH TABLE FULL (600 MAX) - ORDERS NOT "
                      "LISTED=" WS-PD-DROPPED
                      DELIMITED BY SIZE INTO SREG-RECORD
               END-STRING
               WRITE SREG-RECORD
           END-IF.

       WRITE-PERIOD-LINE-PARA.
           MOVE PD-ORDERS (PD-IDX) TO WS-ORD-DISP
           MOVE PD-NET-QTY (PD-IDX) TO WS-QTY-DISP
           MOVE PD-NET-SALES (PD-IDX) TO WS-AMT-DISP
           MOVE PD-NET-COST (PD-IDX) TO WS-COST-DISP
           MOVE SPACES TO SREG-RECORD
           STRING PD-PERIOD (PD-IDX)
                  " " WS-ORD-DISP
                  " " WS-QTY-DISP
                  " " WS-AMT-DISP
                  " " WS-COST-DISP
                  DELIMITED BY SIZE INTO SREG-RECORD
           END-STRING
           WRITE SREG-RECORD.

       FINALIZE-PARA.
           PERFORM WRITE-REGISTER-PARA
           CLOSE ORDERDET-FILE
           IF HIST-IS-AVAILABLE
               CLOSE ORDER-HIST-FILE
           END-IF
           CLOSE SALES-HIST-FILE
           CLOSE SALES-HIST-RPT
      *    ONLY NOW IS THE RUN MARKED AS IN THE HISTORY.
           IF WS-RUN-NUMBER > WS-LAST-RUN
               MOVE WS-RUN-NUMBER TO WS-LAST-RUN
           END-IF
           IF INITIAL-LOAD
               MOVE WS-RUN-DATE TO WS-LOAD-DATE
           END-IF
           MOVE 0 TO WS-PENDING-RUN
           PERFORM WRITE-CONTROL-PARA
           ACCEPT WS-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "CMNP027 RUN " WS-RUN-NUMBER " COMPLETE"
           IF INITIAL-LOAD
               DISPLAY "ONE-TIME LOAD FROM ORDHIST AND ORDERDET"
           END-IF
           DISPLAY "ORDERS READ     : " WS-ORDERS-READ
           DISPLAY "ORDERS ADDED    : " WS-ORDERS-LOADED
           DISPLAY "ORDERS NOT ADDED: " WS-ORDERS-REJECTED
           DISPLAY "NET SALES ADDED : " WS-TOT-NET-SALES.

      *    PRICED ORDERS TO ADD = ADDED + NOT ADDED, WHICH THE CHAIN
      *    BALANCER (CMNP015) CHECKS. THE AMOUNT IS THE NET SALES
      *    ADDED TO THE HISTORY.
       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP027 " TO AUD-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-START-TIME TO AUD-START-TIME
           MOVE WS-END-TIME TO AUD-END-TIME
           MOVE WS-ORDERS-SELECTED TO AUD-RECS-IN
           MOVE WS-ORDERS-LOADED TO AUD-RECS-OUT
           MOVE WS-TOT-NET-SALES TO AUD-TOTAL-AMT
           MOVE WS-ORDERS-REJECTED TO AUD-RECS-EXCP
           SET AUD-OK TO TRUE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.

       WRITE-FAIL-AUDIT-PARA.
           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP027 " TO AUD-PROGRAM-ID
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
