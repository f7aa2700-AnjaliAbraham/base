               RECORD KEY IS PRC-KEY
               FILE STATUS IS WS-PRC-STATUS.

      *    THE CUSTOMER MASTER IS READ FOR THE SALES TAX JURISDICTION
      *    AND EXEMPTION OF EACH NEW SALE; THE TAX RATE HISTORY GIVES
      *    THE RATE IN EFFECT ON THE ORDER DATE.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-KEY
               FILE STATUS IS WS-TAX-STATUS.

           SELECT BACKORD-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OEXCP-STATUS.

      *    THE FISCAL CALENDAR (FPERREC) GIVES THE POSTING LOCK: A
      *    NEW ORDER DATED INTO A CLOSED PERIOD IS NOT PRICED INTO IT.
           SELECT FISCAL-PERIOD-FILE ASSIGN TO "FISCPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPER-STATUS.

           SELECT ORD-PARM-FILE ASSIGN TO "ORDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       FD  PRICE-HIST-FILE.
       COPY PRICEREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  TAX-RATE-FILE.
       COPY TAXRREC.

       FD  BACKORD-FILE.
       COPY BKORDREC.

       FD  FISCAL-PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FPERREC.

       FD  ORD-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ORD-PARM-RECORD.
           05  RST-REC-TYPE           PIC X(1).
               88  RST-CONTROL-REC    VALUE "C".
               88  RST-PRODUCT-REC    VALUE "P".
               88  RST-TAX-REC        VALUE "T".
           05  RST-LAST-ORD-ID        PIC 9(6).
           05  RST-GRAND-TOTAL        PIC S9(9)V99.
           05  RST-ORDERS-READ        PIC 9(9).
           05  RST-PROD-GL-AMT        PIC S9(9)V99.
           05  RST-PROD-COST          PIC S9(7)V99.
           05  RST-PROD-COST-SUBTOT   PIC S9(9)V99.
           05  RST-GRAND-TAX          PIC S9(9)V99.
           05  RST-TAX-JURIS          PIC X(4).
           05  RST-TAX-SUBTOTAL       PIC S9(9)V99.
           05  RST-TAX-GL-AMT         PIC S9(9)V99.

       FD  RESTART-FILE-TMP.
       01  RESTART-RECORD-TMP.
           05  RSN-REC-TYPE           PIC X(1).
               88  RSN-CONTROL-REC    VALUE "C".
               88  RSN-PRODUCT-REC    VALUE "P".
               88  RSN-TAX-REC        VALUE "T".
           05  RSN-LAST-ORD-ID        PIC 9(6).
           05  RSN-GRAND-TOTAL        PIC S9(9)V99.
           05  RSN-ORDERS-READ        PIC 9(9).
           05  RSN-PROD-GL-AMT        PIC S9(9)V99.
           05  RSN-PROD-COST          PIC S9(7)V99.
           05  RSN-PROD-COST-SUBTOT   PIC S9(9)V99.
           05  RSN-GRAND-TAX          PIC S9(9)V99.
           05  RSN-TAX-JURIS          PIC X(4).
           05  RSN-TAX-SUBTOTAL       PIC S9(9)V99.
           05  RSN-TAX-GL-AMT         PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01  WS-PRC-STATUS          PIC XX.
       01  WS-BKO-STATUS          PIC XX.
       01  WS-LEDG-STATUS         PIC XX.
       01  WS-CUST-STATUS         PIC XX.
       01  WS-TAX-STATUS          PIC XX.
       01  WS-FPER-STATUS         PIC XX.

      *    RUN MODE - "LIVE " UPDATES THE FILES AS ALWAYS; "TRIAL"
      *    EXECUTES THE FULL PRICING, RETURN-MATCHING AND SUMMARY
      *    CURRENT LIST PRICE ON THE PRODUCT MASTER.
       01  WS-EFF-PRICE           PIC S9(7)V99 VALUE 0.

       01  WS-CUST-FOUND          PIC X VALUE "Y".
           88  CUSTOMER-IS-FOUND  VALUE "Y".

      *    "N" WHEN A NEW SALE'S CUSTOMER IS TAXABLE IN A JURISDICTION
      *    WITH NO RATE ON FILE FOR THE ORDER DATE - THE SALE IS LEFT
      *    UNPRICED (AND ITS STOCK UNTOUCHED) UNTIL THE RATE IS SET
      *    UP, RATHER THAN GOING OUT UNTAXED.
       01  WS-TAX-OK              PIC X VALUE "Y".
           88  TAX-IS-OK          VALUE "Y".

       01  WS-TAX-RATE-FOUND      PIC X VALUE "N".
           88  TAX-RATE-IS-FOUND  VALUE "Y".

       01  WS-EOF-TAX-RATES       PIC X VALUE "N".
           88  END-OF-TAX-RATES   VALUE "Y".

      *    DATE THE TAX RATE IS LOOKED UP FOR - THE ORDER DATE, OR THE
      *    RUN DATE FOR AN ORDER WITH NO DATE.
       01  WS-TAX-DATE            PIC 9(8) VALUE 0.

      *    SIGNED TAX MOVEMENT OF THE ORDER BEING PROCESSED, FOR THE
      *    JURISDICTION TABLE: A SALE'S TAX, OR A RETURN'S REVERSAL
      *    NEGATED.
       01  WS-TAX-MOVEMENT        PIC S9(9)V99 VALUE 0.

       01  WS-NONCURR-TOTAL       PIC S9(9)V99 VALUE 0.
       01  WS-NONCURR-COUNT       PIC 9(9) VALUE 0.


       01  WS-GRAND-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-COST          PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-TAX           PIC S9(9)V99 VALUE 0.

      *    COST EXTENSION OF THE ORDER BEING PROCESSED (UNIT COST AS
      *    PRICED TIMES QUANTITY), ACCUMULATED ALONGSIDE REVENUE SO
      *    EACH ORDER CARRIED WHEN PRICED.
               10  PS-COST-SUBTOT PIC S9(9)V99 VALUE 0.

      *    SALES TAX BY JURISDICTION, BUILT THE SAME WAY AS THE
      *    PRODUCT TABLE ABOVE: THE SUBTOTAL COVERS EVERY UN-ARCHIVED
      *    ORDER FOR THE SUMMARY, THE GL AMOUNT ONLY THE RUN'S NEW
      *    MOVEMENT FOR THE GL HAND-OFF (TAX PAYABLE IN CMNP008).
       01  WS-TAX-SUM-COUNT       PIC 9(4) VALUE 0.
       01  WS-TAX-SUMMARY-TABLE.
           05  TX-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-TAX-SUM-COUNT
                   INDEXED BY TX-IDX.
               10  TX-JURIS       PIC X(4).
               10  TX-SUBTOTAL    PIC S9(9)V99 VALUE 0.
               10  TX-GL-AMOUNT   PIC S9(9)V99 VALUE 0.

       01  WS-SUMM-PRICE-DISP     PIC -(7)9.99.
       01  WS-SUMM-SUBTOT-DISP    PIC -(9)9.99.
       01  WS-SUMM-COST-DISP      PIC -(9)9.99.
       01  WS-SUMM-MARGIN-DISP    PIC -(9)9.99.
       01  WS-SUMM-GRAND-DISP     PIC -(9)9.99.
       01  WS-SUMM-TAX-DISP       PIC -(9)9.99.

       01  WS-SAVE-ORD-ID         PIC 9(6).
       01  WS-SAVE-ORD-CUST-ID    PIC X(6).
       01  WS-ORIG-RETURNED-QTY   PIC 9(5).
       01  WS-ORIG-LAST-RETURN-ID PIC 9(6).
       01  WS-ORIG-UNIT-COST      PIC S9(7)V99.
       01  WS-ORIG-TAX-AMT        PIC S9(7)V99.
       01  WS-ORIG-TAX-JURIS      PIC X(4).
       01  WS-ORIG-TAX-RATE       PIC 9(2)V9(4).
       01  WS-ORIG-TAX-STATUS     PIC X(1).
       01  WS-UNIT-PRICE          PIC S9(7)V99.
       01  WS-RETURN-TOTAL        PIC S9(9)V99.
       01  WS-RETURN-TAX          PIC S9(7)V99.

       01  WS-RETURN-OK           PIC X VALUE "Y".
           88  RETURN-IS-OK       VALUE "Y".
       01  WS-RETURN-APPLIED      PIC X VALUE "N".
           88  ALREADY-APPLIED    VALUE "Y".

      *    POSTING LOCK FROM THE FISCAL CALENDAR: EVERYTHING DATED ON
      *    OR BEFORE WS-CLOSED-THRU (THE LATEST END DATE OF A CLOSED
      *    PERIOD) BELONGS TO A PERIOD FINANCE HAS ALREADY REPORTED.
      *    A LATE ORDER IS REJECTED, OR - WHEN THE CALENDAR'S CONTROL
      *    RECORD SAYS SO - RE-DATED TO WS-ROLL-DATE (THE FIRST DAY OF
      *    THE EARLIEST OPEN PERIOD) AND PRICED THERE. NO CALENDAR,
      *    OR NO PERIOD CLOSED YET, MEANS NO LOCK.
       01  WS-EOF-PERIODS         PIC X VALUE "N".
           88  END-OF-PERIODS     VALUE "Y".
       01  WS-CLOSED-THRU         PIC 9(8) VALUE 0.
       01  WS-ROLL-DATE           PIC 9(8) VALUE 0.
       01  WS-LATE-ACTION         PIC X VALUE "R".
           88  LATE-ROLL-FORWARD  VALUE "F".

       01  WS-ORD-LATE            PIC X VALUE "N".
           88  ORDER-IS-LATE      VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
           PERFORM READ-PARM-PARA
           PERFORM READ-PERIOD-CTL-PARA
           PERFORM RESTART-CHECK-PARA
           OPEN I-O PRODUCT-FILE
           IF WS-PROD-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CMNP003 FATAL: CUSTOMER-MASTER OPEN FAILED, "
                   "STATUS=" WS-CUST-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-STATUS NOT = "00"
               DISPLAY "CMNP003 FATAL: TAX-RATE-FILE OPEN FAILED, "
                   "STATUS=" WS-TAX-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE BACKORDER QUEUE IS CREATED ON FIRST USE, SO AN I-O
      *    OPEN THAT FAILS BECAUSE THE FILE IS EMPTY/ABSENT FALLS
      *    BACK TO OUTPUT THE SAME WAY THE ARCHIVE DATASETS DO. A
               UNTIL END-OF-ORDERS
           CLOSE ORDERDET-FILE
           CLOSE PRICE-HIST-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE TAX-RATE-FILE
           IF LIVE-MODE
               CLOSE BACKORD-FILE
               CLOSE INV-LEDGER
           END-IF
           DISPLAY "ORDERS READ  : " WS-ORDERS-READ
           DISPLAY "GRAND TOTAL  : " WS-GRAND-TOTAL
           DISPLAY "GRAND TAX    : " WS-GRAND-TAX
           STOP RUN.

       OBTAIN-RUN-NUMBER-PARA.
               DISPLAY "CMNP003 TRIAL RUN - NO FILES WILL BE UPDATED"
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

       WRITE-TRIAL-BANNERS-PARA.
           MOVE SPACES TO SUMM-RECORD
           STRING "*** SIMULATION - TRIAL RUN, NO FILES UPDATED ***"
                   MOVE RST-NONCURR-COUNT TO WS-NONCURR-COUNT
                   MOVE RST-ORDERS-REJECTED TO WS-ORDERS-REJECTED
                   MOVE RST-GRAND-COST TO WS-GRAND-COST
      *    A CHECKPOINT LEFT BEFORE THE TAX FIELDS EXISTED CARRIES
      *    SPACES THERE.
                   IF RST-GRAND-TAX NUMERIC
                       MOVE RST-GRAND-TAX TO WS-GRAND-TAX
                   END-IF
               WHEN RST-PRODUCT-REC
                   ADD 1 TO WS-PROD-SUM-COUNT
                   SET PS-IDX TO WS-PROD-SUM-COUNT
                   MOVE RST-PROD-COST TO PS-PROD-COST (PS-IDX)
                   MOVE RST-PROD-COST-SUBTOT
                       TO PS-COST-SUBTOT (PS-IDX)
               WHEN RST-TAX-REC
                   ADD 1 TO WS-TAX-SUM-COUNT
                   SET TX-IDX TO WS-TAX-SUM-COUNT
                   MOVE RST-TAX-JURIS TO TX-JURIS (TX-IDX)
                   MOVE RST-TAX-SUBTOTAL TO TX-SUBTOTAL (TX-IDX)
                   MOVE RST-TAX-GL-AMT TO TX-GL-AMOUNT (TX-IDX)
           END-EVALUATE.

       READ-ORDER-PARA.

       PROCESS-ORDER-PARA.
           ADD 1 TO WS-ORDERS-READ
           PERFORM TEST-CLOSED-PERIOD-PARA
           EVALUATE TRUE
      *    A SALE ALREADY PARKED ON THE BACKORDER QUEUE WAITS THERE
      *    FOR THE RELEASE PASS (CMNP013) - RETRYING IT HERE EVERY
      *    IT JUMP THE FIRST-COME QUEUE WHEN STOCK ARRIVES.
               WHEN ORD-TXN-SALE AND ORD-BACKORDERED
                   CONTINUE
      *    A SALE RELEASED FROM THE BACKORDER QUEUE SHIPS NOW, IN THE
      *    OPEN PERIOD, WHATEVER DATE IT WAS ORDERED ON, SO IT ROLLS
      *    FORWARD UNDER EITHER OPTION RATHER THAN BEING REJECTED
      *    EVERY NIGHT FOR A DATE IT CANNOT HELP.
               WHEN ORDER-IS-LATE AND WS-ROLL-DATE > 0
                       AND (LATE-ROLL-FORWARD
                            OR ORD-BACKORDER-DATE > 0)
                   PERFORM ROLL-ORDER-FORWARD-PARA
               WHEN ORDER-IS-LATE
                   PERFORM WRITE-PERIOD-EXCEPTION-PARA
               WHEN ORD-TXN-SALE
                   PERFORM PROCESS-SALE-PARA
               WHEN ORD-TXN-RETURN

           PERFORM READ-ORDER-PARA.

       TEST-CLOSED-PERIOD-PARA.
      *    ONLY AN ORDER NOT YET PRICED IS HELD TO THE LOCK. ONE
      *    PRICED BEFORE THE CLOSE ("N", "P" OR "H") IS ALREADY IN
      *    THE CLOSED PERIOD'S FIGURES AND IS RE-READ EVERY NIGHT
      *    UNTIL IT IS ARCHIVED; A RESTART'S REPLAYED ORDERS CARRY
      *    "N" AND PASSED THE TEST BEFORE THE CRASH.
           MOVE "N" TO WS-ORD-LATE
           IF WS-CLOSED-THRU > 0
                   AND (ORD-TXN-SALE OR ORD-TXN-RETURN)
                   AND ORD-POST-STATUS NOT = "P"
                   AND ORD-POST-STATUS NOT = "N"
                   AND ORD-POST-STATUS NOT = "H"
                   AND ORD-ORDER-DATE NUMERIC
                   AND ORD-ORDER-DATE > 0
                   AND ORD-ORDER-DATE NOT > WS-CLOSED-THRU
               MOVE "Y" TO WS-ORD-LATE
           END-IF.

       ROLL-ORDER-FORWARD-PARA.
      *    THE NEW DATE REACHES ORDERDET WITH THE ORDER'S OWN REWRITE
      *    WHEN IT PRICES; AN ORDER THAT DOES NOT PRICE TONIGHT IS
      *    SIMPLY ROLLED AGAIN ON THE NEXT RUN. A WARNING, NOT A
      *    REJECT - IT DOES NOT COUNT AGAINST THE EXCEPTION FIGURE.
           MOVE SPACES TO OEXCP-RECORD
           STRING "ORDER=" ORD-ID
                  " REASON=DATED " ORD-ORDER-DATE
                  " - ROLLED FWD TO " WS-ROLL-DATE
                  DELIMITED BY SIZE INTO OEXCP-RECORD
           END-STRING
           WRITE OEXCP-RECORD
           MOVE WS-ROLL-DATE TO ORD-ORDER-DATE
           IF ORD-TXN-SALE
               PERFORM PROCESS-SALE-PARA
           ELSE
               PERFORM PROCESS-RETURN-PARA
           END-IF.

       WRITE-PERIOD-EXCEPTION-PARA.
      *    THE ORDER IS LEFT UNPRICED, AND REPORTED EACH NIGHT, UNTIL
      *    IT IS RE-KEYED WITH AN OPEN-PERIOD DATE OR FINANCE SETS
      *    THE CALENDAR TO ROLL LATE TRANSACTIONS FORWARD.
           MOVE SPACES TO OEXCP-RECORD
           STRING "ORDER=" ORD-ID
                  " TYPE=" ORD-TXN-TYPE
                  " REASON=DATED " ORD-ORDER-DATE
                  " - PERIOD CLOSED"
                  DELIMITED BY SIZE INTO OEXCP-RECORD
           END-STRING
           WRITE OEXCP-RECORD
           ADD 1 TO WS-ORDERS-REJECTED.

       WRITE-CHECKPOINT-PARA.
      *    BUILD THE NEW CHECKPOINT IN THE SHADOW DATASET FIRST AND
      *    ONLY SWAP IT IN FOR THE LIVE RESTART FILE ONCE IT HAS
               MOVE WS-NONCURR-COUNT TO RSN-NONCURR-COUNT
               MOVE WS-ORDERS-REJECTED TO RSN-ORDERS-REJECTED
               MOVE WS-GRAND-COST TO RSN-GRAND-COST
               MOVE WS-GRAND-TAX TO RSN-GRAND-TAX
               MOVE SPACES TO RSN-TAX-JURIS
               MOVE 0 TO RSN-TAX-SUBTOTAL
               MOVE 0 TO RSN-TAX-GL-AMT
               WRITE RESTART-RECORD-TMP
               PERFORM VARYING PS-IDX FROM 1 BY 1
                       UNTIL PS-IDX > WS-PROD-SUM-COUNT
                       TO RSN-PROD-COST-SUBTOT
                   WRITE RESTART-RECORD-TMP
               END-PERFORM
               PERFORM WRITE-TAX-CHECKPOINT-PARA
                   VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > WS-TAX-SUM-COUNT
               CLOSE RESTART-FILE-TMP
               IF WS-RSTTMP-STATUS NOT = "00"
                   DISPLAY "CMNP003 WARNING: CHECKPOINT SKIPPED, TEMP "
               END-IF
           END-IF.

       WRITE-TAX-CHECKPOINT-PARA.
           SET RSN-TAX-REC TO TRUE
           MOVE TX-JURIS (TX-IDX) TO RSN-TAX-JURIS
           MOVE TX-SUBTOTAL (TX-IDX) TO RSN-TAX-SUBTOTAL
           MOVE TX-GL-AMOUNT (TX-IDX) TO RSN-TAX-GL-AMT
           WRITE RESTART-RECORD-TMP.

       CLEAR-RESTART-PARA.
           OPEN OUTPUT RESTART-FILE
           SET RST-CONTROL-REC TO TRUE
           MOVE 0 TO RST-NONCURR-COUNT
           MOVE 0 TO RST-ORDERS-REJECTED
           MOVE 0 TO RST-GRAND-COST
           MOVE 0 TO RST-GRAND-TAX
           MOVE SPACES TO RST-TAX-JURIS
           MOVE 0 TO RST-TAX-SUBTOTAL
           MOVE 0 TO RST-TAX-GL-AMT
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

               MOVE "Y" TO WS-ORD-NEW
           END-IF
           PERFORM LOOKUP-PRODUCT-PARA
      *    TAX IS SETTLED BEFORE ANY STOCK MOVES, SO A SALE HELD BACK
      *    FOR A MISSING TAX RATE LEAVES THE PRODUCT MASTER ALONE.
      *    THE SNAPSHOT IS TAKEN ONLY THE NIGHT THE SALE ENTERS THE
      *    FIGURES, LIKE THE UNIT COST BELOW, SO A LATER RATE CHANGE
      *    OR A CUSTOMER MOVING JURISDICTION CANNOT REWRITE THE TAX
      *    ON A SALE ALREADY BILLED.
           MOVE "Y" TO WS-TAX-OK
           IF PRODUCT-IS-FOUND AND ORDER-IS-NEW
               PERFORM SET-ORDER-TAX-PARA
           END-IF
           MOVE "Y" TO WS-STOCK-OK
      *    STOCK IS A CUMULATIVE MASTER QUANTITY, NOT A TOTAL THAT IS
      *    RECOMPUTED EVERY NIGHT THE WAY THE SUMMARY FIGURES ARE, SO
      *    EACH SALE MAY DRAW IT DOWN EXACTLY ONCE; THE STOCK-APPLIED
      *    MARKER ON THE ORDER RECORD KEEPS THE NIGHTLY RE-READ OF
      *    ORDERDET FROM DECREMENTING IT AGAIN.
           IF PRODUCT-IS-FOUND AND TAX-IS-OK
                   AND NOT ORD-STOCK-APPLIED
               PERFORM APPLY-SALE-STOCK-PARA
           END-IF
           IF PRODUCT-IS-FOUND AND TAX-IS-OK AND STOCK-IS-OK
               COMPUTE ORD-TOTAL = WS-EFF-PRICE * ORD-QTY
               PERFORM COMPUTE-ORDER-TAX-PARA
               IF WS-EFF-PRICE NOT = PROD-PRICE
                   ADD ORD-TOTAL TO WS-NONCURR-TOTAL
                   ADD 1 TO WS-NONCURR-COUNT
               ADD ORD-TOTAL TO WS-GRAND-TOTAL
               ADD WS-COST-EXT TO WS-GRAND-COST
               PERFORM ACCUMULATE-PRODUCT-PARA
               ADD ORD-TAX-AMT TO WS-GRAND-TAX
               IF ORD-TAX-AMT NOT = 0
                   MOVE ORD-TAX-AMT TO WS-TAX-MOVEMENT
                   PERFORM ACCUMULATE-TAX-PARA
               END-IF
               ADD 1 TO WS-ORDERS-WRITTEN

               DISPLAY "ORDER ID     : " ORD-ID
               DISPLAY "PRODUCT ID   : " ORD-PROD-ID
               DISPLAY "QUANTITY     : " ORD-QTY
               DISPLAY "ORDER TOTAL  : " ORD-TOTAL
               DISPLAY "TAX AMOUNT   : " ORD-TAX-AMT
           ELSE
               IF NOT PRODUCT-IS-FOUND
                   PERFORM WRITE-ORDER-EXCEPTION-PARA
               END-IF
           END-IF.

       SET-ORDER-TAX-PARA.
      *    A SALE IS TAXED WHEN ITS CUSTOMER HAS A JURISDICTION AND
      *    NEITHER THE CUSTOMER NOR THE PRODUCT IS EXEMPT. AN UNKNOWN
      *    CUSTOMER PRICES UNTAXED HERE - THE POSTING STEP (CMNP005)
      *    REJECTS IT FOR HAVING NO ACCOUNT IN ANY CASE.
           MOVE SPACES TO ORD-TAX-JURIS
           MOVE 0 TO ORD-TAX-RATE
           SET ORD-TAX-EXEMPT TO TRUE
           MOVE "Y" TO WS-CUST-FOUND
           MOVE ORD-CUST-ID TO CUST-ID
           READ CUSTOMER-MASTER RECORD
               INVALID KEY
                   MOVE "N" TO WS-CUST-FOUND
           END-READ
           IF CUSTOMER-IS-FOUND
               MOVE CUST-TAX-JURIS TO ORD-TAX-JURIS
               IF CUST-TAX-JURIS NOT = SPACES
                       AND NOT CUST-TAX-EXEMPT
                       AND NOT PROD-TAX-EXEMPT
                   PERFORM FIND-TAX-RATE-PARA
                   IF TAX-RATE-IS-FOUND
                       SET ORD-TAXED TO TRUE
                   ELSE
                       MOVE "N" TO WS-TAX-OK
                       PERFORM WRITE-TAX-RATE-EXCEPTION-PARA
                   END-IF
               END-IF
           END-IF.

       FIND-TAX-RATE-PARA.
      *    SAME FORWARD SCAN AS FIND-EFFECTIVE-PRICE-PARA: THE RATE IN
      *    EFFECT IS THE LAST ENTRY FOR THE JURISDICTION WHOSE
      *    EFFECTIVE DATE IS NOT AFTER THE ORDER DATE.
           MOVE "N" TO WS-TAX-RATE-FOUND
           MOVE ORD-ORDER-DATE TO WS-TAX-DATE
           IF WS-TAX-DATE = 0
               MOVE WS-RUN-DATE TO WS-TAX-DATE
           END-IF
           MOVE "N" TO WS-EOF-TAX-RATES
           MOVE ORD-TAX-JURIS TO TAX-JURIS
           MOVE 0 TO TAX-EFF-DATE
           START TAX-RATE-FILE KEY IS NOT LESS THAN TAX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-TAX-RATES
           END-START
           PERFORM SCAN-TAX-RATE-PARA
               UNTIL END-OF-TAX-RATES.

       SCAN-TAX-RATE-PARA.
           READ TAX-RATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-TAX-RATES
               NOT AT END
                   IF TAX-JURIS NOT = ORD-TAX-JURIS
                           OR TAX-EFF-DATE > WS-TAX-DATE
                       MOVE "Y" TO WS-EOF-TAX-RATES
                   ELSE
                       MOVE TAX-RATE TO ORD-TAX-RATE
                       MOVE "Y" TO WS-TAX-RATE-FOUND
                   END-IF
           END-READ.

       COMPUTE-ORDER-TAX-PARA.
      *    THE TAX FOLLOWS THE GOODS VALUE AT THE SNAPSHOTTED RATE ON
      *    EVERY NIGHTLY RE-PRICING. AN ORDER WITH NO SNAPSHOT WAS
      *    PRICED AND POSTED BEFORE TAX EXISTED AND STAYS UNTAXED.
           IF ORD-TAXED AND ORD-TAX-RATE NUMERIC
               COMPUTE ORD-TAX-AMT ROUNDED =
                   ORD-TOTAL * ORD-TAX-RATE / 100
           ELSE
               MOVE 0 TO ORD-TAX-AMT
           END-IF.

       WRITE-TAX-RATE-EXCEPTION-PARA.
           MOVE SPACES TO OEXCP-RECORD
           STRING "ORDER=" ORD-ID
                  " CUST=" ORD-CUST-ID
                  " REASON=NO TAX RATE FOR JURISDICTION "
                  ORD-TAX-JURIS
                  DELIMITED BY SIZE INTO OEXCP-RECORD
           END-STRING
           WRITE OEXCP-RECORD
           ADD 1 TO WS-ORDERS-REJECTED.

       APPLY-SALE-STOCK-PARA.
      *    A TRIAL RUN STILL SIMULATES THE AVAILABILITY CHECK (SO THE
      *    EXCEPTION REPORT PREVIEWS THE BACKORDERS) BUT LEAVES THE
                       MOVE ORD-LAST-RETURN-ID
                           TO WS-ORIG-LAST-RETURN-ID
                       MOVE ORD-UNIT-COST TO WS-ORIG-UNIT-COST
                       PERFORM SAVE-ORIG-TAX-PARA
                   END-IF
           END-READ

               MOVE WS-ORIG-UNIT-COST TO ORD-UNIT-COST
               COMPUTE WS-COST-EXT =
                   WS-ORIG-UNIT-COST * WS-SAVE-ORD-QTY
      *    AND IT REVERSES THE SALE'S TAX IN PROPORTION TO THE
      *    QUANTITY RETURNED, UNDER THE SALE'S JURISDICTION AND RATE.
               MOVE WS-ORIG-TAX-JURIS TO ORD-TAX-JURIS
               MOVE WS-ORIG-TAX-RATE TO ORD-TAX-RATE
               MOVE WS-ORIG-TAX-STATUS TO ORD-TAX-STATUS
               COMPUTE WS-RETURN-TAX ROUNDED =
                   WS-ORIG-TAX-AMT * WS-SAVE-ORD-QTY / WS-ORIG-QTY
               MOVE WS-RETURN-TAX TO ORD-TAX-AMT
               IF LIVE-MODE
                   REWRITE ORDER-RECORD
                       INVALID KEY
               SUBTRACT WS-RETURN-TOTAL FROM WS-GRAND-TOTAL
               SUBTRACT WS-COST-EXT FROM WS-GRAND-COST
               PERFORM REDUCE-PRODUCT-SUBTOTAL-PARA
               SUBTRACT WS-RETURN-TAX FROM WS-GRAND-TAX
               IF WS-RETURN-TAX NOT = 0
                   COMPUTE WS-TAX-MOVEMENT = 0 - WS-RETURN-TAX
                   PERFORM ACCUMULATE-TAX-PARA
               END-IF
               ADD 1 TO WS-ORDERS-WRITTEN

               DISPLAY "RETURN ID    : " ORD-ID
               DISPLAY "REF ORDER ID : " ORD-REF-ID
               DISPLAY "QUANTITY     : " ORD-QTY
               DISPLAY "RETURN TOTAL : " ORD-TOTAL
               DISPLAY "TAX REVERSED : " ORD-TAX-AMT
           ELSE
               PERFORM WRITE-RETURN-EXCEPTION-PARA
           END-IF.

       SAVE-ORIG-TAX-PARA.
      *    A SALE PRICED BEFORE THE TAX FIELDS EXISTED CARRIES SPACES
      *    IN THEM; IT WAS UNTAXED, SO ITS RETURNS REVERSE NO TAX.
           MOVE ORD-TAX-JURIS TO WS-ORIG-TAX-JURIS
           MOVE ORD-TAX-STATUS TO WS-ORIG-TAX-STATUS
           IF ORD-TAX-AMT NUMERIC
               MOVE ORD-TAX-AMT TO WS-ORIG-TAX-AMT
           ELSE
               MOVE 0 TO WS-ORIG-TAX-AMT
           END-IF
           IF ORD-TAX-RATE NUMERIC
               MOVE ORD-TAX-RATE TO WS-ORIG-TAX-RATE
           ELSE
               MOVE 0 TO WS-ORIG-TAX-RATE
           END-IF.

       REDUCE-PRODUCT-SUBTOTAL-PARA.
           SET PS-IDX TO 1
           SEARCH PS-ENTRY
                   END-IF
           END-SEARCH.

       ACCUMULATE-TAX-PARA.
      *    WS-TAX-MOVEMENT IS SIGNED BY THE CALLER - A SALE'S TAX
      *    ADDS, A RETURN'S REVERSAL SUBTRACTS - AND ORD-TAX-JURIS
      *    NAMES THE JURISDICTION IT BELONGS TO.
           SET TX-IDX TO 1
           SEARCH TX-ENTRY
               AT END
                   IF WS-TAX-SUM-COUNT < 100
                       ADD 1 TO WS-TAX-SUM-COUNT
                       SET TX-IDX TO WS-TAX-SUM-COUNT
                       MOVE ORD-TAX-JURIS TO TX-JURIS (TX-IDX)
                       MOVE 0 TO TX-SUBTOTAL (TX-IDX)
                       MOVE 0 TO TX-GL-AMOUNT (TX-IDX)
                       ADD WS-TAX-MOVEMENT TO TX-SUBTOTAL (TX-IDX)
                       IF ORDER-IS-NEW
                           ADD WS-TAX-MOVEMENT
                               TO TX-GL-AMOUNT (TX-IDX)
                       END-IF
                   ELSE
                       PERFORM WRITE-TAX-OVERFLOW-PARA
                   END-IF
               WHEN TX-JURIS (TX-IDX) = ORD-TAX-JURIS
                   ADD WS-TAX-MOVEMENT TO TX-SUBTOTAL (TX-IDX)
                   IF ORDER-IS-NEW
                       ADD WS-TAX-MOVEMENT TO TX-GL-AMOUNT (TX-IDX)
                   END-IF
           END-SEARCH.

       WRITE-TAX-OVERFLOW-PARA.
           MOVE SPACES TO OEXCP-RECORD
           STRING "ORDER=" ORD-ID
                  " JURIS=" ORD-TAX-JURIS
                  " REASON=TAX SUMMARY TABLE FULL (100 MAX)"
                  DELIMITED BY SIZE INTO OEXCP-RECORD
           END-STRING
           WRITE OEXCP-RECORD
           ADD 1 TO WS-ORDERS-REJECTED.

       WRITE-SUMMARY-OVERFLOW-PARA.
           MOVE SPACES TO OEXCP-RECORD
           STRING "ORDER=" ORD-ID
                   MOVE WS-RUN-NUMBER TO GLWK-RUN-NUMBER
                   MOVE PS-PROD-ID (PS-IDX) TO GLWK-PROD-ID
                   MOVE PS-GL-AMOUNT (PS-IDX) TO GLWK-AMOUNT
                   MOVE SPACES TO GLWK-TAX-JURIS
                   WRITE GLWK-RECORD
               END-PERFORM
               PERFORM WRITE-TAX-GL-WORK-PARA
                   VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > WS-TAX-SUM-COUNT
               CLOSE GL-WORK-FILE
           END-IF.

       WRITE-TAX-GL-WORK-PARA.
      *    ONE RECORD PER JURISDICTION WITH THE RUN'S NET NEW TAX, SO
      *    CMNP008 CAN POST IT TO TAX PAYABLE APART FROM SALES.
           MOVE WS-RUN-NUMBER TO GLWK-RUN-NUMBER
           MOVE 0 TO GLWK-PROD-ID
           MOVE TX-GL-AMOUNT (TX-IDX) TO GLWK-AMOUNT
           MOVE TX-JURIS (TX-IDX) TO GLWK-TAX-JURIS
           WRITE GLWK-RECORD.

       REPLENISH-SCAN-PARA.
      *    THE RANDOM LOOKUPS DURING ORDER PROCESSING LEFT THE PRODUCT
      *    FILE POSITIONED ARBITRARILY; REPOSITION TO THE START BEFORE
                  " (ORDERS=" WS-NONCURR-COUNT ")"
                  DELIMITED BY SIZE INTO SUMM-RECORD
           END-STRING
           WRITE SUMM-RECORD
           PERFORM WRITE-TAX-SUMMARY-PARA.

       WRITE-TAX-SUMMARY-PARA.
      *    SALES TAX IS NOT PART OF THE GOODS FIGURES ABOVE; IT IS
      *    SHOWN BY JURISDICTION AND THEN ADDED FOR THE AMOUNT BILLED.
           MOVE SPACES TO SUMM-RECORD
           WRITE SUMM-RECORD
           MOVE SPACES TO SUMM-RECORD
           STRING "SALES TAX BY JURISDICTION" DELIMITED BY SIZE
               INTO SUMM-RECORD
           END-STRING
           WRITE SUMM-RECORD
           PERFORM WRITE-TAX-SUMMARY-LINE-PARA
               VARYING TX-IDX FROM 1 BY 1
               UNTIL TX-IDX > WS-TAX-SUM-COUNT
           MOVE WS-GRAND-TAX TO WS-SUMM-TAX-DISP
           MOVE SPACES TO SUMM-RECORD
           STRING "GRAND TAX  =" WS-SUMM-TAX-DISP
                  DELIMITED BY SIZE INTO SUMM-RECORD
           END-STRING
           WRITE SUMM-RECORD
           COMPUTE WS-SUMM-GRAND-DISP = WS-GRAND-TOTAL + WS-GRAND-TAX
           MOVE SPACES TO SUMM-RECORD
           STRING "GRAND TOTAL INCLUDING TAX=" WS-SUMM-GRAND-DISP
                  DELIMITED BY SIZE INTO SUMM-RECORD
           END-STRING
           WRITE SUMM-RECORD.

       WRITE-TAX-SUMMARY-LINE-PARA.
           MOVE TX-SUBTOTAL (TX-IDX) TO WS-SUMM-TAX-DISP
           MOVE SPACES TO SUMM-RECORD
           STRING "JURIS=" TX-JURIS (TX-IDX)
                  " TAX=" WS-SUMM-TAX-DISP
                  DELIMITED BY SIZE INTO SUMM-RECORD
           END-STRING
           WRITE SUMM-RECORD.

       WRITE-FAIL-AUDIT-PARA.
