               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT PO-LINE-FILE ASSIGN TO "POLINES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-KEY
               ALTERNATE RECORD KEY IS POL-PROD-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-POL-STATUS.

           SELECT PO-RCPT-EXCP-FILE ASSIGN TO "PORCPTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POX-STATUS.

           SELECT INV-EXCP-RPT ASSIGN TO "INVEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IEXCP-STATUS.

      *    THE FISCAL CALENDAR (FPERREC) GIVES THE POSTING LOCK: NO
      *    MOVEMENT DATED INTO A CLOSED PERIOD CHANGES ON-HAND.
           SELECT FISCAL-PERIOD-FILE ASSIGN TO "FISCPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPER-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *    RECEIPTS AND WRITE-OFFS CARRY AN UNSIGNED QUANTITY; A
      *    COUNT ADJUSTMENT IS SIGNED EITHER WAY.
           05  INVT-QTY               PIC S9(7).
      *    ON A RECEIPT THE REFERENCE IS THE PURCHASE-ORDER NUMBER
      *    AND LINE NUMBER THE GOODS WERE SHIPPED AGAINST (POLREC).
           05  INVT-REF               PIC X(10).
           05  INVT-REF-PO REDEFINES INVT-REF.
               10  INVT-REF-PO-KEY    PIC X(9).
               10  FILLER             PIC X(1).
           05  INVT-DATE              PIC 9(8).
           05  FILLER                 PIC X(48).

       FD  INV-LEDGER.
       COPY INVMREC.

       FD  PO-LINE-FILE.
       COPY POLREC.

       FD  PO-RCPT-EXCP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY POXREC.

       FD  INV-EXCP-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  IEXCP-RECORD               PIC X(80).

       FD  FISCAL-PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FPERREC.

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       01  WS-TXN-STATUS          PIC XX.
       01  WS-PROD-STATUS         PIC XX.
       01  WS-LEDG-STATUS         PIC XX.
       01  WS-POL-STATUS          PIC XX.
       01  WS-POX-STATUS          PIC XX.
       01  WS-IEXCP-STATUS        PIC XX.
       01  WS-FPER-STATUS         PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.


       01  WS-EXCP-REASON         PIC X(40).

      *    POSTING LOCK FROM THE FISCAL CALENDAR: EVERYTHING DATED ON
      *    OR BEFORE WS-CLOSED-THRU (THE LATEST END DATE OF A CLOSED
      *    PERIOD) BELONGS TO A PERIOD FINANCE HAS ALREADY REPORTED.
      *    A LATE MOVEMENT IS REJECTED, OR - WHEN THE CALENDAR'S
      *    CONTROL RECORD SAYS SO - RE-DATED TO WS-ROLL-DATE (THE
      *    FIRST DAY OF THE EARLIEST OPEN PERIOD) AND APPLIED THERE.
      *    NO CALENDAR, OR NO PERIOD CLOSED YET, MEANS NO LOCK; AN
      *    UNDATED CARD IS TAKEN AS TODAY'S AND IS NEVER LATE.
       01  WS-EOF-PERIODS         PIC X VALUE "N".
           88  END-OF-PERIODS     VALUE "Y".
       01  WS-CLOSED-THRU         PIC 9(8) VALUE 0.
       01  WS-ROLL-DATE           PIC 9(8) VALUE 0.
       01  WS-LATE-ACTION         PIC X VALUE "R".
           88  LATE-ROLL-FORWARD  VALUE "F".
       01  WS-TXNS-ROLLED         PIC 9(9) VALUE 0.

      *    SIGNED MOVEMENT THE TRANSACTION APPLIES TO ON-HAND:
      *    RECEIPTS ADD, WRITE-OFFS SUBTRACT, ADJUSTMENTS CARRY
      *    THEIR OWN SIGN.
       01  WS-TXNS-APPLIED        PIC 9(9) VALUE 0.
       01  WS-TXNS-REJECTED       PIC 9(9) VALUE 0.

       01  WS-POL-AVAILABLE       PIC X VALUE "Y".
           88  POL-IS-AVAILABLE   VALUE "Y".
       01  WS-POL-FOUND           PIC X VALUE "N".
           88  POL-IS-FOUND       VALUE "Y".
       01  WS-RCPTS-MATCHED       PIC 9(9) VALUE 0.
       01  WS-RCPTS-EXCEPTED      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
           PERFORM READ-PERIOD-CTL-PARA
           OPEN INPUT INV-TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "CMNP014 FATAL: INV-TXN-FILE OPEN FAILED, "
           IF WS-LEDG-STATUS NOT = "00"
               OPEN OUTPUT INV-LEDGER
           END-IF
      *    THE PURCHASE-ORDER LINES ARE RAISED BY CMNP020. UNTIL IT
      *    HAS RUN THE FILE MAY NOT EXIST; RECEIPTS STILL APPLY TO
      *    STOCK AND EACH IS REPORTED AS HAVING NO PURCHASE ORDER.
           OPEN I-O PO-LINE-FILE
           IF WS-POL-STATUS NOT = "00"
               MOVE "N" TO WS-POL-AVAILABLE
           END-IF
      *    RECEIPT EXCEPTIONS ACCUMULATE UNTIL CMNP020 NEXT PRINTS
      *    THEM, SO THE HAND-OFF FILE IS EXTENDED LIKE THE LEDGER.
           OPEN EXTEND PO-RCPT-EXCP-FILE
           IF WS-POX-STATUS NOT = "00"
               OPEN OUTPUT PO-RCPT-EXCP-FILE
           END-IF
           OPEN OUTPUT INV-EXCP-RPT
           PERFORM READ-TXN-PARA.

               CLOSE RUN-CTL-FILE
           END-IF.

       READ-PERIOD-CTL-PARA.
      *    THE CALENDAR IS READ ONCE PER RUN. IF THE EARLIEST OPEN
      *    PERIOD DOES NOT START AFTER THE LAST CLOSED ONE ENDS (A
      *    CALENDAR CLOSED OUT OF ORDER), THERE IS NOWHERE SAFE TO
      *    ROLL TO AND LATE MOVEMENTS ARE REJECTED INSTEAD.
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

       READ-TXN-PARA.
           READ INV-TXN-FILE
               AT END
           MOVE "Y" TO WS-TXN-OK
           MOVE SPACES TO WS-EXCP-REASON
           PERFORM VALIDATE-TXN-PARA
           IF TXN-IS-OK
               PERFORM CHECK-CLOSED-PERIOD-PARA
           END-IF
           IF TXN-IS-OK
               PERFORM APPLY-TXN-PARA
           END-IF
           END-IF
           END-IF.

       CHECK-CLOSED-PERIOD-PARA.
      *    A LATE MOVEMENT IS REJECTED THROUGH THE USUAL EXCEPTION
      *    PATH; UNDER THE ROLL-FORWARD OPTION IT IS RE-DATED (THE
      *    DATE A RECEIPT LEAVES ON ITS PURCHASE-ORDER LINE) AND
      *    LISTED WITHOUT COUNTING AS A REJECT.
           IF WS-CLOSED-THRU > 0
                   AND INVT-DATE NUMERIC
                   AND INVT-DATE > 0
                   AND INVT-DATE NOT > WS-CLOSED-THRU
               IF LATE-ROLL-FORWARD AND WS-ROLL-DATE > 0
                   STRING "DATED " INVT-DATE
                          " - ROLLED FWD TO " WS-ROLL-DATE
                          DELIMITED BY SIZE INTO WS-EXCP-REASON
                   END-STRING
                   PERFORM WRITE-TXN-NOTE-PARA
                   MOVE SPACES TO WS-EXCP-REASON
                   MOVE WS-ROLL-DATE TO INVT-DATE
                   ADD 1 TO WS-TXNS-ROLLED
               ELSE
                   MOVE "N" TO WS-TXN-OK
                   STRING "DATED " INVT-DATE
                          " - PERIOD CLOSED"
                          DELIMITED BY SIZE INTO WS-EXCP-REASON
                   END-STRING
               END-IF
           END-IF.

       APPLY-TXN-PARA.
           MOVE INVT-PROD-ID TO PROD-ID
           READ PRODUCT-FILE RECORD
                   IF TXN-IS-OK
                       PERFORM WRITE-LEDGER-PARA
                   END-IF
                   IF TXN-IS-OK AND INVT-RECEIPT
                       PERFORM MATCH-PO-RECEIPT-PARA
                   END-IF
               END-IF
           END-IF.

           MOVE INVT-REF TO INVM-REF
           WRITE INVM-RECORD.

       MATCH-PO-RECEIPT-PARA.
      *    THE RECEIPT HAS ALREADY GONE INTO STOCK - THE GOODS ARE IN
      *    THE BUILDING WHATEVER THE PAPERWORK SAYS - SO A RECEIPT
      *    THAT DOES NOT MATCH AN OPEN LINE IS NOT REJECTED HERE BUT
      *    HANDED TO CMNP020'S EXPEDITING REPORT FOR PURCHASING.
      *    A READ FAILURE OTHER THAN INVALID KEY (FILE ABSENT) IS
      *    TREATED AS NO MATCH FOR THE SAME REASON.
           MOVE "Y" TO WS-POL-FOUND
           IF NOT POL-IS-AVAILABLE OR INVT-REF-PO-KEY NOT NUMERIC
               MOVE "N" TO WS-POL-FOUND
           ELSE
               MOVE INVT-REF-PO-KEY TO POL-KEY
               READ PO-LINE-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO WS-POL-FOUND
               END-READ
               IF WS-POL-STATUS NOT = "00"
                   MOVE "N" TO WS-POL-FOUND
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT POL-IS-FOUND
                   MOVE 0 TO POX-QTY-ORDERED
                   MOVE 0 TO POX-QTY-RECEIVED
                   SET POX-NO-PO TO TRUE
                   PERFORM WRITE-PO-EXCEPTION-PARA
               WHEN POL-PROD-ID NOT = INVT-PROD-ID
      *    THE LINE IS LEFT ALONE - THE REFERENCE IS PROBABLY MIS-
      *    KEYED, AND CREDITING ANOTHER PRODUCT'S LINE WOULD STOP IT
      *    BEING RE-ORDERED WHEN IT IS STILL OWED.
                   MOVE POL-QTY-ORDERED TO POX-QTY-ORDERED
                   MOVE POL-QTY-RECEIVED TO POX-QTY-RECEIVED
                   SET POX-WRONG-PROD TO TRUE
                   PERFORM WRITE-PO-EXCEPTION-PARA
               WHEN OTHER
                   PERFORM APPLY-PO-RECEIPT-PARA
           END-EVALUATE.

       APPLY-PO-RECEIPT-PARA.
           ADD INVT-QTY TO POL-QTY-RECEIVED
           IF INVT-DATE NUMERIC
               MOVE INVT-DATE TO POL-LAST-RCPT-DATE
           ELSE
               MOVE WS-RUN-DATE TO POL-LAST-RCPT-DATE
           END-IF
           IF POL-QTY-RECEIVED NOT < POL-QTY-ORDERED
               SET POL-CLOSED TO TRUE
           END-IF
           REWRITE POL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-RCPTS-MATCHED
      *    AN OVERSHIPMENT (INCLUDING ANY RECEIPT AGAINST A LINE
      *    ALREADY RECEIVED IN FULL) IS KEPT ON THE LINE SO THE
      *    FIGURES AGREE WITH STOCK, AND REPORTED SO PURCHASING CAN
      *    RETURN IT OR ACCEPT THE VENDOR'S INVOICE FOR IT.
           IF POL-QTY-RECEIVED > POL-QTY-ORDERED
               MOVE POL-QTY-ORDERED TO POX-QTY-ORDERED
               MOVE POL-QTY-RECEIVED TO POX-QTY-RECEIVED
               SET POX-OVER-RCPT TO TRUE
               PERFORM WRITE-PO-EXCEPTION-PARA
           END-IF.

       WRITE-PO-EXCEPTION-PARA.
           ADD 1 TO WS-RCPTS-EXCEPTED
           MOVE WS-RUN-DATE TO POX-DATE
           MOVE WS-RUN-NUMBER TO POX-RUN-NUMBER
           MOVE INVT-PROD-ID TO POX-PROD-ID
           MOVE INVT-REF TO POX-REF
           MOVE INVT-QTY TO POX-QTY
           WRITE POX-RECORD.

       WRITE-TXN-EXCEPTION-PARA.
           ADD 1 TO WS-TXNS-REJECTED
           PERFORM WRITE-TXN-NOTE-PARA.

       WRITE-TXN-NOTE-PARA.
           MOVE SPACES TO IEXCP-RECORD
           STRING "PROD=" INVT-PROD-ID
                  " TYPE=" INVT-TYPE
           CLOSE INV-TXN-FILE
           CLOSE PRODUCT-FILE
           CLOSE INV-LEDGER
           IF POL-IS-AVAILABLE
               CLOSE PO-LINE-FILE
           END-IF
           CLOSE PO-RCPT-EXCP-FILE
           CLOSE INV-EXCP-RPT
           ACCEPT WS-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "CMNP014 RUN " WS-RUN-NUMBER " COMPLETE"
           DISPLAY "TXNS READ     : " WS-TXNS-READ
           DISPLAY "TXNS APPLIED  : " WS-TXNS-APPLIED
           DISPLAY "TXNS REJECTED : " WS-TXNS-REJECTED
           DISPLAY "TXNS ROLLED   : " WS-TXNS-ROLLED
           DISPLAY "RCPTS ON PO   : " WS-RCPTS-MATCHED
           DISPLAY "RCPT EXCEPTNS : " WS-RCPTS-EXCEPTED.

       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG
