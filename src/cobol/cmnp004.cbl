               RECORD KEY IS PRC-KEY
               FILE STATUS IS WS-PRC-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-KEY
               FILE STATUS IS WS-TAX-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VEND-STATUS.

           SELECT ORDERDET-FILE ASSIGN TO "ORDERDET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
               88  MNT-TGT-ACCOUNT    VALUE "A".
               88  MNT-TGT-PRODUCT    VALUE "P".
               88  MNT-TGT-PRICE      VALUE "R".
               88  MNT-TGT-TAX-RATE   VALUE "T".
               88  MNT-TGT-VENDOR     VALUE "V".
           05  MNT-DATA               PIC X(158).
           05  MNT-CUST-DATA REDEFINES MNT-DATA.
               10  MNT-CUST-ID        PIC X(6).
               10  MNT-CUST-ADDR-1    PIC X(25).
               10  MNT-CUST-ADDR-2    PIC X(25).
               10  MNT-CUST-ADDR-3    PIC X(25).
      *    SALES TAX COLUMNS - BLANK ON OLDER CARDS, WHICH LEAVES THE
      *    CUSTOMER WITH NO JURISDICTION (UNTAXED) AND TAXABLE STATUS.
               10  MNT-CUST-TAX-JURIS PIC X(4).
               10  MNT-CUST-TAX-STATUS
                                      PIC X(1).
               10  FILLER             PIC X(46).
           05  MNT-ACCT-DATA REDEFINES MNT-DATA.
               10  MNT-ACCT-NO        PIC X(8).
               10  MNT-ACCT-CUST-ID   PIC X(6).
               10  MNT-PROD-ON-HAND   PIC 9(7).
               10  MNT-PROD-REORD-PT  PIC 9(7).
               10  MNT-PROD-COST      PIC S9(7)V99.
               10  MNT-PROD-TAX-STATUS
                                      PIC X(1).
      *    SOURCING COLUMNS - BLANK ON OLDER CARDS, WHICH LEAVES THE
      *    PRODUCT WITH NO PREFERRED VENDOR, SO CMNP020 NEVER RAISES
      *    A PURCHASE ORDER FOR IT.
               10  MNT-PROD-VENDOR-ID PIC X(6).
               10  MNT-PROD-LEAD-DAYS PIC 9(3).
               10  MNT-PROD-ORDER-MULT
                                      PIC 9(5).
               10  FILLER             PIC X(86).
           05  MNT-PRICE-DATA REDEFINES MNT-DATA.
               10  MNT-PRC-PROD-ID    PIC 9(5).
               10  MNT-PRC-EFF-DATE   PIC 9(8).
               10  MNT-PRC-PRICE      PIC S9(7)V99.
               10  FILLER             PIC X(136).
           05  MNT-TAX-DATA REDEFINES MNT-DATA.
               10  MNT-TAX-JURIS      PIC X(4).
               10  MNT-TAX-EFF-DATE   PIC 9(8).
               10  MNT-TAX-RATE       PIC 9(2)V9(4).
               10  MNT-TAX-JURIS-NAME PIC X(20).
               10  FILLER             PIC X(120).
           05  MNT-VEND-DATA REDEFINES MNT-DATA.
               10  MNT-VEND-ID        PIC X(6).
               10  MNT-VEND-NAME      PIC X(25).
               10  MNT-VEND-STATUS    PIC X(1).
               10  MNT-VEND-ADDR-1    PIC X(25).
               10  MNT-VEND-ADDR-2    PIC X(25).
               10  MNT-VEND-ADDR-3    PIC X(25).
               10  FILLER             PIC X(51).

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.
       FD  PRICE-HIST-FILE.
       COPY PRICEREC.

       FD  TAX-RATE-FILE.
       COPY TAXRREC.

       FD  VENDOR-MASTER.
       COPY VENDREC.

       FD  ORDERDET-FILE.
       COPY ORDERDET.

       FD  INV-LEDGER.
       COPY INVMREC.

       FD  ACCT-JOURNAL.
       COPY ACCMREC.

       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  MAUD-RECORD                PIC X(160).
       01  WS-ACCT-STATUS         PIC XX.
       01  WS-PROD-STATUS         PIC XX.
       01  WS-PRC-STATUS          PIC XX.
       01  WS-TAX-STATUS          PIC XX.
       01  WS-VEND-STATUS         PIC XX.
       01  WS-ORD-STATUS          PIC XX.
       01  WS-LEDG-STATUS         PIC XX.
       01  WS-JRNL-STATUS         PIC XX.
       01  WS-MAUD-STATUS         PIC XX.
       01  WS-MEXCP-STATUS        PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-EOF-ORDERS          PIC X VALUE "N".
           88  END-OF-ORDERS      VALUE "Y".

       01  WS-VEND-IN-USE         PIC X VALUE "N".
           88  VENDOR-IN-USE      VALUE "Y".

       01  WS-EOF-PRODUCTS        PIC X VALUE "N".
           88  END-OF-PRODUCTS    VALUE "Y".

       01  WS-EXCP-REASON         PIC X(40).
       01  WS-TXN-KEY             PIC X(13).

      *    THE INVENTORY LEDGER WITH THE REST.
       01  WS-SAVE-ON-HAND        PIC 9(7) VALUE 0.

      *    BALANCE BEFORE AN ACCOUNT CARD IS APPLIED - A CARD THAT
      *    MOVES IT GOES ON THE ACCOUNT MOVEMENT JOURNAL.
       01  WS-SAVE-ACCT-BAL       PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PARA.
                   STOP RUN
               END-IF
           END-IF
      *    THE TAX RATE HISTORY IS CREATED ON FIRST USE IN THE SAME
      *    WAY AS THE PRICE HISTORY.
           OPEN I-O TAX-RATE-FILE
           IF WS-TAX-STATUS NOT = "00"
               OPEN OUTPUT TAX-RATE-FILE
               IF WS-TAX-STATUS NOT = "00"
                   DISPLAY "CMNP004 FATAL: TAX-RATE-FILE OPEN "
                       "FAILED, STATUS=" WS-TAX-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *    SO IS THE VENDOR MASTER.
           OPEN I-O VENDOR-MASTER
           IF WS-VEND-STATUS NOT = "00"
               OPEN OUTPUT VENDOR-MASTER
               IF WS-VEND-STATUS NOT = "00"
                   DISPLAY "CMNP004 FATAL: VENDOR-MASTER OPEN "
                       "FAILED, STATUS=" WS-VEND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ORDERDET-FILE
           IF WS-ORD-STATUS NOT = "00"
               DISPLAY "CMNP004 FATAL: ORDERDET-FILE OPEN FAILED, "
           IF WS-LEDG-STATUS NOT = "00"
               OPEN OUTPUT INV-LEDGER
           END-IF
           OPEN EXTEND ACCT-JOURNAL
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT ACCT-JOURNAL
           END-IF
           OPEN OUTPUT MAINT-EXCP-RPT
           PERFORM READ-TXN-PARA.

               WHEN MNT-TGT-PRICE
                   MOVE MNT-PRICE-DATA (1:13) TO WS-TXN-KEY
                   PERFORM APPLY-PRICE-TXN-PARA
               WHEN MNT-TGT-TAX-RATE
                   MOVE MNT-TAX-DATA (1:12) TO WS-TXN-KEY
                   PERFORM APPLY-TAX-RATE-TXN-PARA
               WHEN MNT-TGT-VENDOR
                   MOVE MNT-VEND-ID TO WS-TXN-KEY
                   PERFORM APPLY-VENDOR-TXN-PARA
               WHEN OTHER
                   MOVE "N" TO WS-TXN-OK
                   MOVE "INVALID TARGET (NOT C, A, P, R, T OR V)"
                       TO WS-EXCP-REASON
           END-EVALUATE
           IF TXN-IS-OK
           END-EVALUATE.

       CUSTOMER-ADD-PARA.
           PERFORM CHECK-CUSTOMER-TAX-PARA
           IF MNT-CUST-STATUS NOT = "A" AND MNT-CUST-STATUS NOT = "I"
               MOVE "N" TO WS-TXN-OK
               MOVE "INVALID CUSTOMER STATUS (NOT A OR I)"
                   TO WS-EXCP-REASON
           END-IF
           IF TXN-IS-OK
               MOVE "(NONE)" TO WS-BEFORE-IMAGE
               PERFORM BUILD-CUSTOMER-RECORD-PARA
               MOVE WS-RUN-DATE TO CUST-LAST-ACT-DATE
           END-IF.

       CUSTOMER-UPDATE-PARA.
           PERFORM CHECK-CUSTOMER-TAX-PARA
           IF MNT-CUST-STATUS NOT = "A" AND MNT-CUST-STATUS NOT = "I"
               MOVE "N" TO WS-TXN-OK
               MOVE "INVALID CUSTOMER STATUS (NOT A OR I)"
                   TO WS-EXCP-REASON
           END-IF
           IF TXN-IS-OK
               MOVE "Y" TO WS-REC-FOUND
               MOVE MNT-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER RECORD
           MOVE MNT-CUST-STATUS TO CUST-STATUS
           MOVE MNT-CUST-ADDR-1 TO CUST-ADDR-LINE-1
           MOVE MNT-CUST-ADDR-2 TO CUST-ADDR-LINE-2
           MOVE MNT-CUST-ADDR-3 TO CUST-ADDR-LINE-3
           MOVE MNT-CUST-TAX-JURIS TO CUST-TAX-JURIS
           IF MNT-CUST-TAX-STATUS = "E"
               MOVE "E" TO CUST-TAX-STATUS
           ELSE
               MOVE "T" TO CUST-TAX-STATUS
           END-IF.

       CHECK-CUSTOMER-TAX-PARA.
           IF MNT-CUST-TAX-STATUS NOT = "T"
                   AND MNT-CUST-TAX-STATUS NOT = "E"
                   AND MNT-CUST-TAX-STATUS NOT = SPACE
               MOVE "N" TO WS-TXN-OK
               MOVE "INVALID TAX STATUS (NOT T OR E)"
                   TO WS-EXCP-REASON
           END-IF.

       APPLY-ACCOUNT-TXN-PARA.
           EVALUATE TRUE
                   IF TXN-IS-OK
                       PERFORM WRITE-MAINT-AUDIT-PARA
                       PERFORM TOUCH-OWNER-ACTIVITY-PARA
                       MOVE 0 TO WS-SAVE-ACCT-BAL
                       SET ACCM-OPENING TO TRUE
                       PERFORM WRITE-ACCT-JOURNAL-PARA
                   END-IF
               END-IF
               END-IF
                   MOVE "ACCOUNT NOT FOUND" TO WS-EXCP-REASON
               ELSE
                   MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
                   MOVE ACCT-BAL TO WS-SAVE-ACCT-BAL
                   PERFORM BUILD-ACCOUNT-RECORD-PARA
                   MOVE ACCT-RECORD TO WS-AFTER-IMAGE
                   REWRITE ACCT-RECORD
                   IF TXN-IS-OK
                       PERFORM WRITE-MAINT-AUDIT-PARA
                       PERFORM TOUCH-OWNER-ACTIVITY-PARA
                       IF ACCT-BAL NOT = WS-SAVE-ACCT-BAL
                           SET ACCM-OVERRIDE TO TRUE
                           PERFORM WRITE-ACCT-JOURNAL-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF
               END-IF
           END-IF.

       WRITE-ACCT-JOURNAL-PARA.
      *    A NEW ACCOUNT'S STARTING BALANCE (AN OPENING ENTRY FROM
      *    ZERO) AND A CARD THAT OVERWRITES A BALANCE (AN OVERRIDE)
      *    ARE BALANCE MOVEMENTS LIKE ANY POSTING, SO THE JOURNAL
      *    ROLLS EVERY ACCOUNT FORWARD FROM ITS FIRST DAY. ROUTINE
      *    RECEIPTS BELONG ON CMNP011'S PAYMTS FILE INSTEAD. THE
      *    CALLER SETS THE ENTRY TYPE.
           MOVE WS-RUN-DATE TO ACCM-DATE
           MOVE WS-RUN-NUMBER TO ACCM-RUN-NUMBER
           MOVE "CMNP004 " TO ACCM-SOURCE
           MOVE ACCT-NO TO ACCM-ACCT-NO
           COMPUTE ACCM-AMOUNT = ACCT-BAL - WS-SAVE-ACCT-BAL
           MOVE WS-SAVE-ACCT-BAL TO ACCM-BEFORE-BAL
           MOVE ACCT-BAL TO ACCM-AFTER-BAL
           MOVE "MNTTXN" TO ACCM-REF
           WRITE ACCM-RECORD.

       TOUCH-OWNER-ACTIVITY-PARA.
      *    AN ACCOUNT MOVING IS CUSTOMER ACTIVITY. THE OWNING
      *    CUSTOMER'S RECORD WAS READ DURING VALIDATION AND IS STILL
               MOVE "N" TO WS-TXN-OK
               MOVE "PRODUCT ID/PRICE/QTY NOT NUMERIC"
                   TO WS-EXCP-REASON
           END-IF
           IF MNT-PROD-TAX-STATUS NOT = "T"
                   AND MNT-PROD-TAX-STATUS NOT = "E"
                   AND MNT-PROD-TAX-STATUS NOT = SPACE
               MOVE "N" TO WS-TXN-OK
               MOVE "INVALID TAX STATUS (NOT T OR E)"
                   TO WS-EXCP-REASON
           END-IF
           IF TXN-IS-OK AND MNT-PROD-VENDOR-ID NOT = SPACES
               PERFORM CHECK-PRODUCT-VENDOR-PARA
           END-IF.

      *    A PREFERRED VENDOR MUST BE ON THE VENDOR MASTER, OR THE
      *    PURCHASE-ORDER STEP WOULD RAISE LINES AGAINST A SUPPLIER
      *    PURCHASING CANNOT SEND THEM TO. THE FILE STATUS IS CHECKED
      *    AS WELL FOR THE OUTPUT-FALLBACK BOOTSTRAP MODE (SEE
      *    PRICE-UPDATE-APPLY-PARA).
       CHECK-PRODUCT-VENDOR-PARA.
           MOVE "Y" TO WS-REC-FOUND
           MOVE MNT-PROD-VENDOR-ID TO VEND-ID
           READ VENDOR-MASTER RECORD
               INVALID KEY
                   MOVE "N" TO WS-REC-FOUND
           END-READ
           IF WS-VEND-STATUS NOT = "00"
               MOVE "N" TO WS-REC-FOUND
           END-IF
           IF NOT RECORD-IS-FOUND
               MOVE "N" TO WS-TXN-OK
               MOVE "UNKNOWN PREFERRED VENDOR" TO WS-EXCP-REASON
           END-IF.

       PRODUCT-UPDATE-PARA.
               MOVE MNT-PROD-COST TO PROD-COST
           ELSE
               MOVE 0 TO PROD-COST
           END-IF
           IF MNT-PROD-TAX-STATUS = "E"
               MOVE "E" TO PROD-TAX-STATUS
           ELSE
               MOVE "T" TO PROD-TAX-STATUS
           END-IF
      *    LEAD TIME AND ORDER MULTIPLE FOLLOW THE COST RULE ABOVE -
      *    BLANK COLUMNS ON AN OLDER CARD BECOME ZERO (ORDER ON THE
      *    DAY, IN UNITS OF ONE).
           MOVE MNT-PROD-VENDOR-ID TO PROD-VENDOR-ID
           IF MNT-PROD-LEAD-DAYS NUMERIC
               MOVE MNT-PROD-LEAD-DAYS TO PROD-LEAD-DAYS
           ELSE
               MOVE 0 TO PROD-LEAD-DAYS
           END-IF
           IF MNT-PROD-ORDER-MULT NUMERIC
               MOVE MNT-PROD-ORDER-MULT TO PROD-ORDER-MULT
           ELSE
               MOVE 0 TO PROD-ORDER-MULT
           END-IF.

       APPLY-PRICE-TXN-PARA.
           MOVE MNT-PRC-EFF-DATE TO PRC-EFF-DATE
           MOVE MNT-PRC-PRICE TO PRC-PRICE.

       APPLY-TAX-RATE-TXN-PARA.
           EVALUATE TRUE
               WHEN MNT-ACTION-ADD
                   PERFORM TAX-RATE-ADD-PARA
               WHEN MNT-ACTION-UPDATE
                   PERFORM TAX-RATE-UPDATE-PARA
               WHEN MNT-ACTION-DELETE
                   PERFORM TAX-RATE-DELETE-PARA
               WHEN OTHER
                   MOVE "N" TO WS-TXN-OK
                   MOVE "INVALID ACTION (NOT A, U OR D)"
                       TO WS-EXCP-REASON
           END-EVALUATE.

       TAX-RATE-ADD-PARA.
           PERFORM CHECK-TAX-RATE-FIELDS-PARA
           IF TXN-IS-OK
               MOVE "(NONE)" TO WS-BEFORE-IMAGE
               PERFORM BUILD-TAX-RATE-RECORD-PARA
               MOVE TAX-RECORD TO WS-AFTER-IMAGE
               WRITE TAX-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-TXN-OK
                       MOVE "TAX RATE ENTRY ALREADY EXISTS"
                           TO WS-EXCP-REASON
               END-WRITE
               IF TXN-IS-OK
                   PERFORM WRITE-MAINT-AUDIT-PARA
               END-IF
           END-IF.

      *    THE PRICING STEP SCANS BY JURISDICTION AND DATE AND DOES
      *    ARITHMETIC WITH THE RATE, SO A BLANK JURISDICTION OR A
      *    NON-NUMERIC DATE OR RATE NEVER REACHES THE FILE.
       CHECK-TAX-RATE-FIELDS-PARA.
           IF MNT-TAX-JURIS = SPACES
                   OR MNT-TAX-EFF-DATE NOT NUMERIC
                   OR MNT-TAX-RATE NOT NUMERIC
               MOVE "N" TO WS-TXN-OK
               MOVE "TAX RATE KEY/RATE INVALID"
                   TO WS-EXCP-REASON
           END-IF.

       TAX-RATE-UPDATE-PARA.
           PERFORM CHECK-TAX-RATE-FIELDS-PARA
           IF TXN-IS-OK
               PERFORM TAX-RATE-UPDATE-APPLY-PARA
           END-IF.

       TAX-RATE-UPDATE-APPLY-PARA.
      *    SEE PRICE-UPDATE-APPLY-PARA - THE FILE STATUS CHECKS COVER
      *    THE OUTPUT-FALLBACK BOOTSTRAP MODE.
           MOVE "Y" TO WS-REC-FOUND
           MOVE MNT-TAX-JURIS TO TAX-JURIS
           MOVE MNT-TAX-EFF-DATE TO TAX-EFF-DATE
           READ TAX-RATE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO WS-REC-FOUND
           END-READ
           IF WS-TAX-STATUS NOT = "00"
               MOVE "N" TO WS-REC-FOUND
           END-IF
           IF NOT RECORD-IS-FOUND
               MOVE "N" TO WS-TXN-OK
               MOVE "TAX RATE ENTRY NOT FOUND" TO WS-EXCP-REASON
           ELSE
               MOVE TAX-RECORD TO WS-BEFORE-IMAGE
               PERFORM BUILD-TAX-RATE-RECORD-PARA
               MOVE TAX-RECORD TO WS-AFTER-IMAGE
               REWRITE TAX-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-TXN-OK
                       MOVE "TAX RATE ENTRY REWRITE FAILED"
                           TO WS-EXCP-REASON
               END-REWRITE
               IF TXN-IS-OK AND WS-TAX-STATUS NOT = "00"
                   MOVE "N" TO WS-TXN-OK
                   MOVE "TAX RATE ENTRY REWRITE FAILED"
                       TO WS-EXCP-REASON
               END-IF
               IF TXN-IS-OK
                   PERFORM WRITE-MAINT-AUDIT-PARA
               END-IF
           END-IF.

       TAX-RATE-DELETE-PARA.
           MOVE "Y" TO WS-REC-FOUND
           MOVE MNT-TAX-JURIS TO TAX-JURIS
           MOVE MNT-TAX-EFF-DATE TO TAX-EFF-DATE
           READ TAX-RATE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO WS-REC-FOUND
           END-READ
           IF WS-TAX-STATUS NOT = "00"
               MOVE "N" TO WS-REC-FOUND
           END-IF
           IF NOT RECORD-IS-FOUND
               MOVE "N" TO WS-TXN-OK
               MOVE "TAX RATE ENTRY NOT FOUND" TO WS-EXCP-REASON
           ELSE
               MOVE TAX-RECORD TO WS-BEFORE-IMAGE
               MOVE "(DELETED)" TO WS-AFTER-IMAGE
               DELETE TAX-RATE-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO WS-TXN-OK
                       MOVE "TAX RATE ENTRY DELETE FAILED"
                           TO WS-EXCP-REASON
               END-DELETE
               IF TXN-IS-OK AND WS-TAX-STATUS NOT = "00"
                   MOVE "N" TO WS-TXN-OK
                   MOVE "TAX RATE ENTRY DELETE FAILED"
                       TO WS-EXCP-REASON
               END-IF
               IF TXN-IS-OK
                   PERFORM WRITE-MAINT-AUDIT-PARA
               END-IF
           END-IF.

       BUILD-TAX-RATE-RECORD-PARA.
           MOVE MNT-TAX-JURIS TO TAX-JURIS
           MOVE MNT-TAX-EFF-DATE TO TAX-EFF-DATE
           MOVE MNT-TAX-RATE TO TAX-RATE
           MOVE MNT-TAX-JURIS-NAME TO TAX-JURIS-NAME.

       APPLY-VENDOR-TXN-PARA.
           EVALUATE TRUE
               WHEN MNT-ACTION-ADD
                   PERFORM VENDOR-ADD-PARA
               WHEN MNT-ACTION-UPDATE
                   PERFORM VENDOR-UPDATE-PARA
               WHEN MNT-ACTION-DELETE
                   PERFORM VENDOR-DELETE-PARA
               WHEN OTHER
                   MOVE "N" TO WS-TXN-OK
                   MOVE "INVALID ACTION (NOT A, U OR D)"
                       TO WS-EXCP-REASON
           END-EVALUATE.

       VENDOR-ADD-PARA.
           PERFORM CHECK-VENDOR-FIELDS-PARA
           IF TXN-IS-OK
               MOVE "(NONE)" TO WS-BEFORE-IMAGE
               PERFORM BUILD-VENDOR-RECORD-PARA
               MOVE VEND-RECORD TO WS-AFTER-IMAGE
               WRITE VEND-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-TXN-OK
                       MOVE "VENDOR ALREADY EXISTS" TO WS-EXCP-REASON
               END-WRITE
               IF TXN-IS-OK
                   PERFORM WRITE-MAINT-AUDIT-PARA
               END-IF
           END-IF.

       CHECK-VENDOR-FIELDS-PARA.
           IF MNT-VEND-ID = SPACES
               MOVE "N" TO WS-TXN-OK
               MOVE "VENDOR ID MISSING" TO WS-EXCP-REASON
           ELSE
               IF MNT-VEND-STATUS NOT = "A"
                       AND MNT-VEND-STATUS NOT = "I"
                   MOVE "N" TO WS-TXN-OK
                   MOVE "INVALID VENDOR STATUS (NOT A OR I)"
                       TO WS-EXCP-REASON
               END-IF
           END-IF.

       VENDOR-UPDATE-PARA.
           PERFORM CHECK-VENDOR-FIELDS-PARA
           IF TXN-IS-OK
               PERFORM VENDOR-UPDATE-APPLY-PARA
           END-IF.

       VENDOR-UPDATE-APPLY-PARA.
      *    SEE PRICE-UPDATE-APPLY-PARA - THE FILE STATUS CHECKS COVER
      *    THE OUTPUT-FALLBACK BOOTSTRAP MODE.
           MOVE "Y" TO WS-REC-FOUND
           MOVE MNT-VEND-ID TO VEND-ID
           READ VENDOR-MASTER RECORD
               INVALID KEY
                   MOVE "N" TO WS-REC-FOUND
           END-READ
           IF WS-VEND-STATUS NOT = "00"
               MOVE "N" TO WS-REC-FOUND
           END-IF
           IF NOT RECORD-IS-FOUND
               MOVE "N" TO WS-TXN-OK
               MOVE "VENDOR NOT FOUND" TO WS-EXCP-REASON
           ELSE
               MOVE VEND-RECORD TO WS-BEFORE-IMAGE
               PERFORM BUILD-VENDOR-RECORD-PARA
               MOVE VEND-RECORD TO WS-AFTER-IMAGE
               REWRITE VEND-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-TXN-OK
                       MOVE "VENDOR REWRITE FAILED"
                           TO WS-EXCP-REASON
               END-REWRITE
               IF TXN-IS-OK AND WS-VEND-STATUS NOT = "00"
                   MOVE "N" TO WS-TXN-OK
                   MOVE "VENDOR REWRITE FAILED" TO WS-EXCP-REASON
               END-IF
               IF TXN-IS-OK
                   PERFORM WRITE-MAINT-AUDIT-PARA
               END-IF
           END-IF.

       VENDOR-DELETE-PARA.
      *    A VENDOR STILL NAMED AS SOME PRODUCT'S PREFERRED SUPPLIER
      *    STAYS - RETIRE IT WITH STATUS "I" INSTEAD, OR MOVE THE
      *    PRODUCTS TO ANOTHER VENDOR FIRST. OPEN PURCHASE-ORDER
      *    LINES CARRY THEIR OWN COPY OF THE VENDOR ID AND ARE NOT
      *    AFFECTED.
           MOVE "Y" TO WS-REC-FOUND
           MOVE MNT-VEND-ID TO VEND-ID
           READ VENDOR-MASTER RECORD
               INVALID KEY
                   MOVE "N" TO WS-REC-FOUND
           END-READ
           IF WS-VEND-STATUS NOT = "00"
               MOVE "N" TO WS-REC-FOUND
           END-IF
           IF NOT RECORD-IS-FOUND
               MOVE "N" TO WS-TXN-OK
               MOVE "VENDOR NOT FOUND" TO WS-EXCP-REASON
           ELSE
               PERFORM CHECK-VENDOR-IN-USE-PARA
               IF VENDOR-IN-USE
                   MOVE "N" TO WS-TXN-OK
                   MOVE "VENDOR IS PREFERRED FOR A PRODUCT"
                       TO WS-EXCP-REASON
               ELSE
                   MOVE VEND-RECORD TO WS-BEFORE-IMAGE
                   MOVE "(DELETED)" TO WS-AFTER-IMAGE
                   DELETE VENDOR-MASTER RECORD
                       INVALID KEY
                           MOVE "N" TO WS-TXN-OK
                           MOVE "VENDOR DELETE FAILED"
                               TO WS-EXCP-REASON
                   END-DELETE
                   IF TXN-IS-OK
                       PERFORM WRITE-MAINT-AUDIT-PARA
                   END-IF
               END-IF
           END-IF.

       BUILD-VENDOR-RECORD-PARA.
           MOVE MNT-VEND-ID TO VEND-ID
           MOVE MNT-VEND-NAME TO VEND-NAME
           MOVE MNT-VEND-STATUS TO VEND-STATUS
           MOVE MNT-VEND-ADDR-1 TO VEND-ADDR-LINE-1
           MOVE MNT-VEND-ADDR-2 TO VEND-ADDR-LINE-2
           MOVE MNT-VEND-ADDR-3 TO VEND-ADDR-LINE-3.

       CHECK-VENDOR-IN-USE-PARA.
      *    A FULL SCAN OF THE PRODUCT MASTER, AS FOR PRODUCT DELETES
      *    AGAINST ORDERDET - VENDOR DELETES ARE RARE.
           MOVE "N" TO WS-VEND-IN-USE
           MOVE "N" TO WS-EOF-PRODUCTS
           MOVE ZERO TO PROD-ID
           START PRODUCT-FILE KEY IS NOT LESS THAN PROD-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PRODUCTS
           END-START
           PERFORM SCAN-VENDOR-PRODUCT-PARA
               UNTIL VENDOR-IN-USE OR END-OF-PRODUCTS.

       SCAN-VENDOR-PRODUCT-PARA.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-PRODUCTS
               NOT AT END
                   IF PROD-VENDOR-ID = MNT-VEND-ID
                       MOVE "Y" TO WS-VEND-IN-USE
                   END-IF
           END-READ.

       CHECK-PRODUCT-IN-USE-PARA.
      *    A FULL SCAN OF ORDERDET PER DELETE IS ACCEPTABLE HERE -
      *    PRODUCT DELETES ARE RARE, AND THE SCAN STOPS AT THE FIRST
           CLOSE ACCOUNT-MASTER
           CLOSE PRODUCT-FILE
           CLOSE PRICE-HIST-FILE
           CLOSE TAX-RATE-FILE
           CLOSE VENDOR-MASTER
           CLOSE ORDERDET-FILE
           CLOSE INV-LEDGER
           CLOSE ACCT-JOURNAL
           CLOSE MAINT-AUDIT-FILE
           CLOSE MAINT-EXCP-RPT
           ACCEPT WS-END-TIME FROM TIME
