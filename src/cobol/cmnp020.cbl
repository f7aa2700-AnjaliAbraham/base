       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMNP020.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VEND-STATUS.

           SELECT PO-LINE-FILE ASSIGN TO "POLINES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-KEY
               ALTERNATE RECORD KEY IS POL-PROD-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-POL-STATUS.

           SELECT PO-CTL-FILE ASSIGN TO "POCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POCTL-STATUS.

           SELECT PO-RCPT-EXCP-FILE ASSIGN TO "PORCPTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POX-STATUS.

           SELECT PO-REG-RPT ASSIGN TO "POREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.

           SELECT PO-EXPED-RPT ASSIGN TO "POEXPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEXP-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
       COPY PRODUCT.

       FD  VENDOR-MASTER.
       COPY VENDREC.

       FD  PO-LINE-FILE.
       COPY POLREC.

      *    LAST PURCHASE-ORDER NUMBER ISSUED. KEPT THE WAY RUNCTL
      *    KEEPS THE RUN NUMBER: READ, BUMPED IN STORAGE, AND
      *    WRITTEN BACK WHOLE AT THE END OF THE STEP.
       FD  PO-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PO-CTL-RECORD.
           05  POCTL-LAST-DATE        PIC 9(8).
           05  POCTL-LAST-PO-NO       PIC 9(6).
           05  FILLER                 PIC X(66).

       FD  PO-RCPT-EXCP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY POXREC.

       FD  PO-REG-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  PREG-RECORD                PIC X(80).

       FD  PO-EXPED-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  PEXP-RECORD                PIC X(80).

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       FD  AUDIT-LOG.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-PROD-STATUS         PIC XX.
       01  WS-VEND-STATUS         PIC XX.
       01  WS-POL-STATUS          PIC XX.
       01  WS-POCTL-STATUS        PIC XX.
       01  WS-POX-STATUS          PIC XX.
       01  WS-PREG-STATUS         PIC XX.
       01  WS-PEXP-STATUS         PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR        PIC 9(4).
           05  WS-RUN-MONTH       PIC 9(2).
           05  WS-RUN-DAY         PIC 9(2).
       01  WS-RUN-NUMBER          PIC 9(6).
       01  WS-START-TIME          PIC 9(8).
       01  WS-END-TIME            PIC 9(8).

       01  WS-EOF-PRODUCTS        PIC X VALUE "N".
           88  END-OF-PRODUCTS    VALUE "Y".

       01  WS-EOF-PO-LINES        PIC X VALUE "N".
           88  END-OF-PO-LINES    VALUE "Y".

       01  WS-EOF-RCPT-EXCP       PIC X VALUE "N".
           88  END-OF-RCPT-EXCP   VALUE "Y".

       01  WS-RCPT-EXCP-AVAILABLE PIC X VALUE "N".
           88  RCPT-EXCP-AVAILABLE
                                  VALUE "Y".

       01  WS-VEND-AVAILABLE      PIC X VALUE "Y".
           88  VEND-IS-AVAILABLE  VALUE "Y".

       01  WS-VEND-OK             PIC X VALUE "N".
           88  VENDOR-IS-OK       VALUE "Y".

       01  WS-LAST-PO-NO          PIC 9(6) VALUE 0.

      *    STOCK POSITION OF THE PRODUCT BEING CONSIDERED: WHAT IS
      *    ON THE SHELF PLUS WHAT IS STILL OWED ON OPEN LINES. ONLY
      *    THE SHORTFALL OF THAT AGAINST THE REORDER POINT IS
      *    ORDERED, SO A PRODUCT ALREADY ON ORDER IS NOT ORDERED
      *    AGAIN NIGHT AFTER NIGHT WHILE THE GOODS ARE IN TRANSIT.
       01  WS-OUTSTANDING         PIC 9(9) VALUE 0.
       01  WS-LINE-OWED           PIC S9(9) VALUE 0.
       01  WS-AVAILABLE           PIC 9(9) VALUE 0.
       01  WS-ORDER-QTY           PIC 9(9) VALUE 0.
       01  WS-ORDER-MULT          PIC 9(5) VALUE 0.
       01  WS-MULT-COUNT          PIC 9(9) VALUE 0.
       01  WS-MULT-REM            PIC 9(5) VALUE 0.
       01  WS-LINE-VALUE          PIC S9(9)V99 VALUE 0.

      *    DUE DATE = RUN DATE PLUS THE PRODUCT'S LEAD TIME, COUNTED
      *    ON THE REAL CALENDAR ONE DAY AT A TIME SO IT CAN BE PRINTED
      *    ON THE ORDER AND COMPARED WITH LATER RUN DATES.
       01  WS-DUE-DATE            PIC 9(8).
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR        PIC 9(4).
           05  WS-DUE-MONTH       PIC 9(2).
           05  WS-DUE-DAY         PIC 9(2).
       01  WS-LEAD-DAYS           PIC 9(3) VALUE 0.
       01  WS-MONTH-DAYS          PIC 9(2) VALUE 0.
       01  WS-LEAP-QUOT           PIC 9(4) VALUE 0.
       01  WS-LEAP-REM            PIC 9(3) VALUE 0.
       01  WS-MONTH-LENGTHS       PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LEN       PIC 9(2) OCCURS 12 TIMES.

      *    COMMERCIAL 360-DAY COUNT (YEAR*360 + MONTH*30 + DAY) FOR
      *    HOW LATE A LINE IS, THE SAME ROUGH ARITHMETIC THE BACKORDER
      *    AGING (CMNP013) USES.
       01  WS-RUN-DAY-NO          PIC S9(9) VALUE 0.
       01  WS-LATE-DAY-NO         PIC S9(9) VALUE 0.
       01  WS-LATE-DATE           PIC 9(8).
       01  WS-LATE-DATE-R REDEFINES WS-LATE-DATE.
           05  WS-LATE-YEAR       PIC 9(4).
           05  WS-LATE-MONTH      PIC 9(2).
           05  WS-LATE-DAY        PIC 9(2).
       01  WS-DAYS-LATE           PIC S9(9) VALUE 0.

      *    ONE PURCHASE ORDER PER VENDOR PER RUN: THE FIRST LOW-STOCK
      *    PRODUCT FOR A VENDOR OPENS A NEW PO NUMBER AND LATER ONES
      *    ADD LINES TO IT. A PO THAT REACHES 999 LINES, OR A VENDOR
      *    ARRIVING AFTER THE TABLE IS FULL, SIMPLY STARTS ANOTHER PO.
       01  WS-VPO-COUNT           PIC 9(4) VALUE 0.
       01  WS-VPO-TABLE.
           05  VPO-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-VPO-COUNT
                   INDEXED BY VPO-IDX.
               10  VPO-VEND-ID    PIC X(6).
               10  VPO-PO-NO      PIC 9(6).
               10  VPO-LAST-LINE  PIC 9(3).
       01  WS-VPO-FOUND           PIC X VALUE "N".
           88  VPO-IS-FOUND       VALUE "Y".

       01  WS-EXCP-REASON         PIC X(40).

       01  WS-PRODS-READ          PIC 9(9) VALUE 0.
       01  WS-PRODS-LOW           PIC 9(9) VALUE 0.
       01  WS-PRODS-COVERED       PIC 9(9) VALUE 0.
       01  WS-LINES-RAISED        PIC 9(9) VALUE 0.
       01  WS-POS-RAISED          PIC 9(9) VALUE 0.
       01  WS-VALUE-RAISED        PIC S9(9)V99 VALUE 0.
       01  WS-SOURCE-EXCP         PIC 9(9) VALUE 0.
       01  WS-RCPT-EXCP           PIC 9(9) VALUE 0.
       01  WS-PAST-DUE            PIC 9(9) VALUE 0.
       01  WS-EXCP-TOTAL          PIC 9(9) VALUE 0.

       01  WS-QTY-DISP            PIC Z(6)9.
       01  WS-QTY2-DISP           PIC Z(6)9.
       01  WS-QTY3-DISP           PIC Z(6)9.
       01  WS-DAYS-DISP           PIC Z(4)9.
       01  WS-AMT-DISP            PIC -(7)9.99.
       01  WS-CNT-DISP            PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM GENERATE-PO-PARA
           PERFORM EXPEDITE-PARA
           PERFORM FINALIZE-PARA
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
           PERFORM OBTAIN-PO-NUMBER-PARA
           COMPUTE WS-RUN-DAY-NO =
               WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "CMNP020 FATAL: PRODUCT-FILE OPEN FAILED, "
                   "STATUS=" WS-PROD-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    UNTIL PURCHASING HAS LOADED ITS VENDORS THROUGH CMNP004
      *    THE VENDOR MASTER MAY NOT EXIST. THAT IS NOT A REASON TO
      *    STOP THE CHAIN - EVERY LOW-STOCK PRODUCT SIMPLY GOES ON THE
      *    EXPEDITING REPORT AS HAVING NO ORDERABLE VENDOR.
           OPEN INPUT VENDOR-MASTER
           IF WS-VEND-STATUS NOT = "00"
               MOVE "N" TO WS-VEND-AVAILABLE
               DISPLAY "CMNP020 WARNING: VENDOR-MASTER NOT AVAILABLE, "
                   "STATUS=" WS-VEND-STATUS
           END-IF
      *    THE PURCHASE-ORDER LINES ARE CREATED ON FIRST USE. THIS
      *    STEP READS THE FILE AS WELL AS WRITING IT, SO AN OUTPUT
      *    FALLBACK IS CLOSED AND THE FILE REOPENED I-O.
           OPEN I-O PO-LINE-FILE
           IF WS-POL-STATUS NOT = "00"
               OPEN OUTPUT PO-LINE-FILE
               CLOSE PO-LINE-FILE
               OPEN I-O PO-LINE-FILE
               IF WS-POL-STATUS NOT = "00"
                   DISPLAY "CMNP020 FATAL: PO-LINE-FILE OPEN "
                       "FAILED, STATUS=" WS-POL-STATUS
                   PERFORM WRITE-FAIL-AUDIT-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT PO-REG-RPT
           OPEN OUTPUT PO-EXPED-RPT
           MOVE SPACES TO PREG-RECORD
           STRING "PURCHASE ORDER REGISTER - DATE=" WS-RUN-DATE
                  " RUN=" WS-RUN-NUMBER
                  DELIMITED BY SIZE INTO PREG-RECORD
           END-STRING
           WRITE PREG-RECORD
           MOVE SPACES TO PREG-RECORD
           WRITE PREG-RECORD
           MOVE SPACES TO PEXP-RECORD
           STRING "PURCHASING EXCEPTIONS AND EXPEDITING - DATE="
                  WS-RUN-DATE " RUN=" WS-RUN-NUMBER
                  DELIMITED BY SIZE INTO PEXP-RECORD
           END-STRING
           WRITE PEXP-RECORD
           MOVE SPACES TO PEXP-RECORD
           WRITE PEXP-RECORD.

       OBTAIN-RUN-NUMBER-PARA.
      *    CMNP001 (STEP ONE OF THE CHAIN) ALLOCATES AND BUMPS THE RUN
      *    NUMBER; THIS STEP ONLY READS IT SO EVERY LINE IT RAISES
      *    CARRIES THE RUN THAT RAISED IT.
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

       OBTAIN-PO-NUMBER-PARA.
      *    AN ABSENT OR EMPTY CONTROL FILE STARTS THE NUMBERING AT
      *    ONE; A NON-NUMERIC ONE IS TREATED THE SAME RATHER THAN
      *    ISSUING GARBAGE NUMBERS.
           MOVE 0 TO WS-LAST-PO-NO
           OPEN INPUT PO-CTL-FILE
           IF WS-POCTL-STATUS = "00"
               READ PO-CTL-FILE
                   AT END
                       MOVE 0 TO POCTL-LAST-PO-NO
               END-READ
               IF POCTL-LAST-PO-NO NUMERIC
                   MOVE POCTL-LAST-PO-NO TO WS-LAST-PO-NO
               END-IF
               CLOSE PO-CTL-FILE
           END-IF.

       GENERATE-PO-PARA.
           MOVE ZERO TO PROD-ID
           START PRODUCT-FILE KEY IS NOT LESS THAN PROD-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PRODUCTS
           END-START
           PERFORM READ-PRODUCT-PARA
           PERFORM CHECK-PRODUCT-PARA
               UNTIL END-OF-PRODUCTS.

       READ-PRODUCT-PARA.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-PRODUCTS
           END-READ.

       CHECK-PRODUCT-PARA.
      *    THE SAME TEST THE PRICING STEP'S REPLENISHMENT REPORT
      *    (CMNP003) APPLIES, SO EVERY PRODUCT ON RPLNRPT EITHER GETS
      *    A LINE HERE, IS ALREADY COVERED BY ONE, OR APPEARS ON THE
      *    EXPEDITING REPORT SAYING WHY NOT.
           ADD 1 TO WS-PRODS-READ
           IF PROD-QTY-ON-HAND < PROD-REORDER-POINT
               ADD 1 TO WS-PRODS-LOW
               PERFORM SUM-OUTSTANDING-PARA
               COMPUTE WS-AVAILABLE =
                   PROD-QTY-ON-HAND + WS-OUTSTANDING
               IF WS-AVAILABLE NOT < PROD-REORDER-POINT
                   ADD 1 TO WS-PRODS-COVERED
               ELSE
                   PERFORM CHECK-VENDOR-PARA
                   IF VENDOR-IS-OK
                       PERFORM RAISE-PO-LINE-PARA
                   ELSE
                       PERFORM WRITE-SOURCE-EXCP-PARA
                   END-IF
               END-IF
           END-IF
           PERFORM READ-PRODUCT-PARA.

       SUM-OUTSTANDING-PARA.
           MOVE 0 TO WS-OUTSTANDING
           MOVE "N" TO WS-EOF-PO-LINES
           MOVE PROD-ID TO POL-PROD-ID
           START PO-LINE-FILE KEY IS EQUAL TO POL-PROD-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PO-LINES
           END-START
           PERFORM READ-PRODUCT-LINE-PARA
           PERFORM ADD-OUTSTANDING-PARA
               UNTIL END-OF-PO-LINES.

       READ-PRODUCT-LINE-PARA.
           IF NOT END-OF-PO-LINES
               READ PO-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-PO-LINES
               END-READ
               IF NOT END-OF-PO-LINES
                       AND POL-PROD-ID NOT = PROD-ID
                   MOVE "Y" TO WS-EOF-PO-LINES
               END-IF
           END-IF.

       ADD-OUTSTANDING-PARA.
           IF POL-OPEN
               COMPUTE WS-LINE-OWED =
                   POL-QTY-ORDERED - POL-QTY-RECEIVED
               IF WS-LINE-OWED > 0
                   ADD WS-LINE-OWED TO WS-OUTSTANDING
               END-IF
           END-IF
           PERFORM READ-PRODUCT-LINE-PARA.

       CHECK-VENDOR-PARA.
           MOVE "Y" TO WS-VEND-OK
           IF PROD-VENDOR-ID = SPACES
               MOVE "N" TO WS-VEND-OK
               MOVE "NO PREFERRED VENDOR" TO WS-EXCP-REASON
           ELSE
               IF NOT VEND-IS-AVAILABLE
                   MOVE "N" TO WS-VEND-OK
                   MOVE "PREFERRED VENDOR NOT ON FILE"
                       TO WS-EXCP-REASON
               ELSE
                   MOVE PROD-VENDOR-ID TO VEND-ID
                   READ VENDOR-MASTER RECORD
                       INVALID KEY
                           MOVE "N" TO WS-VEND-OK
                           MOVE "PREFERRED VENDOR NOT ON FILE"
                               TO WS-EXCP-REASON
                   END-READ
                   IF VENDOR-IS-OK AND NOT VEND-ACTIVE
                       MOVE "N" TO WS-VEND-OK
                       MOVE "PREFERRED VENDOR INACTIVE"
                           TO WS-EXCP-REASON
                   END-IF
               END-IF
           END-IF.

       RAISE-PO-LINE-PARA.
      *    ORDER THE SHORTFALL, ROUNDED UP TO THE VENDOR'S ORDER
      *    MULTIPLE (ZERO OR BLANK ON OLDER RECORDS MEANS UNITS).
           COMPUTE WS-ORDER-QTY =
               PROD-REORDER-POINT - WS-AVAILABLE
           IF PROD-ORDER-MULT NUMERIC AND PROD-ORDER-MULT > 0
               MOVE PROD-ORDER-MULT TO WS-ORDER-MULT
           ELSE
               MOVE 1 TO WS-ORDER-MULT
           END-IF
           DIVIDE WS-ORDER-QTY BY WS-ORDER-MULT
               GIVING WS-MULT-COUNT REMAINDER WS-MULT-REM
           IF WS-MULT-REM > 0
               ADD 1 TO WS-MULT-COUNT
           END-IF
           COMPUTE WS-ORDER-QTY = WS-MULT-COUNT * WS-ORDER-MULT
           PERFORM ASSIGN-PO-LINE-PARA
           PERFORM COMPUTE-DUE-DATE-PARA
           MOVE PROD-ID TO POL-PROD-ID
           MOVE PROD-VENDOR-ID TO POL-VEND-ID
           MOVE WS-RUN-DATE TO POL-ORDER-DATE
           MOVE WS-DUE-DATE TO POL-DUE-DATE
           MOVE WS-ORDER-QTY TO POL-QTY-ORDERED
           MOVE 0 TO POL-QTY-RECEIVED
           MOVE PROD-COST TO POL-UNIT-COST
           SET POL-OPEN TO TRUE
           MOVE WS-RUN-NUMBER TO POL-RUN-NUMBER
           MOVE 0 TO POL-LAST-RCPT-DATE
           WRITE POL-RECORD
               INVALID KEY
                   DISPLAY "CMNP020 WARNING: PO LINE " POL-KEY
                       " ALREADY ON FILE - POCTL OUT OF STEP"
           END-WRITE
           IF WS-POL-STATUS = "00"
               ADD 1 TO WS-LINES-RAISED
               COMPUTE WS-LINE-VALUE ROUNDED =
                   POL-QTY-ORDERED * POL-UNIT-COST
               ADD WS-LINE-VALUE TO WS-VALUE-RAISED
               PERFORM WRITE-REGISTER-LINE-PARA
           END-IF.

       ASSIGN-PO-LINE-PARA.
           MOVE "N" TO WS-VPO-FOUND
           IF WS-VPO-COUNT > 0
               SET VPO-IDX TO 1
               SEARCH VPO-ENTRY
                   AT END
                       CONTINUE
                   WHEN VPO-VEND-ID (VPO-IDX) = PROD-VENDOR-ID
                       MOVE "Y" TO WS-VPO-FOUND
               END-SEARCH
           END-IF
           IF VPO-IS-FOUND AND VPO-LAST-LINE (VPO-IDX) < 999
               ADD 1 TO VPO-LAST-LINE (VPO-IDX)
               MOVE VPO-PO-NO (VPO-IDX) TO POL-PO-NO
               MOVE VPO-LAST-LINE (VPO-IDX) TO POL-LINE-NO
           ELSE
               ADD 1 TO WS-LAST-PO-NO
               ADD 1 TO WS-POS-RAISED
               MOVE WS-LAST-PO-NO TO POL-PO-NO
               MOVE 1 TO POL-LINE-NO
               EVALUATE TRUE
                   WHEN VPO-IS-FOUND
                       MOVE WS-LAST-PO-NO TO VPO-PO-NO (VPO-IDX)
                       MOVE 1 TO VPO-LAST-LINE (VPO-IDX)
                   WHEN WS-VPO-COUNT < 500
                       ADD 1 TO WS-VPO-COUNT
                       SET VPO-IDX TO WS-VPO-COUNT
                       MOVE PROD-VENDOR-ID TO VPO-VEND-ID (VPO-IDX)
                       MOVE WS-LAST-PO-NO TO VPO-PO-NO (VPO-IDX)
                       MOVE 1 TO VPO-LAST-LINE (VPO-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       COMPUTE-DUE-DATE-PARA.
           MOVE WS-RUN-DATE TO WS-DUE-DATE
           IF PROD-LEAD-DAYS NUMERIC
               MOVE PROD-LEAD-DAYS TO WS-LEAD-DAYS
           ELSE
               MOVE 0 TO WS-LEAD-DAYS
           END-IF
           PERFORM ADVANCE-DUE-DATE-PARA WS-LEAD-DAYS TIMES.

       ADVANCE-DUE-DATE-PARA.
           MOVE WS-MONTH-LEN (WS-DUE-MONTH) TO WS-MONTH-DAYS
           IF WS-DUE-MONTH = 2
               PERFORM SET-FEBRUARY-PARA
           END-IF
           ADD 1 TO WS-DUE-DAY
           IF WS-DUE-DAY > WS-MONTH-DAYS
               MOVE 1 TO WS-DUE-DAY
               ADD 1 TO WS-DUE-MONTH
               IF WS-DUE-MONTH > 12
                   MOVE 1 TO WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               END-IF
           END-IF.

       SET-FEBRUARY-PARA.
      *    GREGORIAN LEAP YEAR: EVERY FOURTH YEAR, EXCEPT CENTURIES
      *    NOT DIVISIBLE BY 400.
           DIVIDE WS-DUE-YEAR BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = 0
               MOVE 29 TO WS-MONTH-DAYS
               DIVIDE WS-DUE-YEAR BY 100
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-DUE-YEAR BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               END-IF
           END-IF.

       WRITE-REGISTER-LINE-PARA.
           MOVE POL-QTY-ORDERED TO WS-QTY-DISP
           MOVE WS-LINE-VALUE TO WS-AMT-DISP
           MOVE SPACES TO PREG-RECORD
           STRING "PO=" POL-PO-NO POL-LINE-NO
                  " VEND=" POL-VEND-ID
                  " PROD=" POL-PROD-ID
                  " QTY=" WS-QTY-DISP
                  " DUE=" POL-DUE-DATE
                  " VALUE=" WS-AMT-DISP
                  DELIMITED BY SIZE INTO PREG-RECORD
           END-STRING
           WRITE PREG-RECORD.

       WRITE-SOURCE-EXCP-PARA.
           ADD 1 TO WS-SOURCE-EXCP
           IF WS-SOURCE-EXCP = 1
               MOVE "LOW-STOCK PRODUCTS NOT ORDERED"
                   TO PEXP-RECORD
               WRITE PEXP-RECORD
           END-IF
           MOVE SPACES TO PEXP-RECORD
           STRING "  PROD=" PROD-ID
                  " VEND=" PROD-VENDOR-ID
                  " REASON=" WS-EXCP-REASON
                  DELIMITED BY SIZE INTO PEXP-RECORD
           END-STRING
           WRITE PEXP-RECORD.

       EXPEDITE-PARA.
           PERFORM REPORT-RCPT-EXCP-PARA
           PERFORM REPORT-PAST-DUE-PARA.

       REPORT-RCPT-EXCP-PARA.
      *    RECEIPT EXCEPTIONS HANDED OVER BY CMNP014 SINCE THE LAST
      *    RUN. AN ABSENT FILE JUST MEANS NO RECEIPTS WENT WRONG.
           OPEN INPUT PO-RCPT-EXCP-FILE
           IF WS-POX-STATUS = "00"
               MOVE "Y" TO WS-RCPT-EXCP-AVAILABLE
               PERFORM READ-RCPT-EXCP-PARA
               PERFORM WRITE-RCPT-EXCP-PARA
                   UNTIL END-OF-RCPT-EXCP
               CLOSE PO-RCPT-EXCP-FILE
           END-IF.

       READ-RCPT-EXCP-PARA.
           READ PO-RCPT-EXCP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-RCPT-EXCP
           END-READ.

       WRITE-RCPT-EXCP-PARA.
           ADD 1 TO WS-RCPT-EXCP
           IF WS-RCPT-EXCP = 1
               MOVE SPACES TO PEXP-RECORD
               WRITE PEXP-RECORD
               MOVE "RECEIPT EXCEPTIONS" TO PEXP-RECORD
               WRITE PEXP-RECORD
           END-IF
           EVALUATE TRUE
               WHEN POX-NO-PO
                   MOVE "NO OPEN PO LINE" TO WS-EXCP-REASON
               WHEN POX-WRONG-PROD
                   MOVE "PO LINE IS FOR ANOTHER PRODUCT"
                       TO WS-EXCP-REASON
               WHEN POX-OVER-RCPT
                   MOVE "OVER-RECEIPT" TO WS-EXCP-REASON
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-EXCP-REASON
           END-EVALUATE
           MOVE POX-QTY TO WS-QTY-DISP
           MOVE SPACES TO PEXP-RECORD
           STRING "  " POX-DATE
                  " PROD=" POX-PROD-ID
                  " REF=" POX-REF
                  " QTY=" WS-QTY-DISP
                  " " WS-EXCP-REASON
                  DELIMITED BY SIZE INTO PEXP-RECORD
           END-STRING
           WRITE PEXP-RECORD
           IF POX-OVER-RCPT OR POX-WRONG-PROD
               MOVE POX-QTY-ORDERED TO WS-QTY2-DISP
               MOVE POX-QTY-RECEIVED TO WS-QTY3-DISP
               MOVE SPACES TO PEXP-RECORD
               STRING "      LINE ORDERED=" WS-QTY2-DISP
                      " RECEIVED=" WS-QTY3-DISP
                      DELIMITED BY SIZE INTO PEXP-RECORD
               END-STRING
               WRITE PEXP-RECORD
           END-IF
           PERFORM READ-RCPT-EXCP-PARA.

       REPORT-PAST-DUE-PARA.
      *    EVERY OPEN LINE WHOSE DUE DATE HAS PASSED, INCLUDING A
      *    LINE PART-RECEIVED - THE BALANCE IS STILL LATE.
           MOVE "N" TO WS-EOF-PO-LINES
           MOVE ZERO TO POL-KEY
           START PO-LINE-FILE KEY IS NOT LESS THAN POL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PO-LINES
           END-START
           PERFORM READ-PO-LINE-PARA
           PERFORM CHECK-PAST-DUE-PARA
               UNTIL END-OF-PO-LINES.

       READ-PO-LINE-PARA.
           IF NOT END-OF-PO-LINES
               READ PO-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-PO-LINES
               END-READ
           END-IF.

       CHECK-PAST-DUE-PARA.
           IF POL-OPEN AND POL-DUE-DATE < WS-RUN-DATE
               PERFORM WRITE-PAST-DUE-PARA
           END-IF
           PERFORM READ-PO-LINE-PARA.

       WRITE-PAST-DUE-PARA.
           ADD 1 TO WS-PAST-DUE
           IF WS-PAST-DUE = 1
               MOVE SPACES TO PEXP-RECORD
               WRITE PEXP-RECORD
               MOVE "PURCHASE-ORDER LINES PAST DUE" TO PEXP-RECORD
               WRITE PEXP-RECORD
           END-IF
           MOVE POL-DUE-DATE TO WS-LATE-DATE
           COMPUTE WS-LATE-DAY-NO =
               WS-LATE-YEAR * 360 + WS-LATE-MONTH * 30 + WS-LATE-DAY
           COMPUTE WS-DAYS-LATE = WS-RUN-DAY-NO - WS-LATE-DAY-NO
           IF WS-DAYS-LATE < 0
               MOVE 0 TO WS-DAYS-LATE
           END-IF
           MOVE WS-DAYS-LATE TO WS-DAYS-DISP
           MOVE POL-QTY-ORDERED TO WS-QTY2-DISP
           MOVE POL-QTY-RECEIVED TO WS-QTY3-DISP
           MOVE SPACES TO PEXP-RECORD
           STRING "  PO=" POL-PO-NO POL-LINE-NO
                  " VEND=" POL-VEND-ID
                  " PROD=" POL-PROD-ID
                  " DUE=" POL-DUE-DATE
                  " LATE=" WS-DAYS-DISP
                  DELIMITED BY SIZE INTO PEXP-RECORD
           END-STRING
           WRITE PEXP-RECORD
           MOVE SPACES TO PEXP-RECORD
           STRING "      ORDERED=" WS-QTY2-DISP
                  " RECEIVED=" WS-QTY3-DISP
                  DELIMITED BY SIZE INTO PEXP-RECORD
           END-STRING
           WRITE PEXP-RECORD.

       FINALIZE-PARA.
           MOVE WS-LINES-RAISED TO WS-CNT-DISP
           MOVE WS-VALUE-RAISED TO WS-AMT-DISP
           MOVE SPACES TO PREG-RECORD
           WRITE PREG-RECORD
           MOVE SPACES TO PREG-RECORD
           STRING "LINES RAISED=" WS-CNT-DISP
                  " VALUE=" WS-AMT-DISP
                  DELIMITED BY SIZE INTO PREG-RECORD
           END-STRING
           WRITE PREG-RECORD
           COMPUTE WS-EXCP-TOTAL =
               WS-SOURCE-EXCP + WS-RCPT-EXCP + WS-PAST-DUE
           MOVE WS-EXCP-TOTAL TO WS-CNT-DISP
           MOVE SPACES TO PEXP-RECORD
           WRITE PEXP-RECORD
           MOVE SPACES TO PEXP-RECORD
           STRING "TOTAL EXCEPTIONS=" WS-CNT-DISP
                  DELIMITED BY SIZE INTO PEXP-RECORD
           END-STRING
           WRITE PEXP-RECORD
           CLOSE PRODUCT-FILE
           IF VEND-IS-AVAILABLE
               CLOSE VENDOR-MASTER
           END-IF
           CLOSE PO-LINE-FILE
           CLOSE PO-REG-RPT
           CLOSE PO-EXPED-RPT
      *    THE RECEIPT EXCEPTIONS ARE NOW ON THE REPORT; EMPTY THE
      *    HAND-OFF SO THEY ARE NOT PRINTED AGAIN TOMORROW.
           IF RCPT-EXCP-AVAILABLE
               OPEN OUTPUT PO-RCPT-EXCP-FILE
               CLOSE PO-RCPT-EXCP-FILE
           END-IF
           PERFORM WRITE-PO-CTL-PARA
           ACCEPT WS-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "CMNP020 RUN " WS-RUN-NUMBER " COMPLETE"
           DISPLAY "PRODUCTS READ : " WS-PRODS-READ
           DISPLAY "BELOW REORDER : " WS-PRODS-LOW
           DISPLAY "ALREADY ON PO : " WS-PRODS-COVERED
           DISPLAY "POS RAISED    : " WS-POS-RAISED
           DISPLAY "LINES RAISED  : " WS-LINES-RAISED
           DISPLAY "NOT ORDERED   : " WS-SOURCE-EXCP
           DISPLAY "RCPT EXCEPTNS : " WS-RCPT-EXCP
           DISPLAY "LINES PAST DUE: " WS-PAST-DUE.

       WRITE-PO-CTL-PARA.
           MOVE SPACES TO PO-CTL-RECORD
           MOVE WS-RUN-DATE TO POCTL-LAST-DATE
           MOVE WS-LAST-PO-NO TO POCTL-LAST-PO-NO
           OPEN OUTPUT PO-CTL-FILE
           WRITE PO-CTL-RECORD
           CLOSE PO-CTL-FILE.

       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP020 " TO AUD-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-START-TIME TO AUD-START-TIME
           MOVE WS-END-TIME TO AUD-END-TIME
           MOVE WS-PRODS-READ TO AUD-RECS-IN
           MOVE WS-LINES-RAISED TO AUD-RECS-OUT
           MOVE WS-VALUE-RAISED TO AUD-TOTAL-AMT
           MOVE WS-EXCP-TOTAL TO AUD-RECS-EXCP
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
           MOVE "CMNP020 " TO AUD-PROGRAM-ID
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
