       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMNP021.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-PROOF-CTL ASSIGN TO "INVPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IPCTL-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-STATUS.

           SELECT INV-LEDGER ASSIGN TO "INVLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT INV-PROOF-RPT ASSIGN TO "INVPROOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.

           SELECT STOCK-VAL-RPT ASSIGN TO "STOCKVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVAL-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INV-PROOF-CTL
           RECORD CONTAINS 80 CHARACTERS.
       01  INV-PROOF-CTL-RECORD.
      *    FIRST DATE THE VALUATION'S MOVEMENT COLUMNS COVER,
      *    YYYYMMDD. BLANK (OR NO CONTROL FILE) MEANS THE FIRST OF
      *    THE RUN MONTH, SO THE NIGHTLY REPORT IS MONTH-TO-DATE AND
      *    THE LAST ONE OF THE MONTH IS THE MONTH-END SIGN-OFF COPY.
           05  IPCTL-FROM-DATE        PIC 9(8).
           05  FILLER                 PIC X(72).

       FD  PRODUCT-FILE.
       COPY PRODUCT.

       FD  INV-LEDGER.
       COPY INVMREC.

       FD  INV-PROOF-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  PROOF-RECORD               PIC X(80).

       FD  STOCK-VAL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  SVAL-RECORD                PIC X(80).

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       FD  AUDIT-LOG.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-IPCTL-STATUS        PIC XX.
       01  WS-PROD-STATUS         PIC XX.
       01  WS-LEDG-STATUS         PIC XX.
       01  WS-PROOF-STATUS        PIC XX.
       01  WS-SVAL-STATUS         PIC XX.
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

       01  WS-FROM-DATE           PIC 9(8) VALUE 0.

       01  WS-EOF-PRODUCTS        PIC X VALUE "N".
           88  END-OF-PRODUCTS    VALUE "Y".

       01  WS-EOF-LEDGER          PIC X VALUE "N".
           88  END-OF-LEDGER      VALUE "Y".

       01  WS-LEDG-AVAILABLE      PIC X VALUE "N".
           88  LEDGER-IS-AVAILABLE
                                  VALUE "Y".

       01  WS-PT-FOUND            PIC X VALUE "N".
           88  PT-IS-FOUND        VALUE "Y".

       01  WS-TABLE-FULL          PIC X VALUE "N".
           88  TABLE-IS-FULL      VALUE "Y".

      *    ONE ENTRY PER PRODUCT ON THE MASTER, LOADED IN PRODUCT-ID
      *    ORDER FROM THE KEYED FILE SO IT CAN BE SEARCHED BY KEY AS
      *    THE LEDGER IS READ. THE LEDGER IS APPENDED IN THE ORDER THE
      *    MOVEMENTS HAPPENED, SO ONE PASS OF IT ROLLS EVERY PRODUCT
      *    FORWARD AT ONCE: PT-LAST-AFTER IS THE ON-HAND FIGURE THE
      *    NEXT ENTRY FOR THE PRODUCT MUST START FROM.
       01  WS-PT-COUNT            PIC 9(5) VALUE 0.
       01  WS-PROD-TABLE.
           05  PT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-PT-COUNT
                   ASCENDING KEY IS PT-PROD-ID
                   INDEXED BY PT-IDX.
               10  PT-PROD-ID     PIC 9(5).
               10  PT-COST        PIC S9(7)V99.
               10  PT-ON-HAND     PIC 9(7).
               10  PT-SEEN        PIC X.
                   88  PT-HAS-ENTRIES
                                  VALUE "Y".
               10  PT-OPEN-SET    PIC X.
                   88  PT-OPENING-KNOWN
                                  VALUE "Y".
               10  PT-LAST-AFTER  PIC 9(7).
               10  PT-LAST-SOURCE PIC X(8).
               10  PT-OPENING     PIC S9(9).
               10  PT-RECEIPTS    PIC S9(9).
               10  PT-SALES       PIC S9(9).
               10  PT-RETURNS     PIC S9(9).
               10  PT-ADJUSTS     PIC S9(9).
               10  PT-WRITE-OFFS  PIC S9(9).

      *    BREAKS COUNTED BY THE PROGRAM THAT WROTE THE ENTRY WHERE
      *    THE CHAIN BROKE ("PRODMAST" FOR A CLOSING FIGURE THAT
      *    DISAGREES WITH THE MASTER - SOMETHING MOVED ON-HAND
      *    WITHOUT A LEDGER ENTRY).
       01  WS-SRC-COUNT           PIC 9(2) VALUE 0.
       01  WS-SRC-TABLE.
           05  SRC-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-SRC-COUNT
                   INDEXED BY SRC-IDX.
               10  SRC-PROGRAM    PIC X(8).
               10  SRC-BREAKS     PIC 9(7).
       01  WS-SRC-FOUND           PIC X VALUE "N".
           88  SRC-IS-FOUND       VALUE "Y".
       01  WS-BREAK-SOURCE        PIC X(8).

       01  WS-EXPECT-AFTER        PIC S9(9) VALUE 0.
       01  WS-LEDGER-CLOSING      PIC S9(9) VALUE 0.
       01  WS-SALES-OUT           PIC S9(9) VALUE 0.
       01  WS-WOFF-OUT            PIC S9(9) VALUE 0.
       01  WS-BREAK-REASON        PIC X(30).

       01  WS-ENTRIES-READ        PIC 9(9) VALUE 0.
       01  WS-ORPHAN-ENTRIES      PIC 9(9) VALUE 0.
       01  WS-BREAK-COUNT         PIC 9(9) VALUE 0.
       01  WS-PRODS-VALUED        PIC 9(9) VALUE 0.
       01  WS-PRODS-SKIPPED       PIC 9(9) VALUE 0.

      *    VALUATION TOTALS, ALL AT CURRENT PROD-COST.
       01  WS-VALUE-WORK          PIC S9(11)V99 VALUE 0.
       01  WS-TOT-OPENING         PIC S9(11)V99 VALUE 0.
       01  WS-TOT-RECEIPTS        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-SALES           PIC S9(11)V99 VALUE 0.
       01  WS-TOT-RETURNS         PIC S9(11)V99 VALUE 0.
       01  WS-TOT-ADJUSTS         PIC S9(11)V99 VALUE 0.
       01  WS-TOT-WRITE-OFFS      PIC S9(11)V99 VALUE 0.
       01  WS-TOT-CLOSING         PIC S9(11)V99 VALUE 0.

       01  WS-QTY1-DISP           PIC -(6)9.
       01  WS-QTY2-DISP           PIC -(6)9.
       01  WS-QTY3-DISP           PIC -(6)9.
       01  WS-QTY4-DISP           PIC -(6)9.
       01  WS-QTY5-DISP           PIC -(6)9.
       01  WS-QTY6-DISP           PIC -(6)9.
       01  WS-QTY7-DISP           PIC -(6)9.
       01  WS-VAL-DISP            PIC -(9)9.99.
       01  WS-CNT-DISP            PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM LOAD-PRODUCT-PARA
               UNTIL END-OF-PRODUCTS
           IF LEDGER-IS-AVAILABLE
               PERFORM READ-LEDGER-PARA
           END-IF
           PERFORM ROLL-LEDGER-PARA
               UNTIL END-OF-LEDGER
           PERFORM VALUE-STOCK-PARA
           PERFORM FINALIZE-PARA
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
           PERFORM READ-CONTROL-PARA
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "CMNP021 FATAL: PRODUCT-FILE OPEN FAILED, "
                   "STATUS=" WS-PROD-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    AN ABSENT LEDGER (NOTHING HAS MOVED STOCK YET) IS PROVED
      *    AS EMPTY - EVERY PRODUCT VALUES AT ITS MASTER ON-HAND.
           OPEN INPUT INV-LEDGER
           IF WS-LEDG-STATUS = "00"
               MOVE "Y" TO WS-LEDG-AVAILABLE
           ELSE
               MOVE "Y" TO WS-EOF-LEDGER
           END-IF
           OPEN OUTPUT INV-PROOF-RPT
           OPEN OUTPUT STOCK-VAL-RPT
           MOVE SPACES TO PROOF-RECORD
           STRING "INVENTORY LEDGER PROOF - DATE=" WS-RUN-DATE
                  " RUN=" WS-RUN-NUMBER
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE SPACES TO SVAL-RECORD
           STRING "STOCK VALUATION AT UNIT COST - MOVEMENTS FROM "
                  WS-FROM-DATE " TO " WS-RUN-DATE
                  DELIMITED BY SIZE INTO SVAL-RECORD
           END-STRING
           WRITE SVAL-RECORD
           MOVE SPACES TO SVAL-RECORD
           WRITE SVAL-RECORD
           MOVE SPACES TO SVAL-RECORD
           STRING "PROD  OPENING RECEIPT   SALES RETURNS "
                  "ADJUSTS  W/OFFS CLOSING"
                  " CLOSING VALUE"
                  DELIMITED BY SIZE INTO SVAL-RECORD
           END-STRING
           WRITE SVAL-RECORD
           MOVE ZERO TO PROD-ID
           START PRODUCT-FILE KEY IS NOT LESS THAN PROD-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PRODUCTS
           END-START
           PERFORM READ-PRODUCT-PARA.

       OBTAIN-RUN-NUMBER-PARA.
      *    CMNP001 (STEP ONE OF THE CHAIN) ALLOCATES AND BUMPS THE RUN
      *    NUMBER; THE PROOF ONLY READS IT.
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
           MOVE 0 TO WS-FROM-DATE
           OPEN INPUT INV-PROOF-CTL
           IF WS-IPCTL-STATUS = "00"
               READ INV-PROOF-CTL
                   AT END
                       MOVE SPACES TO INV-PROOF-CTL-RECORD
               END-READ
               IF IPCTL-FROM-DATE NUMERIC
                   MOVE IPCTL-FROM-DATE TO WS-FROM-DATE
               END-IF
               CLOSE INV-PROOF-CTL
           END-IF
           IF WS-FROM-DATE = 0
               COMPUTE WS-FROM-DATE =
                   WS-RUN-YEAR * 10000 + WS-RUN-MONTH * 100 + 1
           END-IF.

       READ-PRODUCT-PARA.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-PRODUCTS
           END-READ.

       LOAD-PRODUCT-PARA.
           IF WS-PT-COUNT < 20000
               ADD 1 TO WS-PT-COUNT
               SET PT-IDX TO WS-PT-COUNT
               MOVE PROD-ID TO PT-PROD-ID (PT-IDX)
               MOVE PROD-COST TO PT-COST (PT-IDX)
               MOVE PROD-QTY-ON-HAND TO PT-ON-HAND (PT-IDX)
               MOVE "N" TO PT-SEEN (PT-IDX)
               MOVE "N" TO PT-OPEN-SET (PT-IDX)
               MOVE 0 TO PT-LAST-AFTER (PT-IDX)
               MOVE SPACES TO PT-LAST-SOURCE (PT-IDX)
               MOVE 0 TO PT-OPENING (PT-IDX)
               MOVE 0 TO PT-RECEIPTS (PT-IDX)
               MOVE 0 TO PT-SALES (PT-IDX)
               MOVE 0 TO PT-RETURNS (PT-IDX)
               MOVE 0 TO PT-ADJUSTS (PT-IDX)
               MOVE 0 TO PT-WRITE-OFFS (PT-IDX)
           ELSE
               MOVE "Y" TO WS-TABLE-FULL
               ADD 1 TO WS-PRODS-SKIPPED
           END-IF
           PERFORM READ-PRODUCT-PARA.

       READ-LEDGER-PARA.
           READ INV-LEDGER
               AT END
                   MOVE "Y" TO WS-EOF-LEDGER
           END-READ.

       ROLL-LEDGER-PARA.
           ADD 1 TO WS-ENTRIES-READ
           MOVE "N" TO WS-PT-FOUND
           IF WS-PT-COUNT > 0
               SEARCH ALL PT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PT-PROD-ID (PT-IDX) = INVM-PROD-ID
                       MOVE "Y" TO WS-PT-FOUND
               END-SEARCH
           END-IF
      *    A PRODUCT SINCE DELETED FROM THE MASTER (OR BEYOND THE
      *    TABLE) HAS NOTHING TO PROVE AGAINST; ITS ENTRIES ARE ONLY
      *    COUNTED.
           IF PT-IS-FOUND
               PERFORM CHECK-ENTRY-PARA
               PERFORM ACCUMULATE-ENTRY-PARA
               MOVE "Y" TO PT-SEEN (PT-IDX)
               MOVE INVM-AFTER-QTY TO PT-LAST-AFTER (PT-IDX)
               MOVE INVM-SOURCE TO PT-LAST-SOURCE (PT-IDX)
           ELSE
               ADD 1 TO WS-ORPHAN-ENTRIES
           END-IF
           PERFORM READ-LEDGER-PARA.

       CHECK-ENTRY-PARA.
      *    EACH ENTRY MUST PICK UP WHERE THE PRODUCT'S PREVIOUS ENTRY
      *    LEFT OFF, AND MUST FOOT WITHIN ITSELF. THE FIRST ENTRY FOR
      *    A PRODUCT HAS NOTHING BEFORE IT AND IS TAKEN AS THE START.
           IF PT-HAS-ENTRIES (PT-IDX)
                   AND INVM-BEFORE-QTY NOT = PT-LAST-AFTER (PT-IDX)
               MOVE INVM-SOURCE TO WS-BREAK-SOURCE
               MOVE "BEFORE NOT = PREVIOUS AFTER" TO WS-BREAK-REASON
               MOVE PT-LAST-AFTER (PT-IDX) TO WS-EXPECT-AFTER
               PERFORM WRITE-ENTRY-BREAK-PARA
           END-IF
           COMPUTE WS-EXPECT-AFTER = INVM-BEFORE-QTY + INVM-QTY
           IF INVM-AFTER-QTY NOT = WS-EXPECT-AFTER
               MOVE INVM-SOURCE TO WS-BREAK-SOURCE
               MOVE "AFTER NOT = BEFORE + MOVEMENT" TO WS-BREAK-REASON
               PERFORM WRITE-ENTRY-BREAK-PARA
           END-IF.

       ACCUMULATE-ENTRY-PARA.
      *    ENTRIES BEFORE THE VALUATION PERIOD ONLY SET THE OPENING
      *    FIGURE; FROM THE PERIOD ON, THE OPENING IS THE FIRST
      *    ENTRY'S BEFORE-QUANTITY IF NO EARLIER ENTRY SET IT, AND
      *    EACH MOVEMENT LANDS IN ITS COLUMN. A MAINTENANCE OVERRIDE
      *    (CMNP004) IS SHOWN WITH THE COUNT ADJUSTMENTS.
           IF INVM-DATE < WS-FROM-DATE
               MOVE INVM-AFTER-QTY TO PT-OPENING (PT-IDX)
               MOVE "Y" TO PT-OPEN-SET (PT-IDX)
           ELSE
               IF NOT PT-OPENING-KNOWN (PT-IDX)
                   MOVE INVM-BEFORE-QTY TO PT-OPENING (PT-IDX)
                   MOVE "Y" TO PT-OPEN-SET (PT-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN INVM-RECEIPT
                       ADD INVM-QTY TO PT-RECEIPTS (PT-IDX)
                   WHEN INVM-SALE
                       ADD INVM-QTY TO PT-SALES (PT-IDX)
                   WHEN INVM-RETURN
                       ADD INVM-QTY TO PT-RETURNS (PT-IDX)
                   WHEN INVM-WRITE-OFF
                       ADD INVM-QTY TO PT-WRITE-OFFS (PT-IDX)
                   WHEN OTHER
                       ADD INVM-QTY TO PT-ADJUSTS (PT-IDX)
               END-EVALUATE
           END-IF.

       WRITE-ENTRY-BREAK-PARA.
           MOVE INVM-BEFORE-QTY TO WS-QTY1-DISP
           MOVE INVM-QTY TO WS-QTY2-DISP
           MOVE INVM-AFTER-QTY TO WS-QTY3-DISP
           MOVE WS-EXPECT-AFTER TO WS-QTY4-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "PROD=" INVM-PROD-ID
                  " SRC=" INVM-SOURCE
                  " PREV=" PT-LAST-SOURCE (PT-IDX)
                  " RUN=" INVM-RUN-NUMBER
                  " DATE=" INVM-DATE
                  " REF=" INVM-REF
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE SPACES TO PROOF-RECORD
           STRING "  " WS-BREAK-REASON
                  " BEF=" WS-QTY1-DISP
                  " MOV=" WS-QTY2-DISP
                  " AFT=" WS-QTY3-DISP
                  " EXP=" WS-QTY4-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           PERFORM COUNT-BREAK-PARA.

       COUNT-BREAK-PARA.
           ADD 1 TO WS-BREAK-COUNT
           MOVE "N" TO WS-SRC-FOUND
           IF WS-SRC-COUNT > 0
               SET SRC-IDX TO 1
               SEARCH SRC-ENTRY
                   AT END
                       CONTINUE
                   WHEN SRC-PROGRAM (SRC-IDX) = WS-BREAK-SOURCE
                       MOVE "Y" TO WS-SRC-FOUND
               END-SEARCH
           END-IF
           IF NOT SRC-IS-FOUND AND WS-SRC-COUNT < 20
               ADD 1 TO WS-SRC-COUNT
               SET SRC-IDX TO WS-SRC-COUNT
               MOVE WS-BREAK-SOURCE TO SRC-PROGRAM (SRC-IDX)
               MOVE 0 TO SRC-BREAKS (SRC-IDX)
               MOVE "Y" TO WS-SRC-FOUND
           END-IF
           IF SRC-IS-FOUND
               ADD 1 TO SRC-BREAKS (SRC-IDX)
           END-IF.

       VALUE-STOCK-PARA.
           PERFORM VALUE-PRODUCT-PARA
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PT-COUNT
           PERFORM WRITE-VALUATION-TOTALS-PARA.

       VALUE-PRODUCT-PARA.
      *    A PRODUCT THE LEDGER HAS NEVER SEEN OPENS AND CLOSES AT
      *    ITS MASTER FIGURE. OTHERWISE THE CLOSING IS THE OPENING
      *    ROLLED FORWARD BY THE PERIOD'S MOVEMENTS, AND THE LAST
      *    LEDGER FIGURE MUST AGREE WITH THE MASTER.
           ADD 1 TO WS-PRODS-VALUED
           IF NOT PT-HAS-ENTRIES (PT-IDX)
               MOVE PT-ON-HAND (PT-IDX) TO PT-OPENING (PT-IDX)
               MOVE PT-ON-HAND (PT-IDX) TO WS-LEDGER-CLOSING
           ELSE
               COMPUTE WS-LEDGER-CLOSING =
                   PT-OPENING (PT-IDX) + PT-RECEIPTS (PT-IDX)
                   + PT-SALES (PT-IDX) + PT-RETURNS (PT-IDX)
                   + PT-ADJUSTS (PT-IDX) + PT-WRITE-OFFS (PT-IDX)
               IF PT-LAST-AFTER (PT-IDX) NOT = PT-ON-HAND (PT-IDX)
                   PERFORM WRITE-MASTER-BREAK-PARA
               END-IF
           END-IF
           COMPUTE WS-SALES-OUT = 0 - PT-SALES (PT-IDX)
           COMPUTE WS-WOFF-OUT = 0 - PT-WRITE-OFFS (PT-IDX)
           COMPUTE WS-VALUE-WORK ROUNDED =
               WS-LEDGER-CLOSING * PT-COST (PT-IDX)
           ADD WS-VALUE-WORK TO WS-TOT-CLOSING
           MOVE PT-OPENING (PT-IDX) TO WS-QTY1-DISP
           MOVE PT-RECEIPTS (PT-IDX) TO WS-QTY2-DISP
           MOVE WS-SALES-OUT TO WS-QTY3-DISP
           MOVE PT-RETURNS (PT-IDX) TO WS-QTY4-DISP
           MOVE PT-ADJUSTS (PT-IDX) TO WS-QTY5-DISP
           MOVE WS-WOFF-OUT TO WS-QTY6-DISP
           MOVE WS-LEDGER-CLOSING TO WS-QTY7-DISP
           MOVE WS-VALUE-WORK TO WS-VAL-DISP
           MOVE SPACES TO SVAL-RECORD
           STRING PT-PROD-ID (PT-IDX)
                  " " WS-QTY1-DISP
                  " " WS-QTY2-DISP
                  " " WS-QTY3-DISP
                  " " WS-QTY4-DISP
                  " " WS-QTY5-DISP
                  " " WS-QTY6-DISP
                  " " WS-QTY7-DISP
                  " " WS-VAL-DISP
                  DELIMITED BY SIZE INTO SVAL-RECORD
           END-STRING
           WRITE SVAL-RECORD
           COMPUTE WS-VALUE-WORK ROUNDED =
               PT-OPENING (PT-IDX) * PT-COST (PT-IDX)
           ADD WS-VALUE-WORK TO WS-TOT-OPENING
           COMPUTE WS-VALUE-WORK ROUNDED =
               PT-RECEIPTS (PT-IDX) * PT-COST (PT-IDX)
           ADD WS-VALUE-WORK TO WS-TOT-RECEIPTS
           COMPUTE WS-VALUE-WORK ROUNDED =
               WS-SALES-OUT * PT-COST (PT-IDX)
           ADD WS-VALUE-WORK TO WS-TOT-SALES
           COMPUTE WS-VALUE-WORK ROUNDED =
               PT-RETURNS (PT-IDX) * PT-COST (PT-IDX)
           ADD WS-VALUE-WORK TO WS-TOT-RETURNS
           COMPUTE WS-VALUE-WORK ROUNDED =
               PT-ADJUSTS (PT-IDX) * PT-COST (PT-IDX)
           ADD WS-VALUE-WORK TO WS-TOT-ADJUSTS
           COMPUTE WS-VALUE-WORK ROUNDED =
               WS-WOFF-OUT * PT-COST (PT-IDX)
           ADD WS-VALUE-WORK TO WS-TOT-WRITE-OFFS.

       WRITE-MASTER-BREAK-PARA.
           MOVE "PRODMAST" TO WS-BREAK-SOURCE
           MOVE PT-LAST-AFTER (PT-IDX) TO WS-QTY1-DISP
           MOVE PT-ON-HAND (PT-IDX) TO WS-QTY2-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "PROD=" PT-PROD-ID (PT-IDX)
                  " SRC=PRODMAST PREV=" PT-LAST-SOURCE (PT-IDX)
                  " LEDGER CLOSING=" WS-QTY1-DISP
                  " ON-HAND=" WS-QTY2-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           PERFORM COUNT-BREAK-PARA.

       WRITE-VALUATION-TOTALS-PARA.
           MOVE SPACES TO SVAL-RECORD
           WRITE SVAL-RECORD
           MOVE "VALUE AT UNIT COST" TO SVAL-RECORD
           WRITE SVAL-RECORD
           MOVE WS-TOT-OPENING TO WS-VAL-DISP
           MOVE SPACES TO SVAL-RECORD
           STRING "  OPENING      =" WS-VAL-DISP
                  DELIMITED BY SIZE INTO SVAL-RECORD
           END-STRING
           WRITE SVAL-RECORD
           MOVE WS-TOT-RECEIPTS TO WS-VAL-DISP
           MOVE SPACES TO SVAL-RECORD
           STRING "  RECEIPTS     =" WS-VAL-DISP
                  DELIMITED BY SIZE INTO SVAL-RECORD
           END-STRING
           WRITE SVAL-RECORD
           MOVE WS-TOT-SALES TO WS-VAL-DISP
           MOVE SPACES TO SVAL-RECORD
           STRING "  SALES        =" WS-VAL-DISP
                  DELIMITED BY SIZE INTO SVAL-RECORD
           END-STRING
           WRITE SVAL-RECORD
           MOVE WS-TOT-RETURNS TO WS-VAL-DISP
           MOVE SPACES TO SVAL-RECORD
           STRING "  RETURNS      =" WS-VAL-DISP
                  DELIMITED BY SIZE INTO SVAL-RECORD
           END-STRING
           WRITE SVAL-RECORD
           MOVE WS-TOT-ADJUSTS TO WS-VAL-DISP
           MOVE SPACES TO SVAL-RECORD
           STRING "  ADJUSTMENTS  =" WS-VAL-DISP
                  DELIMITED BY SIZE INTO SVAL-RECORD
           END-STRING
           WRITE SVAL-RECORD
           MOVE WS-TOT-WRITE-OFFS TO WS-VAL-DISP
           MOVE SPACES TO SVAL-RECORD
           STRING "  WRITE-OFFS   =" WS-VAL-DISP
                  DELIMITED BY SIZE INTO SVAL-RECORD
           END-STRING
           WRITE SVAL-RECORD
           MOVE WS-TOT-CLOSING TO WS-VAL-DISP
           MOVE SPACES TO SVAL-RECORD
           STRING "  CLOSING      =" WS-VAL-DISP
                  DELIMITED BY SIZE INTO SVAL-RECORD
           END-STRING
           WRITE SVAL-RECORD
           IF WS-BREAK-COUNT > 0
               MOVE SPACES TO SVAL-RECORD
               STRING "*** LEDGER DOES NOT PROVE - SEE INVPROOF "
                      "BEFORE SIGNING OFF"
                      DELIMITED BY SIZE INTO SVAL-RECORD
               END-STRING
               WRITE SVAL-RECORD
           END-IF.

       FINALIZE-PARA.
           PERFORM WRITE-PROOF-SUMMARY-PARA
           CLOSE PRODUCT-FILE
           IF LEDGER-IS-AVAILABLE
               CLOSE INV-LEDGER
           END-IF
           CLOSE INV-PROOF-RPT
           CLOSE STOCK-VAL-RPT
           ACCEPT WS-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "CMNP021 RUN " WS-RUN-NUMBER " COMPLETE"
           DISPLAY "LEDGER ENTRIES: " WS-ENTRIES-READ
           DISPLAY "NOT ON MASTER : " WS-ORPHAN-ENTRIES
           DISPLAY "PRODS VALUED  : " WS-PRODS-VALUED
           DISPLAY "LEDGER BREAKS : " WS-BREAK-COUNT.

       WRITE-PROOF-SUMMARY-PARA.
           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE WS-ENTRIES-READ TO WS-CNT-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "LEDGER ENTRIES READ          =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE WS-ORPHAN-ENTRIES TO WS-CNT-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "ENTRIES FOR PRODUCTS NOT HELD=" WS-CNT-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE WS-BREAK-COUNT TO WS-CNT-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "BREAKS                       =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           PERFORM WRITE-SOURCE-LINE-PARA
               VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > WS-SRC-COUNT
           IF TABLE-IS-FULL
               MOVE WS-PRODS-SKIPPED TO WS-CNT-DISP
               MOVE SPACES TO PROOF-RECORD
               STRING "*** PRODUCT TABLE FULL - PRODUCTS NOT PROVED="
                      WS-CNT-DISP
                      DELIMITED BY SIZE INTO PROOF-RECORD
               END-STRING
               WRITE PROOF-RECORD
           END-IF.

       WRITE-SOURCE-LINE-PARA.
           MOVE SRC-BREAKS (SRC-IDX) TO WS-CNT-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "  BREAKS AT " SRC-PROGRAM (SRC-IDX)
                  "        =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD.

       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP021 " TO AUD-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-START-TIME TO AUD-START-TIME
           MOVE WS-END-TIME TO AUD-END-TIME
           MOVE WS-ENTRIES-READ TO AUD-RECS-IN
           MOVE WS-PRODS-VALUED TO AUD-RECS-OUT
           MOVE WS-TOT-CLOSING TO AUD-TOTAL-AMT
           MOVE WS-BREAK-COUNT TO AUD-RECS-EXCP
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
           MOVE "CMNP021 " TO AUD-PROGRAM-ID
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
