       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMNP028.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLS-ANAL-CTL-FILE ASSIGN TO "SLSACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SACTL-STATUS.

           SELECT SALES-HIST-FILE ASSIGN TO "SLSHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLH-KEY
               FILE STATUS IS WS-SLH-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT SALES-ANAL-RPT ASSIGN TO "SLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRPT-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLS-ANAL-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SLS-ANAL-CTL-RECORD.
      *    MONTH TO REPORT, YYYYMM. BLANK (OR NO CONTROL FILE) MEANS
      *    THE CALENDAR MONTH BEFORE THE RUN DATE.
           05  SLSA-PERIOD            PIC 9(6).
      *    HOW MANY CUSTOMERS TO RANK; BLANK OR ZERO MEANS 10.
           05  SLSA-TOP-COUNT         PIC 9(2).
           05  FILLER                 PIC X(72).

       FD  SALES-HIST-FILE.
       COPY SLSHREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  SALES-ANAL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  SRPT-RECORD                PIC X(80).

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       FD  AUDIT-LOG.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-SACTL-STATUS        PIC XX.
       01  WS-SLH-STATUS          PIC XX.
       01  WS-CUST-STATUS         PIC XX.
       01  WS-SRPT-STATUS         PIC XX.
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

      *    THE MONTH REPORTED, AND THE FOUR SPANS THE FIGURES FALL
      *    INTO: THE MONTH ITSELF, THE YEAR TO DATE THROUGH IT, AND
      *    THE SAME TWO A YEAR EARLIER. YEARS ARE CALENDAR YEARS.
       01  WS-PERIOD              PIC 9(6) VALUE 0.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR     PIC 9(4).
           05  WS-PERIOD-MONTH    PIC 9(2).
       01  WS-TY-FROM             PIC 9(6) VALUE 0.
       01  WS-LY-FROM             PIC 9(6) VALUE 0.
       01  WS-LY-PERIOD           PIC 9(6) VALUE 0.

       01  WS-TOP-COUNT           PIC 9(2) VALUE 10.

       01  WS-EOF-HIST            PIC X VALUE "N".
           88  END-OF-HIST        VALUE "Y".

       01  WS-CUST-AVAILABLE      PIC X VALUE "N".
           88  CUST-IS-AVAILABLE  VALUE "Y".

      *    SPAN NUMBERS: 1 = MONTH, 2 = YEAR TO DATE, 3 = SAME MONTH
      *    LAST YEAR, 4 = LAST YEAR TO DATE. A HISTORY RECORD FOR THE
      *    REPORTED MONTH COUNTS IN 1 AND 2, AND SO ON; ZERO IN THE
      *    SECOND MEANS THE RECORD FALLS IN ONLY ONE SPAN.
       01  WS-SPAN-A              PIC 9 VALUE 0.
       01  WS-SPAN-B              PIC 9 VALUE 0.
       01  WS-SPAN                PIC 9 VALUE 0.

      *    CUSTOMERS AND PRODUCTS WITH ANY FIGURES IN THE FOUR SPANS,
      *    EACH KEPT IN ID ORDER SO THE REPORT READS IN ID ORDER AND A
      *    BINARY SEARCH FINDS AN ENTRY.
       01  WS-CT-COUNT            PIC 9(5) VALUE 0.
       01  WS-CUST-TABLE.
           05  CT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CT-COUNT
                   ASCENDING KEY IS CT-CUST-ID
                   INDEXED BY CT-IDX.
               10  CT-CUST-ID     PIC X(6).
               10  CT-RANKED      PIC X.
                   88  CT-IS-RANKED
                                  VALUE "Y".
               10  CT-SPAN OCCURS 4 TIMES.
                   15  CT-QTY     PIC S9(9).
                   15  CT-SALES   PIC S9(11)V99.
                   15  CT-COST    PIC S9(11)V99.

       01  WS-PT-COUNT            PIC 9(5) VALUE 0.
       01  WS-PROD-TABLE.
           05  PT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PT-COUNT
                   ASCENDING KEY IS PT-PROD-ID
                   INDEXED BY PT-IDX.
               10  PT-PROD-ID     PIC 9(5).
               10  PT-SPAN OCCURS 4 TIMES.
                   15  PT-QTY     PIC S9(9).
                   15  PT-SALES   PIC S9(11)V99.
                   15  PT-COST    PIC S9(11)V99.

       01  WS-GRAND-TABLE.
           05  GT-SPAN OCCURS 4 TIMES.
               10  GT-QTY         PIC S9(9).
               10  GT-SALES       PIC S9(11)V99.
               10  GT-COST        PIC S9(11)V99.

       01  WS-POS                 PIC 9(5) VALUE 0.
       01  WS-SUB                 PIC 9(5) VALUE 0.
       01  WS-ENTRY-FOUND         PIC X VALUE "N".
           88  ENTRY-IS-FOUND     VALUE "Y".
       01  WS-ENTRY-PASSED        PIC X VALUE "N".
           88  ENTRY-IS-PASSED    VALUE "Y".

      *    ONE LINE OF FIGURES: THIS YEAR'S SPAN AND LAST YEAR'S.
       01  WS-LINE-ID             PIC X(6).
       01  WS-LINE-SPAN           PIC X(5).
       01  WS-LINE-QTY            PIC S9(9).
       01  WS-LINE-SALES          PIC S9(11)V99.
       01  WS-LINE-COST           PIC S9(11)V99.
       01  WS-LINE-LY-SALES       PIC S9(11)V99.
       01  WS-LINE-LY-COST        PIC S9(11)V99.

      *    MARGIN PERCENT OF NET SALES, HELD TO +/-999.9 SO IT FITS
      *    ITS COLUMN; A MONTH OF ALMOST NOTHING BUT RETURNS CAN
      *    PRODUCE A FIGURE BEYOND THAT.
       01  WS-PCT-SALES           PIC S9(11)V99.
       01  WS-PCT-COST            PIC S9(11)V99.
       01  WS-PCT                 PIC S9(9)V9.

      *    TOP-CUSTOMER RANKING.
       01  WS-RANK                PIC 9(2) VALUE 0.
       01  WS-BEST-POS            PIC 9(5) VALUE 0.
       01  WS-BEST-SALES          PIC S9(11)V99 VALUE 0.
       01  WS-CUST-NAME           PIC X(20).

       01  WS-RECS-READ           PIC 9(9) VALUE 0.
       01  WS-RECS-USED           PIC 9(9) VALUE 0.
       01  WS-RECS-DROPPED        PIC 9(9) VALUE 0.

       01  WS-QTY-DISP            PIC -(6)9.
       01  WS-SALES-DISP          PIC -(9)9.99.
       01  WS-MARGIN-DISP         PIC -(8)9.99.
       01  WS-PCT-DISP            PIC -(3)9.9.
       01  WS-LY-SALES-DISP       PIC -(9)9.99.
       01  WS-LY-PCT-DISP         PIC -(3)9.9.
       01  WS-RANK-DISP           PIC Z(3)9.
       01  WS-CNT-DISP            PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM ANALYSE-HIST-PARA
               UNTIL END-OF-HIST
           PERFORM WRITE-CUSTOMER-SECTION-PARA
           PERFORM WRITE-PRODUCT-SECTION-PARA
           PERFORM WRITE-RANKING-SECTION-PARA
           PERFORM FINALIZE-PARA
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
           PERFORM READ-CONTROL-PARA
           COMPUTE WS-TY-FROM = WS-PERIOD-YEAR * 100 + 1
           COMPUTE WS-LY-FROM = WS-TY-FROM - 100
           COMPUTE WS-LY-PERIOD = WS-PERIOD - 100
           INITIALIZE WS-GRAND-TABLE
           OPEN INPUT SALES-HIST-FILE
           IF WS-SLH-STATUS NOT = "00"
               DISPLAY "CMNP028 FATAL: SALES-HIST-FILE OPEN FAILED, "
                   "STATUS=" WS-SLH-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE CUSTOMER MASTER ONLY SUPPLIES NAMES FOR THE RANKING,
      *    SO THE REPORT STILL RUNS WITHOUT IT.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-AVAILABLE
           END-IF
           OPEN OUTPUT SALES-ANAL-RPT
           MOVE SPACES TO SRPT-RECORD
           STRING "SALES ANALYSIS - MONTH=" WS-PERIOD
                  " RUN DATE=" WS-RUN-DATE
                  " RUN=" WS-RUN-NUMBER
                  DELIMITED BY SIZE INTO SRPT-RECORD
           END-STRING
           WRITE SRPT-RECORD
           MOVE SPACES TO SRPT-RECORD
           STRING "YEAR TO DATE=" WS-TY-FROM "-" WS-PERIOD
                  "  LAST YEAR=" WS-LY-FROM "-" WS-LY-PERIOD
                  DELIMITED BY SIZE INTO SRPT-RECORD
           END-STRING
           WRITE SRPT-RECORD
           MOVE SPACES TO SRPT-RECORD
           STRING "NET SALES ARE SALES LESS RETURNS, BEFORE TAX; "
                  "MARGIN IS NET SALES LESS COST"
                  DELIMITED BY SIZE INTO SRPT-RECORD
           END-STRING
           WRITE SRPT-RECORD
      *    THE HISTORY IS KEYED BY MONTH FIRST, SO THE READ STARTS AT
      *    JANUARY LAST YEAR AND STOPS AFTER THE REPORTED MONTH.
           MOVE WS-LY-FROM TO SLH-PERIOD
           MOVE LOW-VALUES TO SLH-CUST-ID
           MOVE 0 TO SLH-PROD-ID
           START SALES-HIST-FILE KEY IS NOT LESS THAN SLH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-HIST
           END-START
           IF NOT END-OF-HIST
               PERFORM READ-HIST-PARA
           END-IF.

       OBTAIN-RUN-NUMBER-PARA.
      *    THE ANALYSIS RUNS OUTSIDE THE NIGHTLY CHAIN; IT TAGS ITS
      *    AUDIT RECORD WITH THE RUN NUMBER CMNP001 LAST ISSUED AND
      *    MUST NOT BUMP RUNCTL ITSELF.
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
           MOVE 0 TO WS-PERIOD
           OPEN INPUT SLS-ANAL-CTL-FILE
           IF WS-SACTL-STATUS = "00"
               READ SLS-ANAL-CTL-FILE
                   AT END
                       MOVE SPACES TO SLS-ANAL-CTL-RECORD
               END-READ
               IF SLSA-PERIOD NUMERIC
                   MOVE SLSA-PERIOD TO WS-PERIOD
               END-IF
               IF SLSA-TOP-COUNT NUMERIC
                   IF SLSA-TOP-COUNT > 0
                       MOVE SLSA-TOP-COUNT TO WS-TOP-COUNT
                   END-IF
               END-IF
               CLOSE SLS-ANAL-CTL-FILE
           END-IF
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               PERFORM DEFAULT-PERIOD-PARA
           END-IF.

       DEFAULT-PERIOD-PARA.
           IF WS-RUN-MONTH = 1
               COMPUTE WS-PERIOD-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
               COMPUTE WS-PERIOD-MONTH = WS-RUN-MONTH - 1
           END-IF.

       READ-HIST-PARA.
           READ SALES-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-HIST
               NOT AT END
                   IF SLH-PERIOD > WS-PERIOD
                       MOVE "Y" TO WS-EOF-HIST
                   END-IF
           END-READ.

      *    LAST YEAR'S MONTHS AFTER THE REPORTED ONE BELONG TO NO
      *    SPAN AND ARE PASSED OVER.
       ANALYSE-HIST-PARA.
           MOVE 0 TO WS-SPAN-A
           MOVE 0 TO WS-SPAN-B
           EVALUATE TRUE
               WHEN SLH-PERIOD = WS-PERIOD
                   MOVE 1 TO WS-SPAN-A
                   MOVE 2 TO WS-SPAN-B
               WHEN SLH-PERIOD NOT < WS-TY-FROM
                   MOVE 2 TO WS-SPAN-A
               WHEN SLH-PERIOD = WS-LY-PERIOD
                   MOVE 3 TO WS-SPAN-A
                   MOVE 4 TO WS-SPAN-B
               WHEN SLH-PERIOD < WS-LY-PERIOD
                   MOVE 4 TO WS-SPAN-A
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SPAN-A > 0
               ADD 1 TO WS-RECS-READ
               PERFORM FIND-CUSTOMER-PARA
               IF NOT ENTRY-IS-FOUND
                   IF WS-CT-COUNT < 5000
                       PERFORM INSERT-CUSTOMER-PARA
                   END-IF
               END-IF
               IF ENTRY-IS-FOUND
                   PERFORM FIND-PRODUCT-PARA
                   IF NOT ENTRY-IS-FOUND
                       IF WS-PT-COUNT < 5000
                           PERFORM INSERT-PRODUCT-PARA
                       END-IF
                   END-IF
               END-IF
               IF ENTRY-IS-FOUND
                   ADD 1 TO WS-RECS-USED
                   MOVE WS-SPAN-A TO WS-SPAN
                   PERFORM ADD-TO-SPAN-PARA
                   IF WS-SPAN-B > 0
                       MOVE WS-SPAN-B TO WS-SPAN
                       PERFORM ADD-TO-SPAN-PARA
                   END-IF
               ELSE
                   ADD 1 TO WS-RECS-DROPPED
               END-IF
           END-IF
           PERFORM READ-HIST-PARA.

      *    CT-IDX AND PT-IDX ARE LEFT ON THE RECORD'S CUSTOMER AND
      *    PRODUCT BY THE FIND/INSERT PARAGRAPHS.
       ADD-TO-SPAN-PARA.
           ADD SLH-NET-QTY TO CT-QTY (CT-IDX, WS-SPAN)
           ADD SLH-NET-SALES TO CT-SALES (CT-IDX, WS-SPAN)
           ADD SLH-NET-COST TO CT-COST (CT-IDX, WS-SPAN)
           ADD SLH-NET-QTY TO PT-QTY (PT-IDX, WS-SPAN)
           ADD SLH-NET-SALES TO PT-SALES (PT-IDX, WS-SPAN)
           ADD SLH-NET-COST TO PT-COST (PT-IDX, WS-SPAN)
           ADD SLH-NET-QTY TO GT-QTY (WS-SPAN)
           ADD SLH-NET-SALES TO GT-SALES (WS-SPAN)
           ADD SLH-NET-COST TO GT-COST (WS-SPAN).

       FIND-CUSTOMER-PARA.
           MOVE "N" TO WS-ENTRY-FOUND
           IF WS-CT-COUNT > 0
               SEARCH ALL CT-ENTRY
                   AT END
                       CONTINUE
                   WHEN CT-CUST-ID (CT-IDX) = SLH-CUST-ID
                       MOVE "Y" TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF.

      *    A NEW CUSTOMER GOES IN FRONT OF THE FIRST ENTRY WITH A
      *    HIGHER ID, THE ENTRIES FROM THERE ON MOVING UP ONE.
       INSERT-CUSTOMER-PARA.
           MOVE "N" TO WS-ENTRY-PASSED
           MOVE 1 TO WS-POS
           PERFORM STEP-CUSTOMER-PARA
               UNTIL WS-POS > WS-CT-COUNT
                  OR ENTRY-IS-PASSED
           ADD 1 TO WS-CT-COUNT
           PERFORM SHIFT-CUSTOMER-PARA
               VARYING WS-SUB FROM WS-CT-COUNT BY -1
               UNTIL WS-SUB <= WS-POS
           SET CT-IDX TO WS-POS
           INITIALIZE CT-ENTRY (CT-IDX)
           MOVE SLH-CUST-ID TO CT-CUST-ID (CT-IDX)
           MOVE "N" TO CT-RANKED (CT-IDX)
           MOVE "Y" TO WS-ENTRY-FOUND.

       STEP-CUSTOMER-PARA.
           IF CT-CUST-ID (WS-POS) > SLH-CUST-ID
               MOVE "Y" TO WS-ENTRY-PASSED
           ELSE
               ADD 1 TO WS-POS
           END-IF.

       SHIFT-CUSTOMER-PARA.
           MOVE CT-ENTRY (WS-SUB - 1) TO CT-ENTRY (WS-SUB).

       FIND-PRODUCT-PARA.
           MOVE "N" TO WS-ENTRY-FOUND
           IF WS-PT-COUNT > 0
               SEARCH ALL PT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PT-PROD-ID (PT-IDX) = SLH-PROD-ID
                       MOVE "Y" TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF.

       INSERT-PRODUCT-PARA.
           MOVE "N" TO WS-ENTRY-PASSED
           MOVE 1 TO WS-POS
           PERFORM STEP-PRODUCT-PARA
               UNTIL WS-POS > WS-PT-COUNT
                  OR ENTRY-IS-PASSED
           ADD 1 TO WS-PT-COUNT
           PERFORM SHIFT-PRODUCT-PARA
               VARYING WS-SUB FROM WS-PT-COUNT BY -1
               UNTIL WS-SUB <= WS-POS
           SET PT-IDX TO WS-POS
           INITIALIZE PT-ENTRY (PT-IDX)
           MOVE SLH-PROD-ID TO PT-PROD-ID (PT-IDX)
           MOVE "Y" TO WS-ENTRY-FOUND.

       STEP-PRODUCT-PARA.
           IF PT-PROD-ID (WS-POS) > SLH-PROD-ID
               MOVE "Y" TO WS-ENTRY-PASSED
           ELSE
               ADD 1 TO WS-POS
           END-IF.

       SHIFT-PRODUCT-PARA.
           MOVE PT-ENTRY (WS-SUB - 1) TO PT-ENTRY (WS-SUB).

       WRITE-COLUMN-HEADS-PARA.
           MOVE SPACES TO SRPT-RECORD
           STRING "ID     SPAN      QTY     NET SALES       MARGIN"
                  "   MGN%  LY NET SALES LY MGN"
                  DELIMITED BY SIZE INTO SRPT-RECORD
           END-STRING
           WRITE SRPT-RECORD.

      *    TWO LINES PER CUSTOMER - THE MONTH AND THE YEAR TO DATE -
      *    EACH SET BESIDE THE SAME SPAN LAST YEAR.
       WRITE-CUSTOMER-SECTION-PARA.
           MOVE SPACES TO SRPT-RECORD
           WRITE SRPT-RECORD
           MOVE "SALES BY CUSTOMER" TO SRPT-RECORD
           WRITE SRPT-RECORD
           PERFORM WRITE-COLUMN-HEADS-PARA
           IF WS-CT-COUNT = 0
               MOVE "  NO SALES HISTORY IN THE PERIOD" TO SRPT-RECORD
               WRITE SRPT-RECORD
           END-IF
           PERFORM WRITE-CUSTOMER-LINES-PARA
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-CT-COUNT
           PERFORM WRITE-GRAND-LINES-PARA.

       WRITE-CUSTOMER-LINES-PARA.
           MOVE CT-CUST-ID (CT-IDX) TO WS-LINE-ID
           MOVE "MONTH" TO WS-LINE-SPAN
           MOVE CT-QTY (CT-IDX, 1) TO WS-LINE-QTY
           MOVE CT-SALES (CT-IDX, 1) TO WS-LINE-SALES
           MOVE CT-COST (CT-IDX, 1) TO WS-LINE-COST
           MOVE CT-SALES (CT-IDX, 3) TO WS-LINE-LY-SALES
           MOVE CT-COST (CT-IDX, 3) TO WS-LINE-LY-COST
           PERFORM WRITE-FIGURES-LINE-PARA
           MOVE SPACES TO WS-LINE-ID
           MOVE "YTD" TO WS-LINE-SPAN
           MOVE CT-QTY (CT-IDX, 2) TO WS-LINE-QTY
           MOVE CT-SALES (CT-IDX, 2) TO WS-LINE-SALES
           MOVE CT-COST (CT-IDX, 2) TO WS-LINE-COST
           MOVE CT-SALES (CT-IDX, 4) TO WS-LINE-LY-SALES
           MOVE CT-COST (CT-IDX, 4) TO WS-LINE-LY-COST
           PERFORM WRITE-FIGURES-LINE-PARA.

       WRITE-PRODUCT-SECTION-PARA.
           MOVE SPACES TO SRPT-RECORD
           WRITE SRPT-RECORD
           MOVE "SALES BY PRODUCT" TO SRPT-RECORD
           WRITE SRPT-RECORD
           PERFORM WRITE-COLUMN-HEADS-PARA
           IF WS-PT-COUNT = 0
               MOVE "  NO SALES HISTORY IN THE PERIOD" TO SRPT-RECORD
               WRITE SRPT-RECORD
           END-IF
           PERFORM WRITE-PRODUCT-LINES-PARA
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PT-COUNT
           PERFORM WRITE-GRAND-LINES-PARA.

       WRITE-PRODUCT-LINES-PARA.
           MOVE PT-PROD-ID (PT-IDX) TO WS-LINE-ID
           MOVE "MONTH" TO WS-LINE-SPAN
           MOVE PT-QTY (PT-IDX, 1) TO WS-LINE-QTY
           MOVE PT-SALES (PT-IDX, 1) TO WS-LINE-SALES
           MOVE PT-COST (PT-IDX, 1) TO WS-LINE-COST
           MOVE PT-SALES (PT-IDX, 3) TO WS-LINE-LY-SALES
           MOVE PT-COST (PT-IDX, 3) TO WS-LINE-LY-COST
           PERFORM WRITE-FIGURES-LINE-PARA
           MOVE SPACES TO WS-LINE-ID
           MOVE "YTD" TO WS-LINE-SPAN
           MOVE PT-QTY (PT-IDX, 2) TO WS-LINE-QTY
           MOVE PT-SALES (PT-IDX, 2) TO WS-LINE-SALES
           MOVE PT-COST (PT-IDX, 2) TO WS-LINE-COST
           MOVE PT-SALES (PT-IDX, 4) TO WS-LINE-LY-SALES
           MOVE PT-COST (PT-IDX, 4) TO WS-LINE-LY-COST
           PERFORM WRITE-FIGURES-LINE-PARA.

       WRITE-GRAND-LINES-PARA.
           MOVE SPACES TO SRPT-RECORD
           WRITE SRPT-RECORD
           MOVE "TOTAL" TO WS-LINE-ID
           MOVE "MONTH" TO WS-LINE-SPAN
           MOVE GT-QTY (1) TO WS-LINE-QTY
           MOVE GT-SALES (1) TO WS-LINE-SALES
           MOVE GT-COST (1) TO WS-LINE-COST
           MOVE GT-SALES (3) TO WS-LINE-LY-SALES
           MOVE GT-COST (3) TO WS-LINE-LY-COST
           PERFORM WRITE-FIGURES-LINE-PARA
           MOVE SPACES TO WS-LINE-ID
           MOVE "YTD" TO WS-LINE-SPAN
           MOVE GT-QTY (2) TO WS-LINE-QTY
           MOVE GT-SALES (2) TO WS-LINE-SALES
           MOVE GT-COST (2) TO WS-LINE-COST
           MOVE GT-SALES (4) TO WS-LINE-LY-SALES
           MOVE GT-COST (4) TO WS-LINE-LY-COST
           PERFORM WRITE-FIGURES-LINE-PARA.

       WRITE-FIGURES-LINE-PARA.
           MOVE WS-LINE-QTY TO WS-QTY-DISP
           MOVE WS-LINE-SALES TO WS-SALES-DISP
           COMPUTE WS-MARGIN-DISP = WS-LINE-SALES - WS-LINE-COST
           MOVE WS-LINE-SALES TO WS-PCT-SALES
           MOVE WS-LINE-COST TO WS-PCT-COST
           PERFORM COMPUTE-MARGIN-PCT-PARA
           MOVE WS-PCT TO WS-PCT-DISP
           MOVE WS-LINE-LY-SALES TO WS-LY-SALES-DISP
           MOVE WS-LINE-LY-SALES TO WS-PCT-SALES
           MOVE WS-LINE-LY-COST TO WS-PCT-COST
           PERFORM COMPUTE-MARGIN-PCT-PARA
           MOVE WS-PCT TO WS-LY-PCT-DISP
           MOVE SPACES TO SRPT-RECORD
           STRING WS-LINE-ID
                  " " WS-LINE-SPAN
                  " " WS-QTY-DISP
                  " " WS-SALES-DISP
                  " " WS-MARGIN-DISP
                  " " WS-PCT-DISP
                  " " WS-LY-SALES-DISP
                  " " WS-LY-PCT-DISP
                  DELIMITED BY SIZE INTO SRPT-RECORD
           END-STRING
           WRITE SRPT-RECORD.

       COMPUTE-MARGIN-PCT-PARA.
           MOVE 0 TO WS-PCT
           IF WS-PCT-SALES NOT = 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-PCT-SALES - WS-PCT-COST) * 100 / WS-PCT-SALES
                   ON SIZE ERROR
                       MOVE -999.9 TO WS-PCT
               END-COMPUTE
               IF WS-PCT > 999.9
                   MOVE 999.9 TO WS-PCT
               END-IF
               IF WS-PCT < -999.9
                   MOVE -999.9 TO WS-PCT
               END-IF
           END-IF.

      *    THE LEADING CUSTOMERS BY NET SALES THIS YEAR TO DATE, EACH
      *    PASS PICKING THE LARGEST NOT YET RANKED. ONLY CUSTOMERS
      *    WITH SALES THIS YEAR ARE RANKED.
       WRITE-RANKING-SECTION-PARA.
           MOVE SPACES TO SRPT-RECORD
           WRITE SRPT-RECORD
           MOVE SPACES TO SRPT-RECORD
           STRING "TOP " WS-TOP-COUNT
                  " CUSTOMERS BY NET SALES, YEAR TO DATE"
                  DELIMITED BY SIZE INTO SRPT-RECORD
           END-STRING
           WRITE SRPT-RECORD
           MOVE SPACES TO SRPT-RECORD
           STRING "RANK CUST   NAME                 YTD NET SALES"
                  "       MARGIN   MGN%  LY NET SALES"
                  DELIMITED BY SIZE INTO SRPT-RECORD
           END-STRING
           WRITE SRPT-RECORD
           MOVE 0 TO WS-RANK
           MOVE 1 TO WS-BEST-POS
           PERFORM RANK-NEXT-CUSTOMER-PARA
               UNTIL WS-RANK NOT < WS-TOP-COUNT
                  OR WS-BEST-POS = 0.

       RANK-NEXT-CUSTOMER-PARA.
           MOVE 0 TO WS-BEST-POS
           MOVE 0 TO WS-BEST-SALES
           PERFORM FIND-BEST-CUSTOMER-PARA
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-CT-COUNT
           IF WS-BEST-POS > 0
               ADD 1 TO WS-RANK
               SET CT-IDX TO WS-BEST-POS
               MOVE "Y" TO CT-RANKED (CT-IDX)
               PERFORM WRITE-RANK-LINE-PARA
           END-IF.

       FIND-BEST-CUSTOMER-PARA.
           IF NOT CT-IS-RANKED (CT-IDX)
                   AND CT-SALES (CT-IDX, 2) > WS-BEST-SALES
               MOVE CT-SALES (CT-IDX, 2) TO WS-BEST-SALES
               SET WS-BEST-POS TO CT-IDX
           END-IF.

       WRITE-RANK-LINE-PARA.
           MOVE SPACES TO WS-CUST-NAME
           IF CUST-IS-AVAILABLE
               MOVE CT-CUST-ID (CT-IDX) TO CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "*** NOT ON FILE ***" TO WS-CUST-NAME
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-CUST-NAME
               END-READ
           END-IF
           MOVE WS-RANK TO WS-RANK-DISP
           MOVE CT-SALES (CT-IDX, 2) TO WS-SALES-DISP
           COMPUTE WS-MARGIN-DISP =
               CT-SALES (CT-IDX, 2) - CT-COST (CT-IDX, 2)
           MOVE CT-SALES (CT-IDX, 2) TO WS-PCT-SALES
           MOVE CT-COST (CT-IDX, 2) TO WS-PCT-COST
           PERFORM COMPUTE-MARGIN-PCT-PARA
           MOVE WS-PCT TO WS-PCT-DISP
           MOVE CT-SALES (CT-IDX, 4) TO WS-LY-SALES-DISP
           MOVE SPACES TO SRPT-RECORD
           STRING WS-RANK-DISP
                  " " CT-CUST-ID (CT-IDX)
                  " " WS-CUST-NAME
                  " " WS-SALES-DISP
                  " " WS-MARGIN-DISP
                  " " WS-PCT-DISP
                  " " WS-LY-SALES-DISP
                  DELIMITED BY SIZE INTO SRPT-RECORD
           END-STRING
           WRITE SRPT-RECORD.

       FINALIZE-PARA.
           MOVE SPACES TO SRPT-RECORD
           WRITE SRPT-RECORD
           MOVE WS-RECS-USED TO WS-CNT-DISP
           MOVE SPACES TO SRPT-RECORD
           STRING "HISTORY RECORDS REPORTED =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO SRPT-RECORD
           END-STRING
           WRITE SRPT-RECORD
           IF WS-RECS-DROPPED > 0
               MOVE SPACES TO SRPT-RECORD
               STRING "*** TABLE FULL (5000 CUSTOMERS/PRODUCTS MAX) - "
                      "RECORDS NOT REPORTED=" WS-RECS-DROPPED
                      DELIMITED BY SIZE INTO SRPT-RECORD
               END-STRING
               WRITE SRPT-RECORD
           END-IF
           CLOSE SALES-HIST-FILE
           IF CUST-IS-AVAILABLE
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE SALES-ANAL-RPT
           ACCEPT WS-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "CMNP028 RUN " WS-RUN-NUMBER " COMPLETE"
           DISPLAY "MONTH           : " WS-PERIOD
           DISPLAY "RECORDS READ    : " WS-RECS-READ
           DISPLAY "RECORDS REPORTED: " WS-RECS-USED
           DISPLAY "MONTH NET SALES : " GT-SALES (1).

       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP028 " TO AUD-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-START-TIME TO AUD-START-TIME
           MOVE WS-END-TIME TO AUD-END-TIME
           MOVE WS-RECS-READ TO AUD-RECS-IN
           MOVE WS-RECS-USED TO AUD-RECS-OUT
           MOVE GT-SALES (1) TO AUD-TOTAL-AMT
           MOVE WS-RECS-DROPPED TO AUD-RECS-EXCP
           SET AUD-OK TO TRUE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.

       WRITE-FAIL-AUDIT-PARA.
           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP028 " TO AUD-PROGRAM-ID
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
