       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMNP019.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-CTL-FILE ASSIGN TO "TAXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCTL-STATUS.

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

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-KEY
               FILE STATUS IS WS-TAX-STATUS.

           SELECT TAX-RPT ASSIGN TO "TAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRPT-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-CTL-RECORD.
      *    FILING PERIOD TO REPORT, YYYYMM. BLANK (OR NO CONTROL
      *    FILE) MEANS THE CALENDAR MONTH BEFORE THE RUN DATE - THE
      *    MONTH JUST CLOSED WHEN THE JOB RUNS AT MONTH-END.
           05  TAXC-PERIOD            PIC 9(6).
           05  FILLER                 PIC X(74).

       FD  ORDERDET-FILE.
       COPY ORDERDET.

       FD  ORDER-HIST-FILE.
       COPY ORDHREC.

       FD  TAX-RATE-FILE.
       COPY TAXRREC.

       FD  TAX-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  TRPT-RECORD                PIC X(80).

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       FD  AUDIT-LOG.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-TCTL-STATUS         PIC XX.
       01  WS-ORD-STATUS          PIC XX.
       01  WS-HIST-STATUS         PIC XX.
       01  WS-TAX-STATUS          PIC XX.
       01  WS-TRPT-STATUS         PIC XX.
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

      *    THE FILING PERIOD AND THE ORDER-DATE RANGE IT COVERS.
       01  WS-PERIOD              PIC 9(6) VALUE 0.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR     PIC 9(4).
           05  WS-PERIOD-MONTH    PIC 9(2).
       01  WS-PERIOD-FROM         PIC 9(8) VALUE 0.
       01  WS-PERIOD-TO           PIC 9(8) VALUE 0.

       01  WS-EOF-ORDERS          PIC X VALUE "N".
           88  END-OF-ORDERS      VALUE "Y".

       01  WS-EOF-HIST            PIC X VALUE "N".
           88  END-OF-HIST        VALUE "Y".

       01  WS-EOF-TAX-RATES       PIC X VALUE "N".
           88  END-OF-TAX-RATES   VALUE "Y".

       01  WS-HIST-AVAILABLE      PIC X VALUE "N".
           88  HIST-IS-AVAILABLE  VALUE "Y".

       01  WS-TAX-AVAILABLE       PIC X VALUE "N".
           88  TAX-FILE-AVAILABLE VALUE "Y".

      *    THE ORDER BEING COUNTED, FROM EITHER FILE. A SALE ADDS TO
      *    ITS JURISDICTION AND A RETURN SUBTRACTS, SO THE FIGURES
      *    ARE NET OF REFUNDS GIVEN IN THE MONTH.
       01  WS-CUR-JURIS           PIC X(4).
       01  WS-CUR-TAXED           PIC X VALUE "N".
           88  CUR-IS-TAXED       VALUE "Y".
       01  WS-CUR-GOODS           PIC S9(9)V99 VALUE 0.
       01  WS-CUR-TAX             PIC S9(9)V99 VALUE 0.

      *    ONE ENTRY PER JURISDICTION, KEPT IN JURISDICTION ORDER SO
      *    THE REPORT READS IN THE ORDER THE RETURNS ARE FILED. A
      *    BLANK JURISDICTION COLLECTS UNTAXED SALES TO CUSTOMERS WITH
      *    NONE ON FILE, INCLUDING ALL ACTIVITY PRICED BEFORE TAX.
       01  WS-JUR-COUNT           PIC 9(4) VALUE 0.
       01  WS-JUR-TABLE.
           05  JR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-JUR-COUNT
                   INDEXED BY JR-IDX.
               10  JR-JURIS       PIC X(4).
               10  JR-TAXABLE     PIC S9(9)V99.
               10  JR-EXEMPT      PIC S9(9)V99.
               10  JR-TAX         PIC S9(9)V99.
               10  JR-ORDERS      PIC 9(7).
       01  WS-JUR-POS             PIC 9(4) VALUE 0.
       01  WS-JUR-SUB             PIC 9(4) VALUE 0.
       01  WS-JUR-FOUND           PIC X VALUE "N".
           88  JURIS-IS-FOUND     VALUE "Y".
       01  WS-JUR-PASSED          PIC X VALUE "N".
           88  JURIS-IS-PASSED    VALUE "Y".

       01  WS-JURIS-NAME          PIC X(20).
       01  WS-JURIS-DISP          PIC X(4).

       01  WS-ORDERS-READ         PIC 9(9) VALUE 0.
       01  WS-ORDERS-REPORTED     PIC 9(9) VALUE 0.
       01  WS-ORDERS-DROPPED      PIC 9(9) VALUE 0.
       01  WS-TOT-TAXABLE         PIC S9(9)V99 VALUE 0.
       01  WS-TOT-EXEMPT          PIC S9(9)V99 VALUE 0.
       01  WS-TOT-TAX             PIC S9(9)V99 VALUE 0.

       01  WS-TAXABLE-DISP        PIC -(9)9.99.
       01  WS-EXEMPT-DISP         PIC -(9)9.99.
       01  WS-TAX-DISP            PIC -(7)9.99.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM COUNT-LIVE-ORDER-PARA
               UNTIL END-OF-ORDERS
           PERFORM COUNT-HIST-ORDER-PARA
               UNTIL END-OF-HIST
           PERFORM WRITE-REPORT-PARA
           PERFORM FINALIZE-PARA
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
           PERFORM READ-CONTROL-PARA
           COMPUTE WS-PERIOD-FROM = WS-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-TO = WS-PERIOD * 100 + 31
           OPEN INPUT ORDERDET-FILE
           IF WS-ORD-STATUS NOT = "00"
               DISPLAY "CMNP019 FATAL: ORDERDET-FILE OPEN FAILED, "
                   "STATUS=" WS-ORD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    A MONTH'S POSTED ORDERS MAY ALREADY HAVE BEEN ARCHIVED BY
      *    CMNP009 WHEN THE REPORT RUNS, SO THE HISTORY FILE IS READ
      *    AS WELL; AN ABSENT ONE JUST MEANS NOTHING IS ARCHIVED YET.
           OPEN INPUT ORDER-HIST-FILE
           IF WS-HIST-STATUS = "00"
               MOVE "Y" TO WS-HIST-AVAILABLE
           ELSE
               MOVE "Y" TO WS-EOF-HIST
           END-IF
      *    THE RATE FILE ONLY SUPPLIES JURISDICTION NAMES HERE - THE
      *    TAX ITSELF COMES FROM THE ORDERS - SO THE REPORT STILL
      *    RUNS WITHOUT IT.
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-STATUS = "00"
               MOVE "Y" TO WS-TAX-AVAILABLE
           END-IF
           OPEN OUTPUT TAX-RPT
           MOVE SPACES TO TRPT-RECORD
           STRING "SALES TAX COLLECTED BY JURISDICTION - PERIOD="
                  WS-PERIOD
                  " RUN DATE=" WS-RUN-DATE
                  DELIMITED BY SIZE INTO TRPT-RECORD
           END-STRING
           WRITE TRPT-RECORD
           MOVE SPACES TO TRPT-RECORD
           WRITE TRPT-RECORD
           PERFORM READ-ORDER-PARA
           IF HIST-IS-AVAILABLE
               PERFORM READ-HIST-PARA
           END-IF.

       OBTAIN-RUN-NUMBER-PARA.
      *    THE TAX REPORT RUNS OUTSIDE THE NIGHTLY CHAIN; IT TAGS ITS
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
           OPEN INPUT TAX-CTL-FILE
           IF WS-TCTL-STATUS = "00"
               READ TAX-CTL-FILE
                   AT END
                       MOVE SPACES TO TAX-CTL-RECORD
               END-READ
               IF TAXC-PERIOD NUMERIC
                   MOVE TAXC-PERIOD TO WS-PERIOD
               END-IF
               CLOSE TAX-CTL-FILE
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

       COUNT-LIVE-ORDER-PARA.
      *    ONLY POSTED ACTIVITY WAS BILLED TO THE CUSTOMER, SO ONLY
      *    POSTED ACTIVITY COUNTS AS TAX COLLECTED.
           ADD 1 TO WS-ORDERS-READ
           IF (ORD-TXN-SALE OR ORD-TXN-RETURN)
                   AND ORD-POSTED
                   AND ORD-ORDER-DATE >= WS-PERIOD-FROM
                   AND ORD-ORDER-DATE <= WS-PERIOD-TO
               MOVE ORD-TAX-JURIS TO WS-CUR-JURIS
               MOVE ORD-TOTAL TO WS-CUR-GOODS
               MOVE "N" TO WS-CUR-TAXED
               MOVE 0 TO WS-CUR-TAX
               IF ORD-TAXED
                   MOVE "Y" TO WS-CUR-TAXED
                   IF ORD-TAX-AMT NUMERIC
                       MOVE ORD-TAX-AMT TO WS-CUR-TAX
                   END-IF
               END-IF
               IF ORD-TXN-RETURN
                   PERFORM NEGATE-CURRENT-PARA
               END-IF
               PERFORM ACCUMULATE-JURIS-PARA
           END-IF
           PERFORM READ-ORDER-PARA.

       COUNT-HIST-ORDER-PARA.
      *    CMNP009 ARCHIVES ONLY POSTED ACTIVITY, SO EVERY HISTORY
      *    RECORD DATED IN THE PERIOD COUNTS.
           ADD 1 TO WS-ORDERS-READ
           IF (ORDH-TXN-SALE OR ORDH-TXN-RETURN)
                   AND ORDH-ORDER-DATE >= WS-PERIOD-FROM
                   AND ORDH-ORDER-DATE <= WS-PERIOD-TO
               MOVE ORDH-TAX-JURIS TO WS-CUR-JURIS
               MOVE ORDH-TOTAL TO WS-CUR-GOODS
               MOVE "N" TO WS-CUR-TAXED
               MOVE 0 TO WS-CUR-TAX
               IF ORDH-TAXED
                   MOVE "Y" TO WS-CUR-TAXED
                   IF ORDH-TAX-AMT NUMERIC
                       MOVE ORDH-TAX-AMT TO WS-CUR-TAX
                   END-IF
               END-IF
               IF ORDH-TXN-RETURN
                   PERFORM NEGATE-CURRENT-PARA
               END-IF
               PERFORM ACCUMULATE-JURIS-PARA
           END-IF
           PERFORM READ-HIST-PARA.

       NEGATE-CURRENT-PARA.
           COMPUTE WS-CUR-GOODS = 0 - WS-CUR-GOODS
           COMPUTE WS-CUR-TAX = 0 - WS-CUR-TAX.

       ACCUMULATE-JURIS-PARA.
           PERFORM FIND-JURIS-PARA
           IF NOT JURIS-IS-FOUND
               IF WS-JUR-COUNT < 200
                   PERFORM INSERT-JURIS-PARA
               ELSE
                   ADD 1 TO WS-ORDERS-DROPPED
               END-IF
           END-IF
           IF JURIS-IS-FOUND
               SET JR-IDX TO WS-JUR-POS
               IF CUR-IS-TAXED
                   ADD WS-CUR-GOODS TO JR-TAXABLE (JR-IDX)
                   ADD WS-CUR-GOODS TO WS-TOT-TAXABLE
               ELSE
                   ADD WS-CUR-GOODS TO JR-EXEMPT (JR-IDX)
                   ADD WS-CUR-GOODS TO WS-TOT-EXEMPT
               END-IF
               ADD WS-CUR-TAX TO JR-TAX (JR-IDX)
               ADD WS-CUR-TAX TO WS-TOT-TAX
               ADD 1 TO JR-ORDERS (JR-IDX)
               ADD 1 TO WS-ORDERS-REPORTED
           END-IF.

       FIND-JURIS-PARA.
      *    LEAVES WS-JUR-POS ON THE MATCHING ENTRY, OR ON THE FIRST
      *    ENTRY WITH A HIGHER JURISDICTION (WHERE A NEW ONE BELONGS).
           MOVE "N" TO WS-JUR-FOUND
           MOVE "N" TO WS-JUR-PASSED
           MOVE 1 TO WS-JUR-POS
           PERFORM STEP-JURIS-PARA
               UNTIL WS-JUR-POS > WS-JUR-COUNT
                  OR JURIS-IS-FOUND
                  OR JURIS-IS-PASSED.

       STEP-JURIS-PARA.
           EVALUATE TRUE
               WHEN JR-JURIS (WS-JUR-POS) = WS-CUR-JURIS
                   MOVE "Y" TO WS-JUR-FOUND
               WHEN JR-JURIS (WS-JUR-POS) > WS-CUR-JURIS
                   MOVE "Y" TO WS-JUR-PASSED
               WHEN OTHER
                   ADD 1 TO WS-JUR-POS
           END-EVALUATE.

       INSERT-JURIS-PARA.
           ADD 1 TO WS-JUR-COUNT
           PERFORM SHIFT-JURIS-PARA
               VARYING WS-JUR-SUB FROM WS-JUR-COUNT BY -1
               UNTIL WS-JUR-SUB <= WS-JUR-POS
           SET JR-IDX TO WS-JUR-POS
           MOVE WS-CUR-JURIS TO JR-JURIS (JR-IDX)
           MOVE 0 TO JR-TAXABLE (JR-IDX)
           MOVE 0 TO JR-EXEMPT (JR-IDX)
           MOVE 0 TO JR-TAX (JR-IDX)
           MOVE 0 TO JR-ORDERS (JR-IDX)
           MOVE "Y" TO WS-JUR-FOUND.

       SHIFT-JURIS-PARA.
           MOVE JR-ENTRY (WS-JUR-SUB - 1) TO JR-ENTRY (WS-JUR-SUB).

       WRITE-REPORT-PARA.
           MOVE SPACES TO TRPT-RECORD
           STRING "JURS NAME                 TAXABLE SALES"
                  "  EXEMPT SALES         TAX"
                  DELIMITED BY SIZE INTO TRPT-RECORD
           END-STRING
           WRITE TRPT-RECORD
           IF WS-JUR-COUNT = 0
               MOVE "  NO POSTED ACTIVITY IN THE PERIOD"
                   TO TRPT-RECORD
               WRITE TRPT-RECORD
           END-IF
           PERFORM WRITE-JURIS-LINE-PARA
               VARYING JR-IDX FROM 1 BY 1
               UNTIL JR-IDX > WS-JUR-COUNT
           MOVE SPACES TO TRPT-RECORD
           WRITE TRPT-RECORD
           MOVE WS-TOT-TAXABLE TO WS-TAXABLE-DISP
           MOVE WS-TOT-EXEMPT TO WS-EXEMPT-DISP
           MOVE WS-TOT-TAX TO WS-TAX-DISP
           MOVE SPACES TO TRPT-RECORD
           STRING "TOTAL                     " WS-TAXABLE-DISP
                  " " WS-EXEMPT-DISP
                  " " WS-TAX-DISP
                  DELIMITED BY SIZE INTO TRPT-RECORD
           END-STRING
           WRITE TRPT-RECORD
           MOVE SPACES TO TRPT-RECORD
           STRING "ORDERS READ=" WS-ORDERS-READ
                  " REPORTED=" WS-ORDERS-REPORTED
                  DELIMITED BY SIZE INTO TRPT-RECORD
           END-STRING
           WRITE TRPT-RECORD
           IF WS-ORDERS-DROPPED > 0
               MOVE SPACES TO TRPT-RECORD
               STRING "*** JURISDICTION TABLE FULL (200 MAX) - ORDERS "
                      "NOT REPORTED=" WS-ORDERS-DROPPED
                      DELIMITED BY SIZE INTO TRPT-RECORD
               END-STRING
               WRITE TRPT-RECORD
           END-IF.

       WRITE-JURIS-LINE-PARA.
           PERFORM LOOKUP-JURIS-NAME-PARA
           IF JR-JURIS (JR-IDX) = SPACES
               MOVE "NONE" TO WS-JURIS-DISP
           ELSE
               MOVE JR-JURIS (JR-IDX) TO WS-JURIS-DISP
           END-IF
           MOVE JR-TAXABLE (JR-IDX) TO WS-TAXABLE-DISP
           MOVE JR-EXEMPT (JR-IDX) TO WS-EXEMPT-DISP
           MOVE JR-TAX (JR-IDX) TO WS-TAX-DISP
           MOVE SPACES TO TRPT-RECORD
           STRING WS-JURIS-DISP
                  " " WS-JURIS-NAME
                  " " WS-TAXABLE-DISP
                  " " WS-EXEMPT-DISP
                  " " WS-TAX-DISP
                  DELIMITED BY SIZE INTO TRPT-RECORD
           END-STRING
           WRITE TRPT-RECORD.

       LOOKUP-JURIS-NAME-PARA.
      *    THE NAME ON THE JURISDICTION'S LATEST RATE ENTRY.
           MOVE SPACES TO WS-JURIS-NAME
           IF TAX-FILE-AVAILABLE AND JR-JURIS (JR-IDX) NOT = SPACES
               MOVE "N" TO WS-EOF-TAX-RATES
               MOVE JR-JURIS (JR-IDX) TO TAX-JURIS
               MOVE 0 TO TAX-EFF-DATE
               START TAX-RATE-FILE KEY IS NOT LESS THAN TAX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-TAX-RATES
               END-START
               PERFORM SCAN-TAX-RATE-PARA
                   UNTIL END-OF-TAX-RATES
           END-IF.

       SCAN-TAX-RATE-PARA.
           READ TAX-RATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-TAX-RATES
               NOT AT END
                   IF TAX-JURIS NOT = JR-JURIS (JR-IDX)
                       MOVE "Y" TO WS-EOF-TAX-RATES
                   ELSE
                       MOVE TAX-JURIS-NAME TO WS-JURIS-NAME
                   END-IF
           END-READ.

       FINALIZE-PARA.
           CLOSE ORDERDET-FILE
           IF HIST-IS-AVAILABLE
               CLOSE ORDER-HIST-FILE
           END-IF
           IF TAX-FILE-AVAILABLE
               CLOSE TAX-RATE-FILE
           END-IF
           CLOSE TAX-RPT
           ACCEPT WS-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "CMNP019 RUN " WS-RUN-NUMBER " COMPLETE"
           DISPLAY "PERIOD          : " WS-PERIOD
           DISPLAY "ORDERS READ     : " WS-ORDERS-READ
           DISPLAY "ORDERS REPORTED : " WS-ORDERS-REPORTED
           DISPLAY "TOTAL TAX       : " WS-TOT-TAX.

       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP019 " TO AUD-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-START-TIME TO AUD-START-TIME
           MOVE WS-END-TIME TO AUD-END-TIME
           MOVE WS-ORDERS-READ TO AUD-RECS-IN
           MOVE WS-ORDERS-REPORTED TO AUD-RECS-OUT
           MOVE WS-TOT-TAX TO AUD-TOTAL-AMT
           MOVE WS-ORDERS-DROPPED TO AUD-RECS-EXCP
           SET AUD-OK TO TRUE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.
