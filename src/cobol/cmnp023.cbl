       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMNP023.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-PERIOD-FILE ASSIGN TO "FISCPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPER-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               ALTERNATE RECORD KEY IS ACCT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ID
               FILE STATUS IS WS-PROD-STATUS.

           SELECT PERIOD-HIST-FILE ASSIGN TO "PERHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEH-KEY
               FILE STATUS IS WS-PEH-STATUS.

           SELECT CLOSE-RPT ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FPERREC.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  PRODUCT-FILE.
       COPY PRODUCT.

       FD  PERIOD-HIST-FILE.
       COPY PEHREC.

       FD  CLOSE-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  CRPT-RECORD                PIC X(80).

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       FD  AUDIT-LOG.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-FPER-STATUS         PIC XX.
       01  WS-ACCT-STATUS         PIC XX.
       01  WS-PROD-STATUS         PIC XX.
       01  WS-PEH-STATUS          PIC XX.
       01  WS-CRPT-STATUS         PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-NUMBER          PIC 9(6).
       01  WS-START-TIME          PIC 9(8).
       01  WS-END-TIME            PIC 9(8).

       01  WS-EOF-PERIODS         PIC X VALUE "N".
           88  END-OF-PERIODS     VALUE "Y".

       01  WS-EOF-ACCT            PIC X VALUE "N".
           88  END-OF-ACCT        VALUE "Y".

       01  WS-EOF-PRODUCTS        PIC X VALUE "N".
           88  END-OF-PRODUCTS    VALUE "Y".

      *    THE CALENDAR IS HELD IN STORAGE RECORD FOR RECORD, IN THE
      *    ORDER FINANCE SET IT UP, AND WRITTEN BACK WHOLE ONCE THE
      *    SNAPSHOT IS SAFELY ON PERHIST - THE SAME REWRITE-IN-FULL
      *    THE COUNTER FILES GET. ONLY THE CLOSED PERIOD'S RECORD
      *    CHANGES.
       01  WS-FP-COUNT            PIC 9(4) VALUE 0.
       01  WS-FISCAL-PERIOD-TABLE.
           05  FP-ENTRY OCCURS 1 TO 600 TIMES
                   DEPENDING ON WS-FP-COUNT
                   INDEXED BY FP-IDX.
               10  FP-RECORD      PIC X(80).

       01  WS-FP-TABLE-FULL       PIC X VALUE "N".
           88  FP-TABLE-IS-FULL   VALUE "Y".

      *    THE PERIOD TO CLOSE: THE EARLIEST OPEN PERIOD THAT HAS
      *    ENDED BEFORE THE RUN DATE. PERIODS CLOSE ONE AT A TIME,
      *    OLDEST FIRST, SO THE POSTING PROGRAMS' LOCK (EVERYTHING
      *    ON OR BEFORE THE LAST CLOSED END DATE) NEVER LEAVES AN
      *    OPEN PERIOD BEHIND IT.
       01  WS-TARGET-SUB          PIC 9(4) VALUE 0.
       01  WS-TARGET-PERIOD       PIC 9(6) VALUE 0.
       01  WS-TARGET-START        PIC 9(8) VALUE 0.
       01  WS-TARGET-END          PIC 9(8) VALUE 0.

      *    OTHER PERIODS ALSO OVER BUT STILL OPEN AFTER THIS RUN - A
      *    MONTH-END THAT WAS MISSED. EACH NEEDS ITS OWN CLOSE RUN.
       01  WS-ENDED-OPEN          PIC 9(4) VALUE 0.

      *    EARLIEST PERIOD STILL OPEN ONCE THE TARGET IS CLOSED -
      *    WHERE A ROLLED-FORWARD LATE TRANSACTION WILL NOW LAND.
       01  WS-NEXT-PERIOD         PIC 9(6) VALUE 0.
       01  WS-NEXT-START          PIC 9(8) VALUE 0.

       01  WS-LATE-ACTION         PIC X VALUE "R".
           88  LATE-ROLL-FORWARD  VALUE "F".

       01  WS-ACCTS-SNAPPED       PIC 9(9) VALUE 0.
       01  WS-PRODS-SNAPPED       PIC 9(9) VALUE 0.
       01  WS-SNAP-REWRITES       PIC 9(9) VALUE 0.
       01  WS-TOT-ACCT-BAL        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-UNITS           PIC 9(11) VALUE 0.
       01  WS-TOT-STOCK-VALUE     PIC S9(11)V99 VALUE 0.

       01  WS-CNT-DISP            PIC Z(8)9.
       01  WS-UNITS-DISP          PIC Z(10)9.
       01  WS-AMT-DISP            PIC -(11)9.99.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM LOAD-PERIOD-PARA
               UNTIL END-OF-PERIODS
           CLOSE FISCAL-PERIOD-FILE
           PERFORM SELECT-TARGET-PARA
               VARYING FP-IDX FROM 1 BY 1
               UNTIL FP-IDX > WS-FP-COUNT
           IF WS-TARGET-SUB = 0
               PERFORM NOTHING-TO-CLOSE-PARA
           ELSE
               PERFORM SNAPSHOT-PARA
               PERFORM CLOSE-PERIOD-PARA
               PERFORM FINALIZE-PARA
           END-IF
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
      *    WITHOUT THE CALENDAR THERE IS NO PERIOD TO CLOSE, AND A
      *    SNAPSHOT FILED UNDER NO PERIOD WOULD BE USELESS - STOP.
           OPEN INPUT FISCAL-PERIOD-FILE
           IF WS-FPER-STATUS NOT = "00"
               DISPLAY "CMNP023 FATAL: FISCAL-PERIOD-FILE OPEN "
                   "FAILED, STATUS=" WS-FPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CLOSE-RPT
           MOVE SPACES TO CRPT-RECORD
           STRING "PERIOD CLOSE REPORT - DATE=" WS-RUN-DATE
                  " RUN=" WS-RUN-NUMBER
                  DELIMITED BY SIZE INTO CRPT-RECORD
           END-STRING
           WRITE CRPT-RECORD
           MOVE SPACES TO CRPT-RECORD
           WRITE CRPT-RECORD
           PERFORM READ-PERIOD-PARA.

       OBTAIN-RUN-NUMBER-PARA.
      *    THE CLOSE RUNS OUTSIDE THE NIGHTLY CHAIN, AFTER THE
      *    MONTH-END ACCRUAL (CMNP007); IT TAGS THE SNAPSHOT AND ITS
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

       READ-PERIOD-PARA.
           READ FISCAL-PERIOD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-PERIODS
           END-READ.

       LOAD-PERIOD-PARA.
      *    A CALENDAR TOO LONG FOR THE TABLE WOULD LOSE RECORDS ON
      *    THE REWRITE, SO IT STOPS THE RUN BEFORE ANYTHING CHANGES.
           IF WS-FP-COUNT < 600
               ADD 1 TO WS-FP-COUNT
               SET FP-IDX TO WS-FP-COUNT
               MOVE FPER-RECORD TO FP-RECORD (FP-IDX)
               IF FPER-CONTROL-REC AND FPER-LATE-ROLL
                   MOVE "F" TO WS-LATE-ACTION
               END-IF
           ELSE
               DISPLAY "CMNP023 FATAL: FISCAL CALENDAR EXCEEDS "
                   "600 RECORDS"
               CLOSE FISCAL-PERIOD-FILE
               CLOSE CLOSE-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PERIOD-PARA.

       SELECT-TARGET-PARA.
           MOVE FP-RECORD (FP-IDX) TO FPER-RECORD
           IF FPER-PERIOD-REC AND FPER-OPEN
                   AND FPER-START-DATE NUMERIC
                   AND FPER-END-DATE NUMERIC
                   AND FPER-END-DATE < WS-RUN-DATE
               IF WS-TARGET-SUB = 0
                       OR FPER-START-DATE < WS-TARGET-START
                   IF WS-TARGET-SUB NOT = 0
                       ADD 1 TO WS-ENDED-OPEN
                   END-IF
                   SET WS-TARGET-SUB TO FP-IDX
                   MOVE FPER-PERIOD TO WS-TARGET-PERIOD
                   MOVE FPER-START-DATE TO WS-TARGET-START
                   MOVE FPER-END-DATE TO WS-TARGET-END
               ELSE
                   ADD 1 TO WS-ENDED-OPEN
               END-IF
           END-IF.

       NOTHING-TO-CLOSE-PARA.
      *    A MONTH-END SUBMITTED BEFORE THE PERIOD IS OVER (OR A
      *    SECOND TIME) CLOSES NOTHING AND TAKES NO SNAPSHOT; THE
      *    STEP ENDS RC=4 SO OPERATIONS SEE IT WAS A NO-OP.
           MOVE SPACES TO CRPT-RECORD
           STRING "NO OPEN PERIOD HAS ENDED BEFORE " WS-RUN-DATE
                  " - NOTHING CLOSED"
                  DELIMITED BY SIZE INTO CRPT-RECORD
           END-STRING
           WRITE CRPT-RECORD
           CLOSE CLOSE-RPT
           ACCEPT WS-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "CMNP023 RUN " WS-RUN-NUMBER
               " - NO PERIOD DUE FOR CLOSE"
           MOVE 4 TO RETURN-CODE.

       SNAPSHOT-PARA.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "CMNP023 FATAL: ACCOUNT-MASTER OPEN FAILED, "
                   "STATUS=" WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "CMNP023 FATAL: PRODUCT-FILE OPEN FAILED, "
                   "STATUS=" WS-PROD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE HISTORY IS CREATED BY THE FIRST CLOSE, SO AN I-O OPEN
      *    THAT FAILS FALLS BACK TO OUTPUT THE WAY THE BACKORDER
      *    QUEUE DOES.
           OPEN I-O PERIOD-HIST-FILE
           IF WS-PEH-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-HIST-FILE
               IF WS-PEH-STATUS NOT = "00"
                   DISPLAY "CMNP023 FATAL: PERIOD-HIST-FILE OPEN "
                       "FAILED, STATUS=" WS-PEH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE LOW-VALUES TO ACCT-NO
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NO
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ACCT
           END-START
           IF NOT END-OF-ACCT
               PERFORM READ-ACCOUNT-PARA
           END-IF
           PERFORM SNAP-ACCOUNT-PARA
               UNTIL END-OF-ACCT
           MOVE 0 TO PROD-ID
           START PRODUCT-FILE KEY IS NOT LESS THAN PROD-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PRODUCTS
           END-START
           IF NOT END-OF-PRODUCTS
               PERFORM READ-PRODUCT-PARA
           END-IF
           PERFORM SNAP-PRODUCT-PARA
               UNTIL END-OF-PRODUCTS
           CLOSE ACCOUNT-MASTER
           CLOSE PRODUCT-FILE
           CLOSE PERIOD-HIST-FILE.

       READ-ACCOUNT-PARA.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
           END-READ.

       READ-PRODUCT-PARA.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-PRODUCTS
           END-READ.

       SNAP-ACCOUNT-PARA.
           MOVE SPACES TO PEH-RECORD
           MOVE WS-TARGET-PERIOD TO PEH-PERIOD
           SET PEH-ACCOUNT TO TRUE
           MOVE ACCT-NO TO PEH-ITEM-ID
           MOVE ACCT-CUST-ID TO PEH-ACCT-CUST-ID
           MOVE ACCT-TYPE TO PEH-ACCT-TYPE
           MOVE ACCT-BAL TO PEH-ACCT-BAL
           MOVE ACCT-CREDIT-LIMIT TO PEH-ACCT-CREDIT-LIMIT
           PERFORM WRITE-HISTORY-PARA
           ADD 1 TO WS-ACCTS-SNAPPED
           ADD ACCT-BAL TO WS-TOT-ACCT-BAL
           PERFORM READ-ACCOUNT-PARA.

       SNAP-PRODUCT-PARA.
           MOVE SPACES TO PEH-RECORD
           MOVE WS-TARGET-PERIOD TO PEH-PERIOD
           SET PEH-PRODUCT TO TRUE
           MOVE PROD-ID TO PEH-ITEM-ID
           MOVE PROD-QTY-ON-HAND TO PEH-PROD-ON-HAND
           MOVE PROD-COST TO PEH-PROD-COST
           COMPUTE PEH-PROD-VALUE = PROD-QTY-ON-HAND * PROD-COST
           MOVE PROD-PRICE TO PEH-PROD-PRICE
           PERFORM WRITE-HISTORY-PARA
           ADD 1 TO WS-PRODS-SNAPPED
           ADD PROD-QTY-ON-HAND TO WS-TOT-UNITS
           ADD PEH-PROD-VALUE TO WS-TOT-STOCK-VALUE
           PERFORM READ-PRODUCT-PARA.

       WRITE-HISTORY-PARA.
      *    A CLOSE THAT FAILED AFTER TAKING PART OF ITS SNAPSHOT
      *    LEAVES THE PERIOD OPEN, SO IT IS SIMPLY RERUN; RECORDS
      *    ALREADY ON FILE FOR THE PERIOD ARE REPLACED.
           MOVE WS-RUN-DATE TO PEH-CLOSE-DATE
           MOVE WS-RUN-NUMBER TO PEH-CLOSE-RUN
           WRITE PEH-RECORD
               INVALID KEY
                   REWRITE PEH-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-SNAP-REWRITES
           END-WRITE.

       CLOSE-PERIOD-PARA.
           SET FP-IDX TO WS-TARGET-SUB
           MOVE FP-RECORD (FP-IDX) TO FPER-RECORD
           SET FPER-CLOSED TO TRUE
           MOVE WS-RUN-DATE TO FPER-CLOSE-DATE
           MOVE WS-RUN-NUMBER TO FPER-CLOSE-RUN
           MOVE FPER-RECORD TO FP-RECORD (FP-IDX)
           PERFORM FIND-NEXT-OPEN-PARA
               VARYING FP-IDX FROM 1 BY 1
               UNTIL FP-IDX > WS-FP-COUNT
           OPEN OUTPUT FISCAL-PERIOD-FILE
           IF WS-FPER-STATUS NOT = "00"
               DISPLAY "CMNP023 FATAL: FISCAL-PERIOD-FILE REWRITE "
                   "FAILED, STATUS=" WS-FPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REWRITE-PERIOD-PARA
               VARYING FP-IDX FROM 1 BY 1
               UNTIL FP-IDX > WS-FP-COUNT
           CLOSE FISCAL-PERIOD-FILE.

       FIND-NEXT-OPEN-PARA.
           MOVE FP-RECORD (FP-IDX) TO FPER-RECORD
           IF FPER-PERIOD-REC AND FPER-OPEN
                   AND FPER-START-DATE NUMERIC
                   AND FPER-START-DATE > WS-TARGET-END
               IF WS-NEXT-START = 0
                       OR FPER-START-DATE < WS-NEXT-START
                   MOVE FPER-PERIOD TO WS-NEXT-PERIOD
                   MOVE FPER-START-DATE TO WS-NEXT-START
               END-IF
           END-IF.

       REWRITE-PERIOD-PARA.
           MOVE FP-RECORD (FP-IDX) TO FPER-RECORD
           WRITE FPER-RECORD.

       FINALIZE-PARA.
           PERFORM WRITE-CLOSE-SUMMARY-PARA
           CLOSE CLOSE-RPT
           ACCEPT WS-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "CMNP023 RUN " WS-RUN-NUMBER " COMPLETE"
           DISPLAY "PERIOD CLOSED  : " WS-TARGET-PERIOD
           DISPLAY "ACCOUNTS SNAP  : " WS-ACCTS-SNAPPED
           DISPLAY "PRODUCTS SNAP  : " WS-PRODS-SNAPPED
           DISPLAY "NEXT OPEN      : " WS-NEXT-PERIOD.

       WRITE-CLOSE-SUMMARY-PARA.
           MOVE SPACES TO CRPT-RECORD
           STRING "PERIOD CLOSED=" WS-TARGET-PERIOD
                  " FROM=" WS-TARGET-START
                  " TO=" WS-TARGET-END
                  DELIMITED BY SIZE INTO CRPT-RECORD
           END-STRING
           WRITE CRPT-RECORD
           MOVE SPACES TO CRPT-RECORD
           WRITE CRPT-RECORD
           MOVE WS-ACCTS-SNAPPED TO WS-CNT-DISP
           MOVE SPACES TO CRPT-RECORD
           STRING "ACCOUNTS SNAPSHOT             =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO CRPT-RECORD
           END-STRING
           WRITE CRPT-RECORD
           MOVE WS-TOT-ACCT-BAL TO WS-AMT-DISP
           MOVE SPACES TO CRPT-RECORD
           STRING "TOTAL ACCOUNT BALANCES        =" WS-AMT-DISP
                  DELIMITED BY SIZE INTO CRPT-RECORD
           END-STRING
           WRITE CRPT-RECORD
           MOVE WS-PRODS-SNAPPED TO WS-CNT-DISP
           MOVE SPACES TO CRPT-RECORD
           STRING "PRODUCTS SNAPSHOT             =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO CRPT-RECORD
           END-STRING
           WRITE CRPT-RECORD
           MOVE WS-TOT-UNITS TO WS-UNITS-DISP
           MOVE SPACES TO CRPT-RECORD
           STRING "TOTAL UNITS ON HAND           =" WS-UNITS-DISP
                  DELIMITED BY SIZE INTO CRPT-RECORD
           END-STRING
           WRITE CRPT-RECORD
           MOVE WS-TOT-STOCK-VALUE TO WS-AMT-DISP
           MOVE SPACES TO CRPT-RECORD
           STRING "TOTAL STOCK VALUE AT COST     =" WS-AMT-DISP
                  DELIMITED BY SIZE INTO CRPT-RECORD
           END-STRING
           WRITE CRPT-RECORD
           IF WS-SNAP-REWRITES > 0
               MOVE WS-SNAP-REWRITES TO WS-CNT-DISP
               MOVE SPACES TO CRPT-RECORD
               STRING "SNAPSHOT RECORDS REPLACED     =" WS-CNT-DISP
                      DELIMITED BY SIZE INTO CRPT-RECORD
               END-STRING
               WRITE CRPT-RECORD
           END-IF
           MOVE SPACES TO CRPT-RECORD
           WRITE CRPT-RECORD
           MOVE SPACES TO CRPT-RECORD
           IF LATE-ROLL-FORWARD
               STRING "TRANSACTIONS DATED ON OR BEFORE " WS-TARGET-END
                      " NOW ROLL FORWARD"
                      DELIMITED BY SIZE INTO CRPT-RECORD
               END-STRING
           ELSE
               STRING "TRANSACTIONS DATED ON OR BEFORE " WS-TARGET-END
                      " ARE NOW REJECTED"
                      DELIMITED BY SIZE INTO CRPT-RECORD
               END-STRING
           END-IF
           WRITE CRPT-RECORD
           MOVE SPACES TO CRPT-RECORD
           IF WS-NEXT-PERIOD = 0
               STRING "*** NO OPEN PERIOD LEFT ON THE CALENDAR - SET "
                      "UP THE NEXT FISCAL YEAR"
                      DELIMITED BY SIZE INTO CRPT-RECORD
               END-STRING
           ELSE
               STRING "NEXT OPEN PERIOD=" WS-NEXT-PERIOD
                      " FROM=" WS-NEXT-START
                      DELIMITED BY SIZE INTO CRPT-RECORD
               END-STRING
           END-IF
           WRITE CRPT-RECORD
           IF WS-ENDED-OPEN > 0
               MOVE WS-ENDED-OPEN TO WS-CNT-DISP
               MOVE SPACES TO CRPT-RECORD
               STRING "*** ENDED PERIODS STILL OPEN=" WS-CNT-DISP
                      " - RERUN THE CLOSE FOR EACH"
                      DELIMITED BY SIZE INTO CRPT-RECORD
               END-STRING
               WRITE CRPT-RECORD
           END-IF.

       WRITE-AUDIT-PARA.
      *    RECS-IN CARRIES THE MASTER RECORDS READ AND RECS-OUT THE
      *    SNAPSHOT RECORDS WRITTEN (THE SAME FIGURE WHEN ALL IS
      *    WELL); THE TOTAL IS THE ACCOUNT BALANCES AT CLOSE.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP023 " TO AUD-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-START-TIME TO AUD-START-TIME
           MOVE WS-END-TIME TO AUD-END-TIME
           COMPUTE AUD-RECS-IN = WS-ACCTS-SNAPPED + WS-PRODS-SNAPPED
           COMPUTE AUD-RECS-OUT = WS-ACCTS-SNAPPED + WS-PRODS-SNAPPED
           MOVE WS-TOT-ACCT-BAL TO AUD-TOTAL-AMT
           MOVE WS-ENDED-OPEN TO AUD-RECS-EXCP
           SET AUD-OK TO TRUE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.
