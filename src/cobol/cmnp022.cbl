       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMNP022.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-PROOF-CTL ASSIGN TO "ACJPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APCTL-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               ALTERNATE RECORD KEY IS ACCT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT ACCT-PROOF-RPT ASSIGN TO "ACCTPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-PROOF-CTL
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCT-PROOF-CTL-RECORD.
      *    FIRST DATE THE MOVEMENT SECTION COVERS, YYYYMMDD. BLANK
      *    (OR NO CONTROL FILE) MEANS THE RUN DATE, SO THE NIGHTLY
      *    REPORT SHOWS THE DAY'S MOVEMENTS; A DATE HERE WIDENS IT,
      *    E.G. TO COVER A MONTH-END ACCRUAL RUN OR A DISPUTE PERIOD.
           05  APCTL-FROM-DATE        PIC 9(8).
           05  FILLER                 PIC X(72).

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  ACCT-JOURNAL.
       COPY ACCMREC.

       FD  ACCT-PROOF-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  PROOF-RECORD               PIC X(80).

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       FD  AUDIT-LOG.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-APCTL-STATUS        PIC XX.
       01  WS-ACCT-STATUS         PIC XX.
       01  WS-JRNL-STATUS         PIC XX.
       01  WS-PROOF-STATUS        PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-NUMBER          PIC 9(6).
       01  WS-START-TIME          PIC 9(8).
       01  WS-END-TIME            PIC 9(8).

       01  WS-FROM-DATE           PIC 9(8) VALUE 0.

       01  WS-EOF-ACCT            PIC X VALUE "N".
           88  END-OF-ACCT        VALUE "Y".

       01  WS-EOF-JOURNAL         PIC X VALUE "N".
           88  END-OF-JOURNAL     VALUE "Y".

       01  WS-JRNL-AVAILABLE      PIC X VALUE "N".
           88  JOURNAL-IS-AVAILABLE
                                  VALUE "Y".

       01  WS-AT-FOUND            PIC X VALUE "N".
           88  AT-IS-FOUND        VALUE "Y".

       01  WS-TABLE-FULL          PIC X VALUE "N".
           88  TABLE-IS-FULL      VALUE "Y".

      *    ONE ENTRY PER ACCOUNT ON THE MASTER, LOADED IN ACCOUNT
      *    ORDER FROM THE KEYED FILE SO IT CAN BE SEARCHED BY KEY AS
      *    THE JOURNAL IS READ. THE JOURNAL IS APPENDED IN THE ORDER
      *    THE BALANCES MOVED, SO ONE PASS OF IT ROLLS EVERY ACCOUNT
      *    FORWARD AT ONCE: AT-LAST-AFTER IS THE BALANCE THE NEXT
      *    ENTRY FOR THE ACCOUNT MUST START FROM. ORDERS HOLD SALES
      *    AND RETURNS (CMNP005), CHARGES HOLD INTEREST AND FEES
      *    (CMNP007), AND MAINTENANCE HOLDS NEW-ACCOUNT OPENINGS AND
      *    OVERRIDES (CMNP004).
       01  WS-AT-COUNT            PIC 9(5) VALUE 0.
       01  WS-ACCT-TABLE.
           05  AT-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-AT-COUNT
                   ASCENDING KEY IS AT-ACCT-NO
                   INDEXED BY AT-IDX.
               10  AT-ACCT-NO     PIC X(8).
               10  AT-BAL         PIC S9(9)V99.
               10  AT-SEEN        PIC X.
                   88  AT-HAS-ENTRIES
                                  VALUE "Y".
               10  AT-OPEN-SET    PIC X.
                   88  AT-OPENING-KNOWN
                                  VALUE "Y".
               10  AT-MOVED       PIC X.
                   88  AT-MOVED-IN-PERIOD
                                  VALUE "Y".
               10  AT-LAST-AFTER  PIC S9(9)V99.
               10  AT-LAST-SOURCE PIC X(8).
               10  AT-OPENING     PIC S9(11)V99.
               10  AT-ORDERS      PIC S9(11)V99.
               10  AT-PAYMENTS    PIC S9(11)V99.
               10  AT-CHARGES     PIC S9(11)V99.
               10  AT-MAINT       PIC S9(11)V99.

      *    BREAKS COUNTED BY THE PROGRAM THAT WROTE THE ENTRY WHERE
      *    THE CHAIN BROKE ("ACCTMAST" FOR A CLOSING BALANCE THAT
      *    DISAGREES WITH THE MASTER - SOMETHING MOVED THE BALANCE
      *    WITHOUT A JOURNAL ENTRY).
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

       01  WS-EXPECT-AFTER        PIC S9(11)V99 VALUE 0.
       01  WS-JOURNAL-CLOSING     PIC S9(11)V99 VALUE 0.
       01  WS-BREAK-REASON        PIC X(30).

       01  WS-ENTRIES-READ        PIC 9(9) VALUE 0.
       01  WS-ORPHAN-ENTRIES      PIC 9(9) VALUE 0.
       01  WS-BREAK-COUNT         PIC 9(9) VALUE 0.
       01  WS-ACCTS-PROVED        PIC 9(9) VALUE 0.
       01  WS-ACCTS-MOVED         PIC 9(9) VALUE 0.
       01  WS-ACCTS-NO-HISTORY    PIC 9(9) VALUE 0.
       01  WS-ACCTS-SKIPPED       PIC 9(9) VALUE 0.

      *    MOVEMENT SECTION TOTALS, OVER THE ACCOUNTS THAT MOVED.
       01  WS-TOT-OPENING         PIC S9(11)V99 VALUE 0.
       01  WS-TOT-ORDERS          PIC S9(11)V99 VALUE 0.
       01  WS-TOT-PAYMENTS        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-CHARGES         PIC S9(11)V99 VALUE 0.
       01  WS-TOT-MAINT           PIC S9(11)V99 VALUE 0.
       01  WS-TOT-CLOSING         PIC S9(11)V99 VALUE 0.
       01  WS-NET-MOVEMENT        PIC S9(11)V99 VALUE 0.

       01  WS-BAL1-DISP           PIC -(9)9.99.
       01  WS-BAL2-DISP           PIC -(9)9.99.
       01  WS-BAL3-DISP           PIC -(9)9.99.
       01  WS-BAL4-DISP           PIC -(9)9.99.
       01  WS-MOV1-DISP           PIC -(7)9.99.
       01  WS-MOV2-DISP           PIC -(7)9.99.
       01  WS-MOV3-DISP           PIC -(7)9.99.
       01  WS-MOV4-DISP           PIC -(7)9.99.
       01  WS-VAL-DISP            PIC -(11)9.99.
       01  WS-CNT-DISP            PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM LOAD-ACCOUNT-PARA
               UNTIL END-OF-ACCT
           IF JOURNAL-IS-AVAILABLE
               PERFORM READ-JOURNAL-PARA
           END-IF
           PERFORM ROLL-JOURNAL-PARA
               UNTIL END-OF-JOURNAL
           PERFORM PROVE-ACCOUNTS-PARA
           PERFORM FINALIZE-PARA
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
           PERFORM READ-CONTROL-PARA
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "CMNP022 FATAL: ACCOUNT-MASTER OPEN FAILED, "
                   "STATUS=" WS-ACCT-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    AN ABSENT JOURNAL (NOTHING HAS MOVED A BALANCE SINCE IT
      *    WAS STARTED) IS PROVED AS EMPTY.
           OPEN INPUT ACCT-JOURNAL
           IF WS-JRNL-STATUS = "00"
               MOVE "Y" TO WS-JRNL-AVAILABLE
           ELSE
               MOVE "Y" TO WS-EOF-JOURNAL
           END-IF
           OPEN OUTPUT ACCT-PROOF-RPT
           MOVE SPACES TO PROOF-RECORD
           STRING "ACCOUNT MOVEMENT JOURNAL PROOF - DATE=" WS-RUN-DATE
                  " RUN=" WS-RUN-NUMBER
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE "JOURNAL ENTRY BREAKS" TO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE LOW-VALUES TO ACCT-NO
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NO
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ACCT
           END-START
           IF NOT END-OF-ACCT
               PERFORM READ-ACCOUNT-PARA
           END-IF.

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
           OPEN INPUT ACCT-PROOF-CTL
           IF WS-APCTL-STATUS = "00"
               READ ACCT-PROOF-CTL
                   AT END
                       MOVE SPACES TO ACCT-PROOF-CTL-RECORD
               END-READ
               IF APCTL-FROM-DATE NUMERIC
                   MOVE APCTL-FROM-DATE TO WS-FROM-DATE
               END-IF
               CLOSE ACCT-PROOF-CTL
           END-IF
           IF WS-FROM-DATE = 0
               MOVE WS-RUN-DATE TO WS-FROM-DATE
           END-IF.

       READ-ACCOUNT-PARA.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
           END-READ.

       LOAD-ACCOUNT-PARA.
           IF WS-AT-COUNT < 50000
               ADD 1 TO WS-AT-COUNT
               SET AT-IDX TO WS-AT-COUNT
               MOVE ACCT-NO TO AT-ACCT-NO (AT-IDX)
               MOVE ACCT-BAL TO AT-BAL (AT-IDX)
               MOVE "N" TO AT-SEEN (AT-IDX)
               MOVE "N" TO AT-OPEN-SET (AT-IDX)
               MOVE "N" TO AT-MOVED (AT-IDX)
               MOVE 0 TO AT-LAST-AFTER (AT-IDX)
               MOVE SPACES TO AT-LAST-SOURCE (AT-IDX)
               MOVE 0 TO AT-OPENING (AT-IDX)
               MOVE 0 TO AT-ORDERS (AT-IDX)
               MOVE 0 TO AT-PAYMENTS (AT-IDX)
               MOVE 0 TO AT-CHARGES (AT-IDX)
               MOVE 0 TO AT-MAINT (AT-IDX)
           ELSE
               MOVE "Y" TO WS-TABLE-FULL
               ADD 1 TO WS-ACCTS-SKIPPED
           END-IF
           PERFORM READ-ACCOUNT-PARA.

       READ-JOURNAL-PARA.
           READ ACCT-JOURNAL
               AT END
                   MOVE "Y" TO WS-EOF-JOURNAL
           END-READ.

       ROLL-JOURNAL-PARA.
           ADD 1 TO WS-ENTRIES-READ
           MOVE "N" TO WS-AT-FOUND
           IF WS-AT-COUNT > 0
               SEARCH ALL AT-ENTRY
                   AT END
                       CONTINUE
                   WHEN AT-ACCT-NO (AT-IDX) = ACCM-ACCT-NO
                       MOVE "Y" TO WS-AT-FOUND
               END-SEARCH
           END-IF
      *    AN ACCOUNT SINCE DELETED FROM THE MASTER (ONLY POSSIBLE AT
      *    A ZERO BALANCE) OR BEYOND THE TABLE HAS NOTHING TO PROVE
      *    AGAINST; ITS ENTRIES ARE ONLY COUNTED.
           IF AT-IS-FOUND
               PERFORM CHECK-ENTRY-PARA
               PERFORM ACCUMULATE-ENTRY-PARA
               MOVE "Y" TO AT-SEEN (AT-IDX)
               MOVE ACCM-AFTER-BAL TO AT-LAST-AFTER (AT-IDX)
               MOVE ACCM-SOURCE TO AT-LAST-SOURCE (AT-IDX)
           ELSE
               ADD 1 TO WS-ORPHAN-ENTRIES
           END-IF
           PERFORM READ-JOURNAL-PARA.

       CHECK-ENTRY-PARA.
      *    EACH ENTRY MUST PICK UP WHERE THE ACCOUNT'S PREVIOUS ENTRY
      *    LEFT OFF, AND MUST FOOT WITHIN ITSELF. THE FIRST ENTRY FOR
      *    AN ACCOUNT HAS NOTHING BEFORE IT AND IS TAKEN AS THE START.
           IF AT-HAS-ENTRIES (AT-IDX)
                   AND ACCM-BEFORE-BAL NOT = AT-LAST-AFTER (AT-IDX)
               MOVE ACCM-SOURCE TO WS-BREAK-SOURCE
               MOVE "BEFORE NOT = PREVIOUS AFTER" TO WS-BREAK-REASON
               MOVE AT-LAST-AFTER (AT-IDX) TO WS-EXPECT-AFTER
               PERFORM WRITE-ENTRY-BREAK-PARA
           END-IF
           COMPUTE WS-EXPECT-AFTER = ACCM-BEFORE-BAL + ACCM-AMOUNT
           IF ACCM-AFTER-BAL NOT = WS-EXPECT-AFTER
               MOVE ACCM-SOURCE TO WS-BREAK-SOURCE
               MOVE "AFTER NOT = BEFORE + AMOUNT" TO WS-BREAK-REASON
               PERFORM WRITE-ENTRY-BREAK-PARA
           END-IF.

       ACCUMULATE-ENTRY-PARA.
      *    ENTRIES BEFORE THE REPORTING PERIOD ONLY SET THE OPENING
      *    BALANCE; FROM THE PERIOD ON, THE OPENING IS THE FIRST
      *    ENTRY'S BEFORE-BALANCE IF NO EARLIER ENTRY SET IT, AND
      *    EACH MOVEMENT LANDS IN ITS COLUMN.
           IF ACCM-DATE < WS-FROM-DATE
               MOVE ACCM-AFTER-BAL TO AT-OPENING (AT-IDX)
               MOVE "Y" TO AT-OPEN-SET (AT-IDX)
           ELSE
               IF NOT AT-OPENING-KNOWN (AT-IDX)
                   MOVE ACCM-BEFORE-BAL TO AT-OPENING (AT-IDX)
                   MOVE "Y" TO AT-OPEN-SET (AT-IDX)
               END-IF
               MOVE "Y" TO AT-MOVED (AT-IDX)
               EVALUATE TRUE
                   WHEN ACCM-SALE
                   WHEN ACCM-RETURN
                       ADD ACCM-AMOUNT TO AT-ORDERS (AT-IDX)
                   WHEN ACCM-PAYMENT
                       ADD ACCM-AMOUNT TO AT-PAYMENTS (AT-IDX)
                   WHEN ACCM-INTEREST
                   WHEN ACCM-FEE
                       ADD ACCM-AMOUNT TO AT-CHARGES (AT-IDX)
                   WHEN OTHER
                       ADD ACCM-AMOUNT TO AT-MAINT (AT-IDX)
               END-EVALUATE
           END-IF.

       WRITE-ENTRY-BREAK-PARA.
           MOVE ACCM-BEFORE-BAL TO WS-BAL1-DISP
           MOVE ACCM-AMOUNT TO WS-BAL2-DISP
           MOVE ACCM-AFTER-BAL TO WS-BAL3-DISP
           MOVE WS-EXPECT-AFTER TO WS-BAL4-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "ACCT=" ACCM-ACCT-NO
                  " SRC=" ACCM-SOURCE
                  " TYPE=" ACCM-TYPE
                  " RUN=" ACCM-RUN-NUMBER
                  " DATE=" ACCM-DATE
                  " REF=" ACCM-REF
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE SPACES TO PROOF-RECORD
           STRING "  " WS-BREAK-REASON
                  " PREVIOUS ENTRY BY " AT-LAST-SOURCE (AT-IDX)
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE SPACES TO PROOF-RECORD
           STRING "  BEF=" WS-BAL1-DISP
                  " AMT=" WS-BAL2-DISP
                  " AFT=" WS-BAL3-DISP
                  " EXP=" WS-BAL4-DISP
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

       PROVE-ACCOUNTS-PARA.
           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE SPACES TO PROOF-RECORD
           STRING "ACCOUNT MOVEMENTS FROM " WS-FROM-DATE
                  " TO " WS-RUN-DATE
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD
           PERFORM PROVE-ACCOUNT-PARA
               VARYING AT-IDX FROM 1 BY 1
               UNTIL AT-IDX > WS-AT-COUNT
           PERFORM WRITE-MOVEMENT-TOTALS-PARA.

       PROVE-ACCOUNT-PARA.
      *    AN ACCOUNT THE JOURNAL HAS NEVER SEEN HAS NOTHING TO ROLL
      *    FORWARD (IT HAS NOT MOVED SINCE THE JOURNAL WAS STARTED)
      *    AND IS ONLY COUNTED. OTHERWISE THE LAST JOURNAL BALANCE
      *    MUST AGREE WITH THE MASTER, AND AN ACCOUNT THAT MOVED IN
      *    THE PERIOD - OR DISAGREES - IS LISTED WITH ITS OPENING
      *    ROLLED FORWARD BY THE PERIOD'S MOVEMENTS.
           IF NOT AT-HAS-ENTRIES (AT-IDX)
               ADD 1 TO WS-ACCTS-NO-HISTORY
           ELSE
               ADD 1 TO WS-ACCTS-PROVED
               IF NOT AT-OPENING-KNOWN (AT-IDX)
                   MOVE AT-LAST-AFTER (AT-IDX) TO AT-OPENING (AT-IDX)
               END-IF
               IF AT-MOVED-IN-PERIOD (AT-IDX)
                       OR AT-LAST-AFTER (AT-IDX) NOT = AT-BAL (AT-IDX)
                   PERFORM WRITE-ACCOUNT-LINES-PARA
               END-IF
               IF AT-LAST-AFTER (AT-IDX) NOT = AT-BAL (AT-IDX)
                   PERFORM WRITE-MASTER-BREAK-PARA
               END-IF
           END-IF.

       WRITE-ACCOUNT-LINES-PARA.
           COMPUTE WS-JOURNAL-CLOSING =
               AT-OPENING (AT-IDX) + AT-ORDERS (AT-IDX)
               + AT-PAYMENTS (AT-IDX) + AT-CHARGES (AT-IDX)
               + AT-MAINT (AT-IDX)
           IF AT-MOVED-IN-PERIOD (AT-IDX)
               ADD 1 TO WS-ACCTS-MOVED
               ADD AT-OPENING (AT-IDX) TO WS-TOT-OPENING
               ADD AT-ORDERS (AT-IDX) TO WS-TOT-ORDERS
               ADD AT-PAYMENTS (AT-IDX) TO WS-TOT-PAYMENTS
               ADD AT-CHARGES (AT-IDX) TO WS-TOT-CHARGES
               ADD AT-MAINT (AT-IDX) TO WS-TOT-MAINT
               ADD WS-JOURNAL-CLOSING TO WS-TOT-CLOSING
           END-IF
           MOVE AT-OPENING (AT-IDX) TO WS-BAL1-DISP
           MOVE WS-JOURNAL-CLOSING TO WS-BAL2-DISP
           MOVE AT-BAL (AT-IDX) TO WS-BAL3-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "ACCT=" AT-ACCT-NO (AT-IDX)
                  " OPENING=" WS-BAL1-DISP
                  " CLOSING=" WS-BAL2-DISP
                  " ACCTMAST=" WS-BAL3-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE AT-ORDERS (AT-IDX) TO WS-MOV1-DISP
           MOVE AT-PAYMENTS (AT-IDX) TO WS-MOV2-DISP
           MOVE AT-CHARGES (AT-IDX) TO WS-MOV3-DISP
           MOVE AT-MAINT (AT-IDX) TO WS-MOV4-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "  ORDERS=" WS-MOV1-DISP
                  " PAYMENTS=" WS-MOV2-DISP
                  " CHARGES=" WS-MOV3-DISP
                  " MAINT=" WS-MOV4-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD.

       WRITE-MASTER-BREAK-PARA.
           MOVE "ACCTMAST" TO WS-BREAK-SOURCE
           MOVE AT-LAST-AFTER (AT-IDX) TO WS-BAL1-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "  *** ACCTMAST DISAGREES - JOURNAL=" WS-BAL1-DISP
                  " LAST ENTRY BY " AT-LAST-SOURCE (AT-IDX)
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           PERFORM COUNT-BREAK-PARA.

       WRITE-MOVEMENT-TOTALS-PARA.
           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE "TOTALS FOR ACCOUNTS THAT MOVED" TO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE WS-TOT-OPENING TO WS-VAL-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "  OPENING      =" WS-VAL-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE WS-TOT-ORDERS TO WS-VAL-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "  ORDERS       =" WS-VAL-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE WS-TOT-PAYMENTS TO WS-VAL-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "  PAYMENTS     =" WS-VAL-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE WS-TOT-CHARGES TO WS-VAL-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "  CHARGES      =" WS-VAL-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE WS-TOT-MAINT TO WS-VAL-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "  MAINTENANCE  =" WS-VAL-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE WS-TOT-CLOSING TO WS-VAL-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "  CLOSING      =" WS-VAL-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD.

       FINALIZE-PARA.
           PERFORM WRITE-PROOF-SUMMARY-PARA
           CLOSE ACCOUNT-MASTER
           IF JOURNAL-IS-AVAILABLE
               CLOSE ACCT-JOURNAL
           END-IF
           CLOSE ACCT-PROOF-RPT
           ACCEPT WS-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "CMNP022 RUN " WS-RUN-NUMBER " COMPLETE"
           DISPLAY "JOURNAL ENTRIES: " WS-ENTRIES-READ
           DISPLAY "NOT ON MASTER  : " WS-ORPHAN-ENTRIES
           DISPLAY "ACCTS PROVED   : " WS-ACCTS-PROVED
           DISPLAY "ACCTS MOVED    : " WS-ACCTS-MOVED
           DISPLAY "JOURNAL BREAKS : " WS-BREAK-COUNT.

       WRITE-PROOF-SUMMARY-PARA.
           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE WS-ENTRIES-READ TO WS-CNT-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "JOURNAL ENTRIES READ          =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE WS-ORPHAN-ENTRIES TO WS-CNT-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "ENTRIES FOR ACCOUNTS NOT HELD =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE WS-ACCTS-PROVED TO WS-CNT-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "ACCOUNTS PROVED               =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE WS-ACCTS-NO-HISTORY TO WS-CNT-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "ACCOUNTS WITH NO JOURNAL YET  =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           MOVE WS-BREAK-COUNT TO WS-CNT-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "BREAKS                        =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD
           PERFORM WRITE-SOURCE-LINE-PARA
               VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > WS-SRC-COUNT
           IF TABLE-IS-FULL
               MOVE WS-ACCTS-SKIPPED TO WS-CNT-DISP
               MOVE SPACES TO PROOF-RECORD
               STRING "*** ACCOUNT TABLE FULL - ACCOUNTS NOT PROVED="
                      WS-CNT-DISP
                      DELIMITED BY SIZE INTO PROOF-RECORD
               END-STRING
               WRITE PROOF-RECORD
           END-IF
           IF WS-BREAK-COUNT > 0
               MOVE SPACES TO PROOF-RECORD
               STRING "*** JOURNAL DOES NOT PROVE - BALANCES ABOVE "
                      "ARE IN QUESTION"
                      DELIMITED BY SIZE INTO PROOF-RECORD
               END-STRING
               WRITE PROOF-RECORD
           END-IF.

       WRITE-SOURCE-LINE-PARA.
           MOVE SRC-BREAKS (SRC-IDX) TO WS-CNT-DISP
           MOVE SPACES TO PROOF-RECORD
           STRING "  BREAKS AT " SRC-PROGRAM (SRC-IDX)
                  "         =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO PROOF-RECORD
           END-STRING
           WRITE PROOF-RECORD.

       WRITE-AUDIT-PARA.
      *    AUD-TOTAL-AMT CARRIES THE NET BALANCE MOVEMENT OF THE
      *    REPORTING PERIOD ACROSS THE ACCOUNTS THAT MOVED.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP022 " TO AUD-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-START-TIME TO AUD-START-TIME
           MOVE WS-END-TIME TO AUD-END-TIME
           MOVE WS-ENTRIES-READ TO AUD-RECS-IN
           MOVE WS-ACCTS-PROVED TO AUD-RECS-OUT
           COMPUTE WS-NET-MOVEMENT =
               WS-TOT-CLOSING - WS-TOT-OPENING
           MOVE WS-NET-MOVEMENT TO AUD-TOTAL-AMT
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
           MOVE "CMNP022 " TO AUD-PROGRAM-ID
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
