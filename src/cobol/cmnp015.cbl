
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-NUMBER          PIC 9(6).
      *    THE RUN CMNP001 WOULD HAVE OPENED NEXT. THE INTAKE STEP
      *    (CMNP024) RUNS AHEAD OF CMNP001 AND TAGS ITS RECORD WITH
      *    IT, SO AN INTAKE THAT FAILED - AND TOOK THE CHAIN DOWN
      *    BEFORE CMNP001 COULD BUMP RUNCTL - IS FILED UNDER THIS RUN.
       01  WS-NEXT-RUN-NUMBER     PIC 9(6).

       01  WS-EOF-AUDIT           PIC X VALUE "N".
           88  END-OF-AUDIT       VALUE "Y".
      *    RUN EITHER NEVER RAN (CHAIN DIED UPSTREAM) OR ENDED IN AN
      *    "E" RECORD - EITHER WAY THE RUN IS FLAGGED.
       01  WS-STEP-DATA.
           05  SD-ENTRY OCCURS 12 TIMES
                   INDEXED BY SD-IDX.
               10  SD-PROGRAM     PIC X(8).
               10  SD-FOUND       PIC X.
           PERFORM SCAN-AUDIT-LOG-PARA
           PERFORM SCAN-GL-EXTRACT-PARA
           PERFORM REPORT-STEPS-PARA
           PERFORM CHECK-INTAKE-PARA
           PERFORM CHECK-LOCKBOX-PARA
           PERFORM CHECK-SALES-HIST-PARA
           PERFORM CHECK-POSTING-PARA
           PERFORM CHECK-GL-PARA
           PERFORM FINALIZE-PARA
               END-READ
               MOVE RUNCTL-LAST-NUMBER TO WS-RUN-NUMBER
               CLOSE RUN-CTL-FILE
           END-IF
           COMPUTE WS-NEXT-RUN-NUMBER = WS-RUN-NUMBER + 1.

       INIT-STEP-TABLE-PARA.
           MOVE "CMNP024 " TO SD-PROGRAM (1)
           MOVE "CMNP001 " TO SD-PROGRAM (2)
           MOVE "CMNP013 " TO SD-PROGRAM (3)
           MOVE "CMNP003 " TO SD-PROGRAM (4)
           MOVE "CMNP025 " TO SD-PROGRAM (5)
           MOVE "CMNP011 " TO SD-PROGRAM (6)
           MOVE "CMNP005 " TO SD-PROGRAM (7)
           MOVE "CMNP008 " TO SD-PROGRAM (8)
           MOVE "CMNP020 " TO SD-PROGRAM (9)
           MOVE "CMNP021 " TO SD-PROGRAM (10)
           MOVE "CMNP022 " TO SD-PROGRAM (11)
           MOVE "CMNP027 " TO SD-PROGRAM (12)
           PERFORM VARYING SD-IDX FROM 1 BY 1
                   UNTIL SD-IDX > 12
               MOVE "N" TO SD-FOUND (SD-IDX)
               MOVE 0 TO SD-RECS-IN (SD-IDX)
               MOVE 0 TO SD-RECS-OUT (SD-IDX)
           END-PERFORM.

       SCAN-AUDIT-LOG-PARA.
      *    THE LOG HOLDS ONLY THE RUNS SINCE THE LAST MONTH-END
      *    ROLLOVER (CMNP029), WHICH ALWAYS LEAVES THE LATEST RUNS ON
      *    IT; EARLIER RUNS ARE ON THE LOG INDEX (LOGINDX).
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               PERFORM WRITE-PROBLEM-HEADER-PARA
           END-READ.

       EXAMINE-AUDIT-PARA.
      *    A FAILED INTAKE UNDER THE NEXT RUN MEANS TONIGHT'S CHAIN
      *    DIED AT ITS FIRST STEP; RUNCTL STILL NAMES LAST NIGHT, SO
      *    WITHOUT THIS THE BALANCER WOULD PROVE LAST NIGHT AGAIN AND
      *    REPORT A CLEAN RUN.
           IF AUD-PROGRAM-ID = "CMNP024 "
                   AND AUD-RUN-NUMBER = WS-NEXT-RUN-NUMBER
                   AND AUD-FAILED
               PERFORM WRITE-FAILED-STEP-PARA
               MOVE SPACES TO CBAL-RECORD
               STRING "    (TAGGED RUN " WS-NEXT-RUN-NUMBER
                      " - CMNP001 NEVER OPENED IT)"
                      DELIMITED BY SIZE INTO CBAL-RECORD
               END-STRING
               WRITE CBAL-RECORD
           END-IF
           IF AUD-RUN-NUMBER = WS-RUN-NUMBER
               ADD 1 TO WS-AUDIT-SEEN
      *    RECORDS WRITTEN BEFORE THE EXCEPTION COUNT EXISTED READ
           MOVE "STEP RECORDS FOR THE RUN" TO CBAL-RECORD
           WRITE CBAL-RECORD
           PERFORM VARYING SD-IDX FROM 1 BY 1
                   UNTIL SD-IDX > 12
               IF SD-STEP-FOUND (SD-IDX)
                   MOVE SD-RECS-IN (SD-IDX) TO WS-CNT-DISP
                   MOVE SD-RECS-OUT (SD-IDX) TO WS-CNT2-DISP
       WRITE-PROBLEM-HEADER-PARA.
           ADD 1 TO WS-PROBLEM-COUNT.

       CHECK-INTAKE-PARA.
      *    THE INTAKE STEP MUST CLOSE THE SAME WAY: EVERY FEED LINE
      *    READ WAS LOADED TO ORDERDET OR RETURNED TO ITS SENDER.
           IF SD-STEP-FOUND (1)
               IF SD-RECS-IN (1) NOT =
                       SD-RECS-OUT (1) + SD-RECS-EXCP (1)
                   PERFORM WRITE-PROBLEM-HEADER-PARA
                   MOVE SPACES TO CBAL-RECORD
                   STRING "*** CMNP024 DOES NOT CLOSE: FEED LINES "
                          "NOT = LOADED + REJECTED"
                          DELIMITED BY SIZE INTO CBAL-RECORD
                   END-STRING
                   WRITE CBAL-RECORD
               END-IF
           END-IF.

       CHECK-LOCKBOX-PARA.
      *    SO MUST THE LOCKBOX STEP: EVERY BANK ITEM AND DESK CARD
      *    BECAME A PAYMTS RECORD OR WAS HELD, REFUSED OR RETURNED.
           IF SD-STEP-FOUND (5)
               IF SD-RECS-IN (5) NOT =
                       SD-RECS-OUT (5) + SD-RECS-EXCP (5)
                   PERFORM WRITE-PROBLEM-HEADER-PARA
                   MOVE SPACES TO CBAL-RECORD
                   STRING "*** CMNP025 DOES NOT CLOSE: ITEMS READ "
                          "NOT = PAYMENTS + EXCEPTIONS"
                          DELIMITED BY SIZE INTO CBAL-RECORD
                   END-STRING
                   WRITE CBAL-RECORD
               END-IF
           END-IF.

       CHECK-SALES-HIST-PARA.
      *    AND THE SALES HISTORY STEP: EVERY PRICED ORDER SELECTED
      *    WAS ADDED TO SLSHIST OR LISTED AS REJECTED.
           IF SD-STEP-FOUND (12)
               IF SD-RECS-IN (12) NOT =
                       SD-RECS-OUT (12) + SD-RECS-EXCP (12)
                   PERFORM WRITE-PROBLEM-HEADER-PARA
                   MOVE SPACES TO CBAL-RECORD
                   STRING "*** CMNP027 DOES NOT CLOSE: ORDERS READ "
                          "NOT = LOADED + REJECTED"
                          DELIMITED BY SIZE INTO CBAL-RECORD
                   END-STRING
                   WRITE CBAL-RECORD
               END-IF
           END-IF.

       CHECK-POSTING-PARA.
      *    THE POSTING STEP MUST CLOSE: EVERY ORDER ELIGIBLE FOR
      *    POSTING WAS POSTED, REJECTED OR HELD - NOTHING VANISHES.
           IF SD-STEP-FOUND (7)
               IF SD-RECS-IN (7) NOT =
                       SD-RECS-OUT (7) + SD-RECS-EXCP (7)
                   PERFORM WRITE-PROBLEM-HEADER-PARA
                   MOVE SPACES TO CBAL-RECORD
                   STRING "*** CMNP005 DOES NOT CLOSE: ELIGIBLE "
                          "NOT = POSTED + EXCEPTIONS"
                          DELIMITED BY SIZE INTO CBAL-RECORD
      *    SO PRICED NORMALLY EXCEEDS HANDLED BY THE ORDERS ALREADY
      *    POSTED ON EARLIER RUNS; HANDLED EXCEEDING PRICED MEANS
      *    POSTING APPLIED SOMETHING PRICING NEVER PRODUCED.
           IF SD-STEP-FOUND (4) AND SD-STEP-FOUND (7)
               MOVE SD-RECS-OUT (4) TO WS-PRICED-COUNT
               COMPUTE WS-HANDLED-COUNT =
                   SD-RECS-OUT (7) + SD-RECS-EXCP (7)
               MOVE WS-PRICED-COUNT TO WS-CNT-DISP
               MOVE WS-HANDLED-COUNT TO WS-CNT2-DISP
               MOVE SPACES TO CBAL-RECORD
      *    SAYS IT HANDED TO FINANCE - THE HASH THE FINANCE SYSTEM
      *    WILL VERIFY ON ITS SIDE.
               MOVE WS-TRL-HASH TO WS-TRL-HASH-TRUNC
               IF SD-STEP-FOUND (8)
                   IF SD-RECS-OUT (8) NOT = WS-TRL-COUNT
                           OR SD-TOTAL-AMT (8) NOT =
                               WS-TRL-HASH-TRUNC
                       PERFORM WRITE-PROBLEM-HEADER-PARA
                       MOVE "*** GL TRAILER DOES NOT MATCH CMNP008"
