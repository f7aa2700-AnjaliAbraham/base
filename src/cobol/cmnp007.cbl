               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AREG-STATUS.

           SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           RECORD CONTAINS 80 CHARACTERS.
       01  AREG-RECORD                PIC X(80).

       FD  ACCT-JOURNAL.
       COPY ACCMREC.

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       01  WS-ACCT-STATUS         PIC XX.
       01  WS-ACTL-STATUS         PIC XX.
       01  WS-AREG-STATUS         PIC XX.
       01  WS-JRNL-STATUS         PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM      PIC 9(6).
           05  FILLER             PIC 9(2).
       01  WS-RUN-NUMBER          PIC 9(6).
       01  WS-START-TIME          PIC 9(8).
       01  WS-END-TIME            PIC 9(8).
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE JOURNAL IS A LONG-LIVED TRAIL LIKE THE INVENTORY
      *    LEDGER - EXTENDED EVERY RUN, CREATED ON FIRST USE.
           OPEN EXTEND ACCT-JOURNAL
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT ACCT-JOURNAL
           END-IF
           OPEN OUTPUT ACRL-REGISTER
           MOVE WS-ANNUAL-RATE TO WS-RATE-DISP
           MOVE SPACES TO AREG-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           SET ACCM-INTEREST TO TRUE
           PERFORM WRITE-JOURNAL-PARA
           ADD WS-INTEREST TO WS-TOT-INTEREST
           ADD 1 TO WS-ACCTS-CHARGED
           MOVE WS-INTEREST TO WS-CHG-DISP
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               SET ACCM-FEE TO TRUE
               PERFORM WRITE-JOURNAL-PARA
               ADD WS-SERVICE-FEE TO WS-TOT-FEES
               ADD 1 TO WS-ACCTS-CHARGED
               MOVE WS-SERVICE-FEE TO WS-CHG-DISP
               PERFORM WRITE-REGISTER-LINE-PARA
           END-IF.

       WRITE-JOURNAL-PARA.
      *    THE CALLER SETS THE ENTRY TYPE (INTEREST OR FEE). THE
      *    REFERENCE IS THE ACCRUAL MONTH, SO A DISPUTED CHARGE LEADS
      *    STRAIGHT TO THAT MONTH'S ACCRUAL REGISTER.
           MOVE WS-RUN-DATE TO ACCM-DATE
           MOVE WS-RUN-NUMBER TO ACCM-RUN-NUMBER
           MOVE "CMNP007 " TO ACCM-SOURCE
           MOVE ACCT-NO TO ACCM-ACCT-NO
           COMPUTE ACCM-AMOUNT = ACCT-BAL - WS-OLD-BAL
           MOVE WS-OLD-BAL TO ACCM-BEFORE-BAL
           MOVE ACCT-BAL TO ACCM-AFTER-BAL
           MOVE SPACES TO ACCM-REF
           STRING "ACRL" WS-RUN-YYYYMM
                  DELIMITED BY SIZE INTO ACCM-REF
           END-STRING
           WRITE ACCM-RECORD.

       WRITE-REGISTER-LINE-PARA.
           MOVE WS-OLD-BAL TO WS-OLD-BAL-DISP
           MOVE ACCT-BAL TO WS-NEW-BAL-DISP

       FINALIZE-PARA.
           CLOSE ACCOUNT-MASTER
           CLOSE ACCT-JOURNAL
           MOVE SPACES TO AREG-RECORD
           WRITE AREG-RECORD
           MOVE WS-TOT-INTEREST TO WS-CHG-DISP
