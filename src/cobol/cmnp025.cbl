       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMNP025.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE SERVICE DESK'S APPLY CARDS: ONE PER SUSPENSE ITEM THE
      *    DESK HAS TRACED, NAMING THE ACCOUNT IT BELONGS TO.
           SELECT SUS-APPLY-FILE ASSIGN TO "SUSAPPLY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAP-STATUS.

           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBX-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               ALTERNATE RECORD KEY IS ACCT-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ORDERDET-FILE ASSIGN TO "ORDERDET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORD-ID
               ALTERNATE RECORD KEY IS ORD-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ORD-STATUS.

           SELECT ORDER-HIST-FILE ASSIGN TO "ORDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORDH-ORD-ID
               ALTERNATE RECORD KEY IS ORDH-REF-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PAYMT-FILE ASSIGN TO "PAYMTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-ID
               FILE STATUS IS WS-PAY-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-ID
               FILE STATUS IS WS-SUS-STATUS.

           SELECT LBX-CTL-FILE ASSIGN TO "LBXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBXCTL-STATUS.

           SELECT LOCKBOX-RPT ASSIGN TO "LBXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRPT-STATUS.

           SELECT SUS-AGING-RPT ASSIGN TO "SUSPAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAGE-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUS-APPLY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SAP-RECORD.
           05  SAP-SUS-ID             PIC 9(6).
           05  SAP-ACCT-NO            PIC X(8).
      *    INITIALS OF THE DESK ANALYST WHO TRACED THE ITEM; CARRIED
      *    TO THE REGISTER SO THE APPLICATION CAN BE QUERIED.
           05  SAP-DESK-ID            PIC X(8).
           05  FILLER                 PIC X(58).

       FD  LOCKBOX-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY LBXREC.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  ORDERDET-FILE.
       COPY ORDERDET.

       FD  ORDER-HIST-FILE.
       COPY ORDHREC.

       FD  PAYMT-FILE.
       COPY PAYMTREC.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

      *    LAST PAY-ID AND SUSPENSE ID ISSUED BY THIS STEP, AND THE
      *    LATEST DEPOSIT DATE IMPORTED FROM THE BANK. KEPT THE WAY
      *    RUNCTL KEEPS THE RUN NUMBER: READ, BUMPED IN STORAGE, AND
      *    WRITTEN BACK WHOLE AT THE END OF THE STEP. WHILE A
      *    TRANSMISSION IS BEING IMPORTED ITS DEPOSIT DATE STANDS AS
      *    PENDING, CLEARED ONLY WHEN THE STEP ENDS NORMALLY.
       FD  LBX-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LBX-CTL-RECORD.
           05  LBXCTL-LAST-DATE       PIC 9(8).
           05  LBXCTL-LAST-PAY-ID     PIC 9(6).
           05  LBXCTL-LAST-SUS-ID     PIC 9(6).
           05  LBXCTL-LAST-DEPOSIT    PIC 9(8).
           05  LBXCTL-PENDING-DEPOSIT PIC 9(8).
           05  FILLER                 PIC X(44).

       FD  LOCKBOX-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  LRPT-RECORD                PIC X(80).

       FD  SUS-AGING-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  SAGE-RECORD                PIC X(80).

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       FD  AUDIT-LOG.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-SAP-STATUS          PIC XX.
       01  WS-LBX-STATUS          PIC XX.
       01  WS-ACCT-STATUS         PIC XX.
       01  WS-ORD-STATUS          PIC XX.
       01  WS-HIST-STATUS         PIC XX.
       01  WS-PAY-STATUS          PIC XX.
       01  WS-SUS-STATUS          PIC XX.
       01  WS-LBXCTL-STATUS       PIC XX.
       01  WS-LRPT-STATUS         PIC XX.
       01  WS-SAGE-STATUS         PIC XX.
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

       01  WS-EOF-CARDS           PIC X VALUE "N".
           88  END-OF-CARDS       VALUE "Y".

       01  WS-EOF-LOCKBOX         PIC X VALUE "N".
           88  END-OF-LOCKBOX     VALUE "Y".

       01  WS-EOF-SUSPENSE        PIC X VALUE "N".
           88  END-OF-SUSPENSE    VALUE "Y".

      *    NO CARDS IS THE USUAL CASE - THE DESK ONLY SENDS THEM WHEN
      *    IT HAS TRACED SOMETHING.
       01  WS-CARDS-AVAILABLE     PIC X VALUE "Y".
           88  CARDS-ARE-AVAILABLE
                                  VALUE "Y".

      *    ORDHIST EXISTS ONLY ONCE THE ARCHIVE JOB (CMNP009) HAS
      *    RUN; UNTIL THEN AN INVOICE CAN ONLY BE FOUND ON ORDERDET.
       01  WS-HIST-AVAILABLE      PIC X VALUE "Y".
           88  HIST-IS-AVAILABLE  VALUE "Y".

      *    SET BY THE PROOF PASS: ONLY A TRANSMISSION WHOSE EVERY
      *    BATCH AGREES WITH THE BANK'S TRAILER, AND WHICH HAS NOT
      *    BEEN IMPORTED BEFORE, IS TAKEN.
       01  WS-TRANS-GOOD          PIC X VALUE "N".
           88  TRANSMISSION-IS-GOOD
                                  VALUE "Y".

       01  WS-IN-BATCH            PIC X VALUE "N".
           88  BATCH-IS-OPEN      VALUE "Y".

       01  WS-BATCH-OK            PIC X VALUE "Y".
           88  BATCH-IS-OK        VALUE "Y".

       01  WS-CARD-OK             PIC X VALUE "Y".
           88  CARD-IS-OK         VALUE "Y".

       01  WS-MATCHED             PIC X VALUE "N".
           88  ITEM-IS-MATCHED    VALUE "Y".

       01  WS-PAY-OK              PIC X VALUE "N".
           88  PAYMENT-IS-WRITTEN VALUE "Y".

       01  WS-ID-FREE             PIC X VALUE "N".
           88  ID-IS-FREE         VALUE "Y".

       01  WS-PAY-IDS-EXHAUSTED   PIC X VALUE "N".
           88  PAY-IDS-EXHAUSTED  VALUE "Y".

       01  WS-SUS-IDS-EXHAUSTED   PIC X VALUE "N".
           88  SUS-IDS-EXHAUSTED  VALUE "Y".

       01  WS-LAST-PAY-ID         PIC 9(6) VALUE 0.
       01  WS-LAST-SUS-ID         PIC 9(6) VALUE 0.
       01  WS-LAST-DEPOSIT        PIC 9(8) VALUE 0.
       01  WS-PENDING-DEPOSIT     PIC 9(8) VALUE 0.
       01  WS-PAY-IDS-SKIPPED     PIC 9(9) VALUE 0.

      *    THE PAYMENT ABOUT TO BE WRITTEN TO PAYMTS, FILLED IN BY
      *    WHICHEVER PATH - LOCKBOX MATCH OR DESK CARD - RAISED IT.
       01  WS-NEW-PAY-ACCT        PIC X(8).
       01  WS-NEW-PAY-CUST        PIC X(6).
       01  WS-NEW-PAY-AMOUNT      PIC S9(9)V99 VALUE 0.
       01  WS-NEW-PAY-DATE        PIC 9(8) VALUE 0.

       01  WS-MATCH-HOW           PIC X(4).
       01  WS-SUS-REASON          PIC X(2).
       01  WS-CARD-REASON         PIC X(30).

      *    THE BATCH BEING PROVED OR IMPORTED.
       01  WS-CUR-BATCH-NO        PIC 9(4) VALUE 0.
       01  WS-CUR-DEPOSIT         PIC 9(8) VALUE 0.
       01  WS-CUR-LOCKBOX-ID      PIC X(7).
       01  WS-BATCH-ITEMS         PIC 9(5) VALUE 0.
       01  WS-BATCH-TOTAL         PIC 9(11)V99 VALUE 0.

      *    LATEST DEPOSIT DATE ON TONIGHT'S TRANSMISSION.
       01  WS-TRANS-DEPOSIT       PIC 9(8) VALUE 0.

      *    COMMERCIAL 360-DAY COUNT (YEAR*360 + MONTH*30 + DAY), THE
      *    SAME ROUGH CALENDAR ARITHMETIC THE RECEIVABLES AGING USES.
       01  WS-RUN-DAY-NO          PIC S9(9) VALUE 0.
       01  WS-DEP-DAY-NO          PIC S9(9) VALUE 0.
       01  WS-DEP-DATE-R.
           05  WS-DEP-YEAR        PIC 9(4).
           05  WS-DEP-MONTH       PIC 9(2).
           05  WS-DEP-DAY         PIC 9(2).
       01  WS-AGE-DAYS            PIC S9(5) VALUE 0.

       01  WS-LBX-RECS            PIC 9(9) VALUE 0.
       01  WS-LBX-ITEMS           PIC 9(9) VALUE 0.
       01  WS-LBX-AMOUNT          PIC 9(11)V99 VALUE 0.
       01  WS-BATCHES-READ        PIC 9(9) VALUE 0.
       01  WS-BATCHES-BAD         PIC 9(9) VALUE 0.
       01  WS-STRAY-RECS          PIC 9(9) VALUE 0.
       01  WS-ITEMS-MATCHED       PIC 9(9) VALUE 0.
       01  WS-ITEMS-SUSPENDED     PIC 9(9) VALUE 0.
       01  WS-ITEMS-REFUSED       PIC 9(9) VALUE 0.
       01  WS-CARDS-READ          PIC 9(9) VALUE 0.
       01  WS-CARDS-APPLIED       PIC 9(9) VALUE 0.
       01  WS-CARDS-REJECTED      PIC 9(9) VALUE 0.
       01  WS-PAYS-WRITTEN        PIC 9(9) VALUE 0.

       01  WS-AMT-MATCHED         PIC S9(9)V99 VALUE 0.
       01  WS-AMT-SUSPENDED       PIC S9(9)V99 VALUE 0.
       01  WS-AMT-APPLIED         PIC S9(9)V99 VALUE 0.
       01  WS-AMT-PAYS-WRITTEN    PIC S9(9)V99 VALUE 0.

      *    OPEN SUSPENSE BY AGE OF THE BANK DEPOSIT DATE.
       01  WS-AGE-CNT-30          PIC 9(9) VALUE 0.
       01  WS-AGE-CNT-60          PIC 9(9) VALUE 0.
       01  WS-AGE-CNT-90          PIC 9(9) VALUE 0.
       01  WS-AGE-CNT-OVER        PIC 9(9) VALUE 0.
       01  WS-AGE-CNT-TOTAL       PIC 9(9) VALUE 0.
       01  WS-AGE-AMT-30          PIC S9(9)V99 VALUE 0.
       01  WS-AGE-AMT-60          PIC S9(9)V99 VALUE 0.
       01  WS-AGE-AMT-90          PIC S9(9)V99 VALUE 0.
       01  WS-AGE-AMT-OVER        PIC S9(9)V99 VALUE 0.
       01  WS-AGE-AMT-TOTAL       PIC S9(9)V99 VALUE 0.

       01  WS-CNT-DISP            PIC Z(8)9.
       01  WS-AMT-DISP            PIC -(9)9.99.
       01  WS-BIG-DISP            PIC Z(10)9.99.
       01  WS-BANK-DISP           PIC Z(10)9.99.
       01  WS-DAYS-DISP           PIC Z(4)9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM APPLY-CARD-PARA
               UNTIL END-OF-CARDS
           PERFORM PROVE-LOCKBOX-PARA
           IF TRANSMISSION-IS-GOOD
               PERFORM IMPORT-LOCKBOX-PARA
           END-IF
           PERFORM AGE-SUSPENSE-PARA
           PERFORM FINALIZE-PARA
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
           PERFORM OBTAIN-LBX-CTL-PARA
      *    AN IMPORT THAT STOPPED PART WAY HAS WRITTEN SOME OF ITS
      *    REMITTANCES TO PAYMTS OR SUSPENSE AND NOT OTHERS; RUN AGAIN
      *    THE SAME TRANSMISSION WOULD RAISE THEM TWICE. BOTH FILES
      *    MUST GO BACK TO THEIR BACKUPS FROM BEFORE THAT RUN AND THE
      *    MARKER BE CLEARED.
           IF WS-PENDING-DEPOSIT > 0
               DISPLAY "CMNP025 FATAL: LOCKBOX IMPORT FOR DEPOSIT "
                   WS-PENDING-DEPOSIT " DID NOT COMPLETE - RESTORE "
                   "PAYMTS AND SUSPENSE AND CLEAR LBXCTL"
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-RUN-DAY-NO =
               WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "CMNP025 FATAL: ACCOUNT-MASTER OPEN FAILED, "
                   "STATUS=" WS-ACCT-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ORDERDET-FILE
           IF WS-ORD-STATUS NOT = "00"
               DISPLAY "CMNP025 FATAL: ORDERDET-FILE OPEN FAILED, "
                   "STATUS=" WS-ORD-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ORDER-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE "N" TO WS-HIST-AVAILABLE
           END-IF
           OPEN I-O PAYMT-FILE
           IF WS-PAY-STATUS NOT = "00"
               DISPLAY "CMNP025 FATAL: PAYMT-FILE OPEN FAILED, "
                   "STATUS=" WS-PAY-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE SUSPENSE FILE IS CREATED ON FIRST USE. THIS STEP
      *    READS THE FILE AS WELL AS WRITING IT, SO AN OUTPUT
      *    FALLBACK IS CLOSED AND THE FILE REOPENED I-O.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUS-STATUS NOT = "00"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
               IF WS-SUS-STATUS NOT = "00"
                   DISPLAY "CMNP025 FATAL: SUSPENSE-FILE OPEN "
                       "FAILED, STATUS=" WS-SUS-STATUS
                   PERFORM WRITE-FAIL-AUDIT-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT LOCKBOX-RPT
           MOVE SPACES TO LRPT-RECORD
           STRING "LOCKBOX IMPORT AND SUSPENSE REGISTER - DATE="
                  WS-RUN-DATE " RUN=" WS-RUN-NUMBER
                  DELIMITED BY SIZE INTO LRPT-RECORD
           END-STRING
           WRITE LRPT-RECORD
           MOVE SPACES TO LRPT-RECORD
           WRITE LRPT-RECORD
           OPEN INPUT SUS-APPLY-FILE
           IF WS-SAP-STATUS NOT = "00"
               MOVE "N" TO WS-CARDS-AVAILABLE
               MOVE "Y" TO WS-EOF-CARDS
           ELSE
               MOVE "SUSPENSE ITEMS APPLIED BY THE SERVICE DESK"
                   TO LRPT-RECORD
               WRITE LRPT-RECORD
               PERFORM READ-CARD-PARA
           END-IF.

       OBTAIN-RUN-NUMBER-PARA.
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

       OBTAIN-LBX-CTL-PARA.
      *    AN ABSENT OR EMPTY CONTROL FILE STARTS THE NUMBERING AT
      *    ONE; A NON-NUMERIC FIELD IS TREATED THE SAME RATHER THAN
      *    ISSUING GARBAGE NUMBERS. PAY-IDS THE DESK HAS KEYED BY
      *    HAND ARE STEPPED OVER AS THEY ARE MET (TRY-PAY-ID-PARA).
           MOVE 0 TO WS-LAST-PAY-ID
           MOVE 0 TO WS-LAST-SUS-ID
           MOVE 0 TO WS-LAST-DEPOSIT
           MOVE 0 TO WS-PENDING-DEPOSIT
           OPEN INPUT LBX-CTL-FILE
           IF WS-LBXCTL-STATUS = "00"
               READ LBX-CTL-FILE
                   AT END
                       MOVE ZEROS TO LBX-CTL-RECORD
               END-READ
               IF LBXCTL-LAST-PAY-ID NUMERIC
                   MOVE LBXCTL-LAST-PAY-ID TO WS-LAST-PAY-ID
               END-IF
               IF LBXCTL-LAST-SUS-ID NUMERIC
                   MOVE LBXCTL-LAST-SUS-ID TO WS-LAST-SUS-ID
               END-IF
               IF LBXCTL-LAST-DEPOSIT NUMERIC
                   MOVE LBXCTL-LAST-DEPOSIT TO WS-LAST-DEPOSIT
               END-IF
               IF LBXCTL-PENDING-DEPOSIT NUMERIC
                   MOVE LBXCTL-PENDING-DEPOSIT TO WS-PENDING-DEPOSIT
               END-IF
               CLOSE LBX-CTL-FILE
           END-IF.

       READ-CARD-PARA.
           READ SUS-APPLY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CARDS
           END-READ.

      *    THE DESK HAS FOUND WHOSE MONEY A SUSPENSE ITEM IS. THE ITEM
      *    BECOMES AN ORDINARY UNPOSTED PAYMENT, DATED TODAY - THE
      *    CASH WAS NEVER ON ANY ACCOUNT WHILE IT SAT IN SUSPENSE, SO
      *    IT REACHES THE BALANCE AND THE GL (CMNP011, CMNP008) ON THE
      *    DAY IT IS APPLIED. THE ITEM IS KEPT, MARKED APPLIED, SO A
      *    SECOND CARD FOR IT IS REFUSED.
       APPLY-CARD-PARA.
           ADD 1 TO WS-CARDS-READ
           MOVE "Y" TO WS-CARD-OK
           IF SAP-SUS-ID NOT NUMERIC
               MOVE "SUSPENSE ID NOT NUMERIC" TO WS-CARD-REASON
               MOVE "N" TO WS-CARD-OK
           ELSE
               MOVE SAP-SUS-ID TO SUS-ID
               READ SUSPENSE-FILE
                   INVALID KEY
                       MOVE "SUSPENSE ITEM NOT ON FILE"
                           TO WS-CARD-REASON
                       MOVE "N" TO WS-CARD-OK
               END-READ
           END-IF
           IF CARD-IS-OK AND NOT SUS-OPEN
               MOVE "ITEM ALREADY APPLIED" TO WS-CARD-REASON
               MOVE "N" TO WS-CARD-OK
           END-IF
           IF CARD-IS-OK
               MOVE SAP-ACCT-NO TO ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE" TO WS-CARD-REASON
                       MOVE "N" TO WS-CARD-OK
               END-READ
           END-IF
           IF CARD-IS-OK
               PERFORM ASSIGN-PAY-ID-PARA
               IF PAY-IDS-EXHAUSTED
                   MOVE "NO PAYMENT NUMBER AVAILABLE"
                       TO WS-CARD-REASON
                   MOVE "N" TO WS-CARD-OK
               END-IF
           END-IF
           IF CARD-IS-OK
               MOVE ACCT-NO TO WS-NEW-PAY-ACCT
               MOVE ACCT-CUST-ID TO WS-NEW-PAY-CUST
               MOVE SUS-AMOUNT TO WS-NEW-PAY-AMOUNT
               MOVE WS-RUN-DATE TO WS-NEW-PAY-DATE
               PERFORM WRITE-PAYMENT-PARA
               IF NOT PAYMENT-IS-WRITTEN
                   MOVE "NO PAYMENT NUMBER AVAILABLE"
                       TO WS-CARD-REASON
                   MOVE "N" TO WS-CARD-OK
               END-IF
           END-IF
           IF CARD-IS-OK
               SET SUS-APPLIED TO TRUE
               MOVE WS-RUN-DATE TO SUS-APPLIED-DATE
               MOVE ACCT-NO TO SUS-APPLIED-ACCT
               MOVE WS-LAST-PAY-ID TO SUS-APPLIED-PAY-ID
               REWRITE SUS-RECORD
                   INVALID KEY
                       DISPLAY "CMNP025 WARNING: SUSPENSE " SUS-ID
                           " NOT MARKED APPLIED"
               END-REWRITE
               ADD 1 TO WS-CARDS-APPLIED
               ADD SUS-AMOUNT TO WS-AMT-APPLIED
               MOVE SUS-AMOUNT TO WS-AMT-DISP
               MOVE SPACES TO LRPT-RECORD
               STRING "APPLIED SUS=" SUS-ID
                      " ACCT=" ACCT-NO
                      " PAY=" WS-LAST-PAY-ID
                      " AMT=" WS-AMT-DISP
                      " BY=" SAP-DESK-ID
                      DELIMITED BY SIZE INTO LRPT-RECORD
               END-STRING
               WRITE LRPT-RECORD
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE SPACES TO LRPT-RECORD
               STRING "REFUSED SUS=" SAP-SUS-ID
                      " ACCT=" SAP-ACCT-NO
                      " " WS-CARD-REASON
                      DELIMITED BY SIZE INTO LRPT-RECORD
               END-STRING
               WRITE LRPT-RECORD
           END-IF
           PERFORM READ-CARD-PARA.

      *    FIRST PASS OVER THE BANK'S FILE: EVERY BATCH'S ITEM COUNT
      *    AND TOTAL ARE ADDED UP AND CHECKED AGAINST ITS TRAILER
      *    BEFORE A SINGLE ITEM IS TAKEN. A TRANSMISSION WITH ANY
      *    BATCH OUT OF BALANCE, OR A DEPOSIT DATE NO LATER THAN THE
      *    LAST ONE IMPORTED, IS REFUSED WHOLE: NOTHING IS WRITTEN
      *    AND THE CONTROL FILE IS NOT ADVANCED, SO A CORRECTED
      *    RESEND FROM THE BANK GOES THROUGH ON A LATER RUN.
       PROVE-LOCKBOX-PARA.
           MOVE SPACES TO LRPT-RECORD
           WRITE LRPT-RECORD
           OPEN INPUT LOCKBOX-FILE
           IF WS-LBX-STATUS NOT = "00"
               DISPLAY "CMNP025 WARNING: NO LOCKBOX FILE TONIGHT, "
                   "STATUS=" WS-LBX-STATUS
               MOVE "NO LOCKBOX TRANSMISSION RECEIVED FOR THIS RUN"
                   TO LRPT-RECORD
               WRITE LRPT-RECORD
           ELSE
               MOVE "LOCKBOX BATCH PROOF" TO LRPT-RECORD
               WRITE LRPT-RECORD
               MOVE "N" TO WS-EOF-LOCKBOX
               PERFORM READ-LOCKBOX-PARA
               PERFORM PROVE-RECORD-PARA
                   UNTIL END-OF-LOCKBOX
               IF BATCH-IS-OPEN
                   PERFORM MISSING-TRAILER-PARA
               END-IF
               CLOSE LOCKBOX-FILE
               PERFORM JUDGE-TRANSMISSION-PARA
           END-IF.

       READ-LOCKBOX-PARA.
           READ LOCKBOX-FILE
               AT END
                   MOVE "Y" TO WS-EOF-LOCKBOX
           END-READ.

       PROVE-RECORD-PARA.
           ADD 1 TO WS-LBX-RECS
           EVALUATE TRUE
               WHEN LBX-BATCH-HDR
                   IF BATCH-IS-OPEN
                       PERFORM MISSING-TRAILER-PARA
                   END-IF
                   PERFORM OPEN-BATCH-PARA
               WHEN LBX-DETAIL
                   ADD 1 TO WS-LBX-ITEMS
                   IF BATCH-IS-OPEN
                       PERFORM PROVE-ITEM-PARA
                   ELSE
                       PERFORM STRAY-RECORD-PARA
                   END-IF
               WHEN LBX-BATCH-TRL
                   IF BATCH-IS-OPEN
                       PERFORM CLOSE-BATCH-PARA
                   ELSE
                       PERFORM STRAY-RECORD-PARA
                   END-IF
               WHEN OTHER
                   PERFORM STRAY-RECORD-PARA
           END-EVALUATE
           PERFORM READ-LOCKBOX-PARA.

       OPEN-BATCH-PARA.
           MOVE "Y" TO WS-IN-BATCH
           MOVE "Y" TO WS-BATCH-OK
           ADD 1 TO WS-BATCHES-READ
           MOVE 0 TO WS-BATCH-ITEMS
           MOVE 0 TO WS-BATCH-TOTAL
           MOVE LBX-BATCH-NO TO WS-CUR-BATCH-NO
           IF LBX-BATCH-NO NOT NUMERIC
                   OR LBX-DEPOSIT-DATE NOT NUMERIC
               MOVE 0 TO WS-CUR-BATCH-NO
               MOVE "N" TO WS-BATCH-OK
               MOVE SPACES TO LRPT-RECORD
               STRING "BATCH HEADER AT RECORD " WS-LBX-RECS
                      " HAS A BAD BATCH NUMBER OR DEPOSIT DATE"
                      DELIMITED BY SIZE INTO LRPT-RECORD
               END-STRING
               WRITE LRPT-RECORD
           ELSE
               IF LBX-DEPOSIT-DATE > WS-TRANS-DEPOSIT
                   MOVE LBX-DEPOSIT-DATE TO WS-TRANS-DEPOSIT
               END-IF
           END-IF.

       PROVE-ITEM-PARA.
           ADD 1 TO WS-BATCH-ITEMS
           IF LBX-AMOUNT NUMERIC
               ADD LBX-AMOUNT TO WS-BATCH-TOTAL
               ADD LBX-AMOUNT TO WS-LBX-AMOUNT
           ELSE
               MOVE "N" TO WS-BATCH-OK
               MOVE SPACES TO LRPT-RECORD
               STRING "BATCH=" WS-CUR-BATCH-NO
                      " ITEM AT RECORD " WS-LBX-RECS
                      " HAS A NON-NUMERIC AMOUNT"
                      DELIMITED BY SIZE INTO LRPT-RECORD
               END-STRING
               WRITE LRPT-RECORD
           END-IF.

       CLOSE-BATCH-PARA.
           MOVE "N" TO WS-IN-BATCH
           IF LBX-TRL-BATCH-NO NOT NUMERIC
                   OR LBX-TRL-COUNT NOT NUMERIC
                   OR LBX-TRL-TOTAL NOT NUMERIC
               MOVE "N" TO WS-BATCH-OK
               MOVE SPACES TO LRPT-RECORD
               STRING "BATCH=" WS-CUR-BATCH-NO
                      " TRAILER IS NOT NUMERIC"
                      DELIMITED BY SIZE INTO LRPT-RECORD
               END-STRING
               WRITE LRPT-RECORD
           ELSE
               IF LBX-TRL-BATCH-NO NOT = WS-CUR-BATCH-NO
                       OR LBX-TRL-COUNT NOT = WS-BATCH-ITEMS
                       OR LBX-TRL-TOTAL NOT = WS-BATCH-TOTAL
                   MOVE "N" TO WS-BATCH-OK
               END-IF
               MOVE WS-BATCH-TOTAL TO WS-BIG-DISP
               MOVE LBX-TRL-TOTAL TO WS-BANK-DISP
               MOVE SPACES TO LRPT-RECORD
               STRING "BATCH=" WS-CUR-BATCH-NO
                      " ITEMS=" WS-BATCH-ITEMS
                      " BANK=" LBX-TRL-COUNT
                      " AMT=" WS-BIG-DISP
                      " BANK=" WS-BANK-DISP
                      DELIMITED BY SIZE INTO LRPT-RECORD
               END-STRING
               IF BATCH-IS-OK
                   MOVE " OK" TO LRPT-RECORD (73:3)
               ELSE
                   MOVE " OFF" TO LRPT-RECORD (73:4)
               END-IF
               WRITE LRPT-RECORD
           END-IF
           IF NOT BATCH-IS-OK
               ADD 1 TO WS-BATCHES-BAD
           END-IF.

       MISSING-TRAILER-PARA.
           MOVE "N" TO WS-IN-BATCH
           ADD 1 TO WS-BATCHES-BAD
           MOVE SPACES TO LRPT-RECORD
           STRING "BATCH=" WS-CUR-BATCH-NO
                  " HAS NO TRAILER - CANNOT BE PROVED"
                  DELIMITED BY SIZE INTO LRPT-RECORD
           END-STRING
           WRITE LRPT-RECORD.

       STRAY-RECORD-PARA.
           ADD 1 TO WS-STRAY-RECS
           MOVE SPACES TO LRPT-RECORD
           STRING "RECORD " WS-LBX-RECS
                  " IS OUTSIDE A BATCH OR OF AN UNKNOWN TYPE"
                  DELIMITED BY SIZE INTO LRPT-RECORD
           END-STRING
           WRITE LRPT-RECORD.

       JUDGE-TRANSMISSION-PARA.
           MOVE SPACES TO LRPT-RECORD
           EVALUATE TRUE
               WHEN WS-BATCHES-BAD > 0 OR WS-STRAY-RECS > 0
                   MOVE "*** TRANSMISSION OUT OF BALANCE - REFUSED"
                       TO LRPT-RECORD
                   DISPLAY "CMNP025 WARNING: LOCKBOX TRANSMISSION "
                       "OUT OF BALANCE - NOT IMPORTED"
               WHEN WS-BATCHES-READ = 0
                   MOVE "LOCKBOX TRANSMISSION HOLDS NO BATCHES"
                       TO LRPT-RECORD
               WHEN WS-TRANS-DEPOSIT NOT > WS-LAST-DEPOSIT
                   STRING "*** DEPOSIT DATE " WS-TRANS-DEPOSIT
                          " ALREADY IMPORTED - TRANSMISSION REFUSED"
                          DELIMITED BY SIZE INTO LRPT-RECORD
                   END-STRING
                   DISPLAY "CMNP025 WARNING: LOCKBOX TRANSMISSION "
                       "FOR " WS-TRANS-DEPOSIT " ALREADY IMPORTED"
               WHEN OTHER
                   MOVE "Y" TO WS-TRANS-GOOD
                   MOVE "TRANSMISSION BALANCED - IMPORTING"
                       TO LRPT-RECORD
           END-EVALUATE
           WRITE LRPT-RECORD
           IF NOT TRANSMISSION-IS-GOOD
               MOVE WS-LBX-ITEMS TO WS-ITEMS-REFUSED
           END-IF.

      *    SECOND PASS: THE PROVED FILE IS READ AGAIN AND EACH
      *    REMITTANCE GOES EITHER TO PAYMTS OR TO SUSPENSE.
       IMPORT-LOCKBOX-PARA.
      *    THE TRANSMISSION IS MARKED PENDING ON LBXCTL BEFORE ITS
      *    FIRST REMITTANCE IS WRITTEN.
           MOVE WS-TRANS-DEPOSIT TO WS-PENDING-DEPOSIT
           PERFORM WRITE-LBX-CTL-PARA
           MOVE SPACES TO LRPT-RECORD
           WRITE LRPT-RECORD
           OPEN INPUT LOCKBOX-FILE
           MOVE "N" TO WS-EOF-LOCKBOX
           PERFORM READ-LOCKBOX-PARA
           PERFORM IMPORT-RECORD-PARA
               UNTIL END-OF-LOCKBOX
           CLOSE LOCKBOX-FILE
           MOVE WS-TRANS-DEPOSIT TO WS-LAST-DEPOSIT.

       IMPORT-RECORD-PARA.
           IF LBX-BATCH-HDR
               MOVE LBX-BATCH-NO TO WS-CUR-BATCH-NO
               MOVE LBX-DEPOSIT-DATE TO WS-CUR-DEPOSIT
               MOVE LBX-LOCKBOX-ID TO WS-CUR-LOCKBOX-ID
           END-IF
           IF LBX-DETAIL
               PERFORM IMPORT-ITEM-PARA
           END-IF
           PERFORM READ-LOCKBOX-PARA.

      *    AN ACCOUNT NUMBER ON THE REMITTANCE IS TRUSTED FIRST; FAILING
      *    THAT, AN INVOICE NUMBER IS LOOKED UP AS AN ORD-ID ON THE LIVE
      *    ORDERS, THEN THE ARCHIVE, AND THE PAYMENT GOES TO THE
      *    CUSTOMER AND ACCOUNT THE ORDER WAS BILLED TO. AN ORDER WITH
      *    NO ACCOUNT LEAVES PAY-ACCT-NO BLANK FOR CMNP011 TO CHOOSE.
       IMPORT-ITEM-PARA.
           MOVE "N" TO WS-MATCHED
           MOVE "NR" TO WS-SUS-REASON
           MOVE SPACES TO WS-MATCH-HOW
           IF LBX-ACCT-NO NOT = SPACES
                   AND LBX-ACCT-NO NOT = LOW-VALUES
               MOVE LBX-ACCT-NO TO ACCT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "AN" TO WS-SUS-REASON
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MATCHED
                       MOVE "ACCT" TO WS-MATCH-HOW
                       MOVE ACCT-NO TO WS-NEW-PAY-ACCT
                       MOVE ACCT-CUST-ID TO WS-NEW-PAY-CUST
               END-READ
           END-IF
           IF NOT ITEM-IS-MATCHED
                   AND LBX-INVOICE NOT = SPACES
                   AND LBX-INVOICE NOT = LOW-VALUES
               PERFORM MATCH-INVOICE-PARA
           END-IF
           IF ITEM-IS-MATCHED
               PERFORM ASSIGN-PAY-ID-PARA
               IF PAY-IDS-EXHAUSTED
                   MOVE "N" TO WS-MATCHED
                   MOVE "NP" TO WS-SUS-REASON
               END-IF
           END-IF
           IF ITEM-IS-MATCHED
               MOVE LBX-AMOUNT TO WS-NEW-PAY-AMOUNT
               MOVE WS-CUR-DEPOSIT TO WS-NEW-PAY-DATE
               PERFORM WRITE-PAYMENT-PARA
               IF NOT PAYMENT-IS-WRITTEN
                   MOVE "N" TO WS-MATCHED
                   MOVE "NP" TO WS-SUS-REASON
               END-IF
           END-IF
           IF ITEM-IS-MATCHED
               ADD 1 TO WS-ITEMS-MATCHED
               ADD LBX-AMOUNT TO WS-AMT-MATCHED
               MOVE LBX-AMOUNT TO WS-AMT-DISP
               MOVE SPACES TO LRPT-RECORD
               STRING "PAY=" WS-LAST-PAY-ID
                      " BATCH=" WS-CUR-BATCH-NO "/" LBX-ITEM-SEQ
                      " ACCT=" WS-NEW-PAY-ACCT
                      " CUST=" WS-NEW-PAY-CUST
                      " AMT=" WS-AMT-DISP
                      " BY " WS-MATCH-HOW
                      DELIMITED BY SIZE INTO LRPT-RECORD
               END-STRING
               WRITE LRPT-RECORD
           ELSE
               PERFORM WRITE-SUSPENSE-PARA
           END-IF.

       MATCH-INVOICE-PARA.
           IF LBX-INVOICE NUMERIC
               MOVE LBX-INVOICE TO ORD-ID
               READ ORDERDET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MATCHED
                       MOVE ORD-ACCT-NO TO WS-NEW-PAY-ACCT
                       MOVE ORD-CUST-ID TO WS-NEW-PAY-CUST
               END-READ
               IF NOT ITEM-IS-MATCHED AND HIST-IS-AVAILABLE
                   MOVE LBX-INVOICE TO ORDH-ORD-ID
                   READ ORDER-HIST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-MATCHED
                           MOVE ORDH-ACCT-NO TO WS-NEW-PAY-ACCT
                           MOVE ORDH-CUST-ID TO WS-NEW-PAY-CUST
                   END-READ
               END-IF
           END-IF
           IF ITEM-IS-MATCHED
               MOVE "INVC" TO WS-MATCH-HOW
               IF WS-NEW-PAY-ACCT = LOW-VALUES
                   MOVE SPACES TO WS-NEW-PAY-ACCT
               END-IF
           ELSE
               IF WS-SUS-REASON = "NR"
                   MOVE "IN" TO WS-SUS-REASON
               END-IF
           END-IF.

       ASSIGN-PAY-ID-PARA.
           MOVE "N" TO WS-ID-FREE
           PERFORM TRY-PAY-ID-PARA
               UNTIL ID-IS-FREE OR PAY-IDS-EXHAUSTED.

      *    PAYMTS IS STILL KEYED BY THE DESK FOR COUNTER AND TRANSFER
      *    RECEIPTS, SO A NUMBER IS TAKEN ONLY IF NO PAYMENT HOLDS IT.
       TRY-PAY-ID-PARA.
           IF WS-LAST-PAY-ID = 999999
               MOVE "Y" TO WS-PAY-IDS-EXHAUSTED
           ELSE
               ADD 1 TO WS-LAST-PAY-ID
               MOVE WS-LAST-PAY-ID TO PAY-ID
               MOVE "Y" TO WS-ID-FREE
               READ PAYMT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-ID-FREE
                       ADD 1 TO WS-PAY-IDS-SKIPPED
               END-READ
           END-IF.

      *    THE RECEIPT GOES ON EXACTLY AS A HAND-KEYED CHEQUE DID -
      *    TENDER "K", NOT YET POSTED - SO CMNP011 TAKES IT UP.
       WRITE-PAYMENT-PARA.
           MOVE "Y" TO WS-PAY-OK
           MOVE SPACES TO PAY-RECORD
           MOVE WS-LAST-PAY-ID TO PAY-ID
           MOVE WS-NEW-PAY-ACCT TO PAY-ACCT-NO
           MOVE WS-NEW-PAY-CUST TO PAY-CUST-ID
           MOVE WS-NEW-PAY-AMOUNT TO PAY-AMOUNT
           MOVE WS-NEW-PAY-DATE TO PAY-DATE
           SET PAY-TENDER-CHECK TO TRUE
           SET PAY-UNPOSTED TO TRUE
           WRITE PAY-RECORD
               INVALID KEY
                   DISPLAY "CMNP025 WARNING: PAYMENT " PAY-ID
                       " ALREADY ON FILE - NOT WRITTEN"
                   MOVE "N" TO WS-PAY-OK
           END-WRITE
           IF PAYMENT-IS-WRITTEN
               ADD 1 TO WS-PAYS-WRITTEN
               ADD WS-NEW-PAY-AMOUNT TO WS-AMT-PAYS-WRITTEN
           END-IF.

      *    WHATEVER CANNOT BE MATCHED IS HELD, NEVER DROPPED: THE BANK
      *    HAS THE MONEY, SO IT MUST BE ON SOMEBODY'S BOOKS UNTIL THE
      *    DESK FINDS WHOSE IT IS.
       WRITE-SUSPENSE-PARA.
           MOVE "N" TO WS-ID-FREE
           PERFORM TRY-SUS-ID-PARA
               UNTIL ID-IS-FREE OR SUS-IDS-EXHAUSTED
           IF SUS-IDS-EXHAUSTED
               ADD 1 TO WS-ITEMS-REFUSED
               MOVE LBX-AMOUNT TO WS-AMT-DISP
               MOVE SPACES TO LRPT-RECORD
               STRING "*** NOT HELD BATCH=" WS-CUR-BATCH-NO "/"
                      LBX-ITEM-SEQ " AMT=" WS-AMT-DISP
                      " - SUSPENSE NUMBERS EXHAUSTED"
                      DELIMITED BY SIZE INTO LRPT-RECORD
               END-STRING
               WRITE LRPT-RECORD
               DISPLAY "CMNP025 WARNING: SUSPENSE NUMBERS EXHAUSTED"
           ELSE
               MOVE SPACES TO SUS-RECORD
               MOVE WS-LAST-SUS-ID TO SUS-ID
               MOVE WS-CUR-DEPOSIT TO SUS-DEPOSIT-DATE
               MOVE WS-CUR-LOCKBOX-ID TO SUS-LOCKBOX-ID
               MOVE WS-CUR-BATCH-NO TO SUS-BATCH-NO
               MOVE LBX-ITEM-SEQ TO SUS-ITEM-SEQ
               MOVE LBX-AMOUNT TO SUS-AMOUNT
               MOVE LBX-ACCT-NO TO SUS-REMIT-ACCT
               MOVE LBX-INVOICE TO SUS-REMIT-INVOICE
               MOVE LBX-CHECK-NO TO SUS-CHECK-NO
               MOVE LBX-PAYER-NAME TO SUS-PAYER-NAME
               MOVE WS-SUS-REASON TO SUS-REASON
               SET SUS-OPEN TO TRUE
               MOVE WS-RUN-NUMBER TO SUS-IMPORT-RUN
               MOVE 0 TO SUS-APPLIED-DATE
               MOVE 0 TO SUS-APPLIED-PAY-ID
               WRITE SUS-RECORD
                   INVALID KEY
                       DISPLAY "CMNP025 WARNING: SUSPENSE " SUS-ID
                           " ALREADY ON FILE"
               END-WRITE
               ADD 1 TO WS-ITEMS-SUSPENDED
               ADD LBX-AMOUNT TO WS-AMT-SUSPENDED
               MOVE LBX-AMOUNT TO WS-AMT-DISP
               MOVE SPACES TO LRPT-RECORD
               STRING "SUS=" SUS-ID
                      " BATCH=" WS-CUR-BATCH-NO "/" LBX-ITEM-SEQ
                      " ACCT=" LBX-ACCT-NO
                      " INV=" LBX-INVOICE
                      " AMT=" WS-AMT-DISP
                      " RSN=" WS-SUS-REASON
                      DELIMITED BY SIZE INTO LRPT-RECORD
               END-STRING
               WRITE LRPT-RECORD
           END-IF.

       TRY-SUS-ID-PARA.
           IF WS-LAST-SUS-ID = 999999
               MOVE "Y" TO WS-SUS-IDS-EXHAUSTED
           ELSE
               ADD 1 TO WS-LAST-SUS-ID
               MOVE WS-LAST-SUS-ID TO SUS-ID
               MOVE "Y" TO WS-ID-FREE
               READ SUSPENSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-ID-FREE
               END-READ
           END-IF.

      *    EVERY OPEN ITEM, AGED FROM THE BANK'S DEPOSIT DATE - THE
      *    DESK WORKS THE LIST OLDEST FIRST.
       AGE-SUSPENSE-PARA.
           OPEN OUTPUT SUS-AGING-RPT
           MOVE SPACES TO SAGE-RECORD
           STRING "UNAPPLIED CASH SUSPENSE AGING - DATE=" WS-RUN-DATE
                  " RUN=" WS-RUN-NUMBER
                  DELIMITED BY SIZE INTO SAGE-RECORD
           END-STRING
           WRITE SAGE-RECORD
           MOVE SPACES TO SAGE-RECORD
           WRITE SAGE-RECORD
           MOVE "N" TO WS-EOF-SUSPENSE
           MOVE 0 TO SUS-ID
           START SUSPENSE-FILE KEY IS NOT LESS THAN SUS-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SUSPENSE
           END-START
           IF NOT END-OF-SUSPENSE
               PERFORM READ-SUSPENSE-PARA
           END-IF
           PERFORM AGE-ITEM-PARA
               UNTIL END-OF-SUSPENSE
           PERFORM WRITE-AGING-TOTALS-PARA
           CLOSE SUS-AGING-RPT.

       READ-SUSPENSE-PARA.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SUSPENSE
           END-READ.

       AGE-ITEM-PARA.
           IF SUS-OPEN
               MOVE SUS-DEPOSIT-DATE TO WS-DEP-DATE-R
               COMPUTE WS-DEP-DAY-NO =
                   WS-DEP-YEAR * 360 + WS-DEP-MONTH * 30 + WS-DEP-DAY
               COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO - WS-DEP-DAY-NO
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 30
                       ADD 1 TO WS-AGE-CNT-30
                       ADD SUS-AMOUNT TO WS-AGE-AMT-30
                   WHEN WS-AGE-DAYS <= 60
                       ADD 1 TO WS-AGE-CNT-60
                       ADD SUS-AMOUNT TO WS-AGE-AMT-60
                   WHEN WS-AGE-DAYS <= 90
                       ADD 1 TO WS-AGE-CNT-90
                       ADD SUS-AMOUNT TO WS-AGE-AMT-90
                   WHEN OTHER
                       ADD 1 TO WS-AGE-CNT-OVER
                       ADD SUS-AMOUNT TO WS-AGE-AMT-OVER
               END-EVALUATE
               ADD 1 TO WS-AGE-CNT-TOTAL
               ADD SUS-AMOUNT TO WS-AGE-AMT-TOTAL
               MOVE WS-AGE-DAYS TO WS-DAYS-DISP
               MOVE SUS-AMOUNT TO WS-AMT-DISP
               MOVE SPACES TO SAGE-RECORD
               STRING "SUS=" SUS-ID
                      " DEP=" SUS-DEPOSIT-DATE
                      " AGE=" WS-DAYS-DISP
                      " AMT=" WS-AMT-DISP
                      " RSN=" SUS-REASON
                      " ACCT=" SUS-REMIT-ACCT
                      DELIMITED BY SIZE INTO SAGE-RECORD
               END-STRING
               WRITE SAGE-RECORD
               MOVE SPACES TO SAGE-RECORD
               STRING "           PAYER=" SUS-PAYER-NAME
                      " CHK=" SUS-CHECK-NO
                      " INV=" SUS-REMIT-INVOICE
                      DELIMITED BY SIZE INTO SAGE-RECORD
               END-STRING
               WRITE SAGE-RECORD
           END-IF
           PERFORM READ-SUSPENSE-PARA.

       WRITE-AGING-TOTALS-PARA.
           MOVE SPACES TO SAGE-RECORD
           WRITE SAGE-RECORD
           MOVE WS-AGE-CNT-30 TO WS-CNT-DISP
           MOVE WS-AGE-AMT-30 TO WS-AMT-DISP
           MOVE SPACES TO SAGE-RECORD
           STRING "0-30 DAYS   ITEMS=" WS-CNT-DISP
                  " AMOUNT=" WS-AMT-DISP
                  DELIMITED BY SIZE INTO SAGE-RECORD
           END-STRING
           WRITE SAGE-RECORD
           MOVE WS-AGE-CNT-60 TO WS-CNT-DISP
           MOVE WS-AGE-AMT-60 TO WS-AMT-DISP
           MOVE SPACES TO SAGE-RECORD
           STRING "31-60 DAYS  ITEMS=" WS-CNT-DISP
                  " AMOUNT=" WS-AMT-DISP
                  DELIMITED BY SIZE INTO SAGE-RECORD
           END-STRING
           WRITE SAGE-RECORD
           MOVE WS-AGE-CNT-90 TO WS-CNT-DISP
           MOVE WS-AGE-AMT-90 TO WS-AMT-DISP
           MOVE SPACES TO SAGE-RECORD
           STRING "61-90 DAYS  ITEMS=" WS-CNT-DISP
                  " AMOUNT=" WS-AMT-DISP
                  DELIMITED BY SIZE INTO SAGE-RECORD
           END-STRING
           WRITE SAGE-RECORD
           MOVE WS-AGE-CNT-OVER TO WS-CNT-DISP
           MOVE WS-AGE-AMT-OVER TO WS-AMT-DISP
           MOVE SPACES TO SAGE-RECORD
           STRING "OVER 90     ITEMS=" WS-CNT-DISP
                  " AMOUNT=" WS-AMT-DISP
                  DELIMITED BY SIZE INTO SAGE-RECORD
           END-STRING
           WRITE SAGE-RECORD
           MOVE WS-AGE-CNT-TOTAL TO WS-CNT-DISP
           MOVE WS-AGE-AMT-TOTAL TO WS-AMT-DISP
           MOVE SPACES TO SAGE-RECORD
           STRING "TOTAL OPEN  ITEMS=" WS-CNT-DISP
                  " AMOUNT=" WS-AMT-DISP
                  DELIMITED BY SIZE INTO SAGE-RECORD
           END-STRING
           WRITE SAGE-RECORD.

       FINALIZE-PARA.
           MOVE SPACES TO LRPT-RECORD
           WRITE LRPT-RECORD
           MOVE WS-LBX-ITEMS TO WS-CNT-DISP
           MOVE WS-LBX-AMOUNT TO WS-BIG-DISP
           MOVE SPACES TO LRPT-RECORD
           STRING "LOCKBOX ITEMS READ   =" WS-CNT-DISP
                  " AMOUNT=" WS-BIG-DISP
                  DELIMITED BY SIZE INTO LRPT-RECORD
           END-STRING
           WRITE LRPT-RECORD
           MOVE WS-ITEMS-MATCHED TO WS-CNT-DISP
           MOVE WS-AMT-MATCHED TO WS-AMT-DISP
           MOVE SPACES TO LRPT-RECORD
           STRING "MATCHED TO PAYMTS    =" WS-CNT-DISP
                  " AMOUNT=" WS-AMT-DISP
                  DELIMITED BY SIZE INTO LRPT-RECORD
           END-STRING
           WRITE LRPT-RECORD
           MOVE WS-ITEMS-SUSPENDED TO WS-CNT-DISP
           MOVE WS-AMT-SUSPENDED TO WS-AMT-DISP
           MOVE SPACES TO LRPT-RECORD
           STRING "HELD IN SUSPENSE     =" WS-CNT-DISP
                  " AMOUNT=" WS-AMT-DISP
                  DELIMITED BY SIZE INTO LRPT-RECORD
           END-STRING
           WRITE LRPT-RECORD
           MOVE WS-ITEMS-REFUSED TO WS-CNT-DISP
           MOVE SPACES TO LRPT-RECORD
           STRING "ITEMS NOT IMPORTED   =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO LRPT-RECORD
           END-STRING
           WRITE LRPT-RECORD
           MOVE WS-CARDS-APPLIED TO WS-CNT-DISP
           MOVE WS-AMT-APPLIED TO WS-AMT-DISP
           MOVE SPACES TO LRPT-RECORD
           STRING "SUSPENSE APPLIED     =" WS-CNT-DISP
                  " AMOUNT=" WS-AMT-DISP
                  DELIMITED BY SIZE INTO LRPT-RECORD
           END-STRING
           WRITE LRPT-RECORD
           MOVE WS-CARDS-REJECTED TO WS-CNT-DISP
           MOVE SPACES TO LRPT-RECORD
           STRING "APPLY CARDS REFUSED  =" WS-CNT-DISP
                  DELIMITED BY SIZE INTO LRPT-RECORD
           END-STRING
           WRITE LRPT-RECORD
           IF WS-PAY-IDS-SKIPPED > 0
               MOVE WS-PAY-IDS-SKIPPED TO WS-CNT-DISP
               MOVE SPACES TO LRPT-RECORD
               STRING "PAY-IDS SKIPPED AS ALREADY IN USE=" WS-CNT-DISP
                      DELIMITED BY SIZE INTO LRPT-RECORD
               END-STRING
               WRITE LRPT-RECORD
           END-IF
           IF PAY-IDS-EXHAUSTED
               MOVE "*** PAYMENT NUMBERS EXHAUSTED - RESET LBXCTL"
                   TO LRPT-RECORD
               WRITE LRPT-RECORD
               DISPLAY "CMNP025 WARNING: PAYMENT NUMBERS EXHAUSTED"
           END-IF
           IF CARDS-ARE-AVAILABLE
               CLOSE SUS-APPLY-FILE
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE ORDERDET-FILE
           IF HIST-IS-AVAILABLE
               CLOSE ORDER-HIST-FILE
           END-IF
           CLOSE PAYMT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE LOCKBOX-RPT
           MOVE 0 TO WS-PENDING-DEPOSIT
           PERFORM WRITE-LBX-CTL-PARA
           ACCEPT WS-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "CMNP025 RUN " WS-RUN-NUMBER " COMPLETE"
           DISPLAY "LOCKBOX ITEMS : " WS-LBX-ITEMS
           DISPLAY "MATCHED       : " WS-ITEMS-MATCHED
           DISPLAY "SUSPENDED     : " WS-ITEMS-SUSPENDED
           DISPLAY "NOT IMPORTED  : " WS-ITEMS-REFUSED
           DISPLAY "APPLIED       : " WS-CARDS-APPLIED
           DISPLAY "CARDS REFUSED : " WS-CARDS-REJECTED.

       WRITE-LBX-CTL-PARA.
           MOVE SPACES TO LBX-CTL-RECORD
           MOVE WS-RUN-DATE TO LBXCTL-LAST-DATE
           MOVE WS-LAST-PAY-ID TO LBXCTL-LAST-PAY-ID
           MOVE WS-LAST-SUS-ID TO LBXCTL-LAST-SUS-ID
           MOVE WS-LAST-DEPOSIT TO LBXCTL-LAST-DEPOSIT
           MOVE WS-PENDING-DEPOSIT TO LBXCTL-PENDING-DEPOSIT
           OPEN OUTPUT LBX-CTL-FILE
           WRITE LBX-CTL-RECORD
           CLOSE LBX-CTL-FILE.

      *    EVERY LOCKBOX ITEM AND DESK CARD READ EITHER BECOMES A
      *    PAYMTS RECORD OR IS AN EXCEPTION (HELD IN SUSPENSE, NOT
      *    IMPORTED, OR A REFUSED CARD), SO THE STEP CLOSES AS
      *    IN = OUT + EXCEPTIONS; THE TOTAL IS THE CASH HANDED ON TO
      *    CMNP011. THE CHAIN BALANCER (CMNP015) CHECKS BOTH.
       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP025 " TO AUD-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-START-TIME TO AUD-START-TIME
           MOVE WS-END-TIME TO AUD-END-TIME
           COMPUTE AUD-RECS-IN = WS-LBX-ITEMS + WS-CARDS-READ
           MOVE WS-PAYS-WRITTEN TO AUD-RECS-OUT
           MOVE WS-AMT-PAYS-WRITTEN TO AUD-TOTAL-AMT
           COMPUTE AUD-RECS-EXCP = WS-ITEMS-SUSPENDED
               + WS-ITEMS-REFUSED + WS-CARDS-REJECTED
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
           MOVE "CMNP025 " TO AUD-PROGRAM-ID
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
