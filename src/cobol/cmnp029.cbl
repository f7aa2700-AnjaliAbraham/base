       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMNP029.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-CTL-FILE ASSIGN TO "ROLLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLCTL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT GL-HIST-FILE ASSIGN TO "GLXHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-STATUS.

           SELECT INV-LEDGER ASSIGN TO "INVLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVL-STATUS.

           SELECT AUDIT-ARCH-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDA-STATUS.

           SELECT GL-ARCH-FILE ASSIGN TO "GLXARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLXA-STATUS.

           SELECT INV-ARCH-FILE ASSIGN TO "INVARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVA-STATUS.

           SELECT AUDIT-KEEP-FILE ASSIGN TO "AUDKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDK-STATUS.

           SELECT GL-KEEP-FILE ASSIGN TO "GLXKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLXK-STATUS.

           SELECT INV-KEEP-FILE ASSIGN TO "INVKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVK-STATUS.

           SELECT RUN-INDEX-FILE ASSIGN TO "LOGINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGX-KEY
               FILE STATUS IS WS-LGX-STATUS.

           SELECT ROLL-RPT ASSIGN TO "ROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRPT-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    HOW MANY OF THE LATEST RUNS STAY ON THE CURRENT LOGS, AND
      *    HOW MANY MONTHS A RUN STAYS ON THE INDEX ONCE ARCHIVED,
      *    THEN WHAT THE LAST ROLLOVER DID. A ROLLOVER IN PROGRESS IS
      *    MARKED WITH ITS GENERATION AND CLEARED ONLY WHEN THE STEP
      *    ENDS CLEANLY.
       FD  ROLL-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ROLL-CTL-RECORD.
           05  RLC-KEEP-RUNS          PIC 9(3).
           05  RLC-RETAIN-MONTHS      PIC 9(3).
           05  RLC-LAST-GEN           PIC 9(4).
           05  RLC-LAST-DATE          PIC 9(8).
           05  RLC-LAST-CUTOFF        PIC 9(6).
           05  RLC-PENDING-GEN        PIC 9(4).
           05  FILLER                 PIC X(52).

       FD  AUDIT-LOG.
       COPY AUDITREC.

       FD  GL-HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY GLXREC.

       FD  INV-LEDGER.
       COPY INVMREC.

       FD  AUDIT-ARCH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDA-RECORD                PIC X(80).

       FD  GL-ARCH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GLXA-RECORD                PIC X(80).

       FD  INV-ARCH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INVA-RECORD                PIC X(80).

       FD  AUDIT-KEEP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDK-RECORD                PIC X(80).

       FD  GL-KEEP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GLXK-RECORD                PIC X(80).

       FD  INV-KEEP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INVK-RECORD                PIC X(80).

       FD  RUN-INDEX-FILE.
       COPY LOGXREC.

       FD  ROLL-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  RRPT-RECORD                PIC X(80).

       FD  RUN-CTL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

       01  WS-ROLLCTL-STATUS      PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.
       01  WS-GLH-STATUS          PIC XX.
       01  WS-INVL-STATUS         PIC XX.
       01  WS-AUDA-STATUS         PIC XX.
       01  WS-GLXA-STATUS         PIC XX.
       01  WS-INVA-STATUS         PIC XX.
       01  WS-AUDK-STATUS         PIC XX.
       01  WS-GLXK-STATUS         PIC XX.
       01  WS-INVK-STATUS         PIC XX.
       01  WS-LGX-STATUS          PIC XX.
       01  WS-RRPT-STATUS         PIC XX.
       01  WS-RUNCTL-STATUS       PIC XX.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR        PIC 9(4).
           05  WS-RUN-MONTH       PIC 9(2).
           05  WS-RUN-DAY         PIC 9(2).
       01  WS-RUN-NUMBER          PIC 9(6).
       01  WS-START-TIME          PIC 9(8).
       01  WS-END-TIME            PIC 9(8).

      *    DEFAULTS WHEN ROLLCTL IS ABSENT OR A FIELD IS BLANK: THE
      *    LAST FIVE RUNS STAY CURRENT, AND ARCHIVED RUNS CAN BE
      *    LOOKED UP FOR SEVEN YEARS.
       01  WS-KEEP-RUNS           PIC 9(3) VALUE 5.
       01  WS-RETAIN-MONTHS       PIC 9(3) VALUE 84.
       01  WS-LAST-GEN            PIC 9(4) VALUE 0.
       01  WS-LAST-DATE           PIC 9(8) VALUE 0.
       01  WS-LAST-CUTOFF         PIC 9(6) VALUE 0.
       01  WS-PENDING-GEN         PIC 9(4) VALUE 0.

       01  WS-GEN-NUMBER          PIC 9(4) VALUE 0.
       01  WS-CUTOFF-RUN          PIC 9(6) VALUE 0.
       01  WS-MONTH-START         PIC 9(8) VALUE 0.
       01  WS-EXPIRE-DATE         PIC 9(8) VALUE 0.
       01  WS-MONTH-COUNT         PIC 9(6) VALUE 0.
       01  WS-EXP-YEAR            PIC 9(4) VALUE 0.
       01  WS-EXP-MONTH           PIC 9(2) VALUE 0.

       01  WS-EOF-LOG             PIC X VALUE "N".
           88  END-OF-LOG         VALUE "Y".

       01  WS-EOF-KEEP            PIC X VALUE "N".
           88  END-OF-KEEP        VALUE "Y".

       01  WS-EOF-INDEX           PIC X VALUE "N".
           88  END-OF-INDEX       VALUE "Y".

      *    THE LOG BEING ROLLED, AND ITS FIGURES FOR THE REPORT.
       01  WS-LOG-NAME            PIC X(8).
       01  WS-LOG-IMAGE           PIC X(80).
       01  WS-LOG-READ            PIC 9(9) VALUE 0.
       01  WS-LOG-ROLLED          PIC 9(9) VALUE 0.
       01  WS-LOG-KEPT            PIC 9(9) VALUE 0.
       01  WS-LOG-UNREADABLE      PIC 9(9) VALUE 0.
       01  WS-LOG-LOW-RUN         PIC 9(6) VALUE 0.
       01  WS-LOG-HIGH-RUN        PIC 9(6) VALUE 0.

       01  WS-INDEX-SEQ           PIC 9(7) VALUE 0.
       01  WS-INDEX-FAILS         PIC 9(9) VALUE 0.
       01  WS-INDEX-EXPIRED       PIC 9(9) VALUE 0.

       01  WS-TOT-READ            PIC 9(9) VALUE 0.
       01  WS-TOT-ROLLED          PIC 9(9) VALUE 0.
       01  WS-TOT-KEPT            PIC 9(9) VALUE 0.
       01  WS-TOT-UNREADABLE      PIC 9(9) VALUE 0.
       01  WS-TOT-EXCP            PIC 9(9) VALUE 0.

       01  WS-READ-DISP           PIC Z(8)9.
       01  WS-ROLLED-DISP         PIC Z(8)9.
       01  WS-KEPT-DISP           PIC Z(8)9.
       01  WS-UNREAD-DISP         PIC Z(8)9.
       01  WS-CNT-DISP            PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM INITIALIZE-PARA
           PERFORM ROLL-AUDIT-LOG-PARA
           PERFORM ROLL-GL-HIST-PARA
           PERFORM ROLL-INV-LEDGER-PARA
           PERFORM EXPIRE-INDEX-PARA
           PERFORM FINALIZE-PARA
           STOP RUN.

       INITIALIZE-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           PERFORM OBTAIN-RUN-NUMBER-PARA
           PERFORM READ-CONTROL-PARA
      *    A ROLLOVER THAT STOPPED PART WAY MAY HAVE REWRITTEN SOME
      *    LOGS AND NOT OTHERS, AND INDEXED SOME OF WHAT IT ARCHIVED;
      *    RUN AGAIN IT WOULD INDEX THOSE RECORDS TWICE OR LOSE THE
      *    ONES ONLY ON THE DISCARDED WORK FILES. THE LOGS AND THE
      *    INDEX MUST GO BACK TO THEIR BACKUPS FROM BEFORE THAT RUN
      *    AND THE MARKER BE CLEARED.
           IF WS-PENDING-GEN > 0
               DISPLAY "CMNP029 FATAL: LOG ROLLOVER GENERATION "
                   WS-PENDING-GEN " DID NOT COMPLETE - RESTORE "
                   "AUDITLOG, GLXHIST, INVLEDGR AND LOGINDX AND "
                   "CLEAR ROLLCTL"
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-GEN-NUMBER = WS-LAST-GEN + 1
      *    EVERYTHING FROM RUNS UP TO THE CUTOFF IS ROLLED; THE LAST
      *    KEEP-RUNS RUNS STAY ON THE CURRENT LOGS, SO THE CHAIN STEPS
      *    AND A RERUN OF A RECENT NIGHT STILL FIND THEM THERE.
           IF WS-KEEP-RUNS < WS-RUN-NUMBER
               COMPUTE WS-CUTOFF-RUN = WS-RUN-NUMBER - WS-KEEP-RUNS
           ELSE
               MOVE 0 TO WS-CUTOFF-RUN
           END-IF
      *    THE LEDGER PROOF AND VALUATION (CMNP021) WORK FROM THE
      *    CURRENT MONTH'S ENTRIES, SO NONE DATED THIS MONTH ARE
      *    ROLLED WHATEVER THEIR RUN.
           COMPUTE WS-MONTH-START = WS-RUN-YEAR * 10000
               + WS-RUN-MONTH * 100 + 1
      *    INDEX ENTRIES FROM ROLLOVERS BEFORE THE FIRST OF THE MONTH
      *    RETAIN-MONTHS BACK ARE DROPPED.
           COMPUTE WS-MONTH-COUNT = WS-RUN-YEAR * 12
               + WS-RUN-MONTH - 1 - WS-RETAIN-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-EXP-YEAR
               REMAINDER WS-EXP-MONTH
           ADD 1 TO WS-EXP-MONTH
           COMPUTE WS-EXPIRE-DATE = WS-EXP-YEAR * 10000
               + WS-EXP-MONTH * 100 + 1
           OPEN OUTPUT AUDIT-ARCH-FILE
           IF WS-AUDA-STATUS NOT = "00"
               DISPLAY "CMNP029 FATAL: AUDIT-ARCH-FILE OPEN FAILED, "
                   "STATUS=" WS-AUDA-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-ARCH-FILE
           IF WS-GLXA-STATUS NOT = "00"
               DISPLAY "CMNP029 FATAL: GL-ARCH-FILE OPEN FAILED, "
                   "STATUS=" WS-GLXA-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INV-ARCH-FILE
           IF WS-INVA-STATUS NOT = "00"
               DISPLAY "CMNP029 FATAL: INV-ARCH-FILE OPEN FAILED, "
                   "STATUS=" WS-INVA-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE INDEX IS CREATED ON FIRST USE. THE STEP READS IT AS
      *    WELL AS WRITING IT, SO AN OUTPUT FALLBACK IS CLOSED AND THE
      *    FILE REOPENED I-O.
           OPEN I-O RUN-INDEX-FILE
           IF WS-LGX-STATUS NOT = "00"
               OPEN OUTPUT RUN-INDEX-FILE
               CLOSE RUN-INDEX-FILE
               OPEN I-O RUN-INDEX-FILE
               IF WS-LGX-STATUS NOT = "00"
                   DISPLAY "CMNP029 FATAL: RUN-INDEX-FILE OPEN "
                       "FAILED, STATUS=" WS-LGX-STATUS
                   PERFORM WRITE-FAIL-AUDIT-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-GEN-NUMBER TO WS-PENDING-GEN
           PERFORM WRITE-CONTROL-PARA
           OPEN OUTPUT ROLL-RPT
           MOVE SPACES TO RRPT-RECORD
           STRING "LOG ROLLOVER REPORT - DATE=" WS-RUN-DATE
                  " RUN=" WS-RUN-NUMBER
                  " GENERATION=" WS-GEN-NUMBER
                  DELIMITED BY SIZE INTO RRPT-RECORD
           END-STRING
           WRITE RRPT-RECORD
           MOVE SPACES TO RRPT-RECORD
           STRING "RUNS KEPT CURRENT=" WS-KEEP-RUNS
                  " - ROLLING RUNS THRU " WS-CUTOFF-RUN
                  " (LAST ROLLOVER THRU " WS-LAST-CUTOFF ")"
                  DELIMITED BY SIZE INTO RRPT-RECORD
           END-STRING
           WRITE RRPT-RECORD
           MOVE SPACES TO RRPT-RECORD
           STRING "INVLEDGR ENTRIES DATED FROM " WS-MONTH-START
                  " ARE KEPT WHATEVER THEIR RUN"
                  DELIMITED BY SIZE INTO RRPT-RECORD
           END-STRING
           WRITE RRPT-RECORD
           MOVE SPACES TO RRPT-RECORD
           WRITE RRPT-RECORD
           MOVE SPACES TO RRPT-RECORD
           STRING "LOG           READ    ROLLED      KEPT UNREADABLE"
                  "  FIRST RUN LAST RUN"
                  DELIMITED BY SIZE INTO RRPT-RECORD
           END-STRING
           WRITE RRPT-RECORD.

       OBTAIN-RUN-NUMBER-PARA.
      *    THE ROLLOVER RUNS OUTSIDE THE NIGHTLY CHAIN; IT TAGS ITS
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
           OPEN INPUT ROLL-CTL-FILE
           IF WS-ROLLCTL-STATUS = "00"
               READ ROLL-CTL-FILE
                   AT END
                       MOVE SPACES TO ROLL-CTL-RECORD
               END-READ
               IF RLC-KEEP-RUNS NUMERIC
                   MOVE RLC-KEEP-RUNS TO WS-KEEP-RUNS
               END-IF
               IF RLC-RETAIN-MONTHS NUMERIC
                   IF RLC-RETAIN-MONTHS > 0
                       MOVE RLC-RETAIN-MONTHS TO WS-RETAIN-MONTHS
                   END-IF
               END-IF
               IF RLC-LAST-GEN NUMERIC
                   MOVE RLC-LAST-GEN TO WS-LAST-GEN
               END-IF
               IF RLC-LAST-DATE NUMERIC
                   MOVE RLC-LAST-DATE TO WS-LAST-DATE
               END-IF
               IF RLC-LAST-CUTOFF NUMERIC
                   MOVE RLC-LAST-CUTOFF TO WS-LAST-CUTOFF
               END-IF
               IF RLC-PENDING-GEN NUMERIC
                   MOVE RLC-PENDING-GEN TO WS-PENDING-GEN
               END-IF
               CLOSE ROLL-CTL-FILE
           END-IF.

       WRITE-CONTROL-PARA.
           MOVE SPACES TO ROLL-CTL-RECORD
           MOVE WS-KEEP-RUNS TO RLC-KEEP-RUNS
           MOVE WS-RETAIN-MONTHS TO RLC-RETAIN-MONTHS
           MOVE WS-LAST-GEN TO RLC-LAST-GEN
           MOVE WS-LAST-DATE TO RLC-LAST-DATE
           MOVE WS-LAST-CUTOFF TO RLC-LAST-CUTOFF
           MOVE WS-PENDING-GEN TO RLC-PENDING-GEN
           OPEN OUTPUT ROLL-CTL-FILE
           WRITE ROLL-CTL-RECORD
           CLOSE ROLL-CTL-FILE.

       RESET-LOG-COUNTS-PARA.
           MOVE 0 TO WS-LOG-READ
           MOVE 0 TO WS-LOG-ROLLED
           MOVE 0 TO WS-LOG-KEPT
           MOVE 0 TO WS-LOG-UNREADABLE
           MOVE 0 TO WS-LOG-LOW-RUN
           MOVE 0 TO WS-LOG-HIGH-RUN
           MOVE "N" TO WS-EOF-LOG.

      *    EACH LOG IS READ ONCE. RECORDS TO ROLL GO TO THE ARCHIVE
      *    GENERATION AND THE INDEX; THE REST GO TO A WORK FILE THAT
      *    IS COPIED BACK OVER THE LOG ONCE THE LOG IS CLOSED. A LOG
      *    WITH NOTHING TO ROLL IS LEFT AS IT IS.
       ROLL-AUDIT-LOG-PARA.
           MOVE "AUDITLOG" TO WS-LOG-NAME
           PERFORM RESET-LOG-COUNTS-PARA
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               PERFORM WRITE-LOG-ABSENT-PARA
           ELSE
               OPEN OUTPUT AUDIT-KEEP-FILE
               IF WS-AUDK-STATUS NOT = "00"
                   DISPLAY "CMNP029 FATAL: AUDIT-KEEP-FILE OPEN "
                       "FAILED, STATUS=" WS-AUDK-STATUS
                   PERFORM WRITE-FAIL-AUDIT-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-AUDIT-PARA
               PERFORM ROLL-AUDIT-REC-PARA
                   UNTIL END-OF-LOG
               CLOSE AUDIT-LOG
               CLOSE AUDIT-KEEP-FILE
               IF WS-LOG-ROLLED > 0 OR WS-LOG-UNREADABLE > 0
                   PERFORM RESTORE-AUDIT-LOG-PARA
               END-IF
               PERFORM WRITE-LOG-TOTALS-PARA
           END-IF.

       READ-AUDIT-PARA.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-EOF-LOG
           END-READ.

       ROLL-AUDIT-REC-PARA.
           ADD 1 TO WS-LOG-READ
           EVALUATE TRUE
               WHEN AUD-RUN-NUMBER NOT NUMERIC
                   MOVE AUDIT-RECORD TO AUDA-RECORD
                   WRITE AUDA-RECORD
                   MOVE AUDIT-RECORD TO WS-LOG-IMAGE
                   PERFORM WRITE-UNREADABLE-PARA
               WHEN AUD-RUN-NUMBER NOT > WS-CUTOFF-RUN
                   MOVE AUDIT-RECORD TO AUDA-RECORD
                   WRITE AUDA-RECORD
                   MOVE "A" TO LGX-LOG-ID
                   MOVE AUD-RUN-NUMBER TO LGX-RUN-NUMBER
                   MOVE AUDIT-RECORD TO LGX-LOG-RECORD
                   PERFORM WRITE-INDEX-PARA
               WHEN OTHER
                   MOVE AUDIT-RECORD TO AUDK-RECORD
                   WRITE AUDK-RECORD
                   ADD 1 TO WS-LOG-KEPT
           END-EVALUATE
           PERFORM READ-AUDIT-PARA.

       RESTORE-AUDIT-LOG-PARA.
      *    THE LOG IS NOT OVERWRITTEN UNLESS THE KEPT RECORDS CAN
      *    BE READ BACK.
           OPEN INPUT AUDIT-KEEP-FILE
           IF WS-AUDK-STATUS NOT = "00"
               DISPLAY "CMNP029 FATAL: AUDIT-KEEP-FILE REOPEN FAILED, "
                   "STATUS=" WS-AUDK-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "CMNP029 FATAL: AUDIT-LOG REWRITE FAILED, "
                   "STATUS=" WS-AUDIT-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-KEEP
           PERFORM READ-AUDIT-KEEP-PARA
           PERFORM COPY-AUDIT-KEEP-PARA
               UNTIL END-OF-KEEP
           CLOSE AUDIT-KEEP-FILE
           CLOSE AUDIT-LOG.

       READ-AUDIT-KEEP-PARA.
           READ AUDIT-KEEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-KEEP
           END-READ.

       COPY-AUDIT-KEEP-PARA.
           MOVE AUDK-RECORD TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           PERFORM READ-AUDIT-KEEP-PARA.

       ROLL-GL-HIST-PARA.
           MOVE "GLXHIST " TO WS-LOG-NAME
           PERFORM RESET-LOG-COUNTS-PARA
           OPEN INPUT GL-HIST-FILE
           IF WS-GLH-STATUS NOT = "00"
               PERFORM WRITE-LOG-ABSENT-PARA
           ELSE
               OPEN OUTPUT GL-KEEP-FILE
               IF WS-GLXK-STATUS NOT = "00"
                   DISPLAY "CMNP029 FATAL: GL-KEEP-FILE OPEN FAILED, "
                       "STATUS=" WS-GLXK-STATUS
                   PERFORM WRITE-FAIL-AUDIT-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-GL-HIST-PARA
               PERFORM ROLL-GL-HIST-REC-PARA
                   UNTIL END-OF-LOG
               CLOSE GL-HIST-FILE
               CLOSE GL-KEEP-FILE
               IF WS-LOG-ROLLED > 0 OR WS-LOG-UNREADABLE > 0
                   PERFORM RESTORE-GL-HIST-PARA
               END-IF
               PERFORM WRITE-LOG-TOTALS-PARA
           END-IF.

       READ-GL-HIST-PARA.
           READ GL-HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-LOG
           END-READ.

       ROLL-GL-HIST-REC-PARA.
           ADD 1 TO WS-LOG-READ
           EVALUATE TRUE
               WHEN GLX-RUN-NUMBER NOT NUMERIC
                   MOVE GLX-RECORD TO GLXA-RECORD
                   WRITE GLXA-RECORD
                   MOVE GLX-RECORD TO WS-LOG-IMAGE
                   PERFORM WRITE-UNREADABLE-PARA
               WHEN GLX-RUN-NUMBER NOT > WS-CUTOFF-RUN
                   MOVE GLX-RECORD TO GLXA-RECORD
                   WRITE GLXA-RECORD
                   MOVE "G" TO LGX-LOG-ID
                   MOVE GLX-RUN-NUMBER TO LGX-RUN-NUMBER
                   MOVE GLX-RECORD TO LGX-LOG-RECORD
                   PERFORM WRITE-INDEX-PARA
               WHEN OTHER
                   MOVE GLX-RECORD TO GLXK-RECORD
                   WRITE GLXK-RECORD
                   ADD 1 TO WS-LOG-KEPT
           END-EVALUATE
           PERFORM READ-GL-HIST-PARA.

       RESTORE-GL-HIST-PARA.
      *    THE LOG IS NOT OVERWRITTEN UNLESS THE KEPT RECORDS CAN
      *    BE READ BACK.
           OPEN INPUT GL-KEEP-FILE
           IF WS-GLXK-STATUS NOT = "00"
               DISPLAY "CMNP029 FATAL: GL-KEEP-FILE REOPEN FAILED, "
                   "STATUS=" WS-GLXK-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-HIST-FILE
           IF WS-GLH-STATUS NOT = "00"
               DISPLAY "CMNP029 FATAL: GL-HIST-FILE REWRITE FAILED, "
                   "STATUS=" WS-GLH-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-KEEP
           PERFORM READ-GL-KEEP-PARA
           PERFORM COPY-GL-KEEP-PARA
               UNTIL END-OF-KEEP
           CLOSE GL-KEEP-FILE
           CLOSE GL-HIST-FILE.

       READ-GL-KEEP-PARA.
           READ GL-KEEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-KEEP
           END-READ.

       COPY-GL-KEEP-PARA.
           MOVE GLXK-RECORD TO GLX-RECORD
           WRITE GLX-RECORD
           PERFORM READ-GL-KEEP-PARA.

       ROLL-INV-LEDGER-PARA.
           MOVE "INVLEDGR" TO WS-LOG-NAME
           PERFORM RESET-LOG-COUNTS-PARA
           OPEN INPUT INV-LEDGER
           IF WS-INVL-STATUS NOT = "00"
               PERFORM WRITE-LOG-ABSENT-PARA
           ELSE
               OPEN OUTPUT INV-KEEP-FILE
               IF WS-INVK-STATUS NOT = "00"
                   DISPLAY "CMNP029 FATAL: INV-KEEP-FILE OPEN FAILED, "
                       "STATUS=" WS-INVK-STATUS
                   PERFORM WRITE-FAIL-AUDIT-PARA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-INV-LEDGER-PARA
               PERFORM ROLL-INV-LEDGER-REC-PARA
                   UNTIL END-OF-LOG
               CLOSE INV-LEDGER
               CLOSE INV-KEEP-FILE
               IF WS-LOG-ROLLED > 0 OR WS-LOG-UNREADABLE > 0
                   PERFORM RESTORE-INV-LEDGER-PARA
               END-IF
               PERFORM WRITE-LOG-TOTALS-PARA
           END-IF.

       READ-INV-LEDGER-PARA.
           READ INV-LEDGER
               AT END
                   MOVE "Y" TO WS-EOF-LOG
           END-READ.

       ROLL-INV-LEDGER-REC-PARA.
           ADD 1 TO WS-LOG-READ
           EVALUATE TRUE
               WHEN INVM-RUN-NUMBER NOT NUMERIC
                 OR INVM-DATE NOT NUMERIC
                   MOVE INVM-RECORD TO INVA-RECORD
                   WRITE INVA-RECORD
                   MOVE INVM-RECORD TO WS-LOG-IMAGE
                   PERFORM WRITE-UNREADABLE-PARA
               WHEN INVM-RUN-NUMBER NOT > WS-CUTOFF-RUN
                AND INVM-DATE < WS-MONTH-START
                   MOVE INVM-RECORD TO INVA-RECORD
                   WRITE INVA-RECORD
                   MOVE "I" TO LGX-LOG-ID
                   MOVE INVM-RUN-NUMBER TO LGX-RUN-NUMBER
                   MOVE INVM-RECORD TO LGX-LOG-RECORD
                   PERFORM WRITE-INDEX-PARA
               WHEN OTHER
                   MOVE INVM-RECORD TO INVK-RECORD
                   WRITE INVK-RECORD
                   ADD 1 TO WS-LOG-KEPT
           END-EVALUATE
           PERFORM READ-INV-LEDGER-PARA.

       RESTORE-INV-LEDGER-PARA.
      *    THE LOG IS NOT OVERWRITTEN UNLESS THE KEPT RECORDS CAN
      *    BE READ BACK.
           OPEN INPUT INV-KEEP-FILE
           IF WS-INVK-STATUS NOT = "00"
               DISPLAY "CMNP029 FATAL: INV-KEEP-FILE REOPEN FAILED, "
                   "STATUS=" WS-INVK-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INV-LEDGER
           IF WS-INVL-STATUS NOT = "00"
               DISPLAY "CMNP029 FATAL: INV-LEDGER REWRITE FAILED, "
                   "STATUS=" WS-INVL-STATUS
               PERFORM WRITE-FAIL-AUDIT-PARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-KEEP
           PERFORM READ-INV-KEEP-PARA
           PERFORM COPY-INV-KEEP-PARA
               UNTIL END-OF-KEEP
           CLOSE INV-KEEP-FILE
           CLOSE INV-LEDGER.

       READ-INV-KEEP-PARA.
           READ INV-KEEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-KEEP
           END-READ.

       COPY-INV-KEEP-PARA.
           MOVE INVK-RECORD TO INVM-RECORD
           WRITE INVM-RECORD
           PERFORM READ-INV-KEEP-PARA.

      *    THE CALLER HAS SET THE LOG, RUN AND RECORD. THE RECORD IS
      *    ALREADY ON THE ARCHIVE, SO AN INDEX ENTRY THAT CANNOT BE
      *    WRITTEN IS COUNTED AND REPORTED BUT NOTHING IS LOST.
       WRITE-INDEX-PARA.
           ADD 1 TO WS-LOG-ROLLED
           IF WS-LOG-LOW-RUN = 0 OR LGX-RUN-NUMBER < WS-LOG-LOW-RUN
               MOVE LGX-RUN-NUMBER TO WS-LOG-LOW-RUN
           END-IF
           IF LGX-RUN-NUMBER > WS-LOG-HIGH-RUN
               MOVE LGX-RUN-NUMBER TO WS-LOG-HIGH-RUN
           END-IF
           ADD 1 TO WS-INDEX-SEQ
           MOVE WS-GEN-NUMBER TO LGX-GEN-NUMBER
           MOVE WS-INDEX-SEQ TO LGX-SEQ
           MOVE WS-RUN-DATE TO LGX-GEN-DATE
           WRITE LGX-RECORD
               INVALID KEY
                   ADD 1 TO WS-INDEX-FAILS
                   DISPLAY "CMNP029 WARNING: LOGINDX WRITE FAILED, "
                       "STATUS=" WS-LGX-STATUS " LOG=" LGX-LOG-ID
                       " RUN=" LGX-RUN-NUMBER
           END-WRITE.

      *    A RECORD WITH NO USABLE RUN NUMBER CANNOT BELONG TO ANY RUN
      *    A STEP LOOKS FOR, SO IT IS TAKEN OFF THE CURRENT LOG - IT
      *    IS ON THE ARCHIVE - AND LISTED HERE RATHER THAN INDEXED.
       WRITE-UNREADABLE-PARA.
           ADD 1 TO WS-LOG-UNREADABLE
           MOVE SPACES TO RRPT-RECORD
           STRING "*** " WS-LOG-NAME
                  " RECORD WITH NO RUN NUMBER ARCHIVED, NOT INDEXED:"
                  DELIMITED BY SIZE INTO RRPT-RECORD
           END-STRING
           WRITE RRPT-RECORD
           MOVE WS-LOG-IMAGE TO RRPT-RECORD
           WRITE RRPT-RECORD.

       WRITE-LOG-ABSENT-PARA.
           MOVE SPACES TO RRPT-RECORD
           STRING WS-LOG-NAME
                  "  NOT AVAILABLE - NOTHING ROLLED"
                  DELIMITED BY SIZE INTO RRPT-RECORD
           END-STRING
           WRITE RRPT-RECORD.

       WRITE-LOG-TOTALS-PARA.
           ADD WS-LOG-READ TO WS-TOT-READ
           ADD WS-LOG-ROLLED TO WS-TOT-ROLLED
           ADD WS-LOG-KEPT TO WS-TOT-KEPT
           ADD WS-LOG-UNREADABLE TO WS-TOT-UNREADABLE
           MOVE WS-LOG-READ TO WS-READ-DISP
           MOVE WS-LOG-ROLLED TO WS-ROLLED-DISP
           MOVE WS-LOG-KEPT TO WS-KEPT-DISP
           MOVE WS-LOG-UNREADABLE TO WS-UNREAD-DISP
           MOVE SPACES TO RRPT-RECORD
           STRING WS-LOG-NAME
                  " " WS-READ-DISP
                  " " WS-ROLLED-DISP
                  " " WS-KEPT-DISP
                  "  " WS-UNREAD-DISP
                  "     " WS-LOG-LOW-RUN
                  "   " WS-LOG-HIGH-RUN
                  DELIMITED BY SIZE INTO RRPT-RECORD
           END-STRING
           WRITE RRPT-RECORD.

      *    THE INDEX IS READ END TO END; IT HOLDS ONE ENTRY PER
      *    ARCHIVED RECORD, SO IT STAYS SMALL NEXT TO WHAT THE LOGS
      *    WOULD HAVE GROWN TO. THE ARCHIVE GENERATIONS THEMSELVES
      *    AGE OFF UNDER THEIR GDG LIMIT.
       EXPIRE-INDEX-PARA.
           MOVE "N" TO WS-EOF-INDEX
           MOVE LOW-VALUES TO LGX-KEY
           START RUN-INDEX-FILE KEY IS NOT LESS THAN LGX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-INDEX
           END-START
           IF NOT END-OF-INDEX
               PERFORM READ-INDEX-PARA
           END-IF
           PERFORM EXPIRE-INDEX-REC-PARA
               UNTIL END-OF-INDEX.

       READ-INDEX-PARA.
           READ RUN-INDEX-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-INDEX
           END-READ.

       EXPIRE-INDEX-REC-PARA.
           IF LGX-GEN-DATE < WS-EXPIRE-DATE
               DELETE RUN-INDEX-FILE RECORD
                   INVALID KEY
                       ADD 1 TO WS-INDEX-FAILS
                       DISPLAY "CMNP029 WARNING: LOGINDX DELETE "
                           "FAILED, STATUS=" WS-LGX-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-INDEX-EXPIRED
               END-DELETE
           END-IF
           PERFORM READ-INDEX-PARA.

       FINALIZE-PARA.
           ADD WS-TOT-UNREADABLE WS-INDEX-FAILS GIVING WS-TOT-EXCP
           MOVE SPACES TO RRPT-RECORD
           WRITE RRPT-RECORD
           MOVE WS-INDEX-EXPIRED TO WS-CNT-DISP
           MOVE SPACES TO RRPT-RECORD
           STRING "LOGINDX ENTRIES EXPIRED=" WS-CNT-DISP
                  " (ROLLED BEFORE " WS-EXPIRE-DATE
                  ", RETENTION " WS-RETAIN-MONTHS " MONTHS)"
                  DELIMITED BY SIZE INTO RRPT-RECORD
           END-STRING
           WRITE RRPT-RECORD
           IF WS-INDEX-FAILS > 0
               MOVE WS-INDEX-FAILS TO WS-CNT-DISP
               MOVE SPACES TO RRPT-RECORD
               STRING "*** LOGINDX UPDATES FAILED=" WS-CNT-DISP
                      " - SEE JOB LOG"
                      DELIMITED BY SIZE INTO RRPT-RECORD
               END-STRING
               WRITE RRPT-RECORD
           END-IF
           IF WS-TOT-ROLLED = 0 AND WS-TOT-UNREADABLE = 0
               MOVE SPACES TO RRPT-RECORD
               STRING "NOTHING TO ROLL - THE CURRENT LOGS ARE "
                      "UNCHANGED"
                      DELIMITED BY SIZE INTO RRPT-RECORD
               END-STRING
               WRITE RRPT-RECORD
           END-IF
           CLOSE AUDIT-ARCH-FILE
           CLOSE GL-ARCH-FILE
           CLOSE INV-ARCH-FILE
           CLOSE RUN-INDEX-FILE
           CLOSE ROLL-RPT
      *    ONLY NOW IS THE ROLLOVER MARKED AS DONE.
           MOVE WS-GEN-NUMBER TO WS-LAST-GEN
           MOVE WS-RUN-DATE TO WS-LAST-DATE
           IF WS-TOT-ROLLED > 0
               MOVE WS-CUTOFF-RUN TO WS-LAST-CUTOFF
           END-IF
           MOVE 0 TO WS-PENDING-GEN
           PERFORM WRITE-CONTROL-PARA
           ACCEPT WS-END-TIME FROM TIME
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "CMNP029 RUN " WS-RUN-NUMBER " COMPLETE"
           DISPLAY "ROLLOVER GENERATION : " WS-GEN-NUMBER
           DISPLAY "ROLLED THRU RUN     : " WS-CUTOFF-RUN
           DISPLAY "LOG RECORDS READ    : " WS-TOT-READ
           DISPLAY "RECORDS ROLLED      : " WS-TOT-ROLLED
           DISPLAY "RECORDS KEPT        : " WS-TOT-KEPT
           DISPLAY "NO RUN NUMBER       : " WS-TOT-UNREADABLE
           DISPLAY "INDEX ENTRIES EXPIRED: " WS-INDEX-EXPIRED
           IF WS-TOT-ROLLED = 0 AND WS-TOT-UNREADABLE = 0
               DISPLAY "CMNP029 - NOTHING TO ROLL"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    LOG RECORDS READ = ROLLED + KEPT + THOSE WITH NO RUN
      *    NUMBER. THE EXCEPTIONS ARE THE LATTER PLUS ANY INDEX
      *    UPDATE THAT FAILED. THE STEP MOVES NO MONEY.
       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP029 " TO AUD-PROGRAM-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-START-TIME TO AUD-START-TIME
           MOVE WS-END-TIME TO AUD-END-TIME
           MOVE WS-TOT-READ TO AUD-RECS-IN
           MOVE WS-TOT-ROLLED TO AUD-RECS-OUT
           MOVE 0 TO AUD-TOTAL-AMT
           MOVE WS-TOT-EXCP TO AUD-RECS-EXCP
           SET AUD-OK TO TRUE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.

       WRITE-FAIL-AUDIT-PARA.
           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE "CMNP029 " TO AUD-PROGRAM-ID
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
