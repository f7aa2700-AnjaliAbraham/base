       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMNP030.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-INDEX-FILE ASSIGN TO "LOGINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGX-KEY
               FILE STATUS IS WS-LGX-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT GL-HIST-FILE ASSIGN TO "GLXHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-STATUS.

           SELECT INV-LEDGER ASSIGN TO "INVLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVL-STATUS.

           SELECT LOG-SRCH-FILE ASSIGN TO "LOGSRCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCH-STATUS.

           SELECT INQUIRY-RPT ASSIGN TO "LOGINQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-INDEX-FILE.
       COPY LOGXREC.

       FD  AUDIT-LOG.
       COPY AUDITREC.

       FD  GL-HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY GLXREC.

       FD  INV-LEDGER.
       COPY INVMREC.

      *    ONE RUN PER LINE: RUN NUMBER IN COLS 1-6, AND IN COL 7 THE
      *    LOG TO SEARCH (A=AUDITLOG, G=GLXHIST, I=INVLEDGR; BLANK
      *    SEARCHES ALL THREE).
       FD  LOG-SRCH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SRCH-RECORD.
           05  SRCH-RUN-NUMBER        PIC 9(6).
           05  SRCH-LOG-ID            PIC X(1).
               88  SRCH-ALL-LOGS      VALUE " ".
               88  SRCH-AUDIT-LOG     VALUE "A".
               88  SRCH-GL-HIST       VALUE "G".
               88  SRCH-INV-LEDGER    VALUE "I".
           05  FILLER                 PIC X(73).

       FD  INQUIRY-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  INQ-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-LGX-STATUS          PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.
       01  WS-GLH-STATUS          PIC XX.
       01  WS-INVL-STATUS         PIC XX.
       01  WS-SRCH-STATUS         PIC XX.
       01  WS-INQ-STATUS          PIC XX.

       01  WS-RUN-DATE            PIC 9(8).

       01  WS-EOF-SRCH            PIC X VALUE "N".
           88  END-OF-SRCH        VALUE "Y".

       01  WS-EOF-INDEX           PIC X VALUE "N".
           88  END-OF-INDEX       VALUE "Y".

       01  WS-EOF-LOG             PIC X VALUE "N".
           88  END-OF-LOG         VALUE "Y".

       01  WS-INDEX-AVAILABLE     PIC X VALUE "N".
           88  INDEX-IS-AVAILABLE VALUE "Y".

      *    THE LOG AND RUN WHOSE INDEX ENTRIES ARE BEING READ.
       01  WS-INDEX-LOG-ID        PIC X(1).
       01  WS-INDEX-RUN           PIC 9(6).

      *    WHERE THE RECORD BEING LISTED CAME FROM: "CURRENT " FOR
      *    THE LIVE LOG, OR THE ROLLOVER GENERATION THAT ARCHIVED IT.
       01  WS-LINE-SOURCE         PIC X(8).
       01  WS-SRCH-LOG-NAME       PIC X(8).

      *    THE RECORD BEING LISTED, FROM EITHER THE INDEX OR THE LOG.
       01  WS-SHOW-PROGRAM        PIC X(8).
       01  WS-SHOW-STATUS         PIC X(1).
       01  WS-SHOW-DATE           PIC 9(8).
       01  WS-SHOW-IN             PIC 9(9).
       01  WS-SHOW-OUT            PIC 9(9).
       01  WS-SHOW-AMT            PIC S9(9)V99.
       01  WS-SHOW-GL-TYPE        PIC X(1).
           88  SHOW-GL-TRAILER    VALUE "T".
       01  WS-SHOW-ACCOUNT        PIC X(8).
       01  WS-SHOW-DR-CR          PIC X(1).
       01  WS-SHOW-GL-AMT         PIC 9(9)V99.
       01  WS-SHOW-GL-REF         PIC X(5).
       01  WS-SHOW-COUNT          PIC 9(9).
       01  WS-SHOW-HASH           PIC 9(13)V99.
       01  WS-SHOW-SOURCE         PIC X(8).
       01  WS-SHOW-PROD           PIC 9(5).
       01  WS-SHOW-TYPE           PIC X(2).
       01  WS-SHOW-QTY            PIC S9(7).
       01  WS-SHOW-ON-HAND        PIC 9(7).
       01  WS-SHOW-REF            PIC X(10).

       01  WS-SRCHS-READ          PIC 9(9) VALUE 0.
       01  WS-SRCHS-NOT-FOUND     PIC 9(9) VALUE 0.
       01  WS-LINES-FOUND         PIC 9(9) VALUE 0.
       01  WS-LINES-LISTED        PIC 9(9) VALUE 0.

       01  WS-IN-DISP             PIC Z(8)9.
       01  WS-OUT-DISP            PIC Z(8)9.
       01  WS-AMT-DISP            PIC -(9)9.99.
       01  WS-GL-AMT-DISP         PIC Z(8)9.99.
       01  WS-HASH-DISP           PIC Z(12)9.99.
       01  WS-QTY-DISP            PIC -(6)9.
       01  WS-ON-HAND-DISP        PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT LOG-SRCH-FILE
           IF WS-SRCH-STATUS NOT = "00"
               DISPLAY "CMNP030 FATAL: LOG-SRCH-FILE OPEN FAILED, "
                   "STATUS=" WS-SRCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE INDEX EXISTS ONLY ONCE THE FIRST ROLLOVER HAS RUN;
      *    UNTIL THEN EVERY RUN IS STILL ON THE CURRENT LOGS.
           OPEN INPUT RUN-INDEX-FILE
           IF WS-LGX-STATUS = "00"
               MOVE "Y" TO WS-INDEX-AVAILABLE
           END-IF
           OPEN OUTPUT INQUIRY-RPT
           MOVE SPACES TO INQ-RECORD
           STRING "LOG INQUIRY - DATE=" WS-RUN-DATE
                  DELIMITED BY SIZE INTO INQ-RECORD
           END-STRING
           WRITE INQ-RECORD
           IF NOT INDEX-IS-AVAILABLE
               MOVE "LOG INDEX NOT AVAILABLE - CURRENT LOGS ONLY"
                   TO INQ-RECORD
               WRITE INQ-RECORD
           END-IF
           PERFORM READ-SRCH-PARA
           PERFORM PROCESS-SRCH-PARA
               UNTIL END-OF-SRCH
           IF INDEX-IS-AVAILABLE
               CLOSE RUN-INDEX-FILE
           END-IF
           CLOSE LOG-SRCH-FILE
           MOVE SPACES TO INQ-RECORD
           WRITE INQ-RECORD
           MOVE SPACES TO INQ-RECORD
           STRING "RUNS SEARCHED=" WS-SRCHS-READ
                  " NOT FOUND=" WS-SRCHS-NOT-FOUND
                  " RECORDS LISTED=" WS-LINES-LISTED
                  DELIMITED BY SIZE INTO INQ-RECORD
           END-STRING
           WRITE INQ-RECORD
           CLOSE INQUIRY-RPT
           DISPLAY "CMNP030 COMPLETE"
           DISPLAY "RUNS SEARCHED  : " WS-SRCHS-READ
           DISPLAY "NOT FOUND      : " WS-SRCHS-NOT-FOUND
           DISPLAY "RECORDS LISTED : " WS-LINES-LISTED
           STOP RUN.

       READ-SRCH-PARA.
           READ LOG-SRCH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SRCH
           END-READ.

       PROCESS-SRCH-PARA.
           ADD 1 TO WS-SRCHS-READ
           MOVE 0 TO WS-LINES-FOUND
           MOVE SPACES TO INQ-RECORD
           WRITE INQ-RECORD
           EVALUATE TRUE
               WHEN SRCH-ALL-LOGS
                   MOVE "ALL" TO WS-SRCH-LOG-NAME
               WHEN SRCH-AUDIT-LOG
                   MOVE "AUDITLOG" TO WS-SRCH-LOG-NAME
               WHEN SRCH-GL-HIST
                   MOVE "GLXHIST" TO WS-SRCH-LOG-NAME
               WHEN SRCH-INV-LEDGER
                   MOVE "INVLEDGR" TO WS-SRCH-LOG-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-SRCH-LOG-NAME
           END-EVALUATE
           IF SRCH-RUN-NUMBER NOT NUMERIC
                   OR WS-SRCH-LOG-NAME = SPACES
               ADD 1 TO WS-SRCHS-NOT-FOUND
               MOVE SPACES TO INQ-RECORD
               STRING "RUN=" SRCH-RUN-NUMBER
                      " LOG=" SRCH-LOG-ID
                      " INVALID - IGNORED"
                      DELIMITED BY SIZE INTO INQ-RECORD
               END-STRING
               WRITE INQ-RECORD
           ELSE
               MOVE SPACES TO INQ-RECORD
               STRING "RUN=" SRCH-RUN-NUMBER
                      " LOG=" WS-SRCH-LOG-NAME
                      DELIMITED BY SIZE INTO INQ-RECORD
               END-STRING
               WRITE INQ-RECORD
               IF SRCH-ALL-LOGS OR SRCH-AUDIT-LOG
                   PERFORM SEARCH-AUDIT-PARA
               END-IF
               IF SRCH-ALL-LOGS OR SRCH-GL-HIST
                   PERFORM SEARCH-GL-HIST-PARA
               END-IF
               IF SRCH-ALL-LOGS OR SRCH-INV-LEDGER
                   PERFORM SEARCH-INV-LEDGER-PARA
               END-IF
               IF WS-LINES-FOUND = 0
                   ADD 1 TO WS-SRCHS-NOT-FOUND
                   MOVE SPACES TO INQ-RECORD
                   STRING "RUN=" SRCH-RUN-NUMBER
                          " NOT FOUND"
                          DELIMITED BY SIZE INTO INQ-RECORD
                   END-STRING
                   WRITE INQ-RECORD
               END-IF
           END-IF
           PERFORM READ-SRCH-PARA.

      *    POSITIONS AT THE FIRST INDEX ENTRY FOR THE LOG AND RUN IN
      *    WS-INDEX-LOG-ID AND WS-INDEX-RUN AND READS IT.
       START-INDEX-PARA.
           MOVE "N" TO WS-EOF-INDEX
           MOVE WS-INDEX-LOG-ID TO LGX-LOG-ID
           MOVE WS-INDEX-RUN TO LGX-RUN-NUMBER
           MOVE 0 TO LGX-GEN-NUMBER
           MOVE 0 TO LGX-SEQ
           START RUN-INDEX-FILE KEY IS NOT LESS THAN LGX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-INDEX
           END-START
           IF NOT END-OF-INDEX
               PERFORM READ-INDEX-PARA
           END-IF.

      *    THE RUN'S ENTRIES END AT THE FIRST ENTRY FOR ANOTHER LOG
      *    OR RUN.
       READ-INDEX-PARA.
           READ RUN-INDEX-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-INDEX
           END-READ
           IF NOT END-OF-INDEX
               IF LGX-LOG-ID NOT = WS-INDEX-LOG-ID
                       OR LGX-RUN-NUMBER NOT = WS-INDEX-RUN
                   MOVE "Y" TO WS-EOF-INDEX
               ELSE
                   MOVE SPACES TO WS-LINE-SOURCE
                   STRING "GEN " LGX-GEN-NUMBER
                          DELIMITED BY SIZE INTO WS-LINE-SOURCE
                   END-STRING
               END-IF
           END-IF.

      *    ARCHIVED RECORDS ARE LISTED FIRST - THEY ARE THE OLDER -
      *    THEN ANY STILL ON THE CURRENT LOG, WHICH IS READ THROUGH.
       SEARCH-AUDIT-PARA.
           IF INDEX-IS-AVAILABLE
               MOVE "A" TO WS-INDEX-LOG-ID
               MOVE SRCH-RUN-NUMBER TO WS-INDEX-RUN
               PERFORM START-INDEX-PARA
               PERFORM SHOW-INDEX-AUDIT-PARA
                   UNTIL END-OF-INDEX
           END-IF
           MOVE "CURRENT " TO WS-LINE-SOURCE
           MOVE "N" TO WS-EOF-LOG
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS = "00"
               PERFORM READ-AUDIT-PARA
               PERFORM SHOW-CURRENT-AUDIT-PARA
                   UNTIL END-OF-LOG
               CLOSE AUDIT-LOG
           END-IF.

       READ-AUDIT-PARA.
           READ AUDIT-LOG
               AT END
                   MOVE "Y" TO WS-EOF-LOG
           END-READ.

       SHOW-INDEX-AUDIT-PARA.
           MOVE LGXA-PROGRAM-ID TO WS-SHOW-PROGRAM
           MOVE LGXA-STATUS TO WS-SHOW-STATUS
           MOVE LGXA-RUN-DATE TO WS-SHOW-DATE
           MOVE LGXA-RECS-IN TO WS-SHOW-IN
           MOVE LGXA-RECS-OUT TO WS-SHOW-OUT
           MOVE LGXA-TOTAL-AMT TO WS-SHOW-AMT
           PERFORM WRITE-AUDIT-LINE-PARA
           PERFORM READ-INDEX-PARA.

       SHOW-CURRENT-AUDIT-PARA.
           IF AUD-RUN-NUMBER = SRCH-RUN-NUMBER
               MOVE AUD-PROGRAM-ID TO WS-SHOW-PROGRAM
               MOVE AUD-STATUS TO WS-SHOW-STATUS
               MOVE AUD-RUN-DATE TO WS-SHOW-DATE
               MOVE AUD-RECS-IN TO WS-SHOW-IN
               MOVE AUD-RECS-OUT TO WS-SHOW-OUT
               MOVE AUD-TOTAL-AMT TO WS-SHOW-AMT
               PERFORM WRITE-AUDIT-LINE-PARA
           END-IF
           PERFORM READ-AUDIT-PARA.

       WRITE-AUDIT-LINE-PARA.
           ADD 1 TO WS-LINES-FOUND
           ADD 1 TO WS-LINES-LISTED
           MOVE WS-SHOW-IN TO WS-IN-DISP
           MOVE WS-SHOW-OUT TO WS-OUT-DISP
           MOVE WS-SHOW-AMT TO WS-AMT-DISP
           MOVE SPACES TO INQ-RECORD
           STRING WS-LINE-SOURCE
                  " AUD " WS-SHOW-PROGRAM
                  " " WS-SHOW-STATUS
                  " " WS-SHOW-DATE
                  " IN=" WS-IN-DISP
                  " OUT=" WS-OUT-DISP
                  " AMT=" WS-AMT-DISP
                  DELIMITED BY SIZE INTO INQ-RECORD
           END-STRING
           WRITE INQ-RECORD.

       SEARCH-GL-HIST-PARA.
           IF INDEX-IS-AVAILABLE
               MOVE "G" TO WS-INDEX-LOG-ID
               MOVE SRCH-RUN-NUMBER TO WS-INDEX-RUN
               PERFORM START-INDEX-PARA
               PERFORM SHOW-INDEX-GL-PARA
                   UNTIL END-OF-INDEX
           END-IF
           MOVE "CURRENT " TO WS-LINE-SOURCE
           MOVE "N" TO WS-EOF-LOG
           OPEN INPUT GL-HIST-FILE
           IF WS-GLH-STATUS = "00"
               PERFORM READ-GL-HIST-PARA
               PERFORM SHOW-CURRENT-GL-PARA
                   UNTIL END-OF-LOG
               CLOSE GL-HIST-FILE
           END-IF.

       READ-GL-HIST-PARA.
           READ GL-HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-LOG
           END-READ.

       SHOW-INDEX-GL-PARA.
           MOVE LGXG-REC-TYPE TO WS-SHOW-GL-TYPE
           MOVE LGXG-RUN-DATE TO WS-SHOW-DATE
           IF LGXG-TRAILER-REC
               MOVE LGXG-TRL-COUNT TO WS-SHOW-COUNT
               MOVE LGXG-TRL-HASH TO WS-SHOW-HASH
           ELSE
               MOVE LGXG-ACCOUNT TO WS-SHOW-ACCOUNT
               MOVE LGXG-DR-CR TO WS-SHOW-DR-CR
               MOVE LGXG-AMOUNT TO WS-SHOW-GL-AMT
               MOVE LGXG-SOURCE TO WS-SHOW-SOURCE
               MOVE LGXG-REF TO WS-SHOW-GL-REF
           END-IF
           PERFORM WRITE-GL-LINE-PARA
           PERFORM READ-INDEX-PARA.

       SHOW-CURRENT-GL-PARA.
           IF GLX-RUN-NUMBER = SRCH-RUN-NUMBER
               MOVE GLX-REC-TYPE TO WS-SHOW-GL-TYPE
               MOVE GLX-RUN-DATE TO WS-SHOW-DATE
               IF GLX-TRAILER-REC
                   MOVE GLX-TRL-COUNT TO WS-SHOW-COUNT
                   MOVE GLX-TRL-HASH TO WS-SHOW-HASH
               ELSE
                   MOVE GLX-ACCOUNT TO WS-SHOW-ACCOUNT
                   MOVE GLX-DR-CR TO WS-SHOW-DR-CR
                   MOVE GLX-AMOUNT TO WS-SHOW-GL-AMT
                   MOVE GLX-SOURCE TO WS-SHOW-SOURCE
                   MOVE GLX-REF TO WS-SHOW-GL-REF
               END-IF
               PERFORM WRITE-GL-LINE-PARA
           END-IF
           PERFORM READ-GL-HIST-PARA.

       WRITE-GL-LINE-PARA.
           ADD 1 TO WS-LINES-FOUND
           ADD 1 TO WS-LINES-LISTED
           MOVE SPACES TO INQ-RECORD
           IF SHOW-GL-TRAILER
               MOVE WS-SHOW-COUNT TO WS-IN-DISP
               MOVE WS-SHOW-HASH TO WS-HASH-DISP
               STRING WS-LINE-SOURCE
                      " GL  TRL COUNT=" WS-IN-DISP
                      " HASH=" WS-HASH-DISP
                      " DT=" WS-SHOW-DATE
                      DELIMITED BY SIZE INTO INQ-RECORD
               END-STRING
           ELSE
               MOVE WS-SHOW-GL-AMT TO WS-GL-AMT-DISP
               STRING WS-LINE-SOURCE
                      " GL  DET ACCT=" WS-SHOW-ACCOUNT
                      " " WS-SHOW-DR-CR
                      " AMT=" WS-GL-AMT-DISP
                      " S=" WS-SHOW-SOURCE
                      " R=" WS-SHOW-GL-REF
                      " DT=" WS-SHOW-DATE
                      DELIMITED BY SIZE INTO INQ-RECORD
               END-STRING
           END-IF
           WRITE INQ-RECORD.

       SEARCH-INV-LEDGER-PARA.
           IF INDEX-IS-AVAILABLE
               MOVE "I" TO WS-INDEX-LOG-ID
               MOVE SRCH-RUN-NUMBER TO WS-INDEX-RUN
               PERFORM START-INDEX-PARA
               PERFORM SHOW-INDEX-INV-PARA
                   UNTIL END-OF-INDEX
           END-IF
           MOVE "CURRENT " TO WS-LINE-SOURCE
           MOVE "N" TO WS-EOF-LOG
           OPEN INPUT INV-LEDGER
           IF WS-INVL-STATUS = "00"
               PERFORM READ-INV-LEDGER-PARA
               PERFORM SHOW-CURRENT-INV-PARA
                   UNTIL END-OF-LOG
               CLOSE INV-LEDGER
           END-IF.

       READ-INV-LEDGER-PARA.
           READ INV-LEDGER
               AT END
                   MOVE "Y" TO WS-EOF-LOG
           END-READ.

       SHOW-INDEX-INV-PARA.
           MOVE LGXI-DATE TO WS-SHOW-DATE
           MOVE LGXI-SOURCE TO WS-SHOW-SOURCE
           MOVE LGXI-PROD-ID TO WS-SHOW-PROD
           MOVE LGXI-TYPE TO WS-SHOW-TYPE
           MOVE LGXI-QTY TO WS-SHOW-QTY
           MOVE LGXI-AFTER-QTY TO WS-SHOW-ON-HAND
           MOVE LGXI-REF TO WS-SHOW-REF
           PERFORM WRITE-INV-LINE-PARA
           PERFORM READ-INDEX-PARA.

       SHOW-CURRENT-INV-PARA.
           IF INVM-RUN-NUMBER = SRCH-RUN-NUMBER
               MOVE INVM-DATE TO WS-SHOW-DATE
               MOVE INVM-SOURCE TO WS-SHOW-SOURCE
               MOVE INVM-PROD-ID TO WS-SHOW-PROD
               MOVE INVM-TYPE TO WS-SHOW-TYPE
               MOVE INVM-QTY TO WS-SHOW-QTY
               MOVE INVM-AFTER-QTY TO WS-SHOW-ON-HAND
               MOVE INVM-REF TO WS-SHOW-REF
               PERFORM WRITE-INV-LINE-PARA
           END-IF
           PERFORM READ-INV-LEDGER-PARA.

       WRITE-INV-LINE-PARA.
           ADD 1 TO WS-LINES-FOUND
           ADD 1 TO WS-LINES-LISTED
           MOVE WS-SHOW-QTY TO WS-QTY-DISP
           MOVE WS-SHOW-ON-HAND TO WS-ON-HAND-DISP
           MOVE SPACES TO INQ-RECORD
           STRING WS-LINE-SOURCE
                  " INV " WS-SHOW-DATE
                  " " WS-SHOW-SOURCE
                  " " WS-SHOW-PROD
                  " " WS-SHOW-TYPE
                  " QTY=" WS-QTY-DISP
                  " ON HAND=" WS-ON-HAND-DISP
                  " " WS-SHOW-REF
                  DELIMITED BY SIZE INTO INQ-RECORD
           END-STRING
           WRITE INQ-RECORD.
