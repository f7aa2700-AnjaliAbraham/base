               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-STATUS.

      *    RUNS ROLLED OFF AUDITLOG AND GLXHIST BY THE LOG ROLLOVER
      *    (CMNP029), KEYED BY LOG AND RUN NUMBER.
           SELECT RUN-INDEX-FILE ASSIGN TO "LOGINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGX-KEY
               FILE STATUS IS WS-LGX-STATUS.

           SELECT RESEND-RQST-FILE ASSIGN TO "GLRSND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSND-STATUS.
           RECORD CONTAINS 80 CHARACTERS.
       COPY GLXREC.

       FD  RUN-INDEX-FILE.
       COPY LOGXREC.

       FD  RESEND-RQST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RSND-RECORD.
       01  WS-ACK-STATUS          PIC XX.
       01  WS-IFC-STATUS          PIC XX.
       01  WS-GLH-STATUS          PIC XX.
       01  WS-LGX-STATUS          PIC XX.
       01  WS-RSND-STATUS         PIC XX.
       01  WS-RSOUT-STATUS        PIC XX.
       01  WS-ARPT-STATUS         PIC XX.
       01  WS-EOF-AUDIT           PIC X VALUE "N".
           88  END-OF-AUDIT       VALUE "Y".

       01  WS-EOF-INDEX           PIC X VALUE "N".
           88  END-OF-INDEX       VALUE "Y".

       01  WS-HIST-AVAILABLE      PIC X VALUE "N".
           88  HIST-IS-AVAILABLE  VALUE "Y".

       01  WS-INDEX-AVAILABLE     PIC X VALUE "N".
           88  INDEX-IS-AVAILABLE VALUE "Y".

      *    THE LOG AND RUN WHOSE INDEX ENTRIES ARE BEING READ.
       01  WS-INDEX-LOG-ID        PIC X(1).
       01  WS-INDEX-RUN           PIC 9(6).

       01  WS-CTL-FOUND           PIC X VALUE "Y".
           88  CONTROL-IS-FOUND   VALUE "Y".

           IF WS-RSND-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-RSND
           END-IF
      *    THE LOG INDEX EXISTS ONLY ONCE THE FIRST ROLLOVER HAS RUN;
      *    UNTIL THEN EVERY RUN IS STILL ON THE CURRENT LOGS.
           OPEN INPUT RUN-INDEX-FILE
           IF WS-LGX-STATUS = "00"
               MOVE "Y" TO WS-INDEX-AVAILABLE
           END-IF
           OPEN OUTPUT GL-RESEND-FILE
           OPEN OUTPUT GLACK-RPT
           MOVE SPACES TO ARPT-RECORD
           END-READ
      *    NO CONTROL RECORD CAN STILL BE A REAL BATCH - ONE SENT
      *    BEFORE THE CONTROL FILE EXISTED. THE AUDIT LOG IS THE
      *    RECORD OF WHAT CMNP008 PRODUCED - OR, FOR A RUN SINCE
      *    ROLLED OFF IT, THE LOG INDEX; IF EITHER SHOWS THE BATCH,
      *    A CONTROL RECORD IS MINTED FROM IT AND THE ACK APPLIED.
           IF NOT CONTROL-IS-FOUND
               PERFORM FIND-SENT-BATCH-PARA
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
               CLOSE AUDIT-LOG
           END-IF
      *    ANY MATCH ON THE CURRENT LOG IS LATER THAN ONE ROLLED OFF
      *    IT, SO THE INDEX IS READ ONLY WHEN THE LOG HAS NONE.
           IF NOT BATCH-WAS-SENT AND INDEX-IS-AVAILABLE
               MOVE "A" TO WS-INDEX-LOG-ID
               MOVE ACK-RUN-NUMBER TO WS-INDEX-RUN
               PERFORM START-INDEX-PARA
               PERFORM SCAN-INDEX-AUDIT-PARA
                   UNTIL END-OF-INDEX
           END-IF
           IF BATCH-WAS-SENT
               MOVE ACK-RUN-NUMBER TO GLIF-RUN-NUMBER
               MOVE WS-SENT-RUN-DATE TO GLIF-SENT-DATE
           END-IF
           PERFORM READ-AUDIT-PARA.

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
               END-IF
           END-IF.

       SCAN-INDEX-AUDIT-PARA.
           IF LGXA-PROGRAM-ID = "CMNP008 " AND LGXA-OK
               MOVE "Y" TO WS-BATCH-SENT
               MOVE LGXA-RUN-DATE TO WS-SENT-RUN-DATE
               MOVE LGXA-RECS-OUT TO WS-SENT-RECS-OUT
               MOVE LGXA-TOTAL-AMT TO WS-SENT-TOTAL-AMT
           END-IF
           PERFORM READ-INDEX-PARA.

       APPLY-ACK-PARA.
           IF ACK-ACCEPTED
               SET GLIF-ACKED TO TRUE
      *    THE BATCH IS REBUILT FROM THE EXTRACT HISTORY, NOT BY
      *    RE-EXTRACTING MOVEMENTS - THE ACCEPTED BATCHES AROUND IT
      *    ARE NEVER TOUCHED. PASS ONE COUNTS THE RUN'S TRAILERS SO
      *    PASS TWO COPIES ONLY THE LAST COPY OF THE BATCH. A RUN NO
      *    LONGER ON GLXHIST IS REBUILT THE SAME WAY FROM ITS ENTRIES
      *    ON THE LOG INDEX.
           MOVE RSND-RUN-NUMBER TO WS-RESEND-RUN
           MOVE 0 TO WS-RUN-TRAILERS
           MOVE "N" TO WS-HIST-AVAILABLE
           MOVE "N" TO WS-EOF-HIST
           OPEN INPUT GL-HIST-FILE
           IF WS-GLH-STATUS = "00"
               MOVE "Y" TO WS-HIST-AVAILABLE
               PERFORM READ-HIST-PARA
               PERFORM COUNT-TRAILER-PARA
                   UNTIL END-OF-HIST
               CLOSE GL-HIST-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-TRAILERS > 0
                   PERFORM COPY-LAST-BATCH-PARA
               WHEN INDEX-IS-AVAILABLE
                   PERFORM COPY-INDEX-BATCH-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RUN-TRAILERS = 0
               MOVE SPACES TO ARPT-RECORD
               IF HIST-IS-AVAILABLE OR INDEX-IS-AVAILABLE
                   STRING "RESEND RUN=" RSND-RUN-NUMBER
                          " NOT IN EXTRACT HISTORY - NOT RESENT"
                          DELIMITED BY SIZE INTO ARPT-RECORD
                   END-STRING
               ELSE
                   STRING "RESEND RUN=" RSND-RUN-NUMBER
                          " EXTRACT HISTORY NOT AVAILABLE"
                          DELIMITED BY SIZE INTO ARPT-RECORD
                   END-STRING
               END-IF
               WRITE ARPT-RECORD
           END-IF.

       READ-HIST-PARA.
           PERFORM COPY-HIST-REC-PARA
               UNTIL END-OF-HIST
           CLOSE GL-HIST-FILE
           PERFORM MARK-RESENT-PARA.

       COPY-HIST-REC-PARA.
           IF GLX-RUN-NUMBER = WS-RESEND-RUN
               IF WS-TRAILERS-SEEN = WS-RUN-TRAILERS - 1
                   MOVE GLX-RECORD TO RSOUT-RECORD
                   WRITE RSOUT-RECORD
                   ADD 1 TO WS-RECS-COPIED
               END-IF
               IF GLX-TRAILER-REC
                   ADD 1 TO WS-TRAILERS-SEEN
               END-IF
           END-IF
           PERFORM READ-HIST-PARA.

       COPY-INDEX-BATCH-PARA.
           MOVE "G" TO WS-INDEX-LOG-ID
           MOVE WS-RESEND-RUN TO WS-INDEX-RUN
           PERFORM START-INDEX-PARA
           PERFORM COUNT-INDEX-TRAILER-PARA
               UNTIL END-OF-INDEX
           IF WS-RUN-TRAILERS > 0
               MOVE 0 TO WS-TRAILERS-SEEN
               MOVE 0 TO WS-RECS-COPIED
               PERFORM START-INDEX-PARA
               PERFORM COPY-INDEX-REC-PARA
                   UNTIL END-OF-INDEX
               PERFORM MARK-RESENT-PARA
           END-IF.

       COUNT-INDEX-TRAILER-PARA.
           IF LGXG-TRAILER-REC
               ADD 1 TO WS-RUN-TRAILERS
           END-IF
           PERFORM READ-INDEX-PARA.

       COPY-INDEX-REC-PARA.
           IF WS-TRAILERS-SEEN = WS-RUN-TRAILERS - 1
               MOVE LGX-LOG-RECORD TO RSOUT-RECORD
               WRITE RSOUT-RECORD
               ADD 1 TO WS-RECS-COPIED
           END-IF
           IF LGXG-TRAILER-REC
               ADD 1 TO WS-TRAILERS-SEEN
           END-IF
           PERFORM READ-INDEX-PARA.

       MARK-RESENT-PARA.
           SET GLIF-SENT TO TRUE
           MOVE WS-RUN-DATE TO GLIF-SENT-DATE
           MOVE 0 TO GLIF-ACK-DATE
           END-STRING
           WRITE ARPT-RECORD.

       FINALIZE-PARA.
           CLOSE GL-IF-CTL-FILE
           IF INDEX-IS-AVAILABLE
               CLOSE RUN-INDEX-FILE
           END-IF
           IF WS-ACK-STATUS = "00" OR WS-ACK-STATUS = "10"
               CLOSE GL-ACK-FILE
           END-IF
