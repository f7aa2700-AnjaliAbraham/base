      *****************************************************
      *  LOGXREC - SHARED LOG RUN INDEX RECORD LAYOUT
      *  ONE RECORD PER AUDITLOG, GLXHIST OR INVLEDGR RECORD
      *  ROLLED OFF THE CURRENT LOG INTO A DATED ARCHIVE
      *  GENERATION BY THE LOG ROLLOVER (CMNP029). KEYED BY
      *  LOG, RUN NUMBER, ROLLOVER GENERATION AND SEQUENCE SO
      *  ONE RUN'S RECORDS ARE READ DIRECTLY, IN THE ORDER
      *  THEY WERE WRITTEN, WITHOUT READING THE ARCHIVES.
      *  THE LOG RECORD IS CARRIED AS WRITTEN, WITH A VIEW FOR
      *  EACH LOG. ENTRIES OLDER THAN THE RETENTION ON ROLLCTL
      *  ARE DROPPED BY THE ROLLOVER. READ BY THE GL ACK STEP
      *  (CMNP017) AND THE LOG INQUIRY (CMNP030).
      *****************************************************
       01  LGX-RECORD.
           05  LGX-KEY.
               10  LGX-LOG-ID         PIC X(1).
                   88  LGX-AUDIT-LOG  VALUE "A".
                   88  LGX-GL-HIST    VALUE "G".
                   88  LGX-INV-LEDGER VALUE "I".
               10  LGX-RUN-NUMBER     PIC 9(6).
               10  LGX-GEN-NUMBER     PIC 9(4).
               10  LGX-SEQ            PIC 9(7).
      *    DATE OF THE ROLLOVER THAT ARCHIVED THE RECORD.
           05  LGX-GEN-DATE           PIC 9(8).
           05  LGX-LOG-RECORD         PIC X(80).
      *    THE SAME 80 BYTES AS AN AUDIT RECORD (AUDITREC) ...
           05  LGX-AUDIT-VIEW REDEFINES LGX-LOG-RECORD.
               10  LGXA-PROGRAM-ID    PIC X(8).
               10  LGXA-RUN-DATE      PIC 9(8).
               10  LGXA-RUN-NUMBER    PIC 9(6).
               10  LGXA-START-TIME    PIC 9(8).
               10  LGXA-END-TIME      PIC 9(8).
               10  LGXA-RECS-IN       PIC 9(9).
               10  LGXA-RECS-OUT      PIC 9(9).
               10  LGXA-TOTAL-AMT     PIC S9(9)V99.
               10  LGXA-STATUS        PIC X(1).
                   88  LGXA-OK        VALUE "S".
                   88  LGXA-FAILED    VALUE "E".
               10  LGXA-RECS-EXCP     PIC 9(9).
               10  FILLER             PIC X(3).
      *    ... AS A GL EXTRACT RECORD (GLXREC) ...
           05  LGX-GL-VIEW REDEFINES LGX-LOG-RECORD.
               10  LGXG-REC-TYPE      PIC X(1).
                   88  LGXG-DETAIL-REC
                                      VALUE "D".
                   88  LGXG-TRAILER-REC
                                      VALUE "T".
               10  LGXG-RUN-NUMBER    PIC 9(6).
               10  LGXG-RUN-DATE      PIC 9(8).
               10  LGXG-DETAIL.
                   15  LGXG-ACCOUNT   PIC X(8).
                   15  LGXG-DR-CR     PIC X(1).
                   15  LGXG-AMOUNT    PIC 9(9)V99.
                   15  LGXG-SOURCE    PIC X(8).
                   15  LGXG-REF       PIC X(5).
                   15  FILLER         PIC X(32).
               10  LGXG-TRAILER REDEFINES LGXG-DETAIL.
                   15  LGXG-TRL-COUNT PIC 9(9).
                   15  LGXG-TRL-HASH  PIC 9(13)V99.
                   15  FILLER         PIC X(41).
      *    ... OR AS AN INVENTORY LEDGER ENTRY (INVMREC).
           05  LGX-INV-VIEW REDEFINES LGX-LOG-RECORD.
               10  LGXI-DATE          PIC 9(8).
               10  LGXI-RUN-NUMBER    PIC 9(6).
               10  LGXI-SOURCE        PIC X(8).
               10  LGXI-PROD-ID       PIC 9(5).
               10  LGXI-TYPE          PIC X(2).
               10  LGXI-QTY           PIC S9(7).
               10  LGXI-BEFORE-QTY    PIC 9(7).
               10  LGXI-AFTER-QTY     PIC 9(7).
               10  LGXI-REF           PIC X(10).
               10  FILLER             PIC X(20).
