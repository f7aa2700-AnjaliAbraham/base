      *****************************************************
      *  LBXREC - BANK LOCKBOX TRANSMISSION RECORD LAYOUT
      *  THE BANK'S DAILY LOCKBOX FILE, READ BY THE LOCKBOX
      *  IMPORT STEP (CMNP025). EACH DEPOSIT BATCH IS AN "H"
      *  HEADER, ONE "D" RECORD PER REMITTANCE, AND A "T"
      *  TRAILER CARRYING THE BANK'S OWN ITEM COUNT AND TOTAL.
      *  A REMITTANCE NAMES THE ACCOUNT IT PAYS, OR THE INVOICE
      *  (OUR ORD-ID) FROM THE REMITTANCE STUB, OR NEITHER.
      *****************************************************
       01  LBX-RECORD.
           05  LBX-REC-TYPE       PIC X(1).
               88  LBX-BATCH-HDR  VALUE "H".
               88  LBX-DETAIL     VALUE "D".
               88  LBX-BATCH-TRL  VALUE "T".
           05  LBX-HEADER-DATA.
               10  LBX-BATCH-NO   PIC 9(4).
               10  LBX-DEPOSIT-DATE
                                  PIC 9(8).
               10  LBX-LOCKBOX-ID PIC X(7).
               10  FILLER         PIC X(60).
           05  LBX-DETAIL-DATA REDEFINES LBX-HEADER-DATA.
               10  LBX-ITEM-SEQ   PIC 9(4).
               10  LBX-AMOUNT     PIC 9(9)V99.
               10  LBX-ACCT-NO    PIC X(8).
               10  LBX-INVOICE    PIC X(6).
               10  LBX-CHECK-NO   PIC X(10).
               10  LBX-PAYER-NAME PIC X(25).
               10  FILLER         PIC X(15).
           05  LBX-TRAILER-DATA REDEFINES LBX-HEADER-DATA.
               10  LBX-TRL-BATCH-NO
                                  PIC 9(4).
               10  LBX-TRL-COUNT  PIC 9(5).
               10  LBX-TRL-TOTAL  PIC 9(11)V99.
               10  FILLER         PIC X(57).
