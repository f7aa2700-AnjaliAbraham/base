      *****************************************************
      *  SUSPREC - UNAPPLIED CASH SUSPENSE RECORD LAYOUT
      *  ONE RECORD PER LOCKBOX REMITTANCE THE IMPORT STEP
      *  (CMNP025) COULD NOT MATCH TO AN ACCOUNT. THE CASH IS
      *  HELD HERE, NOT DROPPED, UNTIL THE SERVICE DESK NAMES
      *  THE ACCOUNT ON A SUSAPPLY CARD; CMNP025 THEN WRITES IT
      *  TO PAYMTS FOR CMNP011 AND MARKS THE ITEM APPLIED. OPEN
      *  ITEMS ARE AGED NIGHTLY ON THE SUSPAGE REPORT.
      *****************************************************
       01  SUS-RECORD.
           05  SUS-ID             PIC 9(6).
           05  SUS-DEPOSIT-DATE   PIC 9(8).
           05  SUS-LOCKBOX-ID     PIC X(7).
           05  SUS-BATCH-NO       PIC 9(4).
           05  SUS-ITEM-SEQ       PIC 9(4).
           05  SUS-AMOUNT         PIC S9(9)V99.
      *    WHAT THE REMITTANCE SAID, AS RECEIVED FROM THE BANK.
           05  SUS-REMIT-ACCT     PIC X(8).
           05  SUS-REMIT-INVOICE  PIC X(6).
           05  SUS-CHECK-NO       PIC X(10).
           05  SUS-PAYER-NAME     PIC X(25).
           05  SUS-REASON         PIC X(2).
               88  SUS-NO-REFERENCE
                                  VALUE "NR".
               88  SUS-ACCT-UNKNOWN
                                  VALUE "AN".
               88  SUS-INVOICE-UNKNOWN
                                  VALUE "IN".
               88  SUS-NO-PAY-ID  VALUE "NP".
           05  SUS-STATUS         PIC X(1).
               88  SUS-OPEN       VALUE "O".
               88  SUS-APPLIED    VALUE "A".
           05  SUS-IMPORT-RUN     PIC 9(6).
      *    FILLED IN WHEN THE DESK'S CARD IS APPLIED.
           05  SUS-APPLIED-DATE   PIC 9(8).
           05  SUS-APPLIED-ACCT   PIC X(8).
           05  SUS-APPLIED-PAY-ID PIC 9(6).
