      *****************************************************
      *  ORDINREC - INBOUND ORDER FEED RECORD LAYOUT
      *  ONE RECORD PER ORDER LINE RECEIVED FROM THE WEB SHOP
      *  OR AN EDI TRADING PARTNER, READ BY THE ORDER INTAKE
      *  STEP (CMNP024). THE SENDER IDENTIFIES THE LINE BY ITS
      *  OWN ORDER REFERENCE AND LINE NUMBER; CMNP024 ASSIGNS
      *  THE ORD-ID AND LOADS THE LINE TO ORDERDET AS A SALE.
      *****************************************************
       01  OIN-RECORD.
           05  OIN-SENDER-ID      PIC X(6).
           05  OIN-SENDER-REF     PIC X(15).
           05  OIN-LINE-NO        PIC 9(3).
           05  OIN-CUST-ID        PIC X(6).
      *    ALL ZEROS MEANS "TODAY" - THE RUN DATE IS USED.
           05  OIN-ORDER-DATE     PIC 9(8).
           05  OIN-PROD-ID        PIC 9(5).
           05  OIN-QTY            PIC 9(5).
      *    OPTIONAL: THE ACCOUNT THE ORDER IS TO POST AGAINST. IT
      *    MUST BELONG TO THE ORDERING CUSTOMER. BLANK LEAVES THE
      *    CHOICE TO THE POSTING STEP (SEE ORD-ACCT-NO).
           05  OIN-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(24).
