      *****************************************************
      *  POLREC - PURCHASE-ORDER LINE RECORD LAYOUT
      *  ONE RECORD PER LINE OF A PURCHASE ORDER RAISED BY
      *  CMNP020. THE WAREHOUSE QUOTES THE PO NUMBER AND LINE
      *  NUMBER TOGETHER (NINE DIGITS, E.G. 000123001) AS THE
      *  REFERENCE ON ITS "R" RECEIPT CARDS, AND CMNP014 USES
      *  IT TO FIND THE LINE THE GOODS ARE RECEIVED AGAINST.
      *****************************************************
       01  POL-RECORD.
           05  POL-KEY.
               10  POL-PO-NO      PIC 9(6).
               10  POL-LINE-NO    PIC 9(3).
           05  POL-PROD-ID        PIC 9(5).
           05  POL-VEND-ID        PIC X(6).
           05  POL-ORDER-DATE     PIC 9(8).
           05  POL-DUE-DATE       PIC 9(8).
           05  POL-QTY-ORDERED    PIC 9(7).
      *    RUNNING TOTAL OF RECEIPTS MATCHED TO THE LINE; MAY
      *    EXCEED THE ORDERED QUANTITY WHEN THE VENDOR OVERSHIPS.
           05  POL-QTY-RECEIVED   PIC 9(7).
      *    UNIT COST FROM THE PRODUCT MASTER WHEN THE LINE WAS
      *    RAISED.
           05  POL-UNIT-COST      PIC S9(7)V99.
      *    "O" WHILE GOODS ARE STILL OWED; CMNP014 CLOSES THE
      *    LINE ("C") ONCE RECEIPTS COVER THE ORDERED QUANTITY.
           05  POL-STATUS         PIC X(1).
               88  POL-OPEN       VALUE "O".
               88  POL-CLOSED     VALUE "C".
           05  POL-RUN-NUMBER     PIC 9(6).
           05  POL-LAST-RCPT-DATE PIC 9(8).
