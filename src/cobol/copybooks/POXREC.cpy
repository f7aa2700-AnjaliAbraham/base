      *****************************************************
      *  POXREC - RECEIPT EXCEPTION HAND-OFF RECORD LAYOUT
      *  WRITTEN BY CMNP014 FOR EVERY RECEIPT THAT COULD NOT
      *  BE MATCHED CLEANLY TO AN OPEN PURCHASE-ORDER LINE.
      *  THE RECEIPT ITSELF IS STILL APPLIED TO STOCK - THE
      *  GOODS ARE ON THE DOCK - BUT PURCHASING MUST CHASE IT,
      *  SO CMNP020 PRINTS THESE ON THE EXPEDITING REPORT AND
      *  EMPTIES THE FILE.
      *****************************************************
       01  POX-RECORD.
           05  POX-DATE           PIC 9(8).
           05  POX-RUN-NUMBER     PIC 9(6).
           05  POX-PROD-ID        PIC 9(5).
           05  POX-REF            PIC X(10).
           05  POX-QTY            PIC 9(7).
           05  POX-QTY-ORDERED    PIC 9(7).
           05  POX-QTY-RECEIVED   PIC 9(7).
           05  POX-REASON         PIC X(1).
               88  POX-NO-PO      VALUE "N".
               88  POX-WRONG-PROD VALUE "W".
               88  POX-OVER-RCPT  VALUE "O".
           05  FILLER             PIC X(29).
