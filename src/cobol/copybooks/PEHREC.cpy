      *****************************************************
      *  PEHREC - PERIOD-END HISTORY RECORD LAYOUT
      *  WRITTEN BY THE PERIOD-CLOSE STEP (CMNP023): ONE RECORD
      *  PER ACCOUNT (BALANCE) AND PER PRODUCT (ON-HAND, UNIT
      *  COST AND STOCK VALUE) AS THEY STOOD WHEN THE PERIOD WAS
      *  CLOSED, KEYED BY PERIOD, RECORD TYPE AND ACCOUNT OR
      *  PRODUCT, SO FINANCE CAN GO BACK TO ANY CLOSED PERIOD'S
      *  FIGURES AFTER THE MASTERS HAVE MOVED ON.
      *****************************************************
       01  PEH-RECORD.
           05  PEH-KEY.
               10  PEH-PERIOD         PIC 9(6).
               10  PEH-TYPE           PIC X(1).
                   88  PEH-ACCOUNT    VALUE "A".
                   88  PEH-PRODUCT    VALUE "P".
      *    ACCOUNT NUMBER, OR PRODUCT ID LEFT-JUSTIFIED.
               10  PEH-ITEM-ID        PIC X(8).
           05  PEH-CLOSE-DATE         PIC 9(8).
           05  PEH-CLOSE-RUN          PIC 9(6).
           05  PEH-ACCOUNT-DATA.
               10  PEH-ACCT-CUST-ID   PIC X(6).
               10  PEH-ACCT-TYPE      PIC X(1).
               10  PEH-ACCT-BAL       PIC S9(9)V99.
               10  PEH-ACCT-CREDIT-LIMIT
                                      PIC S9(9)V99.
               10  FILLER             PIC X(9).
           05  PEH-PRODUCT-DATA REDEFINES PEH-ACCOUNT-DATA.
               10  PEH-PROD-ON-HAND   PIC 9(7).
               10  PEH-PROD-COST      PIC S9(7)V99.
               10  PEH-PROD-VALUE     PIC S9(9)V99.
               10  PEH-PROD-PRICE     PIC S9(7)V99.
               10  FILLER             PIC X(2).
