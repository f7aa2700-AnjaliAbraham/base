      *    IF THEY HAVE ONE, OTHERWISE THEIR FIRST ACCOUNT - WHICH
      *    MATTERS FOR COMMERCIAL CUSTOMERS HOLDING BOTH.
           05  ORD-ACCT-NO        PIC X(8).
      *    SALES TAX, KEPT APART FROM THE GOODS VALUE IN ORD-TOTAL.
      *    THE PRICING STEP SNAPSHOTS THE JURISDICTION, RATE AND
      *    TAXED/EXEMPT MARKER THE NIGHT THE SALE IS FIRST PRICED
      *    AND WORKS THE TAX FROM THEM; A RETURN CARRIES ITS SALE'S
      *    SNAPSHOT AND REVERSES THE SALE'S TAX IN PROPORTION TO
      *    THE QUANTITY RETURNED. ORDERS PRICED BEFORE THE FIELDS
      *    EXISTED CARRY SPACES HERE AND ARE TREATED AS UNTAXED.
           05  ORD-TAX-AMT        PIC S9(7)V99.
           05  ORD-TAX-JURIS      PIC X(4).
           05  ORD-TAX-RATE       PIC 9(2)V9(4).
           05  ORD-TAX-STATUS     PIC X(1).
               88  ORD-TAXED      VALUE "T".
               88  ORD-TAX-EXEMPT VALUE "E".
