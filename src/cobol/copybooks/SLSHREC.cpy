      *****************************************************
      *  SLSHREC - SALES HISTORY RECORD LAYOUT
      *  ONE RECORD PER CALENDAR MONTH, CUSTOMER AND PRODUCT,
      *  KEYED IN THAT ORDER. BUILT UP EACH NIGHT BY THE SALES
      *  HISTORY STEP (CMNP027) FROM THE ORDERS AND RETURNS
      *  PRICED SINCE ITS LAST RUN - AND, ON ITS FIRST RUN, FROM
      *  EVERYTHING ALREADY ARCHIVED TO ORDHIST - SO THE FIGURES
      *  OUTLIVE CMNP009'S ARCHIVING. READ BY THE SALES ANALYSIS
      *  REPORT (CMNP028). THE MONTH IS THE ORDER DATE'S; COST
      *  IS THE UNIT COST SNAPSHOT ON THE ORDER (ORD-UNIT-COST),
      *  SO MARGIN IS WHAT IT WAS WHEN THE GOODS WENT OUT.
      *****************************************************
       01  SLH-RECORD.
           05  SLH-KEY.
      *    YYYYMM.
               10  SLH-PERIOD         PIC 9(6).
               10  SLH-CUST-ID        PIC X(6).
               10  SLH-PROD-ID        PIC 9(5).
           05  SLH-SOLD-QTY           PIC S9(7).
           05  SLH-RETURNED-QTY       PIC S9(7).
      *    SOLD LESS RETURNED.
           05  SLH-NET-QTY            PIC S9(7).
           05  SLH-GROSS-SALES        PIC S9(9)V99.
           05  SLH-RETURNS            PIC S9(9)V99.
      *    GROSS SALES LESS RETURNS, EXCLUDING SALES TAX.
           05  SLH-NET-SALES          PIC S9(9)V99.
      *    COST OF THE UNITS SOLD LESS THE COST OF THOSE RETURNED,
      *    BOTH AT THE SALE'S OWN UNIT COST.
           05  SLH-NET-COST           PIC S9(9)V99.
           05  SLH-ORDER-COUNT        PIC 9(7).
      *    RUN NUMBER OF THE LAST NIGHT THAT ADDED TO THE RECORD.
           05  SLH-LAST-RUN           PIC 9(6).
           05  FILLER                 PIC X(10).
