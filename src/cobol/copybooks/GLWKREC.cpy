           05  GLWK-RUN-NUMBER    PIC 9(6).
           05  GLWK-PROD-ID       PIC 9(5).
           05  GLWK-AMOUNT        PIC S9(9)V99.
      *    NON-BLANK ON A SALES TAX RECORD: GLWK-AMOUNT IS THEN THE
      *    NET NEW TAX FOR THIS JURISDICTION (PRODUCT ID ZERO), NOT
      *    A PRODUCT'S GOODS VALUE. BLANK ON PRODUCT RECORDS.
           05  GLWK-TAX-JURIS     PIC X(4).
