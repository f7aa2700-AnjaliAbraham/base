      *****************************************************
      *  TAXRREC - SALES TAX RATE HISTORY RECORD LAYOUT
      *  ONE RECORD PER TAX JURISDICTION AND EFFECTIVE DATE,
      *  MAINTAINED THROUGH CMNP004. THE RATE IN EFFECT ON AN
      *  ORDER DATE IS THE ENTRY WITH THE LATEST EFFECTIVE
      *  DATE NOT AFTER THAT ORDER DATE - THE SAME RULE THE
      *  PRICE HISTORY (PRICEREC) FOLLOWS.
      *****************************************************
       01  TAX-RECORD.
           05  TAX-KEY.
               10  TAX-JURIS      PIC X(4).
               10  TAX-EFF-DATE   PIC 9(8).
      *    PERCENTAGE RATE, E.G. 082500 = 8.25 PERCENT.
           05  TAX-RATE           PIC 9(2)V9(4).
           05  TAX-JURIS-NAME     PIC X(20).
