      *    PRICING STEP SNAPSHOTS IT ONTO EACH ORDER AT PRICING
      *    TIME, SO LATER COST CHANGES DO NOT REWRITE HISTORY.
           05  PROD-COST          PIC S9(7)V99.
      *    "E" FOR A PRODUCT EXEMPT FROM SALES TAX; ANYTHING ELSE
      *    (INCLUDING SPACES ON RECORDS WRITTEN BEFORE THE FIELD
      *    EXISTED) IS TAXABLE.
           05  PROD-TAX-STATUS    PIC X(1).
               88  PROD-TAXABLE   VALUE "T" " ".
               88  PROD-TAX-EXEMPT
                                  VALUE "E".
      *    SOURCING: PREFERRED VENDOR (VENDREC), LEAD TIME IN DAYS
      *    FROM ORDER TO DUE DATE, AND THE QUANTITY THE VENDOR SELLS
      *    IN (A PURCHASE-ORDER LINE IS ROUNDED UP TO A MULTIPLE OF
      *    IT). RECORDS WRITTEN BEFORE THE FIELDS EXISTED CARRY
      *    SPACES HERE - NO VENDOR, SO NO PURCHASE ORDER IS RAISED.
           05  PROD-VENDOR-ID     PIC X(6).
           05  PROD-LEAD-DAYS     PIC 9(3).
           05  PROD-ORDER-MULT    PIC 9(5).
