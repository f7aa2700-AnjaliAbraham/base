      *****************************************************
      *  VENDREC - VENDOR MASTER RECORD LAYOUT
      *  ONE RECORD PER SUPPLIER, MAINTAINED THROUGH CMNP004.
      *  A PRODUCT NAMES ITS PREFERRED VENDOR ON THE PRODUCT
      *  MASTER (PROD-VENDOR-ID); THE PURCHASE-ORDER STEP
      *  (CMNP020) RAISES LOW-STOCK LINES AGAINST THAT VENDOR
      *  ONLY WHILE IT IS ACTIVE.
      *****************************************************
       01  VEND-RECORD.
           05  VEND-ID            PIC X(6).
           05  VEND-NAME          PIC X(25).
           05  VEND-STATUS        PIC X(1).
               88  VEND-ACTIVE    VALUE "A".
               88  VEND-INACTIVE  VALUE "I".
           05  VEND-ADDR-LINE-1   PIC X(25).
           05  VEND-ADDR-LINE-2   PIC X(25).
           05  VEND-ADDR-LINE-3   PIC X(25).
