           05  CUST-ADDR-LINE-1   PIC X(25).
           05  CUST-ADDR-LINE-2   PIC X(25).
           05  CUST-ADDR-LINE-3   PIC X(25).
      *    SALES TAX: THE JURISDICTION WHOSE RATE (TAXRATE) APPLIES
      *    TO THE CUSTOMER'S SALES, AND AN EXEMPTION MARKER FOR
      *    RESALE AND OTHER EXEMPT CUSTOMERS. RECORDS WRITTEN BEFORE
      *    THE FIELDS EXISTED READ AS SPACES - NO JURISDICTION, SO
      *    NO TAX - UNTIL MAINTAINED THROUGH CMNP004.
           05  CUST-TAX-JURIS     PIC X(4).
           05  CUST-TAX-STATUS    PIC X(1).
               88  CUST-TAXABLE   VALUE "T" " ".
               88  CUST-TAX-EXEMPT
                                  VALUE "E".
