           05  ORDH-ACCT-NO       PIC X(8).
      *    UNIT COST AS PRICED, CARRIED FROM ORDERDET.
           05  ORDH-UNIT-COST     PIC S9(7)V99.
      *    SALES TAX AS PRICED, CARRIED FROM ORDERDET.
           05  ORDH-TAX-AMT       PIC S9(7)V99.
           05  ORDH-TAX-JURIS     PIC X(4).
           05  ORDH-TAX-RATE      PIC 9(2)V9(4).
           05  ORDH-TAX-STATUS    PIC X(1).
               88  ORDH-TAXED     VALUE "T".
               88  ORDH-TAX-EXEMPT
                                  VALUE "E".
