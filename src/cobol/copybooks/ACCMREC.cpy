      *****************************************************
      *  ACCMREC - ACCOUNT MOVEMENT JOURNAL RECORD LAYOUT
      *  ONE RECORD PER CHANGE TO ACCT-BAL, FROM EVERY SOURCE:
      *  ORDER POSTING (CMNP005), PAYMENT POSTING (CMNP011),
      *  MONTH-END INTEREST AND FEES (CMNP007), AND MASTER
      *  MAINTENANCE (CMNP004). THE MONEY COUNTERPART OF THE
      *  INVENTORY LEDGER (INVMREC): A DISPUTED BALANCE IS
      *  TRACED HERE, AND CMNP022 PROVES IT NIGHTLY.
      *****************************************************
       01  ACCM-RECORD.
           05  ACCM-DATE          PIC 9(8).
           05  ACCM-RUN-NUMBER    PIC 9(6).
           05  ACCM-SOURCE        PIC X(8).
           05  ACCM-ACCT-NO       PIC X(8).
           05  ACCM-TYPE          PIC X(2).
               88  ACCM-SALE      VALUE "SA".
               88  ACCM-RETURN    VALUE "RT".
               88  ACCM-PAYMENT   VALUE "PY".
               88  ACCM-INTEREST  VALUE "IN".
               88  ACCM-FEE       VALUE "FE".
               88  ACCM-OPENING   VALUE "OP".
               88  ACCM-OVERRIDE  VALUE "OV".
      *    SIGNED MOVEMENT APPLIED TO THE BALANCE (NEGATIVE DRAWS IT
      *    DOWN, AS A SALE OR A CHARGE DOES), WITH THE BALANCE
      *    BEFORE AND AFTER SO EVERY ENTRY PROVES ITSELF.
           05  ACCM-AMOUNT        PIC S9(9)V99.
           05  ACCM-BEFORE-BAL    PIC S9(9)V99.
           05  ACCM-AFTER-BAL     PIC S9(9)V99.
      *    REFERENCE: ORDER ID, PAYMENT ID, ACCRUAL MONTH, OR THE
      *    MAINTENANCE TRANSACTION SOURCE.
           05  ACCM-REF           PIC X(10).
