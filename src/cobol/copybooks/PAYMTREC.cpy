      *****************************************************
      *  PAYMTREC - CUSTOMER PAYMENT TRANSACTION RECORD LAYOUT
      *  CASH RECEIPTS KEYED BY THE SERVICE DESK, OR RAISED BY
      *  THE LOCKBOX IMPORT STEP (CMNP025) FROM THE BANK'S FILE
      *  AND FROM SUSPENSE ITEMS THE DESK HAS APPLIED; APPLIED TO
      *  ACCOUNT BALANCES BY THE PAYMENT POSTING STEP (CMNP011).
      *  A PAYMENT NAMES EITHER THE ACCOUNT IT PAYS DOWN OR,
      *  WHEN PAY-ACCT-NO IS BLANK, ONLY THE CUSTOMER - THE
