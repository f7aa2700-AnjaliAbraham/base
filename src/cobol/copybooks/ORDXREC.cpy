      *****************************************************
      *  ORDXREC - SENDER ORDER REFERENCE CROSS-REFERENCE
      *  ONE RECORD PER FEED LINE CMNP024 HAS LOADED, KEYED BY
      *  THE SENDER, THE SENDER'S ORDER REFERENCE AND LINE, AND
      *  GIVING THE ORD-ID IT WAS LOADED UNDER. A LINE ARRIVING
      *  AGAIN UNDER A KEY ALREADY HERE IS A RESUBMISSION AND IS
      *  REJECTED RATHER THAN LOADED TWICE.
      *****************************************************
       01  ORX-RECORD.
           05  ORX-KEY.
               10  ORX-SENDER-ID  PIC X(6).
               10  ORX-SENDER-REF PIC X(15).
               10  ORX-LINE-NO    PIC 9(3).
           05  ORX-ORD-ID         PIC 9(6).
           05  ORX-CUST-ID        PIC X(6).
           05  ORX-LOAD-DATE      PIC 9(8).
           05  ORX-LOAD-RUN       PIC 9(6).
