      *****************************************************
      *  ORDJREC - INBOUND ORDER REJECT RECORD LAYOUT
      *  WRITTEN BY CMNP024 FOR EVERY FEED LINE IT WILL NOT
      *  LOAD, AND RETURNED TO THE SENDER. THE SENDER'S OWN
      *  REFERENCE IS ECHOED SO THEY CAN FIND THE LINE; A
      *  CORRECTED LINE MAY BE RESENT UNDER THE SAME REFERENCE,
      *  SINCE ONLY LOADED LINES ARE REMEMBERED AS DUPLICATES.
      *****************************************************
       01  ORJ-RECORD.
           05  ORJ-SENDER-ID      PIC X(6).
           05  ORJ-SENDER-REF     PIC X(15).
           05  ORJ-LINE-NO        PIC X(3).
           05  ORJ-CUST-ID        PIC X(6).
           05  ORJ-PROD-ID        PIC X(5).
           05  ORJ-QTY            PIC X(5).
           05  ORJ-REASON-CODE    PIC X(2).
               88  ORJ-BAD-FORMAT VALUE "FM".
               88  ORJ-DUPLICATE  VALUE "DU".
               88  ORJ-UNKNOWN-CUST
                                  VALUE "CU".
               88  ORJ-CUST-INACTIVE
                                  VALUE "CI".
               88  ORJ-UNKNOWN-PROD
                                  VALUE "PR".
               88  ORJ-BAD-QTY    VALUE "QT".
               88  ORJ-BAD-DATE   VALUE "DT".
               88  ORJ-UNKNOWN-ACCT
                                  VALUE "AC".
               88  ORJ-ACCT-NOT-CUST
                                  VALUE "AO".
               88  ORJ-NO-ORDER-ID
                                  VALUE "NX".
           05  ORJ-REASON-TEXT    PIC X(30).
      *    ON A DUPLICATE, THE ORD-ID THE LINE WAS FIRST LOADED
      *    UNDER; ZERO OTHERWISE.
           05  ORJ-ORIG-ORD-ID    PIC 9(6).
           05  FILLER             PIC X(2).
