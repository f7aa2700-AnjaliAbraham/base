      *****************************************************
      *  FPERREC - FISCAL PERIOD CALENDAR RECORD LAYOUT
      *  ONE "P" RECORD PER ACCOUNTING PERIOD, SET UP BY
      *  FINANCE AHEAD OF TIME, WITH ITS OPEN/CLOSED STATUS.
      *  PERIODS ARE CLOSED OLDEST FIRST BY THE PERIOD-CLOSE
      *  STEP (CMNP023) AT MONTH-END; ONCE CLOSED, THE POSTING
      *  PROGRAMS (CMNP003, CMNP005, CMNP011, CMNP014) REFUSE A
      *  TRANSACTION DATED ON OR BEFORE ITS END DATE. AN
      *  OPTIONAL "C" RECORD SAYS WHAT TO DO WITH SUCH A LATE
      *  TRANSACTION: "R" (OR NO "C" RECORD) REJECTS IT TO THE
      *  EXCEPTION REPORT; "F" ROLLS IT FORWARD - RE-DATES IT
      *  TO THE FIRST DAY OF THE EARLIEST OPEN PERIOD - AND
      *  POSTS IT THERE, STILL LISTING IT ON THE REPORT.
      *****************************************************
       01  FPER-RECORD.
           05  FPER-REC-TYPE          PIC X(1).
               88  FPER-PERIOD-REC    VALUE "P".
               88  FPER-CONTROL-REC   VALUE "C".
           05  FPER-PERIOD-DATA.
      *    PERIOD NUMBER AS YYYYPP (FISCAL YEAR AND PERIOD WITHIN IT).
               10  FPER-PERIOD        PIC 9(6).
               10  FPER-START-DATE    PIC 9(8).
               10  FPER-END-DATE      PIC 9(8).
               10  FPER-STATUS        PIC X(1).
                   88  FPER-OPEN      VALUE "O" " ".
                   88  FPER-CLOSED    VALUE "C".
      *    STAMPED BY CMNP023 WHEN IT CLOSES THE PERIOD.
               10  FPER-CLOSE-DATE    PIC 9(8).
               10  FPER-CLOSE-RUN     PIC 9(6).
               10  FILLER             PIC X(42).
           05  FPER-CONTROL-DATA REDEFINES FPER-PERIOD-DATA.
               10  FPER-LATE-ACTION   PIC X(1).
                   88  FPER-LATE-REJECT
                                      VALUE "R" " ".
                   88  FPER-LATE-ROLL VALUE "F".
               10  FILLER             PIC X(78).
