           05  CM-WITHHOLD-FLAG  PIC X(1).
           05  CM-WITHHOLD-RATE  PIC 9V9999.
           05  CM-DELIVERY-PREF  PIC X(1).
           05  CM-UNDELIV-FLAG   PIC X(1).

       FD  CASH-HISTORY.
       01  HISTORY-RECORD.
