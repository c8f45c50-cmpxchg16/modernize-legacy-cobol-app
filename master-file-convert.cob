           05  CM-WITHHOLD-FLAG  PIC X(1).
           05  CM-WITHHOLD-RATE  PIC 9V9999.
           05  CM-DELIVERY-PREF  PIC X(1).
           05  CM-UNDELIV-FLAG   PIC X(1).

       FD  JOB-CONTROL.
       01  JOB-CONTROL-RECORD.
           MOVE 'N' TO CM-WITHHOLD-FLAG
           MOVE 0 TO CM-WITHHOLD-RATE
           MOVE 'P' TO CM-DELIVERY-PREF
           MOVE 'N' TO CM-UNDELIV-FLAG
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
