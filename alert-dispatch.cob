           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT HELD-MAIL-FILE ASSIGN TO 'held_mail.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           05  CM-WITHHOLD-FLAG  PIC X(1).
           05  CM-WITHHOLD-RATE  PIC 9V9999.
           05  CM-DELIVERY-PREF  PIC X(1).
           05  CM-UNDELIV-FLAG   PIC X(1).

       FD  EMAIL-EXTRACT.
       01  EMAIL-EXTRACT-RECORD.
           05  BD-PREV-DATE      PIC X(8).
           05  BD-ADVANCED-ON    PIC X(8).

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           05  HM-ACCT-NUMBER    PIC X(12).
           05  HM-SOURCE         PIC X(10).
           05  HM-DISPOSITION    PIC X(1).
           05  HM-DATE           PIC X(8).

       FD  JOB-CONTROL.
       01  JOB-CONTROL-RECORD.
           05  JC-JOB-ID         PIC 9(9).
       01  WS-CM-FOUND           PIC X.
       01  WS-CONTACT-PHONE      PIC X(12).

      *    AN ALERT WITH NO ELECTRONIC CONTACT NORMALLY GOES TO THE
      *    CALL CENTER FOR A LETTER. WHEN THE ADDRESS IS MARKED
      *    UNDELIVERABLE NO LETTER IS SENT AND THE ALERT IS HELD.
       01  WS-HELD-STATUS        PIC XX.
       01  WS-HELD-COUNT         PIC 9(7) VALUE 0.

       01  WS-DEDUP-COUNT        PIC 9(5) VALUE 0.
       01  DEDUP-TABLE.
           05  DEDUP-ENTRY OCCURS 1 TO 5000 TIMES

           IF AL-EMAIL = SPACES AND AL-SMS-FLAG NOT = 'Y'
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM FIND-CONTACT-PHONE
               PERFORM WRITE-CONTACT-EXCEPTION
               MOVE 'E' TO AL-DISPATCH-FLAG
               MOVE WS-TODAY-YYYYMMDD TO AL-DISPATCH-DATE
           MOVE AL-ACCT-NUMBER TO ED-ACCOUNT
           MOVE AL-EVENT-CODE TO ED-EVENT
           MOVE AL-TIMESTAMP TO ED-TIMESTAMP
           IF WS-CM-FOUND = 'Y' AND CM-UNDELIV-FLAG = 'Y'
               MOVE 'NO E-CONTACT - ADDRESS UNDELIVERABLE - HELD'
                   TO ED-TEXT
               PERFORM WRITE-HELD-MAIL-ROW
           ELSE
               MOVE 'NO EMAIL OR SMS CONSENT ON FILE' TO ED-TEXT
           END-IF
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL.

       WRITE-HELD-MAIL-ROW.
           OPEN EXTEND HELD-MAIL-FILE
           IF WS-HELD-STATUS NOT = '00'
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF
           MOVE AL-ACCT-NUMBER TO HM-ACCT-NUMBER
           MOVE 'ALERT' TO HM-SOURCE
           MOVE 'S' TO HM-DISPOSITION
           MOVE WS-TODAY-YYYYMMDD TO HM-DATE
           WRITE HELD-MAIL-RECORD
           CLOSE HELD-MAIL-FILE
           ADD 1 TO WS-HELD-COUNT.

       CARRY-ALERT-FORWARD.
           MOVE AL-ACCT-NUMBER TO AL-ACCT-NUMBER-NEW
           MOVE AL-EVENT-CODE TO AL-EVENT-CODE-NEW
           MOVE WS-EXCEPTION-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE '  Held - Address Undeliverable:' TO SL-LABEL
           MOVE WS-HELD-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Previously Dispatched (Skipped):' TO SL-LABEL
           MOVE WS-PRIOR-SENT-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
