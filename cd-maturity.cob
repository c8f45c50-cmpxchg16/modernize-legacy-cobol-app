               'account_lock_override.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-OVERRIDE-STATUS.
           SELECT ESTATE-REGISTER ASSIGN TO 'estate_register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT EW-PENALTY-FILE ASSIGN TO 'cd_penalties.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EW-PENALTY-STATUS.
           SELECT ALERT-EXTRACT ASSIGN TO 'customer_alerts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT HELD-MAIL-FILE ASSIGN TO 'held_mail.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           05  CM-WITHHOLD-FLAG  PIC X(1).
           05  CM-WITHHOLD-RATE  PIC 9V9999.
           05  CM-DELIVERY-PREF  PIC X(1).
           05  CM-UNDELIV-FLAG   PIC X(1).

       FD  BATCH-FILE.
       01  BATCH-RECORD.
       FD  LOCK-OVERRIDE-FILE.
       01  LOCK-OVERRIDE-RECORD  PIC X(80).

       FD  ESTATE-REGISTER.
       01  ESTATE-REGISTER-RECORD.
           05  ER-ACCT-NUMBER    PIC X(12).
           05  ER-CUSTOMER-ID    PIC X(10).
           05  ER-DEATH-DATE     PIC X(8).
           05  ER-NOTIFY-DATE    PIC X(8).
           05  ER-CONTACT-NAME   PIC X(30).
           05  ER-CONTACT-ADDR-1 PIC X(30).
           05  ER-CONTACT-ADDR-2 PIC X(30).
           05  ER-CONTACT-CSZ    PIC X(30).
           05  ER-STATUS         PIC X(1).
           05  ER-SETTLED-DATE   PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE  PIC X(8).
           05  BD-PREV-DATE      PIC X(8).
           05  BD-ADVANCED-ON    PIC X(8).

       FD  EW-PENALTY-FILE.
       01  EW-PENALTY-RECORD.
           05  EP-ACCT-NUMBER    PIC X(12).
           05  EP-TXN-ID         PIC X(10).
           05  EP-DATE           PIC X(8).
           05  EP-TXN-TYPE       PIC X(8).
           05  EP-WITHDRAWN      PIC 9(8)V99.
           05  EP-PENALTY        PIC 9(8)V99.
           05  EP-TERM-MONTHS    PIC 9(3).
           05  EP-PENALTY-DAYS   PIC 9(3).
           05  EP-RATE           PIC 9V9999.
           05  EP-MATURITY-DATE  PIC X(8).

       FD  ALERT-EXTRACT.
       01  ALERT-RECORD.
           05  AL-ACCT-NUMBER    PIC X(12).
           05  AL-EVENT-CODE     PIC X(12).
           05  AL-AMOUNT         PIC S9(10)V99.
           05  AL-TIMESTAMP      PIC X(14).
           05  AL-EMAIL          PIC X(40).
           05  AL-SMS-FLAG       PIC X(1).
           05  AL-DISPATCH-FLAG  PIC X(1).
           05  AL-DISPATCH-DATE  PIC X(8).

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           05  HM-ACCT-NUMBER    PIC X(12).
           05  HM-SOURCE         PIC X(10).
           05  HM-DISPOSITION    PIC X(1).
           05  HM-DATE           PIC X(8).

       FD  JOB-CONTROL.
       01  JOB-CONTROL-RECORD.
           05  JC-JOB-ID         PIC 9(9).
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-INSTR-STATUS       PIC XX.
       01  WS-CM-STATUS          PIC XX.

      *    NO PAPER NOTICE GOES TO AN ADDRESS MARKED UNDELIVERABLE.
      *    WITH AN EMAIL ON FILE THE NOTICE IS QUEUED AS AN ALERT
      *    INSTEAD, OTHERWISE IT IS HELD. BOTH GO ON THE HELD-MAIL FILE.
       01  WS-ALERT-STATUS       PIC XX.
       01  WS-HELD-STATUS        PIC XX.
       01  WS-NOTICE-HELD-COUNT  PIC 9(5) VALUE 0.
       01  WS-NOTICE-REDIR-COUNT PIC 9(5) VALUE 0.
       01  WS-AUDIT-LOG-STATUS   PIC XX.
       01  WS-AUDIT-LOG-EOF      PIC X VALUE 'N'.
       01  WS-AUDIT-SEQ-NUM      PIC 9(9) VALUE 1.
       01  WS-LEAP-CHECK-400     PIC 9(3).
       01  WS-INSTR-FOUND        PIC X.
       01  WS-CM-FOUND           PIC X.

      *    NOTICES FOR A DECEASED CUSTOMER'S ACCOUNT GO TO THE ESTATE
      *    CONTACT ON THE PENDING ESTATE REGISTER, NOT THE CUSTOMER.
       01  WS-ESTATE-FILE-STATUS PIC XX.
       01  WS-ESTATE-EOF         PIC X VALUE 'N'.
       01  WS-ESTATE-FOUND       PIC X VALUE 'N'.
       01  WS-ESTATE-COUNT       PIC 9(4) VALUE 0.
       01  ESTATE-TABLE.
           05  ESTATE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ESTATE-COUNT
                   INDEXED BY ES-IDX.
               10  ES-T-ACCT         PIC X(12).
               10  ES-T-CONTACT-NAME PIC X(30).
               10  ES-T-CONTACT-ADDR-1 PIC X(30).
               10  ES-T-CONTACT-ADDR-2 PIC X(30).
               10  ES-T-CONTACT-CSZ  PIC X(30).
       01  WS-ACTION-TAKEN       PIC X(20).

      *    EARLY WITHDRAWAL PENALTIES ARE ASSESSED BY THE POSTING RUN
      *    AND LOGGED TO cd_penalties.dat; THE REPORT CARRIES THOSE
      *    DATED IN THE CURRENT MONTH UP TO THE BUSINESS DATE.
       01  WS-EW-PENALTY-STATUS  PIC XX.
       01  WS-EW-EOF             PIC X VALUE 'N'.
       01  WS-EW-COUNT           PIC 9(7) VALUE 0.
       01  WS-EW-WITHDRAWN-TOTAL PIC 9(10)V99 VALUE 0.
       01  WS-EW-PENALTY-TOTAL   PIC 9(10)V99 VALUE 0.
       01  WS-MAX-TXN-AMOUNT     PIC 9(6)V99 VALUE 999999.99.

       01  WS-DAYS-IN-MONTH-VALUES.
           05  DL-DISPOSITION    PIC X(30).
           05  FILLER            PIC X(42) VALUE SPACES.

       01  PENALTY-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Account'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'Txn ID'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'Date'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(6) VALUE 'Term'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'Withdrawn'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(6) VALUE 'Days'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'Penalty'.
           05  FILLER            PIC X(35) VALUE SPACES.

       01  PENALTY-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  PL-ACCOUNT        PIC X(12).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  PL-TXN-ID         PIC X(10).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  PL-DATE           PIC X(10).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  PL-TERM           PIC ZZ9.
           05  FILLER            PIC X(6) VALUE SPACES.
           05  PL-WITHDRAWN      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  PL-DAYS           PIC ZZ9.
           05  FILLER            PIC X(6) VALUE SPACES.
           05  PL-PENALTY        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(36) VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CL-LABEL          PIC X(45).
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-INSTRUCTION-TABLE
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM LOAD-ESTATE-REGISTER
           PERFORM PROCESS-CD-ACCOUNTS
           PERFORM FINALIZE-BATCH-OUTPUT
           PERFORM GENERATE-REPORT
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT MATURITY-REPORT
           OPEN EXTEND AUDIT-LOG
           OPEN EXTEND ALERT-EXTRACT
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-EXTRACT
           END-IF
           OPEN EXTEND HELD-MAIL-FILE
           IF WS-HELD-STATUS NOT = '00'
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF

           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2

       WRITE-MATURITY-NOTICE.
           PERFORM FIND-CUSTOMER-MASTER
           PERFORM FIND-ESTATE-CONTACT
           IF WS-CM-FOUND = 'Y' AND WS-ESTATE-FOUND = 'N'
               AND CM-UNDELIV-FLAG = 'Y'
               PERFORM HOLD-UNDELIVERABLE-NOTICE
               EXIT PARAGRAPH
           END-IF
           WRITE NOTICE-LINE FROM NOTICE-HEADER
           MOVE 'CERTIFICATE OF DEPOSIT MATURITY NOTICE' TO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT
           WRITE NOTICE-LINE FROM NOTICE-HEADER
           EVALUATE TRUE
               WHEN WS-ESTATE-FOUND = 'Y'
                   PERFORM WRITE-ESTATE-NOTICE-ADDRESS
               WHEN WS-CM-FOUND = 'Y'
                   MOVE CM-CUSTOMER-NAME TO NT-TEXT
                   WRITE NOTICE-LINE FROM NOTICE-TEXT
                   MOVE CM-ADDRESS-1 TO NT-TEXT
                   WRITE NOTICE-LINE FROM NOTICE-TEXT
                   IF CM-ADDRESS-2 NOT = SPACES
                       MOVE CM-ADDRESS-2 TO NT-TEXT
                       WRITE NOTICE-LINE FROM NOTICE-TEXT
                   END-IF
                   MOVE CM-CITY-STATE-ZIP TO NT-TEXT
                   WRITE NOTICE-LINE FROM NOTICE-TEXT
               WHEN OTHER
                   MOVE '*** NO MASTER RECORD - ADDRESS UNKNOWN ***'
                       TO NT-TEXT
                   WRITE NOTICE-LINE FROM NOTICE-TEXT
           END-EVALUATE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NT-TEXT
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE.

       HOLD-UNDELIVERABLE-NOTICE.
           MOVE ACCT-NUMBER TO HM-ACCT-NUMBER
           MOVE 'CD-NOTICE' TO HM-SOURCE
           MOVE WS-TODAY-YYYYMMDD TO HM-DATE
           IF CM-EMAIL NOT = SPACES
               MOVE SPACES TO ALERT-RECORD
               MOVE ACCT-NUMBER TO AL-ACCT-NUMBER
               MOVE 'CD-NOTICE' TO AL-EVENT-CODE
               MOVE CURRENT-BALANCE TO AL-AMOUNT
               MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
               MOVE CM-EMAIL TO AL-EMAIL
               MOVE CM-SMS-FLAG TO AL-SMS-FLAG
               WRITE ALERT-RECORD
               ADD 1 TO WS-NOTICE-REDIR-COUNT
               MOVE 'E' TO HM-DISPOSITION
           ELSE
               ADD 1 TO WS-NOTICE-HELD-COUNT
               MOVE 'S' TO HM-DISPOSITION
           END-IF
           WRITE HELD-MAIL-RECORD
           DISPLAY "Maturity notice held - address undeliverable: "
                   ACCT-NUMBER.

       LOAD-ESTATE-REGISTER.
           OPEN INPUT ESTATE-REGISTER
           IF WS-ESTATE-FILE-STATUS = '00'
               PERFORM READ-ESTATE-ROW
                   UNTIL WS-ESTATE-EOF = 'Y'
               CLOSE ESTATE-REGISTER
           END-IF.

       READ-ESTATE-ROW.
           READ ESTATE-REGISTER
               AT END
                   MOVE 'Y' TO WS-ESTATE-EOF
               NOT AT END
                   IF ER-STATUS = 'P'
                       AND WS-ESTATE-COUNT < 2000
                       ADD 1 TO WS-ESTATE-COUNT
                       SET ES-IDX TO WS-ESTATE-COUNT
                       MOVE ER-ACCT-NUMBER TO ES-T-ACCT(ES-IDX)
                       MOVE ER-CONTACT-NAME TO
                           ES-T-CONTACT-NAME(ES-IDX)
                       MOVE ER-CONTACT-ADDR-1 TO
                           ES-T-CONTACT-ADDR-1(ES-IDX)
                       MOVE ER-CONTACT-ADDR-2 TO
                           ES-T-CONTACT-ADDR-2(ES-IDX)
                       MOVE ER-CONTACT-CSZ TO
                           ES-T-CONTACT-CSZ(ES-IDX)
                   END-IF
           END-READ.

       FIND-ESTATE-CONTACT.
           MOVE 'N' TO WS-ESTATE-FOUND
           IF WS-CM-FOUND = 'N' OR CM-STATUS NOT = 'E'
               OR WS-ESTATE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET ES-IDX TO 1
           SEARCH ESTATE-ENTRY
               AT END
                   CONTINUE
               WHEN ES-T-ACCT(ES-IDX) = CM-ACCT-NUMBER
                   MOVE 'Y' TO WS-ESTATE-FOUND
           END-SEARCH.

       WRITE-ESTATE-NOTICE-ADDRESS.
           MOVE SPACES TO NT-TEXT
           STRING 'ESTATE OF ' CM-CUSTOMER-NAME
               DELIMITED BY SIZE INTO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT
           MOVE SPACES TO NT-TEXT
           STRING 'C/O ' ES-T-CONTACT-NAME(ES-IDX)
               DELIMITED BY SIZE INTO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT
           MOVE ES-T-CONTACT-ADDR-1(ES-IDX) TO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT
           IF ES-T-CONTACT-ADDR-2(ES-IDX) NOT = SPACES
               MOVE ES-T-CONTACT-ADDR-2(ES-IDX) TO NT-TEXT
               WRITE NOTICE-LINE FROM NOTICE-TEXT
           END-IF
           MOVE ES-T-CONTACT-CSZ(ES-IDX) TO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT.

       FIND-CUSTOMER-MASTER.
           MOVE 'N' TO WS-CM-FOUND
           IF WS-CM-STATUS = '00'

       GENERATE-REPORT.
           PERFORM REPORT-LOOKAHEAD-SECTION
           PERFORM REPORT-PENALTY-SECTION
           PERFORM REPORT-SUMMARY.

       REPORT-LOOKAHEAD-SECTION.
           MOVE 'UPCOMING' TO DL-DISPOSITION
           WRITE REPORT-LINE FROM DETAIL-LINE.

       REPORT-PENALTY-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'EARLY WITHDRAWAL PENALTIES - MONTH TO DATE'
               TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM PENALTY-HEADER
           OPEN INPUT EW-PENALTY-FILE
           IF WS-EW-PENALTY-STATUS = '00'
               MOVE 'N' TO WS-EW-EOF
               PERFORM READ-PENALTY-ROW UNTIL WS-EW-EOF = 'Y'
               CLOSE EW-PENALTY-FILE
           END-IF
           IF WS-EW-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE '     No early withdrawal penalties this month.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO PL-ACCOUNT PL-TXN-ID PL-DATE
               MOVE 'TOTAL' TO PL-ACCOUNT
               MOVE 0 TO PL-TERM PL-DAYS
               MOVE WS-EW-WITHDRAWN-TOTAL TO PL-WITHDRAWN
               MOVE WS-EW-PENALTY-TOTAL TO PL-PENALTY
               WRITE REPORT-LINE FROM PENALTY-LINE
           END-IF.

       READ-PENALTY-ROW.
           READ EW-PENALTY-FILE
               AT END
                   MOVE 'Y' TO WS-EW-EOF
               NOT AT END
                   IF EP-DATE(1:6) = WS-TODAY-YYYYMMDD(1:6)
                       AND EP-DATE <= WS-TODAY-YYYYMMDD
                       PERFORM REPORT-PENALTY-ENTRY
                   END-IF
           END-READ.

       REPORT-PENALTY-ENTRY.
           ADD 1 TO WS-EW-COUNT
           ADD EP-WITHDRAWN TO WS-EW-WITHDRAWN-TOTAL
           ADD EP-PENALTY TO WS-EW-PENALTY-TOTAL
           MOVE EP-ACCT-NUMBER TO PL-ACCOUNT
           MOVE EP-TXN-ID TO PL-TXN-ID
           MOVE EP-DATE TO PL-DATE
           MOVE EP-TERM-MONTHS TO PL-TERM
           MOVE EP-WITHDRAWN TO PL-WITHDRAWN
           MOVE EP-PENALTY-DAYS TO PL-DAYS
           MOVE EP-PENALTY TO PL-PENALTY
           WRITE REPORT-LINE FROM PENALTY-LINE.

       REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Maturing In Next 30 Days:' TO CL-LABEL
           MOVE WS-LA-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Early Withdrawal Penalties This Month:' TO CL-LABEL
           MOVE WS-EW-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Notices Held - Undeliverable:' TO CL-LABEL
           MOVE WS-NOTICE-HELD-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Notices Redirected To E-Mail:' TO CL-LABEL
           MOVE WS-NOTICE-REDIR-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "  Matured: " WS-MATURED-COUNT
           DISPLAY "  Rolled over: " WS-ROLLOVER-COUNT
           DISPLAY "  Payout transfers: " WS-TRANSFER-COUNT
           DISPLAY "  Early withdrawal penalties this month: "
                   WS-EW-COUNT
           DISPLAY " "
           DISPLAY "Payout transfers spliced into "
                   "batch_transactions.dat with updated controls"
           CLOSE ACCOUNT-FILE
           CLOSE NOTICE-FILE
           CLOSE MATURITY-REPORT
           CLOSE ALERT-EXTRACT
           CLOSE HELD-MAIL-FILE
           CLOSE AUDIT-LOG.
