           SELECT REVIEW-QUEUE ASSIGN TO 'batch_review_queue.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT ESTATE-REGISTER ASSIGN TO 'estate_register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-STATUS.
           SELECT OWNERSHIP-FILE ASSIGN TO 'account_ownership.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-STATUS.
           SELECT RISK-FILE ASSIGN TO 'customer_risk.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-STATUS.
           SELECT PROFILE-REPORT ASSIGN TO
               'customer_profile_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  CM-WITHHOLD-FLAG  PIC X(1).
           05  CM-WITHHOLD-RATE  PIC 9V9999.
           05  CM-DELIVERY-PREF  PIC X(1).
           05  CM-UNDELIV-FLAG   PIC X(1).

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  RV-REASON         PIC X(40).
           05  RV-QUEUE-DATE     PIC X(8).

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

       FD  OWNERSHIP-FILE.
       01  OWNERSHIP-RECORD.
           05  OW-ACCT-NUMBER    PIC X(12).
           05  OW-CUSTOMER-ID    PIC X(10).
           05  OW-CUSTOMER-NAME  PIC X(30).
           05  OW-ROLE           PIC X(8).
           05  OW-PERCENT        PIC 9(3)V99.
           05  OW-STATUS         PIC X(1).
           05  OW-ADDED-DATE     PIC X(8).

       FD  RISK-FILE.
       01  RISK-RECORD.
           05  CR-CUSTOMER-ID    PIC X(10).
           05  CR-RATING         PIC X(1).
           05  CR-SCORE          PIC 9(3).
           05  CR-RATED-DATE     PIC X(8).
           05  CR-LAST-REVIEW    PIC X(8).
           05  CR-NEXT-REVIEW    PIC X(8).
           05  CR-ACTIVITY-START PIC X(8).
           05  CR-CTR-COUNT      PIC 9(5).
           05  CR-WIRE-COUNT     PIC 9(5).
           05  CR-WIRE-AMOUNT    PIC 9(12)V99.
           05  CR-CASH-PCT       PIC 9(3).
           05  CR-AML-OPEN       PIC 9(3).

       FD  PROFILE-REPORT.
       01  REPORT-LINE           PIC X(92).

       01  WS-SNAP-STATUS        PIC XX.
       01  WS-SUSPENSE-STATUS    PIC XX.
       01  WS-REVIEW-STATUS      PIC XX.
       01  WS-ESTATE-STATUS      PIC XX.
       01  WS-OWN-STATUS         PIC XX.
       01  WS-RISK-STATUS        PIC XX.
       01  WS-PARM-EOF           PIC X VALUE 'N'.
       01  WS-SCAN-EOF           PIC X.
       01  WS-CURRENT-DATE.
       01  WS-NOT-FOUND-COUNT    PIC 9(5) VALUE 0.
       01  WS-SECTION-ROWS       PIC 9(5).

      *    EVERY ACCOUNT THE PROFILED ACCOUNT'S PRIMARY CUSTOMER IS
      *    PARTY TO - FROM THE OWNERSHIP FILE IN ANY ROLE, PLUS ANY
      *    ACCOUNT WHERE THEY ARE THE MASTER HOLDER BUT HAVE NO
      *    OWNERSHIP ROW YET.
       01  WS-PROFILE-CUSTOMER   PIC X(10).
       01  WS-MASTER-EOF         PIC X.
       01  WS-PA-FOUND           PIC X.
       01  WS-PA-KEY             PIC X(12).
       01  WS-PARTY-ACCT-COUNT   PIC 9(3) VALUE 0.
       01  PARTY-ACCT-TABLE.
           05  PARTY-ACCT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PARTY-ACCT-COUNT
                   INDEXED BY PA-IDX.
               10  PA-T-ACCT         PIC X(12).
               10  PA-T-ROLE         PIC X(8).
               10  PA-T-PERCENT      PIC 9(3)V99.
       01  WS-PERCENT-EDIT       PIC ZZ9.99.

       01  HEADER-1.
           05  FILLER            PIC X(92) VALUE ALL '='.
       01  HEADER-2.

           PERFORM REPORT-BALANCE-SECTION
           PERFORM REPORT-MASTER-SECTION
           PERFORM REPORT-RISK-RATING
           PERFORM REPORT-ACCOUNT-PARTIES
           PERFORM REPORT-CUSTOMER-ACCOUNTS
           PERFORM REPORT-ESTATE-STATUS
           PERFORM REPORT-STANDING-ORDERS
           PERFORM REPORT-ODP-LINKS
           PERFORM REPORT-OD-HISTORY
       REPORT-MASTER-SECTION.
           MOVE 'CUSTOMER DETAILS' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           MOVE SPACES TO WS-PROFILE-CUSTOMER
           IF WS-CM-STATUS NOT = '00'
               MOVE 'Customer master not available.' TO NL-TEXT
               WRITE REPORT-LINE FROM NOTE-LINE
           WRITE REPORT-LINE.

       WRITE-MASTER-DETAIL.
           MOVE CM-CUSTOMER-ID TO WS-PROFILE-CUSTOMER
           MOVE 'Customer Name:' TO TL-LABEL
           MOVE CM-CUSTOMER-NAME TO TL-VALUE
           WRITE REPORT-LINE FROM TEXT-LINE
           MOVE CM-OPENING-DATE TO TL-VALUE
           WRITE REPORT-LINE FROM TEXT-LINE.

      *    RATING AND REVIEW DATE SET BY THE CUSTOMER RISK RATING JOB
       REPORT-RISK-RATING.
           MOVE 'RISK RATING AND KYC REVIEW' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           MOVE 0 TO WS-SECTION-ROWS
           IF WS-PROFILE-CUSTOMER NOT = SPACES
               OPEN INPUT RISK-FILE
               IF WS-RISK-STATUS = '00'
                   MOVE 'N' TO WS-SCAN-EOF
                   PERFORM SCAN-RISK-RATING UNTIL WS-SCAN-EOF = 'Y'
                   CLOSE RISK-FILE
               END-IF
           END-IF
           IF WS-SECTION-ROWS = 0
               MOVE 'Customer not yet rated.' TO NL-TEXT
               WRITE REPORT-LINE FROM NOTE-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       SCAN-RISK-RATING.
           READ RISK-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF CR-CUSTOMER-ID = WS-PROFILE-CUSTOMER
                       ADD 1 TO WS-SECTION-ROWS
                       PERFORM WRITE-RISK-DETAIL
                       MOVE 'Y' TO WS-SCAN-EOF
                   END-IF
           END-READ.

       WRITE-RISK-DETAIL.
           MOVE 'Risk Rating:' TO TL-LABEL
           EVALUATE CR-RATING
               WHEN 'H'
                   MOVE 'HIGH' TO TL-VALUE
               WHEN 'M'
                   MOVE 'MEDIUM' TO TL-VALUE
               WHEN OTHER
                   MOVE 'LOW' TO TL-VALUE
           END-EVALUATE
           WRITE REPORT-LINE FROM TEXT-LINE
           MOVE 'Rated On:' TO TL-LABEL
           MOVE CR-RATED-DATE TO TL-VALUE
           WRITE REPORT-LINE FROM TEXT-LINE
           MOVE 'Last KYC Review:' TO TL-LABEL
           MOVE CR-LAST-REVIEW TO TL-VALUE
           WRITE REPORT-LINE FROM TEXT-LINE
           MOVE 'Next KYC Review:' TO TL-LABEL
           MOVE SPACES TO TL-VALUE
           IF CR-NEXT-REVIEW <= WS-TODAY-YYYYMMDD
               STRING CR-NEXT-REVIEW ' - REVIEW DUE'
                   DELIMITED BY SIZE INTO TL-VALUE
           ELSE
               MOVE CR-NEXT-REVIEW TO TL-VALUE
           END-IF
           WRITE REPORT-LINE FROM TEXT-LINE.

       REPORT-ACCOUNT-PARTIES.
           MOVE 'ACCOUNT PARTIES' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWN-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM SCAN-ACCOUNT-PARTY UNTIL WS-SCAN-EOF = 'Y'
               CLOSE OWNERSHIP-FILE
           END-IF
           IF WS-SECTION-ROWS = 0
               MOVE 'None on file - sole holder per customer master.'
                   TO NL-TEXT
               WRITE REPORT-LINE FROM NOTE-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       SCAN-ACCOUNT-PARTY.
           READ OWNERSHIP-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF OW-ACCT-NUMBER = WS-PROFILE-ACCT
                       AND OW-STATUS = 'A'
                       ADD 1 TO WS-SECTION-ROWS
                       MOVE OW-PERCENT TO WS-PERCENT-EDIT
                       MOVE SPACES TO NL-TEXT
                       STRING OW-ROLE ' ' OW-CUSTOMER-ID ' '
                              OW-CUSTOMER-NAME ' share '
                              WS-PERCENT-EDIT '% since '
                              OW-ADDED-DATE
                           DELIMITED BY SIZE INTO NL-TEXT
                       WRITE REPORT-LINE FROM NOTE-LINE
                   END-IF
           END-READ.

       REPORT-CUSTOMER-ACCOUNTS.
           MOVE SPACES TO SH-TITLE
           STRING 'ALL ACCOUNTS FOR CUSTOMER ' WS-PROFILE-CUSTOMER
               DELIMITED BY SIZE INTO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           MOVE 0 TO WS-PARTY-ACCT-COUNT
           IF WS-PROFILE-CUSTOMER = SPACES
               MOVE 'No customer ID on the master.' TO NL-TEXT
               WRITE REPORT-LINE FROM NOTE-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWN-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM SCAN-CUSTOMER-PARTY UNTIL WS-SCAN-EOF = 'Y'
               CLOSE OWNERSHIP-FILE
           END-IF
           IF WS-CM-STATUS = '00'
               MOVE 'N' TO WS-MASTER-EOF
               MOVE LOW-VALUES TO CM-ACCT-NUMBER
               START CUSTOMER-MASTER-FILE
                   KEY IS NOT LESS THAN CM-ACCT-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-MASTER-EOF
               END-START
               PERFORM SCAN-CUSTOMER-MASTER
                   UNTIL WS-MASTER-EOF = 'Y'
           END-IF
           IF WS-PARTY-ACCT-COUNT = 0
               MOVE 'None on file.' TO NL-TEXT
               WRITE REPORT-LINE FROM NOTE-LINE
           ELSE
               PERFORM WRITE-CUSTOMER-ACCOUNT
                   VARYING PA-IDX FROM 1 BY 1
                   UNTIL PA-IDX > WS-PARTY-ACCT-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       SCAN-CUSTOMER-PARTY.
           READ OWNERSHIP-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF OW-CUSTOMER-ID = WS-PROFILE-CUSTOMER
                       AND OW-STATUS = 'A'
                       MOVE OW-ACCT-NUMBER TO WS-PA-KEY
                       PERFORM FIND-PARTY-ACCOUNT
                       IF WS-PA-FOUND = 'N'
                           AND WS-PARTY-ACCT-COUNT < 500
                           ADD 1 TO WS-PARTY-ACCT-COUNT
                           SET PA-IDX TO WS-PARTY-ACCT-COUNT
                           MOVE OW-ACCT-NUMBER TO PA-T-ACCT(PA-IDX)
                           MOVE OW-ROLE TO PA-T-ROLE(PA-IDX)
                           MOVE OW-PERCENT TO PA-T-PERCENT(PA-IDX)
                       END-IF
                   END-IF
           END-READ.

       FIND-PARTY-ACCOUNT.
           MOVE 'N' TO WS-PA-FOUND
           IF WS-PARTY-ACCT-COUNT > 0
               SET PA-IDX TO 1
               SEARCH PARTY-ACCT-ENTRY
                   AT END
                       MOVE 'N' TO WS-PA-FOUND
                   WHEN PA-T-ACCT(PA-IDX) = WS-PA-KEY
                       MOVE 'Y' TO WS-PA-FOUND
               END-SEARCH
           END-IF.

       SCAN-CUSTOMER-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   IF CM-CUSTOMER-ID = WS-PROFILE-CUSTOMER
                       MOVE CM-ACCT-NUMBER TO WS-PA-KEY
                       PERFORM FIND-PARTY-ACCOUNT
                       IF WS-PA-FOUND = 'N'
                           AND WS-PARTY-ACCT-COUNT < 500
                           ADD 1 TO WS-PARTY-ACCT-COUNT
                           SET PA-IDX TO WS-PARTY-ACCT-COUNT
                           MOVE CM-ACCT-NUMBER TO PA-T-ACCT(PA-IDX)
                           MOVE 'PRIMARY' TO PA-T-ROLE(PA-IDX)
                           MOVE 0 TO PA-T-PERCENT(PA-IDX)
                       END-IF
                   END-IF
           END-READ.

       WRITE-CUSTOMER-ACCOUNT.
           MOVE PA-T-PERCENT(PA-IDX) TO WS-PERCENT-EDIT
           MOVE SPACES TO NL-TEXT
           STRING PA-T-ACCT(PA-IDX) ' ' PA-T-ROLE(PA-IDX)
                  ' share ' WS-PERCENT-EDIT '%'
               DELIMITED BY SIZE INTO NL-TEXT
           WRITE REPORT-LINE FROM NOTE-LINE.

       REPORT-ESTATE-STATUS.
           MOVE 'ESTATE STATUS' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT ESTATE-REGISTER
           IF WS-ESTATE-STATUS = '00'
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM SCAN-ESTATE-ENTRY UNTIL WS-SCAN-EOF = 'Y'
               CLOSE ESTATE-REGISTER
           END-IF
           IF WS-SECTION-ROWS = 0
               MOVE 'None on file.' TO NL-TEXT
               WRITE REPORT-LINE FROM NOTE-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       SCAN-ESTATE-ENTRY.
           READ ESTATE-REGISTER
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   IF ER-ACCT-NUMBER = WS-PROFILE-ACCT
                       ADD 1 TO WS-SECTION-ROWS
                       PERFORM WRITE-ESTATE-DETAIL
                   END-IF
           END-READ.

       WRITE-ESTATE-DETAIL.
           MOVE 'Deceased Status:' TO TL-LABEL
           IF ER-STATUS = 'S'
               MOVE SPACES TO TL-VALUE
               STRING 'ESTATE SETTLED ' ER-SETTLED-DATE
                   DELIMITED BY SIZE INTO TL-VALUE
           ELSE
               MOVE 'AWAITING ESTATE SETTLEMENT' TO TL-VALUE
           END-IF
           WRITE REPORT-LINE FROM TEXT-LINE
           MOVE 'Date of Death:' TO TL-LABEL
           MOVE ER-DEATH-DATE TO TL-VALUE
           WRITE REPORT-LINE FROM TEXT-LINE
           MOVE 'Notified:' TO TL-LABEL
           MOVE ER-NOTIFY-DATE TO TL-VALUE
           WRITE REPORT-LINE FROM TEXT-LINE
           MOVE 'Estate Contact:' TO TL-LABEL
           MOVE ER-CONTACT-NAME TO TL-VALUE
           WRITE REPORT-LINE FROM TEXT-LINE
           MOVE SPACES TO TL-LABEL
           MOVE ER-CONTACT-ADDR-1 TO TL-VALUE
           WRITE REPORT-LINE FROM TEXT-LINE
           IF ER-CONTACT-ADDR-2 NOT = SPACES
               MOVE ER-CONTACT-ADDR-2 TO TL-VALUE
               WRITE REPORT-LINE FROM TEXT-LINE
           END-IF
           MOVE ER-CONTACT-CSZ TO TL-VALUE
           WRITE REPORT-LINE FROM TEXT-LINE.

       REPORT-STANDING-ORDERS.
           MOVE 'ACTIVE STANDING ORDERS' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
