               'service_charge_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.
           SELECT PROMO-BONUS-POSTINGS ASSIGN TO
               'promo_bonus_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PB-FILE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO
               'combined_statement_enrollment.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT ESTATE-REGISTER ASSIGN TO 'estate_register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
           SELECT OWNERSHIP-FILE ASSIGN TO 'account_ownership.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-FILE-STATUS.
           SELECT HELD-MAIL-FILE ASSIGN TO 'held_mail.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FILE-MANIFEST ASSIGN TO 'file_manifest.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.
           SELECT MANIFEST-SCAN-FILE ASSIGN TO DYNAMIC
               WS-MF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-SCAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           05  AM-WITHHOLD-FLAG  PIC X(1).
           05  AM-WITHHOLD-RATE  PIC 9V9999.
           05  AM-DELIVERY-PREF  PIC X(1).
           05  AM-UNDELIV-FLAG   PIC X(1).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  SC-TYPE           PIC X(15).
           05  SC-DATE           PIC X(8).

       FD  PROMO-BONUS-POSTINGS.
       01  PROMO-BONUS-RECORD.
           05  PB-ACCT-NUMBER    PIC X(12).
           05  PB-CAMPAIGN-CODE  PIC X(8).
           05  PB-DATE           PIC X(8).
           05  PB-GROSS          PIC 9(8)V99.
           05  PB-NET            PIC 9(8)V99.
           05  PB-RATE           PIC 9V9999.
           05  PB-NEW-BALANCE    PIC 9(10)V99.

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05  EN-CUSTOMER-ID    PIC X(10).

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

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           05  HM-ACCT-NUMBER    PIC X(12).
           05  HM-SOURCE         PIC X(10).
           05  HM-DISPOSITION    PIC X(1).
           05  HM-DATE           PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE  PIC X(8).
           05  JC-RECORDS-PROC   PIC 9(9).
           05  JC-RECORDS-ERROR  PIC 9(9).

       FD  FILE-MANIFEST.
       01  FILE-MANIFEST-RECORD.
           05  MF-FILE-NAME      PIC X(30).
           05  MF-EVENT          PIC X(8).
           05  MF-BUSINESS-DATE  PIC X(8).
           05  MF-RECORD-COUNT   PIC 9(9).
           05  MF-AMOUNT-HASH    PIC 9(15).
           05  MF-HASH-START     PIC 9(3).
           05  MF-HASH-LENGTH    PIC 9(2).
           05  MF-JOB-ID         PIC 9(9).
           05  MF-JOB-NAME       PIC X(15).
           05  MF-WRITTEN-TS     PIC X(14).
           05  MF-REASON         PIC X(40).

       FD  MANIFEST-SCAN-FILE.
       01  MANIFEST-SCAN-LINE    PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS          PIC XX.
       01  WS-AM-STATUS          PIC XX.
       01  WS-DFLT-PERIOD        PIC X(20).
       01  WS-NOT-DUE-COUNT      PIC 9(7) VALUE 0.

      *    AN ADDRESS MARKED UNDELIVERABLE BY ReturnedMailProcessing
      *    GETS NO PAPER STATEMENT. WITH AN EMAIL ON FILE IT GOES TO
      *    THE PORTAL INSTEAD ('E'), OTHERWISE IT IS HELD ('S'). EACH
      *    ONE IS RECORDED ON THE HELD-MAIL FILE.
       01  WS-HELD-STATUS        PIC XX.
       01  WS-HELD-MAIL          PIC X(1).
       01  WS-HELD-COUNT         PIC 9(7) VALUE 0.
       01  WS-REDIRECT-COUNT     PIC 9(7) VALUE 0.

      *    CUSTOMERS ENROLLED FOR THE COMBINED STATEMENT GET ONE
      *    DOCUMENT FROM CombinedStatementGeneration INSTEAD OF A
      *    STATEMENT PER ACCOUNT.
                   INDEXED BY EN-IDX.
               10  EN-T-CUSTOMER PIC X(10).

      *    A DECEASED CUSTOMER'S ACCOUNT IS STATEMENTED ON ITS OWN,
      *    ON PAPER, IN THE NAME OF THE ESTATE AND MAILED TO THE
      *    ESTATE CONTACT ON THE PENDING ESTATE REGISTER.
       01  WS-ESTATE-FILE-STATUS PIC XX.
       01  WS-ESTATE-EOF         PIC X VALUE 'N'.
       01  WS-ESTATE-FOUND       PIC X VALUE 'N'.
       01  WS-ESTATE-STMT-COUNT  PIC 9(7) VALUE 0.
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

      *    EVERY PARTY TO THE ACCOUNT OTHER THAN THE PRIMARY HOLDER
      *    (WHOSE NAME IS ON THE MASTER) AND AUTHORISED SIGNERS IS
      *    PRINTED UNDER THE ACCOUNT HOLDER.
       01  WS-OWN-FILE-STATUS    PIC XX.
       01  WS-OWN-EOF            PIC X VALUE 'N'.
       01  WS-OWN-COUNT          PIC 9(4) VALUE 0.
       01  OWNERSHIP-TABLE.
           05  OWN-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OWN-COUNT
                   INDEXED BY OWN-IDX.
               10  OW-T-ACCT         PIC X(12).
               10  OW-T-NAME         PIC X(30).
               10  OW-T-ROLE         PIC X(8).

       01  WS-OPENING-BALANCE    PIC 9(10)V99 VALUE 1000.00.
       01  WS-CLOSING-BALANCE    PIC 9(10)V99.
       01  WS-TOTAL-CREDITS      PIC 9(10)V99 VALUE 0.
       01  WS-FEE-FILE-STATUS    PIC XX.
       01  WS-EOF-POSTING        PIC X VALUE 'N'.
       01  WS-SC-FILE-STATUS     PIC XX.
       01  WS-PB-FILE-STATUS     PIC XX.
       01  WS-SC-DATE-INT        PIC S9(9).
       01  WS-SC-DATE-NUM        PIC 9(8).
       01  WS-POSTING-TYPE       PIC X(6).
       01  WS-POSTING-DATE       PIC X(8).
       01  WS-YTD-INTEREST       PIC 9(10)V99 VALUE 0.
       01  WS-YTD-FEES           PIC 9(10)V99 VALUE 0.
       01  WS-CD-PENALTY-FEES    PIC 9(10)V99 VALUE 0.
       01  WS-IP-SCAN            PIC 9(5).
       01  WS-FP-SCAN            PIC 9(5).
       01  WS-SCP-SCAN           PIC 9(5).
               10  IP-ACCOUNT        PIC X(12).
               10  IP-AMOUNT         PIC 9(8)V99.
               10  IP-DATE           PIC X(8).
               10  IP-BONUS-CODE     PIC X(8).

       01  WS-SCP-COUNT          PIC 9(5) VALUE 0.
       01  SC-POSTING-TABLE.
           05  FILLER            PIC X(17) VALUE 'Account Holder: '.
           05  CI1-NAME          PIC X(30).
           05  FILLER            PIC X(80) VALUE SPACES.
       01  OWNER-INFO-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  OI-LABEL          PIC X(17).
           05  OI-NAME           PIC X(30).
           05  FILLER            PIC X(80) VALUE SPACES.
       01  CUSTOMER-INFO-2.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(17) VALUE 'Account Number: '.
           05  NL-TEXT           PIC X(80).
           05  FILLER            PIC X(47) VALUE SPACES.

       01  WS-MF-STATUS          PIC XX.
       01  WS-MF-SCAN-STATUS     PIC XX.
       01  WS-MF-EOF             PIC X VALUE 'N'.
       01  WS-MF-SCAN-FOUND      PIC X VALUE 'N'.
       01  WS-MF-FILE-NAME       PIC X(30).
       01  WS-MF-POS             PIC 9(3).
       01  WS-MF-LEN             PIC 9(2).
       01  WS-MF-COUNT           PIC 9(9).
       01  WS-MF-HASH            PIC 9(15).
       01  WS-MF-AMOUNT          PIC 9(15).
       01  WS-MF-JOB-ID          PIC 9(9).
       01  WS-MF-JOB-NAME        PIC X(15).
       01  WS-MF-DATE            PIC X(8).
       01  WS-MF-STAMP-DATE      PIC X(8).
       01  WS-MF-STAMP-TIME      PIC X(8).
       01  WS-MF-EVENT           PIC X(8).
       01  WS-MF-REASON          PIC X(40).
       01  WS-MF-WRITTEN         PIC X VALUE 'N'.
       01  WS-MF-FOUND           PIC X VALUE 'N'.
       01  WS-MF-VERIFIED        PIC X VALUE 'Y'.
       01  WS-MF-EXP-DATE        PIC X(8).
       01  WS-MF-EXP-COUNT       PIC 9(9).
       01  WS-MF-EXP-HASH        PIC 9(15).
       01  WS-MF-EXP-POS         PIC 9(3).
       01  WS-MF-EXP-LEN         PIC 9(2).
       01  WS-MF-EXP-JOB-ID      PIC 9(9).
       01  WS-MF-EXP-JOB-NAME    PIC X(15).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM PROCESS-ACCOUNTS
           PERFORM UPDATE-JOB-CONTROL-RECORD
           PERFORM CLEANUP
           IF WS-MF-WRITTEN = 'Y'
               PERFORM RECORD-OUTPUT-MANIFESTS
           END-IF
           STOP RUN.

       INITIALIZE-JOB.
               DELIMITED BY SIZE INTO WS-JOB-START-TIMESTAMP
           ACCEPT WS-JOB-ID FROM TIME

           PERFORM VERIFY-INPUT-MANIFESTS
           IF WS-MF-VERIFIED = 'N'
               DISPLAY "Job refused - no input was read"
               PERFORM WRITE-JOB-CONTROL-REFUSAL
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-AM-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_master.dat - "
           OPEN OUTPUT ESTMT-FILE
           OPEN OUTPUT CSV-FILE
           PERFORM LOAD-ENROLLMENT-TABLE
           PERFORM LOAD-ESTATE-REGISTER
           PERFORM LOAD-OWNERSHIP-TABLE
           PERFORM LOAD-POSTING-TABLES
           OPEN EXTEND SERVICE-CHARGE-POSTINGS
           IF WS-SC-FILE-STATUS NOT = '00'
               OPEN OUTPUT SERVICE-CHARGE-POSTINGS
           END-IF
           OPEN EXTEND HELD-MAIL-FILE
           IF WS-HELD-STATUS NOT = '00'
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF

           MOVE 'ACCOUNT,CUSTOMER_NAME,PERIOD,TXN_DATE,TYPE,' &
                'DESCRIPTION,REFERENCE,CURRENCY,AMOUNT,RUNNING_BALANCE'
               END-SEARCH
           END-IF.

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

       LOAD-OWNERSHIP-TABLE.
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWN-FILE-STATUS = '00'
               PERFORM READ-OWNERSHIP-ROW
                   UNTIL WS-OWN-EOF = 'Y'
               CLOSE OWNERSHIP-FILE
           END-IF.

       READ-OWNERSHIP-ROW.
           READ OWNERSHIP-FILE
               AT END
                   MOVE 'Y' TO WS-OWN-EOF
               NOT AT END
                   IF OW-STATUS = 'A'
                       AND OW-ROLE NOT = 'PRIMARY'
                       AND OW-ROLE NOT = 'SIGNER'
                       AND WS-OWN-COUNT < 5000
                       ADD 1 TO WS-OWN-COUNT
                       SET OWN-IDX TO WS-OWN-COUNT
                       MOVE OW-ACCT-NUMBER TO OW-T-ACCT(OWN-IDX)
                       MOVE OW-CUSTOMER-NAME TO OW-T-NAME(OWN-IDX)
                       MOVE OW-ROLE TO OW-T-ROLE(OWN-IDX)
                   END-IF
           END-READ.

       CHECK-ESTATE-ACCOUNT.
           MOVE 'N' TO WS-ESTATE-FOUND
           IF AM-STATUS NOT = 'E' OR WS-ESTATE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET ES-IDX TO 1
           SEARCH ESTATE-ENTRY
               AT END
                   CONTINUE
               WHEN ES-T-ACCT(ES-IDX) = AM-ACCT-NUMBER
                   MOVE 'Y' TO WS-ESTATE-FOUND
                   MOVE 'N' TO WS-ENROLLED
           END-SEARCH.

       LOAD-POSTING-TABLES.
           OPEN INPUT INTEREST-POSTINGS
           IF WS-INT-FILE-STATUS = '00'
               END-PERFORM
               CLOSE INTEREST-POSTINGS
           END-IF
           OPEN INPUT PROMO-BONUS-POSTINGS
           IF WS-PB-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-POSTING
               PERFORM READ-PROMO-BONUS-POSTING
                   UNTIL WS-EOF-POSTING = 'Y'
               CLOSE PROMO-BONUS-POSTINGS
           END-IF
           OPEN INPUT FEE-POSTINGS
           IF WS-FEE-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-POSTING
               MOVE POST-ACCT-NUMBER TO IP-ACCOUNT(IP-IDX)
               MOVE POST-AMOUNT TO IP-AMOUNT(IP-IDX)
               MOVE POST-DATE TO IP-DATE(IP-IDX)
               MOVE SPACES TO IP-BONUS-CODE(IP-IDX)
           ELSE
               ADD 1 TO WS-POSTING-OVERFLOW
           END-IF.

      *    A PROMOTIONAL BONUS IS CAPITALIZED AS ITS OWN INTEREST ROW.
      *    promo_bonus_postings.dat NAMES THE ROW AND ITS CAMPAIGN SO
      *    THE BONUS PRINTS AS A SEPARATE STATEMENT LINE.
       READ-PROMO-BONUS-POSTING.
           READ PROMO-BONUS-POSTINGS
               AT END
                   MOVE 'Y' TO WS-EOF-POSTING
               NOT AT END
                   IF PB-NET > 0
                       AND WS-IP-COUNT > 0
                       PERFORM TAG-PROMO-BONUS-POSTING
                   END-IF
           END-READ.

       TAG-PROMO-BONUS-POSTING.
           SET IP-IDX TO 1
           SEARCH INT-POSTING-ENTRY
               AT END
                   CONTINUE
               WHEN IP-ACCOUNT(IP-IDX) = PB-ACCT-NUMBER
                   AND IP-DATE(IP-IDX) = PB-DATE
                   AND IP-AMOUNT(IP-IDX) = PB-NET
                   AND IP-BONUS-CODE(IP-IDX) = SPACES
                   MOVE PB-CAMPAIGN-CODE TO IP-BONUS-CODE(IP-IDX)
           END-SEARCH.

       STORE-FEE-POSTING.
           IF FEE-AMOUNT > 0
               IF WS-FP-COUNT < 5000
                           MOVE AM-CYCLE-CODE TO WS-ACCT-CYCLE
                       END-IF
                       PERFORM CHECK-COMBINED-ENROLLMENT
                       PERFORM CHECK-ESTATE-ACCOUNT
                       PERFORM CHECK-CYCLE-DUE
                       EVALUATE TRUE
                           WHEN AM-STATUS = 'C'
           PERFORM DETERMINE-ACCOUNT-PERIOD
           PERFORM DETERMINE-DELIVERY-CHANNEL

           IF WS-HELD-MAIL = 'S'
               PERFORM HOLD-UNDELIVERABLE-STATEMENT
               EXIT PARAGRAPH
           END-IF

           IF AM-STATUS = 'D'
               PERFORM COUNT-PERIOD-ACTIVITY
               IF WS-PRECOUNT = 0
               END-IF
           END-IF

           IF WS-HELD-MAIL = 'E'
               ADD 1 TO WS-REDIRECT-COUNT
               PERFORM WRITE-HELD-MAIL-ROW
           END-IF

           IF WS-DELIVERY = 'E'
               ADD 1 TO WS-ESTMT-COUNT
               PERFORM WRITE-ESTMT-BANNER
           DISPLAY "Statement generated for account: " AM-ACCT-NUMBER.

       DETERMINE-DELIVERY-CHANNEL.
           MOVE SPACE TO WS-HELD-MAIL
           IF AM-UNDELIV-FLAG = 'Y' AND WS-ESTATE-FOUND = 'N'
               IF AM-EMAIL NOT = SPACES
                   MOVE 'E' TO WS-DELIVERY
                   IF AM-DELIVERY-PREF NOT = 'E'
                       MOVE 'E' TO WS-HELD-MAIL
                   END-IF
               ELSE
                   MOVE 'P' TO WS-DELIVERY
                   MOVE 'S' TO WS-HELD-MAIL
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF AM-DELIVERY-PREF = 'E' AND AM-EMAIL NOT = SPACES
               AND WS-ESTATE-FOUND = 'N'
               MOVE 'E' TO WS-DELIVERY
           ELSE
               MOVE 'P' TO WS-DELIVERY
           END-IF.

       HOLD-UNDELIVERABLE-STATEMENT.
           ADD 1 TO WS-HELD-COUNT
           PERFORM WRITE-HELD-MAIL-ROW
           DISPLAY "Statement held - address undeliverable: "
                   WS-CURRENT-ACCOUNT.

       WRITE-HELD-MAIL-ROW.
           MOVE WS-CURRENT-ACCOUNT TO HM-ACCT-NUMBER
           MOVE 'STATEMENT' TO HM-SOURCE
           MOVE WS-HELD-MAIL TO HM-DISPOSITION
           MOVE WS-TODAY-YYYYMMDD TO HM-DATE
           WRITE HELD-MAIL-RECORD.

       WRITE-STMT-LINE.
           IF WS-DELIVERY = 'E'
               WRITE ESTMT-LINE FROM STATEMENT-LINE
           MOVE 0 TO WS-TRANSACTION-COUNT
           MOVE 0 TO WS-YTD-INTEREST
           MOVE 0 TO WS-YTD-FEES
           MOVE 0 TO WS-CD-PENALTY-FEES
           MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE
           MOVE 0 TO WS-BALANCE-DAY-SUM
           MOVE WS-PERIOD-START-INT TO WS-LAST-BAL-DATE-INT.
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           
           IF WS-ESTATE-FOUND = 'Y'
               PERFORM WRITE-ESTATE-ADDRESS
           ELSE
               MOVE AM-CUSTOMER-NAME TO CI1-NAME
               MOVE CUSTOMER-INFO-1 TO STATEMENT-LINE
               PERFORM WRITE-STMT-LINE
               PERFORM WRITE-OWNER-LINE
                   VARYING OWN-IDX FROM 1 BY 1
                   UNTIL OWN-IDX > WS-OWN-COUNT
               MOVE AM-ADDRESS-1 TO STATEMENT-LINE
               PERFORM WRITE-STMT-LINE
               MOVE AM-ADDRESS-2 TO STATEMENT-LINE
               PERFORM WRITE-STMT-LINE
               MOVE AM-CITY-STATE-ZIP TO STATEMENT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           
           MOVE STATEMENT-HEADER-1 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE.

       WRITE-OWNER-LINE.
           IF OW-T-ACCT(OWN-IDX) NOT = AM-ACCT-NUMBER
               EXIT PARAGRAPH
           END-IF
           EVALUATE OW-T-ROLE(OWN-IDX)
               WHEN 'JOINT'
                   MOVE 'Joint Owner: ' TO OI-LABEL
               WHEN 'POD'
                   MOVE 'POD Beneficiary: ' TO OI-LABEL
               WHEN 'TRUSTEE'
                   MOVE 'Trustee: ' TO OI-LABEL
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE OW-T-NAME(OWN-IDX) TO OI-NAME
           MOVE OWNER-INFO-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE.

       WRITE-ESTATE-ADDRESS.
           ADD 1 TO WS-ESTATE-STMT-COUNT
           MOVE SPACES TO CI1-NAME
           STRING 'ESTATE OF ' AM-CUSTOMER-NAME
               DELIMITED BY SIZE INTO CI1-NAME
           MOVE CUSTOMER-INFO-1 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING 'C/O ' ES-T-CONTACT-NAME(ES-IDX)
               DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE ES-T-CONTACT-ADDR-1(ES-IDX) TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE ES-T-CONTACT-ADDR-2(ES-IDX) TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE ES-T-CONTACT-CSZ(ES-IDX) TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE.

       PROCESS-ACCOUNT-TRANSACTIONS.
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
                   ADD IP-AMOUNT(IP-IDX) TO WS-TOTAL-CREDITS
                   ADD IP-AMOUNT(IP-IDX) TO WS-CLOSING-BALANCE
                   MOVE 'CREDIT' TO WS-POSTING-TYPE
                   IF IP-BONUS-CODE(IP-IDX) = SPACES
                       MOVE 'INTEREST CREDIT' TO WS-POSTING-DESC
                       MOVE 'INT-POSTING' TO WS-POSTING-REF
                   ELSE
                       MOVE 'PROMOTIONAL BONUS INTEREST'
                           TO WS-POSTING-DESC
                       MOVE SPACES TO WS-POSTING-REF
                       STRING 'PROMO-' IP-BONUS-CODE(IP-IDX)
                           DELIMITED BY SIZE INTO WS-POSTING-REF
                   END-IF
                   MOVE IP-AMOUNT(IP-IDX) TO WS-POSTING-AMOUNT
                   MOVE IP-DATE(IP-IDX) TO WS-POSTING-DATE
                   PERFORM WRITE-POSTING-LINE
                   SUBTRACT TR-AMOUNT FROM WS-CLOSING-BALANCE
           END-EVALUATE

      *    THE POSTING RUN CARRIES A CD EARLY WITHDRAWAL PENALTY AS ITS
      *    OWN LEDGER DEBIT; EARLIER MONTHS' PENALTIES REACH THE YTD
      *    FIGURE THROUGH THE SERVICE CHARGE POSTINGS.
           IF TR-TYPE = 'DEBIT '
               AND TR-DESCRIPTION = 'CD EARLY WITHDRAWAL PENALTY'
               ADD TR-AMOUNT TO WS-CD-PENALTY-FEES
               ADD TR-AMOUNT TO WS-YTD-FEES
           END-IF

           MOVE TR-DATE TO TDL-DATE
           MOVE TR-DESCRIPTION TO TDL-DESCRIPTION
           MOVE TR-REFERENCE TO TDL-REFERENCE
           COMPUTE WS-SC-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-SC-DATE-INT)
           MOVE WS-SC-DATE-NUM TO SC-DATE
           WRITE SERVICE-CHARGE-RECORD
           MOVE 'Y' TO WS-MF-WRITTEN.

       WRITE-BALANCE-SUMMARY.
           MOVE SPACES TO STATEMENT-LINE
               MOVE 'balance requirement not met.' TO NL-TEXT
               MOVE NOTICE-LINE TO STATEMENT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF
           IF WS-CD-PENALTY-FEES > 0
               MOVE 'Early Withdrawal Penalty:' TO BL-LABEL
               MOVE WS-CD-PENALTY-FEES TO BL-AMOUNT
               MOVE BALANCE-LINE TO STATEMENT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF
           IF WS-AVERAGE-DAILY-BALANCE NOT < WS-MINIMUM-BALANCE
               AND WS-CD-PENALTY-FEES = 0
               MOVE 'No fees assessed this period.' TO NL-TEXT
               MOVE NOTICE-LINE TO STATEMENT-LINE
               PERFORM WRITE-STMT-LINE
                  WS-COMBINED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'To Estate Contacts (Print):   '
                  WS-ESTATE-STMT-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'Held - Address Undeliverable: '
                  WS-HELD-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'Redirected From Paper:        '
                  WS-REDIRECT-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           CLOSE DELIVERY-REGISTER.

       CREATE-JOB-CONTROL-RECORD.
           WRITE JOB-CONTROL-RECORD
           CLOSE JOB-CONTROL.

       WRITE-JOB-CONTROL-REFUSAL.
           ACCEPT WS-JOB-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JOB-END-TIME FROM TIME
           STRING WS-JOB-END-DATE WS-JOB-END-TIME
               DELIMITED BY SIZE INTO WS-JOB-END-TIMESTAMP
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'STATEMENT' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'REFUSED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE 0 TO JC-RECORDS-PROC
           MOVE 0 TO JC-RECORDS-ERROR
           WRITE JOB-CONTROL-RECORD
           CLOSE JOB-CONTROL.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BD-STATUS = '00'
           CLOSE ESTMT-FILE
           CLOSE CSV-FILE
           CLOSE SERVICE-CHARGE-POSTINGS
           CLOSE HELD-MAIL-FILE

           DISPLAY " "
           DISPLAY "Statement generation completed."
           DISPLAY "========================================="
           DISPLAY "STATEMENT GENERATION JOB COMPLETED"
           DISPLAY "=========================================".

      *    A RUN THAT ADDED ROWS TO THE HAND-OFF FILE RESTAMPS ITS
      *    MANIFEST WITH THE NEW COUNT AND HASH.
       RECORD-OUTPUT-MANIFESTS.
           MOVE WS-JOB-ID TO WS-MF-JOB-ID
           MOVE 'STATEMENT' TO WS-MF-JOB-NAME
           MOVE WS-TODAY-YYYYMMDD TO WS-MF-DATE
           MOVE 'service_charge_postings.dat' TO WS-MF-FILE-NAME
           MOVE 13 TO WS-MF-POS
           MOVE 7 TO WS-MF-LEN
           PERFORM WRITE-FILE-MANIFEST.

      *    A FINISHED HAND-OFF FILE IS RECORDED IN file_manifest.dat
      *    WITH ITS RECORD COUNT AND AMOUNT HASH SO THE CONSUMING JOB
      *    CAN PROVE IT IS READING THE COMPLETE FILE FOR THE NIGHT.
      *    THE HASH IS THE SUM OF THE UNSIGNED AMOUNT DIGITS AT
      *    WS-MF-POS FOR WS-MF-LEN BYTES OF EVERY ROW.
       WRITE-FILE-MANIFEST.
           PERFORM SCAN-MANIFEST-FILE
           MOVE 'PRODUCED' TO WS-MF-EVENT
           MOVE SPACES TO WS-MF-REASON
           PERFORM APPEND-MANIFEST-ROW.

       SCAN-MANIFEST-FILE.
           MOVE 0 TO WS-MF-COUNT
           MOVE 0 TO WS-MF-HASH
           MOVE 'N' TO WS-MF-EOF
           MOVE 'N' TO WS-MF-SCAN-FOUND
           OPEN INPUT MANIFEST-SCAN-FILE
           IF WS-MF-SCAN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MF-SCAN-FOUND
           PERFORM ADD-MANIFEST-SCAN-LINE UNTIL WS-MF-EOF = 'Y'
           CLOSE MANIFEST-SCAN-FILE.

       ADD-MANIFEST-SCAN-LINE.
           READ MANIFEST-SCAN-FILE
               AT END
                   MOVE 'Y' TO WS-MF-EOF
               NOT AT END
                   ADD 1 TO WS-MF-COUNT
                   IF MANIFEST-SCAN-LINE(WS-MF-POS:WS-MF-LEN)
                           IS NUMERIC
                       MOVE MANIFEST-SCAN-LINE(WS-MF-POS:WS-MF-LEN)
                           TO WS-MF-AMOUNT
                       ADD WS-MF-AMOUNT TO WS-MF-HASH
                   END-IF
           END-READ.

       APPEND-MANIFEST-ROW.
           OPEN EXTEND FILE-MANIFEST
           IF WS-MF-STATUS NOT = '00'
               OPEN OUTPUT FILE-MANIFEST
           END-IF
           MOVE WS-MF-FILE-NAME TO MF-FILE-NAME
           MOVE WS-MF-EVENT TO MF-EVENT
           MOVE WS-MF-DATE TO MF-BUSINESS-DATE
           MOVE WS-MF-COUNT TO MF-RECORD-COUNT
           MOVE WS-MF-HASH TO MF-AMOUNT-HASH
           MOVE WS-MF-POS TO MF-HASH-START
           MOVE WS-MF-LEN TO MF-HASH-LENGTH
           MOVE WS-MF-JOB-ID TO MF-JOB-ID
           MOVE WS-MF-JOB-NAME TO MF-JOB-NAME
           ACCEPT WS-MF-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-MF-STAMP-TIME FROM TIME
           STRING WS-MF-STAMP-DATE WS-MF-STAMP-TIME(1:6)
               DELIMITED BY SIZE INTO MF-WRITTEN-TS
           MOVE WS-MF-REASON TO MF-REASON
           WRITE FILE-MANIFEST-RECORD
           CLOSE FILE-MANIFEST.

      *    THE LEDGER AND THE POSTING FILES SHOWN ON THE STATEMENT ARE
      *    PROVED AGAINST THEIR MANIFESTS BEFORE ANY IS OPENED.
       VERIFY-INPUT-MANIFESTS.
           MOVE 'Y' TO WS-MF-VERIFIED
           MOVE WS-JOB-ID TO WS-MF-JOB-ID
           MOVE 'STATEMENT' TO WS-MF-JOB-NAME
           MOVE WS-TODAY-YYYYMMDD TO WS-MF-DATE
           MOVE 'monthly_transactions.dat' TO WS-MF-FILE-NAME
           PERFORM VERIFY-FILE-MANIFEST
           MOVE 'interest_postings.dat' TO WS-MF-FILE-NAME
           PERFORM VERIFY-FILE-MANIFEST
           MOVE 'overdraft_fee_postings.dat' TO WS-MF-FILE-NAME
           PERFORM VERIFY-FILE-MANIFEST.

      *    A HAND-OFF FILE IS ONLY READ WHEN ITS LATEST PRODUCED
      *    MANIFEST ROW IS FOR THIS BUSINESS DATE AND THE FILE ON DISK
      *    STILL MATCHES THE RECORDED COUNT AND AMOUNT HASH - A STALE,
      *    HALF-WRITTEN OR MISSING FILE IS REFUSED AND THE REFUSAL IS
      *    RECORDED IN THE MANIFEST UNDER THIS JOB.
       VERIFY-FILE-MANIFEST.
           PERFORM FIND-MANIFEST-ROW
           MOVE SPACES TO WS-MF-REASON
           MOVE 0 TO WS-MF-COUNT
           MOVE 0 TO WS-MF-HASH
           MOVE 0 TO WS-MF-POS
           MOVE 0 TO WS-MF-LEN
           IF WS-MF-FOUND = 'N'
               MOVE 'NO PRODUCED MANIFEST ENTRY' TO WS-MF-REASON
           ELSE
               MOVE WS-MF-EXP-POS TO WS-MF-POS
               MOVE WS-MF-EXP-LEN TO WS-MF-LEN
               PERFORM SCAN-MANIFEST-FILE
               EVALUATE TRUE
                   WHEN WS-MF-EXP-DATE NOT = WS-MF-DATE
                       STRING 'PRODUCED FOR BUSINESS DATE '
                              WS-MF-EXP-DATE
                           DELIMITED BY SIZE INTO WS-MF-REASON
                   WHEN WS-MF-SCAN-FOUND = 'N'
                        AND WS-MF-EXP-COUNT > 0
                       MOVE 'FILE NOT PRESENT' TO WS-MF-REASON
                   WHEN WS-MF-COUNT NOT = WS-MF-EXP-COUNT
                       MOVE 'RECORD COUNT DOES NOT MATCH MANIFEST'
                           TO WS-MF-REASON
                   WHEN WS-MF-HASH NOT = WS-MF-EXP-HASH
                       MOVE 'AMOUNT HASH DOES NOT MATCH MANIFEST'
                           TO WS-MF-REASON
               END-EVALUATE
           END-IF
           IF WS-MF-REASON = SPACES
               MOVE 'VERIFIED' TO WS-MF-EVENT
               STRING 'PRODUCED BY ' DELIMITED BY SIZE
                      WS-MF-EXP-JOB-NAME DELIMITED BY SPACE
                      ' ' WS-MF-EXP-JOB-ID DELIMITED BY SIZE
                   INTO WS-MF-REASON
           ELSE
               MOVE 'REFUSED' TO WS-MF-EVENT
               MOVE 'N' TO WS-MF-VERIFIED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-MF-FILE-NAME)
                       " refused - " FUNCTION TRIM(WS-MF-REASON)
           END-IF
           PERFORM APPEND-MANIFEST-ROW.

       FIND-MANIFEST-ROW.
           MOVE 'N' TO WS-MF-FOUND
           MOVE 'N' TO WS-MF-EOF
           OPEN INPUT FILE-MANIFEST
           IF WS-MF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-MANIFEST-ROW UNTIL WS-MF-EOF = 'Y'
           CLOSE FILE-MANIFEST.

       READ-MANIFEST-ROW.
           READ FILE-MANIFEST
               AT END
                   MOVE 'Y' TO WS-MF-EOF
               NOT AT END
                   IF MF-FILE-NAME = WS-MF-FILE-NAME
                      AND MF-EVENT = 'PRODUCED'
                       MOVE 'Y' TO WS-MF-FOUND
                       MOVE MF-BUSINESS-DATE TO WS-MF-EXP-DATE
                       MOVE MF-RECORD-COUNT TO WS-MF-EXP-COUNT
                       MOVE MF-AMOUNT-HASH TO WS-MF-EXP-HASH
                       MOVE MF-HASH-START TO WS-MF-EXP-POS
                       MOVE MF-HASH-LENGTH TO WS-MF-EXP-LEN
                       MOVE MF-JOB-ID TO WS-MF-EXP-JOB-ID
                       MOVE MF-JOB-NAME TO WS-MF-EXP-JOB-NAME
                   END-IF
           END-READ.
