       IDENTIFICATION DIVISION.
       PROGRAM-ID. TestDataMask.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'account_balances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'account_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCT-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT MASKED-ACCOUNT-FILE ASSIGN TO
               'masked_account_balances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-ACCT-NUMBER
               FILE STATUS IS WS-MASKED-STATUS.
           SELECT MASKED-MASTER-FILE ASSIGN TO
               'masked_account_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-ACCT-NUMBER
               FILE STATUS IS WS-MASKED-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'monthly_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT MASKED-TRANSACTION-FILE ASSIGN TO
               'masked_monthly_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-FILE ASSIGN TO 'batch_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT MASKED-BATCH-FILE ASSIGN TO
               'masked_batch_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEREST-POSTINGS ASSIGN TO 'interest_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT MASKED-INTEREST-POSTINGS ASSIGN TO
               'masked_interest_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-POSTINGS ASSIGN TO 'overdraft_fee_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT MASKED-FEE-POSTINGS ASSIGN TO
               'masked_overdraft_fee_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SERVICE-CHARGE-POSTINGS ASSIGN TO
               'service_charge_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT MASKED-SC-POSTINGS ASSIGN TO
               'masked_service_charge_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'standing_orders.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT MASKED-STANDING-ORDERS ASSIGN TO
               'masked_standing_orders.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ODP-LINK-FILE ASSIGN TO 'od_protection_links.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT MASKED-ODP-LINKS ASSIGN TO
               'masked_od_protection_links.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OWNERSHIP-FILE ASSIGN TO 'account_ownership.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT MASKED-OWNERSHIP-FILE ASSIGN TO
               'masked_account_ownership.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASK-REPORT ASSIGN TO 'test_data_mask_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER       PIC X(12).
           05  ACCT-TYPE         PIC X(8).
           05  CURRENT-BALANCE   PIC S9(10)V99.
           05  MINIMUM-BALANCE   PIC 9(10)V99.
           05  LAST-INTEREST-DATE PIC X(8).
           05  LAST-OD-DATE      PIC X(8).
           05  OD-WAIVER-YEAR    PIC X(4).
           05  OD-WAIVER-COUNT   PIC 9(2).
           05  CURRENCY-CODE     PIC X(3).
           05  ACCT-STATUS       PIC X(1).
           05  ACCT-TERM-MONTHS  PIC 9(3).
           05  ACCT-MATURITY-DATE PIC X(8).
           05  AVAILABLE-BALANCE PIC S9(10)V99.
           05  ACCRUED-INTEREST  PIC 9(8)V99.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-ACCT-NUMBER    PIC X(12).
           05  CM-CUSTOMER-NAME  PIC X(30).
           05  CM-ADDRESS-1      PIC X(30).
           05  CM-ADDRESS-2      PIC X(30).
           05  CM-CITY-STATE-ZIP PIC X(30).
           05  CM-PHONE          PIC X(12).
           05  CM-ACCT-TYPE      PIC X(8).
           05  CM-OPENING-DATE   PIC X(8).
           05  CM-STATUS         PIC X(1).
           05  CM-CUSTOMER-ID    PIC X(10).
           05  CM-EMAIL          PIC X(40).
           05  CM-SMS-FLAG       PIC X(1).
           05  CM-CYCLE-CODE     PIC X(2).
           05  CM-WITHHOLD-FLAG  PIC X(1).
           05  CM-WITHHOLD-RATE  PIC 9V9999.
           05  CM-DELIVERY-PREF  PIC X(1).
           05  CM-UNDELIV-FLAG   PIC X(1).

       FD  MASKED-ACCOUNT-FILE.
       01  MASKED-ACCOUNT-RECORD.
           05  MA-ACCT-NUMBER    PIC X(12).
           05  FILLER            PIC X(91).

       FD  MASKED-MASTER-FILE.
       01  MASKED-MASTER-RECORD.
           05  MM-ACCT-NUMBER    PIC X(12).
           05  FILLER            PIC X(210).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TR-ACCT-NUMBER    PIC X(12).
           05  TR-DATE           PIC X(8).
           05  TR-TIME           PIC X(6).
           05  TR-TYPE           PIC X(6).
           05  TR-AMOUNT         PIC 9(8)V99.
           05  TR-DESCRIPTION    PIC X(30).
           05  TR-REFERENCE      PIC X(15).
           05  TR-CHANNEL        PIC X(10).
           05  TR-CURRENCY       PIC X(3).

       FD  MASKED-TRANSACTION-FILE.
       01  MASKED-TRANSACTION-LINE PIC X(100).

       FD  BATCH-FILE.
       01  BATCH-RECORD.
           05  TXN-TYPE          PIC X(8).
           05  TXN-AMOUNT        PIC 9(6)V99.
           05  TXN-ID            PIC X(10).
           05  ACCOUNT-NUMBER    PIC X(12).
           05  TO-ACCOUNT-NUMBER PIC X(12).
           05  TXN-EFFECTIVE-DATE PIC X(8).

       FD  MASKED-BATCH-FILE.
       01  MASKED-BATCH-LINE     PIC X(58).

       FD  INTEREST-POSTINGS.
       01  POSTING-RECORD.
           05  POST-ACCT-NUMBER  PIC X(12).
           05  POST-AMOUNT       PIC 9(8)V99.
           05  POST-RATE         PIC 9V9999.
           05  POST-DATE         PIC X(8).

       FD  MASKED-INTEREST-POSTINGS.
       01  MASKED-POSTING-LINE   PIC X(35).

       FD  FEE-POSTINGS.
       01  FEE-RECORD.
           05  FEE-ACCT-NUMBER   PIC X(12).
           05  FEE-AMOUNT        PIC 9(5)V99.
           05  FEE-TYPE          PIC X(15).
           05  FEE-DATE          PIC X(8).

       FD  MASKED-FEE-POSTINGS.
       01  MASKED-FEE-LINE       PIC X(42).

       FD  SERVICE-CHARGE-POSTINGS.
       01  SERVICE-CHARGE-RECORD.
           05  SC-ACCT-NUMBER    PIC X(12).
           05  SC-AMOUNT         PIC 9(5)V99.
           05  SC-TYPE           PIC X(15).
           05  SC-DATE           PIC X(8).

       FD  MASKED-SC-POSTINGS.
       01  MASKED-SC-LINE        PIC X(42).

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  SO-ACCT-NUMBER    PIC X(12).
           05  SO-COUNTERPARTY   PIC X(12).
           05  SO-AMOUNT         PIC 9(6)V99.
           05  SO-FREQUENCY      PIC X(8).
           05  SO-NEXT-RUN-DATE  PIC X(8).
           05  SO-EXPIRY-DATE    PIC X(8).
           05  SO-STATUS         PIC X(1).

       FD  MASKED-STANDING-ORDERS.
       01  MASKED-SO-LINE        PIC X(57).

       FD  ODP-LINK-FILE.
       01  ODP-LINK-RECORD.
           05  ODP-PROTECTED-ACCT PIC X(12).
           05  ODP-FUNDING-ACCT  PIC X(12).
           05  ODP-SWEEP-LIMIT   PIC 9(8)V99.
           05  ODP-LINK-STATUS   PIC X(1).

       FD  MASKED-ODP-LINKS.
       01  MASKED-ODP-LINE       PIC X(35).

       FD  OWNERSHIP-FILE.
       01  OWNERSHIP-RECORD.
           05  OW-ACCT-NUMBER    PIC X(12).
           05  OW-CUSTOMER-ID    PIC X(10).
           05  OW-CUSTOMER-NAME  PIC X(30).
           05  OW-ROLE           PIC X(8).
           05  OW-PERCENT        PIC 9(3)V99.
           05  OW-STATUS         PIC X(1).
           05  OW-ADDED-DATE     PIC X(8).

       FD  MASKED-OWNERSHIP-FILE.
       01  MASKED-OWNERSHIP-LINE PIC X(74).

       FD  MASK-REPORT.
       01  REPORT-LINE           PIC X(132).

       FD  JOB-CONTROL.
       01  JOB-CONTROL-RECORD.
           05  JC-JOB-ID         PIC 9(9).
           05  JC-JOB-NAME       PIC X(15).
           05  JC-START-TIME     PIC X(14).
           05  JC-STATUS         PIC X(10).
           05  JC-END-TIME       PIC X(14).
           05  JC-RECORDS-PROC   PIC 9(9).
           05  JC-RECORDS-ERROR  PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-CM-STATUS          PIC XX.
       01  WS-MASKED-STATUS      PIC XX.
       01  WS-IN-STATUS          PIC XX.
       01  WS-CURRENT-DATE.
           05  WS-YEAR           PIC 9(4).
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.
       01  WS-FORMATTED-DATE     PIC X(10).
       01  WS-CURRENT-TIME       PIC X(8).
       01  WS-JOB-ID             PIC 9(9).
       01  WS-JOB-START-TIMESTAMP PIC X(14).
       01  WS-JOB-END-DATE       PIC X(8).
       01  WS-JOB-END-TIME       PIC X(6).
       01  WS-JOB-END-TIMESTAMP  PIC X(14).

      *    EVERY REAL ACCOUNT NUMBER SEEN IS GIVEN ONE MASKED NUMBER,
      *    USED WHEREVER THAT ACCOUNT APPEARS IN ANY FILE. THE TABLE
      *    IS SEEDED WITH THE BALANCE AND MASTER KEYS FIRST SO THAT NO
      *    MASKED NUMBER CAN COINCIDE WITH A REAL ONE.
       01  WS-MAP-IN             PIC X(12).
       01  WS-MAP-OUT            PIC X(12).
       01  WS-MAP-FOUND          PIC X.
       01  WS-MAP-SAVE           PIC 9(5).
       01  WS-MAP-OVERFLOW       PIC 9(7) VALUE 0.
       01  WS-MAP-COUNT          PIC 9(5) VALUE 0.
       01  ACCOUNT-MAP-TABLE.
           05  MAP-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-MAP-COUNT
                   INDEXED BY MP-IDX.
               10  MP-OLD            PIC X(12).
               10  MP-NEW            PIC X(12).
       01  WS-MAPPED-COUNT       PIC 9(7) VALUE 0.

      *    MASKED NUMBERS ARE '8' FOLLOWED BY A TEN-DIGIT SEQUENCE
      *    AND A LUHN MOD-10 CHECK DIGIT IN THE TWELFTH POSITION, SO
      *    THE CHECK-DIGIT EDITS ACCEPT THEM.
       01  WS-ACCT-SEQ           PIC 9(10) VALUE 0.
       01  WS-NUMBER-FREE        PIC X.
       01  WS-CD-ACCOUNT         PIC X(12).
       01  WS-CD-IDX             PIC 9(2).
       01  WS-CD-SUM             PIC 9(4).
       01  WS-CD-TERM            PIC 9(2).
       01  WS-CD-DIGIT-X         PIC X(1).
       01  WS-CD-DIGIT-N REDEFINES WS-CD-DIGIT-X PIC 9(1).
       01  WS-CD-EXPECTED        PIC 9(1).
       01  WS-CD-EXPECTED-X REDEFINES WS-CD-EXPECTED PIC X(1).

      *    CUSTOMER IDS ARE REMAPPED THE SAME WAY SO THAT OWNERSHIP
      *    ROWS STILL JOIN TO THE MASTER; THE FAKE NAME FOLLOWS THE
      *    CUSTOMER, NOT THE ACCOUNT.
       01  WS-CUST-IN            PIC X(10).
       01  WS-CUST-OUT           PIC X(10).
       01  WS-CUST-NAME          PIC X(30).
       01  WS-CUST-FOUND         PIC X.
       01  WS-CUST-SEQ           PIC 9(9) VALUE 0.
       01  WS-CUST-COUNT         PIC 9(5) VALUE 0.
       01  CUSTOMER-MAP-TABLE.
           05  CUST-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-CUST-COUNT
                   INDEXED BY CS-IDX.
               10  CS-OLD            PIC X(10).
               10  CS-SEQ            PIC 9(9).
       01  WS-FAKE-SEQ           PIC 9(9).
       01  WS-FAKE-SEQ-X REDEFINES WS-FAKE-SEQ PIC X(9).

      *    ONE STATISTICS ROW PER FILE, IN PROCESSING ORDER
       01  MASK-FILE-NAMES.
           05  FILLER            PIC X(34)
               VALUE 'account_balances.dat'.
           05  FILLER            PIC X(34)
               VALUE 'account_master.dat'.
           05  FILLER            PIC X(34)
               VALUE 'monthly_transactions.dat'.
           05  FILLER            PIC X(34)
               VALUE 'batch_transactions.dat'.
           05  FILLER            PIC X(34)
               VALUE 'interest_postings.dat'.
           05  FILLER            PIC X(34)
               VALUE 'overdraft_fee_postings.dat'.
           05  FILLER            PIC X(34)
               VALUE 'service_charge_postings.dat'.
           05  FILLER            PIC X(34)
               VALUE 'standing_orders.dat'.
           05  FILLER            PIC X(34)
               VALUE 'od_protection_links.dat'.
           05  FILLER            PIC X(34)
               VALUE 'account_ownership.dat'.
       01  MASK-FILE-TABLE REDEFINES MASK-FILE-NAMES.
           05  MF-NAME           PIC X(34) OCCURS 10 TIMES.
       01  MASK-STATISTICS.
           05  MASK-STAT OCCURS 10 TIMES.
               10  MS-PRESENT        PIC X(1).
               10  MS-READ           PIC 9(7).
               10  MS-WRITTEN        PIC 9(7).
               10  MS-ACCT-FIELDS    PIC 9(7).
               10  MS-PII-FIELDS     PIC 9(7).
               10  MS-UNMASKED       PIC 9(7).
       01  WS-FILE-NO            PIC 9(2).
       01  WS-TOTAL-READ         PIC 9(9) VALUE 0.
       01  WS-TOTAL-WRITTEN      PIC 9(9) VALUE 0.
       01  WS-TOTAL-UNMASKED     PIC 9(9) VALUE 0.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(45) VALUE SPACES.
           05  FILLER            PIC X(42)
               VALUE 'TEST DATA MASKING REPORT'.
           05  FILLER            PIC X(45) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(16) VALUE 'Run Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(106) VALUE SPACES.

       01  DETAIL-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(36) VALUE 'Source File'.
           05  FILLER            PIC X(13) VALUE 'Status'.
           05  FILLER            PIC X(11) VALUE '     Read'.
           05  FILLER            PIC X(11) VALUE '  Written'.
           05  FILLER            PIC X(11) VALUE ' Acct Flds'.
           05  FILLER            PIC X(11) VALUE '  PII Flds'.
           05  FILLER            PIC X(11) VALUE '  Unmasked'.
           05  FILLER            PIC X(23) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  DL-FILE           PIC X(34).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-STATUS         PIC X(11).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-READ           PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-WRITTEN        PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-ACCT-FIELDS    PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-PII-FIELDS     PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-UNMASKED       PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(25) VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CL-LABEL          PIC X(45).
           05  CL-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(73) VALUE SPACES.

       01  MESSAGE-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  ML-TEXT           PIC X(127).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM SEED-ACCOUNT-MAP
           PERFORM MASK-ACCOUNT-BALANCES
           PERFORM MASK-CUSTOMER-MASTER
           PERFORM MASK-TRANSACTIONS
           PERFORM MASK-BATCH-FILE
           PERFORM MASK-INTEREST-POSTINGS
           PERFORM MASK-FEE-POSTINGS
           PERFORM MASK-SC-POSTINGS
           PERFORM MASK-STANDING-ORDERS
           PERFORM MASK-ODP-LINKS
           PERFORM MASK-OWNERSHIP
           PERFORM GENERATE-REPORT
           PERFORM UPDATE-JOB-CONTROL-RECORD
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-JOB.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-MONTH '/' WS-DAY '/' WS-YEAR
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE
           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-JOB-START-TIMESTAMP
           ACCEPT WS-JOB-ID FROM TIME
           PERFORM CLEAR-FILE-STATISTICS
               VARYING WS-FILE-NO FROM 1 BY 1
               UNTIL WS-FILE-NO > 10

           DISPLAY "========================================="
           DISPLAY "TEST DATA MASKING UTILITY STARTED"
           DISPLAY "========================================="
           DISPLAY "Masked copies are written alongside the"
           DISPLAY "originals with a masked_ prefix. Copy them"
           DISPLAY "into the scratch directory and drop the"
           DISPLAY "prefix before running a test."
           DISPLAY " "

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_balances.dat - "
                       "status " WS-ACCOUNT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_master.dat - "
                       "status " WS-CM-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT MASK-REPORT.

       CLEAR-FILE-STATISTICS.
           MOVE 'N' TO MS-PRESENT(WS-FILE-NO)
           MOVE 0 TO MS-READ(WS-FILE-NO)
           MOVE 0 TO MS-WRITTEN(WS-FILE-NO)
           MOVE 0 TO MS-ACCT-FIELDS(WS-FILE-NO)
           MOVE 0 TO MS-PII-FIELDS(WS-FILE-NO)
           MOVE 0 TO MS-UNMASKED(WS-FILE-NO).

      *    ================================================
      *    ACCOUNT NUMBER MAPPING
      *    ================================================
       SEED-ACCOUNT-MAP.
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM SEED-FROM-BALANCE UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO CM-ACCT-NUMBER
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM SEED-FROM-MASTER UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           DISPLAY "Real account numbers on file: " WS-MAP-COUNT.

       SEED-FROM-BALANCE.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE ACCT-NUMBER TO WS-MAP-IN
                   PERFORM ADD-REAL-ACCOUNT
           END-READ.

       SEED-FROM-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE CM-ACCT-NUMBER TO WS-MAP-IN
                   PERFORM ADD-REAL-ACCOUNT
           END-READ.

       ADD-REAL-ACCOUNT.
           PERFORM FIND-MAP-ENTRY
           IF WS-MAP-FOUND = 'N'
               IF WS-MAP-COUNT >= 20000
                   ADD 1 TO WS-MAP-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MAP-COUNT
               SET MP-IDX TO WS-MAP-COUNT
               MOVE WS-MAP-IN TO MP-OLD(MP-IDX)
               MOVE SPACES TO MP-NEW(MP-IDX)
           END-IF.

       FIND-MAP-ENTRY.
           MOVE 'N' TO WS-MAP-FOUND
           IF WS-MAP-COUNT > 0
               SET MP-IDX TO 1
               SEARCH MAP-ENTRY
                   AT END
                       MOVE 'N' TO WS-MAP-FOUND
                   WHEN MP-OLD(MP-IDX) = WS-MAP-IN
                       MOVE 'Y' TO WS-MAP-FOUND
               END-SEARCH
           END-IF.

      *    RETURNS THE MASKED NUMBER FOR WS-MAP-IN IN WS-MAP-OUT AND
      *    COUNTS THE FIELD AGAINST THE CURRENT FILE. A NUMBER THAT
      *    CANNOT BE MAPPED IS ZEROED RATHER THAN CARRIED THROUGH.
       MAP-ACCOUNT.
           IF WS-MAP-IN = SPACES
               MOVE SPACES TO WS-MAP-OUT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-MAP-ENTRY
           IF WS-MAP-FOUND = 'N'
               PERFORM ADD-REAL-ACCOUNT
               PERFORM FIND-MAP-ENTRY
           END-IF
           IF WS-MAP-FOUND = 'N'
               MOVE ZEROS TO WS-MAP-OUT
               ADD 1 TO MS-ACCT-FIELDS(WS-FILE-NO)
               EXIT PARAGRAPH
           END-IF
           IF MP-NEW(MP-IDX) = SPACES
               PERFORM ASSIGN-MASKED-NUMBER
           END-IF
           MOVE MP-NEW(MP-IDX) TO WS-MAP-OUT
           ADD 1 TO MS-ACCT-FIELDS(WS-FILE-NO)
           PERFORM VERIFY-MASKED-ACCOUNT.

       ASSIGN-MASKED-NUMBER.
           MOVE 'N' TO WS-NUMBER-FREE
           PERFORM NEXT-MASKED-NUMBER UNTIL WS-NUMBER-FREE = 'Y'
           MOVE WS-CD-ACCOUNT TO MP-NEW(MP-IDX)
           ADD 1 TO WS-MAPPED-COUNT.

       NEXT-MASKED-NUMBER.
           ADD 1 TO WS-ACCT-SEQ
           MOVE '8' TO WS-CD-ACCOUNT(1:1)
           MOVE WS-ACCT-SEQ TO WS-CD-ACCOUNT(2:10)
           MOVE 0 TO WS-CD-SUM
           PERFORM ADD-CHECK-DIGIT-TERM
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > 11
           COMPUTE WS-CD-EXPECTED = FUNCTION MOD(
               10 - FUNCTION MOD(WS-CD-SUM, 10), 10)
           MOVE WS-CD-EXPECTED-X TO WS-CD-ACCOUNT(12:1)
           MOVE 'Y' TO WS-NUMBER-FREE
           SET WS-MAP-SAVE TO MP-IDX
           MOVE WS-CD-ACCOUNT TO WS-MAP-IN
           PERFORM FIND-MAP-ENTRY
           IF WS-MAP-FOUND = 'Y'
               MOVE 'N' TO WS-NUMBER-FREE
           END-IF
           SET MP-IDX TO WS-MAP-SAVE.

       ADD-CHECK-DIGIT-TERM.
           MOVE WS-CD-ACCOUNT(WS-CD-IDX:1) TO WS-CD-DIGIT-X
           MOVE WS-CD-DIGIT-N TO WS-CD-TERM
           IF FUNCTION MOD(WS-CD-IDX, 2) = 1
               COMPUTE WS-CD-TERM = WS-CD-TERM * 2
               IF WS-CD-TERM > 9
                   SUBTRACT 9 FROM WS-CD-TERM
               END-IF
           END-IF
           ADD WS-CD-TERM TO WS-CD-SUM.

      *    PROOF FOR THE REPORT: A MASKED NUMBER THAT MATCHES ANY
      *    REAL ACCOUNT NUMBER SEEN IN THIS RUN IS COUNTED AS UNMASKED.
       VERIFY-MASKED-ACCOUNT.
           SET WS-MAP-SAVE TO MP-IDX
           MOVE WS-MAP-OUT TO WS-MAP-IN
           PERFORM FIND-MAP-ENTRY
           IF WS-MAP-FOUND = 'Y'
               ADD 1 TO MS-UNMASKED(WS-FILE-NO)
           END-IF
           SET MP-IDX TO WS-MAP-SAVE.

      *    ================================================
      *    CUSTOMER ID MAPPING AND FAKE CONTACT DETAILS
      *    ================================================
       MAP-CUSTOMER.
           MOVE SPACES TO WS-CUST-OUT
           MOVE SPACES TO WS-CUST-NAME
           IF WS-CUST-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CUST-FOUND
           IF WS-CUST-COUNT > 0
               SET CS-IDX TO 1
               SEARCH CUST-ENTRY
                   AT END
                       MOVE 'N' TO WS-CUST-FOUND
                   WHEN CS-OLD(CS-IDX) = WS-CUST-IN
                       MOVE 'Y' TO WS-CUST-FOUND
               END-SEARCH
           END-IF
           IF WS-CUST-FOUND = 'N'
               ADD 1 TO WS-CUST-SEQ
               IF WS-CUST-COUNT < 20000
                   ADD 1 TO WS-CUST-COUNT
                   SET CS-IDX TO WS-CUST-COUNT
                   MOVE WS-CUST-IN TO CS-OLD(CS-IDX)
                   MOVE WS-CUST-SEQ TO CS-SEQ(CS-IDX)
               END-IF
               MOVE WS-CUST-SEQ TO WS-FAKE-SEQ
           ELSE
               MOVE CS-SEQ(CS-IDX) TO WS-FAKE-SEQ
           END-IF
           STRING 'T' WS-FAKE-SEQ-X
               DELIMITED BY SIZE INTO WS-CUST-OUT
           STRING 'TEST CUSTOMER ' WS-FAKE-SEQ-X
               DELIMITED BY SIZE INTO WS-CUST-NAME
           ADD 1 TO MS-PII-FIELDS(WS-FILE-NO).

      *    ================================================
      *    INDEXED MASTERS
      *    ================================================
       MASK-ACCOUNT-BALANCES.
           MOVE 1 TO WS-FILE-NO
           MOVE 'Y' TO MS-PRESENT(WS-FILE-NO)
           OPEN OUTPUT MASKED-ACCOUNT-FILE
           IF WS-MASKED-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot create "
                       "masked_account_balances.dat - status "
                       WS-MASKED-STATUS
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM MASK-BALANCE-RECORD UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           CLOSE MASKED-ACCOUNT-FILE.

       MASK-BALANCE-RECORD.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO MS-READ(WS-FILE-NO)
           MOVE ACCT-NUMBER TO WS-MAP-IN
           PERFORM MAP-ACCOUNT
           MOVE WS-MAP-OUT TO ACCT-NUMBER
           WRITE MASKED-ACCOUNT-RECORD FROM ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Masked balance key duplicated: "
                           WS-MAP-OUT
               NOT INVALID KEY
                   ADD 1 TO MS-WRITTEN(WS-FILE-NO)
           END-WRITE.

       MASK-CUSTOMER-MASTER.
           MOVE 2 TO WS-FILE-NO
           MOVE 'Y' TO MS-PRESENT(WS-FILE-NO)
           OPEN OUTPUT MASKED-MASTER-FILE
           IF WS-MASKED-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot create "
                       "masked_account_master.dat - status "
                       WS-MASKED-STATUS
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO CM-ACCT-NUMBER
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM MASK-MASTER-RECORD UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           CLOSE MASKED-MASTER-FILE.

       MASK-MASTER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO MS-READ(WS-FILE-NO)
           MOVE CM-ACCT-NUMBER TO WS-MAP-IN
           PERFORM MAP-ACCOUNT
           MOVE WS-MAP-OUT TO CM-ACCT-NUMBER

      *    AN ACCOUNT WITH NO CUSTOMER ID STILL GETS A FAKE NAME,
      *    KEYED OFF THE MASKED ACCOUNT NUMBER.
           MOVE CM-CUSTOMER-ID TO WS-CUST-IN
           PERFORM MAP-CUSTOMER
           IF WS-CUST-IN = SPACES
               MOVE SPACES TO CM-CUSTOMER-NAME
               STRING 'TEST HOLDER ' CM-ACCT-NUMBER
                   DELIMITED BY SIZE INTO CM-CUSTOMER-NAME
               MOVE CM-ACCT-NUMBER(4:9) TO WS-FAKE-SEQ-X
               ADD 1 TO MS-PII-FIELDS(WS-FILE-NO)
           ELSE
               MOVE WS-CUST-OUT TO CM-CUSTOMER-ID
               MOVE WS-CUST-NAME TO CM-CUSTOMER-NAME
           END-IF
           MOVE SPACES TO CM-ADDRESS-1
           STRING WS-FAKE-SEQ-X(4:6) ' TEST STREET'
               DELIMITED BY SIZE INTO CM-ADDRESS-1
           MOVE SPACES TO CM-ADDRESS-2
           MOVE 'TESTVILLE TS 00000' TO CM-CITY-STATE-ZIP
           MOVE SPACES TO CM-PHONE
           STRING '555-' WS-FAKE-SEQ-X(3:3) '-' WS-FAKE-SEQ-X(6:4)
               DELIMITED BY SIZE INTO CM-PHONE
           ADD 4 TO MS-PII-FIELDS(WS-FILE-NO)
           IF CM-EMAIL NOT = SPACES
               MOVE SPACES TO CM-EMAIL
               STRING 'test' WS-FAKE-SEQ-X '@example.com'
                   DELIMITED BY SIZE INTO CM-EMAIL
               ADD 1 TO MS-PII-FIELDS(WS-FILE-NO)
           END-IF
           WRITE MASKED-MASTER-RECORD FROM CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Masked master key duplicated: "
                           CM-ACCT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO MS-WRITTEN(WS-FILE-NO)
           END-WRITE.

      *    ================================================
      *    TRANSACTION AND POSTING FILES
      *    ================================================
      *    FREE-TEXT DESCRIPTIONS CAN CARRY PAYEE NAMES, SO THEY ARE
      *    REPLACED; THE TYPE, AMOUNT AND REFERENCE ARE KEPT.
       MASK-TRANSACTIONS.
           MOVE 3 TO WS-FILE-NO
           OPEN INPUT TRANSACTION-FILE
           IF WS-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO MS-PRESENT(WS-FILE-NO)
           OPEN OUTPUT MASKED-TRANSACTION-FILE
           PERFORM MASK-TRANSACTION-RECORD UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           CLOSE TRANSACTION-FILE
           CLOSE MASKED-TRANSACTION-FILE.

       MASK-TRANSACTION-RECORD.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO MS-READ(WS-FILE-NO)
           MOVE TR-ACCT-NUMBER TO WS-MAP-IN
           PERFORM MAP-ACCOUNT
           MOVE WS-MAP-OUT TO TR-ACCT-NUMBER
           IF TR-DESCRIPTION NOT = SPACES
               MOVE SPACES TO TR-DESCRIPTION
               STRING 'TEST ' TR-TYPE ' ITEM'
                   DELIMITED BY SIZE INTO TR-DESCRIPTION
               ADD 1 TO MS-PII-FIELDS(WS-FILE-NO)
           END-IF
           WRITE MASKED-TRANSACTION-LINE FROM TRANSACTION-RECORD
           ADD 1 TO MS-WRITTEN(WS-FILE-NO).

      *    HEADER AND TRAILER CONTROL ROWS CARRY NO ACCOUNT AND PASS
      *    THROUGH; THE HASH TOTAL IS OVER AMOUNTS ONLY SO IT STILL
      *    AGREES.
       MASK-BATCH-FILE.
           MOVE 4 TO WS-FILE-NO
           OPEN INPUT BATCH-FILE
           IF WS-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO MS-PRESENT(WS-FILE-NO)
           OPEN OUTPUT MASKED-BATCH-FILE
           PERFORM MASK-BATCH-RECORD UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           CLOSE BATCH-FILE
           CLOSE MASKED-BATCH-FILE.

       MASK-BATCH-RECORD.
           READ BATCH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO MS-READ(WS-FILE-NO)
           IF TXN-TYPE NOT = 'HEADER' AND TXN-TYPE NOT = 'TRAILER'
               MOVE ACCOUNT-NUMBER TO WS-MAP-IN
               PERFORM MAP-ACCOUNT
               MOVE WS-MAP-OUT TO ACCOUNT-NUMBER
               MOVE TO-ACCOUNT-NUMBER TO WS-MAP-IN
               PERFORM MAP-ACCOUNT
               MOVE WS-MAP-OUT TO TO-ACCOUNT-NUMBER
           END-IF
           WRITE MASKED-BATCH-LINE FROM BATCH-RECORD
           ADD 1 TO MS-WRITTEN(WS-FILE-NO).

       MASK-INTEREST-POSTINGS.
           MOVE 5 TO WS-FILE-NO
           OPEN INPUT INTEREST-POSTINGS
           IF WS-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO MS-PRESENT(WS-FILE-NO)
           OPEN OUTPUT MASKED-INTEREST-POSTINGS
           PERFORM MASK-INTEREST-RECORD UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           CLOSE INTEREST-POSTINGS
           CLOSE MASKED-INTEREST-POSTINGS.

       MASK-INTEREST-RECORD.
           READ INTEREST-POSTINGS
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO MS-READ(WS-FILE-NO)
           MOVE POST-ACCT-NUMBER TO WS-MAP-IN
           PERFORM MAP-ACCOUNT
           MOVE WS-MAP-OUT TO POST-ACCT-NUMBER
           WRITE MASKED-POSTING-LINE FROM POSTING-RECORD
           ADD 1 TO MS-WRITTEN(WS-FILE-NO).

       MASK-FEE-POSTINGS.
           MOVE 6 TO WS-FILE-NO
           OPEN INPUT FEE-POSTINGS
           IF WS-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO MS-PRESENT(WS-FILE-NO)
           OPEN OUTPUT MASKED-FEE-POSTINGS
           PERFORM MASK-FEE-RECORD UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           CLOSE FEE-POSTINGS
           CLOSE MASKED-FEE-POSTINGS.

       MASK-FEE-RECORD.
           READ FEE-POSTINGS
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO MS-READ(WS-FILE-NO)
           MOVE FEE-ACCT-NUMBER TO WS-MAP-IN
           PERFORM MAP-ACCOUNT
           MOVE WS-MAP-OUT TO FEE-ACCT-NUMBER
           WRITE MASKED-FEE-LINE FROM FEE-RECORD
           ADD 1 TO MS-WRITTEN(WS-FILE-NO).

       MASK-SC-POSTINGS.
           MOVE 7 TO WS-FILE-NO
           OPEN INPUT SERVICE-CHARGE-POSTINGS
           IF WS-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO MS-PRESENT(WS-FILE-NO)
           OPEN OUTPUT MASKED-SC-POSTINGS
           PERFORM MASK-SC-RECORD UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           CLOSE SERVICE-CHARGE-POSTINGS
           CLOSE MASKED-SC-POSTINGS.

       MASK-SC-RECORD.
           READ SERVICE-CHARGE-POSTINGS
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO MS-READ(WS-FILE-NO)
           MOVE SC-ACCT-NUMBER TO WS-MAP-IN
           PERFORM MAP-ACCOUNT
           MOVE WS-MAP-OUT TO SC-ACCT-NUMBER
           WRITE MASKED-SC-LINE FROM SERVICE-CHARGE-RECORD
           ADD 1 TO MS-WRITTEN(WS-FILE-NO).

      *    BOTH SIDES OF A STANDING ORDER AND OF AN ODP LINK GO
      *    THROUGH THE SAME MAP, SO THE LINKS STILL JOIN.
       MASK-STANDING-ORDERS.
           MOVE 8 TO WS-FILE-NO
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO MS-PRESENT(WS-FILE-NO)
           OPEN OUTPUT MASKED-STANDING-ORDERS
           PERFORM MASK-STANDING-ORDER UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           CLOSE STANDING-ORDER-FILE
           CLOSE MASKED-STANDING-ORDERS.

       MASK-STANDING-ORDER.
           READ STANDING-ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO MS-READ(WS-FILE-NO)
           MOVE SO-ACCT-NUMBER TO WS-MAP-IN
           PERFORM MAP-ACCOUNT
           MOVE WS-MAP-OUT TO SO-ACCT-NUMBER
           MOVE SO-COUNTERPARTY TO WS-MAP-IN
           PERFORM MAP-ACCOUNT
           MOVE WS-MAP-OUT TO SO-COUNTERPARTY
           WRITE MASKED-SO-LINE FROM STANDING-ORDER-RECORD
           ADD 1 TO MS-WRITTEN(WS-FILE-NO).

       MASK-ODP-LINKS.
           MOVE 9 TO WS-FILE-NO
           OPEN INPUT ODP-LINK-FILE
           IF WS-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO MS-PRESENT(WS-FILE-NO)
           OPEN OUTPUT MASKED-ODP-LINKS
           PERFORM MASK-ODP-LINK UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           CLOSE ODP-LINK-FILE
           CLOSE MASKED-ODP-LINKS.

       MASK-ODP-LINK.
           READ ODP-LINK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO MS-READ(WS-FILE-NO)
           MOVE ODP-PROTECTED-ACCT TO WS-MAP-IN
           PERFORM MAP-ACCOUNT
           MOVE WS-MAP-OUT TO ODP-PROTECTED-ACCT
           MOVE ODP-FUNDING-ACCT TO WS-MAP-IN
           PERFORM MAP-ACCOUNT
           MOVE WS-MAP-OUT TO ODP-FUNDING-ACCT
           WRITE MASKED-ODP-LINE FROM ODP-LINK-RECORD
           ADD 1 TO MS-WRITTEN(WS-FILE-NO).

       MASK-OWNERSHIP.
           MOVE 10 TO WS-FILE-NO
           OPEN INPUT OWNERSHIP-FILE
           IF WS-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO MS-PRESENT(WS-FILE-NO)
           OPEN OUTPUT MASKED-OWNERSHIP-FILE
           PERFORM MASK-OWNERSHIP-RECORD UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           CLOSE OWNERSHIP-FILE
           CLOSE MASKED-OWNERSHIP-FILE.

       MASK-OWNERSHIP-RECORD.
           READ OWNERSHIP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO MS-READ(WS-FILE-NO)
           MOVE OW-ACCT-NUMBER TO WS-MAP-IN
           PERFORM MAP-ACCOUNT
           MOVE WS-MAP-OUT TO OW-ACCT-NUMBER
           MOVE OW-CUSTOMER-ID TO WS-CUST-IN
           PERFORM MAP-CUSTOMER
           MOVE WS-CUST-OUT TO OW-CUSTOMER-ID
           IF WS-CUST-IN = SPACES
               MOVE SPACES TO OW-CUSTOMER-NAME
               STRING 'TEST HOLDER ' OW-ACCT-NUMBER
                   DELIMITED BY SIZE INTO OW-CUSTOMER-NAME
               ADD 1 TO MS-PII-FIELDS(WS-FILE-NO)
           ELSE
               MOVE WS-CUST-NAME TO OW-CUSTOMER-NAME
           END-IF
           WRITE MASKED-OWNERSHIP-LINE FROM OWNERSHIP-RECORD
           ADD 1 TO MS-WRITTEN(WS-FILE-NO).

      *    ================================================
      *    MASKING REPORT
      *    ================================================
       GENERATE-REPORT.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM DETAIL-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM WRITE-FILE-LINE
               VARYING WS-FILE-NO FROM 1 BY 1
               UNTIL WS-FILE-NO > 10

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1
           MOVE 'Records Read (All Files):' TO CL-LABEL
           MOVE WS-TOTAL-READ TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Records Written (All Files):' TO CL-LABEL
           MOVE WS-TOTAL-WRITTEN TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Account Numbers Remapped:' TO CL-LABEL
           MOVE WS-MAPPED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Customer IDs Remapped:' TO CL-LABEL
           MOVE WS-CUST-SEQ TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Account Numbers Over Map Capacity:' TO CL-LABEL
           MOVE WS-MAP-OVERFLOW TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Real Account Numbers Carried Over:' TO CL-LABEL
           MOVE WS-TOTAL-UNMASKED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TOTAL-UNMASKED = 0 AND WS-MAP-OVERFLOW = 0
               AND WS-TOTAL-READ = WS-TOTAL-WRITTEN
               MOVE 'RESULT: EVERY RECORD WRITTEN MASKED - NO REAL ACCOU
      -             'NT NUMBER, NAME, ADDRESS, PHONE OR EMAIL CARRIED'
                   TO ML-TEXT
           ELSE
               MOVE 'RESULT: EXCEPTIONS ABOVE - DO NOT RELEASE THE MASKE
      -             'D FILES TO THE TEST ENVIRONMENT'
                   TO ML-TEXT
           END-IF
           WRITE REPORT-LINE FROM MESSAGE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "Masking completed:"
           DISPLAY "  Records read: " WS-TOTAL-READ
           DISPLAY "  Records written: " WS-TOTAL-WRITTEN
           DISPLAY "  Account numbers remapped: " WS-MAPPED-COUNT
           DISPLAY "  Customer IDs remapped: " WS-CUST-SEQ
           DISPLAY "  Real numbers carried over: " WS-TOTAL-UNMASKED
           DISPLAY " "
           DISPLAY "Report generated: test_data_mask_report.txt"
           DISPLAY "========================================="
           DISPLAY "TEST DATA MASKING UTILITY COMPLETED"
           DISPLAY "=========================================".

       WRITE-FILE-LINE.
           MOVE MF-NAME(WS-FILE-NO) TO DL-FILE
           IF MS-PRESENT(WS-FILE-NO) = 'Y'
               MOVE 'MASKED' TO DL-STATUS
           ELSE
               MOVE 'NOT PRESENT' TO DL-STATUS
           END-IF
           MOVE MS-READ(WS-FILE-NO) TO DL-READ
           MOVE MS-WRITTEN(WS-FILE-NO) TO DL-WRITTEN
           MOVE MS-ACCT-FIELDS(WS-FILE-NO) TO DL-ACCT-FIELDS
           MOVE MS-PII-FIELDS(WS-FILE-NO) TO DL-PII-FIELDS
           MOVE MS-UNMASKED(WS-FILE-NO) TO DL-UNMASKED
           WRITE REPORT-LINE FROM DETAIL-LINE
           ADD MS-READ(WS-FILE-NO) TO WS-TOTAL-READ
           ADD MS-WRITTEN(WS-FILE-NO) TO WS-TOTAL-WRITTEN
           ADD MS-UNMASKED(WS-FILE-NO) TO WS-TOTAL-UNMASKED.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'TEST-MASK' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'STARTED' TO JC-STATUS
           MOVE SPACES TO JC-END-TIME
           MOVE 0 TO JC-RECORDS-PROC
           MOVE 0 TO JC-RECORDS-ERROR
           WRITE JOB-CONTROL-RECORD
           CLOSE JOB-CONTROL.

       UPDATE-JOB-CONTROL-RECORD.
           ACCEPT WS-JOB-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JOB-END-TIME FROM TIME
           STRING WS-JOB-END-DATE WS-JOB-END-TIME
               DELIMITED BY SIZE INTO WS-JOB-END-TIMESTAMP
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'TEST-MASK' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-TOTAL-WRITTEN TO JC-RECORDS-PROC
           MOVE WS-TOTAL-UNMASKED TO JC-RECORDS-ERROR
           WRITE JOB-CONTROL-RECORD
           CLOSE JOB-CONTROL.

       CLEANUP.
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE MASK-REPORT.
