               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'account_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCT-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO 'fee_schedule.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT TIER-FILE ASSIGN TO
               'relationship_pricing_tiers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO 'fx_rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT SERVICE-CHARGE-POSTINGS ASSIGN TO
               'service_charge_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT CHARGE-REPORT ASSIGN TO
               'service_charge_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIER-REPORT ASSIGN TO
               'relationship_pricing_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO 'bank_audit_trail.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
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

       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-RECORD.
           05  FS-ACCT-TYPE      PIC X(8).
           05  FS-MONTHLY-FEE    PIC 9(5)V99.
           05  FS-NSF-FEE        PIC 9(5)V99.

       FD  TIER-FILE.
       01  TIER-RECORD.
           05  RT-TIER-CODE      PIC X(8).
           05  RT-MIN-BALANCE    PIC 9(10)V99.
           05  RT-MIN-PRODUCTS   PIC 9(2).
           05  RT-WAIVE-PERCENT  PIC 9(3).

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           05  FX-DATE           PIC X(8).
           05  FX-CURRENCY       PIC X(3).
           05  FX-RATE-TO-USD    PIC 9(3)V9(6).

       FD  SERVICE-CHARGE-POSTINGS.
       01  SERVICE-CHARGE-RECORD.
       FD  CHARGE-REPORT.
       01  REPORT-LINE           PIC X(132).

       FD  TIER-REPORT.
       01  TIER-REPORT-LINE      PIC X(132).

       FD  AUDIT-LOG.
       01  AUDIT-LINE            PIC X(200).

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
       01  WS-LOCK-STATUS        PIC XX.
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-SCHED-STATUS       PIC XX.
       01  WS-SC-FILE-STATUS     PIC XX.
       01  WS-CM-STATUS          PIC XX.
       01  WS-TIER-STATUS        PIC XX.
       01  WS-RATE-STATUS        PIC XX.
       01  WS-TIER-EOF           PIC X VALUE 'N'.
       01  WS-RATE-EOF           PIC X VALUE 'N'.
       01  WS-CURRENT-DATE.
           05  WS-YEAR           PIC 9(4).
           05  WS-MONTH          PIC 99.
       01  WS-SKIPPED-COUNT      PIC 9(7) VALUE 0.
       01  WS-ALREADY-COUNT      PIC 9(7) VALUE 0.
       01  WS-TOTAL-CHARGED      PIC 9(10)V99 VALUE 0.
       01  WS-REL-WAIVED-COUNT   PIC 9(7) VALUE 0.
       01  WS-REL-REDUCED-COUNT  PIC 9(7) VALUE 0.
       01  WS-TOTAL-FORGONE      PIC 9(10)V99 VALUE 0.
       01  WS-MONTHLY-FEE        PIC 9(5)V99.
       01  WS-SCHEDULE-FEE       PIC 9(5)V99.
       01  WS-WAIVED-AMOUNT      PIC 9(5)V99.
       01  WS-TIER-SOURCE        PIC X(30) VALUE 'BUILT-IN DEFAULTS'.
       01  WS-FEE-FOUND          PIC X.
       01  WS-SCHED-SOURCE       PIC X(20) VALUE 'BUILT-IN DEFAULTS'.
       01  WS-ASSESSED-EOF       PIC X.
               10  FE-TYPE       PIC X(8).
               10  FE-FEE        PIC 9(5)V99.

      *    RELATIONSHIP PRICING TIERS, HIGHEST FIRST. A CUSTOMER
      *    QUALIFIES FOR THE FIRST TIER WHERE THE COMBINED BALANCE OF
      *    ALL OPEN ACCOUNTS SHARING ITS CM-CUSTOMER-ID, OR THE NUMBER
      *    OF DIFFERENT ACCOUNT TYPES HELD, MEETS THE THRESHOLD. A
      *    ZERO THRESHOLD IS NOT USED. THE TIER WAIVES THE GIVEN
      *    PERCENTAGE OF THE MONTHLY FEE ON EVERY ACCOUNT OF THE
      *    CUSTOMER. ROWS IN relationship_pricing_tiers.dat OVERRIDE
      *    THESE BY TIER CODE.
       01  DEFAULT-TIER-SCHEDULE.
           05  FILLER            PIC X(8) VALUE 'PLATINUM'.
           05  FILLER            PIC 9(10)V99 VALUE 100000.00.
           05  FILLER            PIC 9(2) VALUE 4.
           05  FILLER            PIC 9(3) VALUE 100.
           05  FILLER            PIC X(8) VALUE 'GOLD'.
           05  FILLER            PIC 9(10)V99 VALUE 25000.00.
           05  FILLER            PIC 9(2) VALUE 3.
           05  FILLER            PIC 9(3) VALUE 50.
           05  FILLER            PIC X(8) VALUE 'SILVER'.
           05  FILLER            PIC 9(10)V99 VALUE 10000.00.
           05  FILLER            PIC 9(2) VALUE 0.
           05  FILLER            PIC 9(3) VALUE 25.

       01  TIER-TABLE REDEFINES DEFAULT-TIER-SCHEDULE.
           05  TIER-ENTRY OCCURS 3 TIMES
                   INDEXED BY TR-IDX.
               10  TR-CODE       PIC X(8).
               10  TR-MIN-BALANCE PIC 9(10)V99.
               10  TR-MIN-PRODUCTS PIC 9(2).
               10  TR-WAIVE-PERCENT PIC 9(3).

       01  TIER-STATISTICS.
           05  TIER-STAT OCCURS 3 TIMES.
               10  TS-CUSTOMERS  PIC 9(7).
               10  TS-WAIVED     PIC 9(7).
               10  TS-REDUCED    PIC 9(7).
               10  TS-FORGONE    PIC 9(10)V99.
       01  WS-TIER               PIC 9(1).

       01  WS-FX-KEY             PIC X(3).
       01  WS-FX-FOUND           PIC X.
       01  WS-FX-COUNT           PIC 9(2) VALUE 0.
       01  FX-RATE-TABLE.
           05  FX-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-FX-COUNT
                   INDEXED BY FX-IDX.
               10  FR-CODE           PIC X(3).
               10  FR-RATE           PIC 9(3)V9(6).
               10  FR-DATE           PIC X(8).

      *    ONE ENTRY PER CUSTOMER: COMBINED BALANCE IN BASE CURRENCY
      *    AND THE DIFFERENT ACCOUNT TYPES (PRODUCTS) HELD.
       01  WS-REL-BALANCE        PIC S9(13)V99.
       01  WS-REL-FOUND          PIC X.
       01  WS-REL-SCAN           PIC 9(5).
       01  WS-REL-PRODUCT-SCAN   PIC 9(2).
       01  WS-REL-PRODUCT-FOUND  PIC X.
       01  WS-REL-OVERFLOW-COUNT PIC 9(7) VALUE 0.
       01  WS-REL-COUNT          PIC 9(5) VALUE 0.
       01  RELATIONSHIP-TABLE.
           05  REL-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-REL-COUNT
                   INDEXED BY RL-IDX.
               10  RL-CUSTOMER       PIC X(10).
               10  RL-BALANCE        PIC S9(13)V99.
               10  RL-PRODUCTS       PIC 9(2).
               10  RL-PRODUCT-TYPE   PIC X(8) OCCURS 10 TIMES.
               10  RL-TIER           PIC 9(1).

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(10) VALUE 'Fee'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Disposition'.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(9) VALUE '   Waived'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(30) VALUE 'Waiver Reason'.
           05  FILLER            PIC X(12) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  DL-FEE            PIC ZZ,ZZ9.99.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  DL-DISPOSITION    PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-WAIVED         PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  DL-REASON         PIC X(30).
           05  FILLER            PIC X(11) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       01  TIER-HEADER-2.
           05  FILLER            PIC X(30) VALUE SPACES.
           05  FILLER            PIC X(72) VALUE
               'RELATIONSHIP PRICING - FEE REVENUE FORGONE BY TIER'.
           05  FILLER            PIC X(30) VALUE SPACES.
       01  TIER-HEADER-3.
           05  FILLER            PIC X(19) VALUE 'Assessment Date: '.
           05  TH3-DATE          PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(8) VALUE 'Tiers: '.
           05  TH3-SOURCE        PIC X(30).
           05  FILLER            PIC X(55) VALUE SPACES.

       01  TIER-DETAIL-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'Tier'.
           05  FILLER            PIC X(17) VALUE '      Min Balance'.
           05  FILLER            PIC X(10) VALUE '  Products'.
           05  FILLER            PIC X(9) VALUE '  Waiver'.
           05  FILLER            PIC X(12) VALUE '   Customers'.
           05  FILLER            PIC X(12) VALUE '  Accts Wvd'.
           05  FILLER            PIC X(12) VALUE '  Accts Red'.
           05  FILLER            PIC X(18) VALUE '   Fees Forgone'.
           05  FILLER            PIC X(27) VALUE SPACES.

       01  TIER-DETAIL-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  TD-TIER           PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TD-MIN-BALANCE    PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TD-MIN-PRODUCTS   PIC ZZZZZZZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  TD-PERCENT        PIC ZZ9.
           05  FILLER            PIC X(1) VALUE '%'.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TD-CUSTOMERS      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  TD-WAIVED         PIC ZZZ,ZZ9.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  TD-REDUCED        PIC ZZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  TD-FORGONE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(33) VALUE SPACES.

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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-TIER-SCHEDULE
           PERFORM LOAD-FX-RATES
           PERFORM BUILD-RELATIONSHIPS
           PERFORM PROCESS-ACCOUNTS
           PERFORM GENERATE-SUMMARY
           PERFORM GENERATE-TIER-REPORT
           PERFORM UPDATE-JOB-CONTROL-RECORD
           PERFORM CLEANUP
           PERFORM RECORD-OUTPUT-MANIFESTS
           STOP RUN.

       INITIALIZE-JOB.
               PERFORM RELEASE-ACCOUNT-LOCK
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY "WARNING: Cannot open account_master.dat - "
                       "relationship pricing not applied"
           END-IF
           OPEN OUTPUT CHARGE-REPORT
           OPEN OUTPUT TIER-REPORT
           OPEN EXTEND SERVICE-CHARGE-POSTINGS
           IF WS-SC-FILE-STATUS NOT = '00'
               OPEN OUTPUT SERVICE-CHARGE-POSTINGS
                   MOVE FS-MONTHLY-FEE TO FE-FEE(FEE-IDX)
           END-SEARCH.

       LOAD-TIER-SCHEDULE.
           INITIALIZE TIER-STATISTICS
           OPEN INPUT TIER-FILE
           IF WS-TIER-STATUS = '00'
               MOVE 'relationship_pricing_tiers.dat' TO WS-TIER-SOURCE
               PERFORM READ-TIER-RECORD UNTIL WS-TIER-EOF = 'Y'
               CLOSE TIER-FILE
           ELSE
               DISPLAY "No relationship pricing tier file present - "
                       "built-in default tiers apply"
           END-IF.

       READ-TIER-RECORD.
           READ TIER-FILE
               AT END
                   MOVE 'Y' TO WS-TIER-EOF
               NOT AT END
                   PERFORM APPLY-TIER-OVERRIDE
           END-READ.

       APPLY-TIER-OVERRIDE.
           SET TR-IDX TO 1
           SEARCH TIER-ENTRY
               AT END
                   DISPLAY "WARNING: Unknown pricing tier "
                           RT-TIER-CODE " in "
                           "relationship_pricing_tiers.dat ignored"
               WHEN TR-CODE(TR-IDX) = RT-TIER-CODE
                   MOVE RT-MIN-BALANCE TO TR-MIN-BALANCE(TR-IDX)
                   MOVE RT-MIN-PRODUCTS TO TR-MIN-PRODUCTS(TR-IDX)
                   MOVE RT-WAIVE-PERCENT TO TR-WAIVE-PERCENT(TR-IDX)
                   IF TR-WAIVE-PERCENT(TR-IDX) > 100
                       MOVE 100 TO TR-WAIVE-PERCENT(TR-IDX)
                   END-IF
           END-SEARCH.

       LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-FX-RATE UNTIL WS-RATE-EOF = 'Y'
           CLOSE FX-RATE-FILE.

       READ-FX-RATE.
           READ FX-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF
               NOT AT END
                   IF FX-DATE <= WS-TODAY-YYYYMMDD
                       PERFORM STORE-FX-RATE
                   END-IF
           END-READ.

       STORE-FX-RATE.
           MOVE FX-CURRENCY TO WS-FX-KEY
           PERFORM FIND-FX-RATE
           IF WS-FX-FOUND = 'N'
               IF WS-FX-COUNT < 20
                   ADD 1 TO WS-FX-COUNT
                   SET FX-IDX TO WS-FX-COUNT
                   MOVE FX-CURRENCY TO FR-CODE(FX-IDX)
                   MOVE FX-RATE-TO-USD TO FR-RATE(FX-IDX)
                   MOVE FX-DATE TO FR-DATE(FX-IDX)
               END-IF
           ELSE
               IF FX-DATE > FR-DATE(FX-IDX)
                   MOVE FX-RATE-TO-USD TO FR-RATE(FX-IDX)
                   MOVE FX-DATE TO FR-DATE(FX-IDX)
               END-IF
           END-IF.

       FIND-FX-RATE.
           MOVE 'N' TO WS-FX-FOUND
           IF WS-FX-COUNT > 0
               SET FX-IDX TO 1
               SEARCH FX-ENTRY
                   AT END
                       MOVE 'N' TO WS-FX-FOUND
                   WHEN FR-CODE(FX-IDX) = WS-FX-KEY
                       MOVE 'Y' TO WS-FX-FOUND
               END-SEARCH
           END-IF.

      *    FIRST PASS OVER THE ACCOUNT FILE: GATHER EACH CUSTOMER'S
      *    COMBINED BALANCE AND PRODUCTS, THEN GIVE EACH CUSTOMER ITS
      *    TIER. THE FILE IS REPOSITIONED TO THE START AFTERWARDS.
       BUILD-RELATIONSHIPS.
           IF WS-CM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RELATIONSHIP-ACCOUNT UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM ASSIGN-CUSTOMER-TIER
               VARYING WS-REL-SCAN FROM 1 BY 1
               UNTIL WS-REL-SCAN > WS-REL-COUNT.

       READ-RELATIONSHIP-ACCOUNT.
           READ ACCOUNT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ACCT-STATUS NOT = 'C'
                       PERFORM ADD-TO-RELATIONSHIP
                   END-IF
           END-READ.

       ADD-TO-RELATIONSHIP.
           PERFORM FIND-ACCOUNT-RELATIONSHIP
           IF WS-REL-FOUND = 'N'
               IF CM-CUSTOMER-ID = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF WS-REL-COUNT >= 10000
                   ADD 1 TO WS-REL-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REL-COUNT
               SET RL-IDX TO WS-REL-COUNT
               MOVE CM-CUSTOMER-ID TO RL-CUSTOMER(RL-IDX)
               MOVE 0 TO RL-BALANCE(RL-IDX)
               MOVE 0 TO RL-PRODUCTS(RL-IDX)
               MOVE 0 TO RL-TIER(RL-IDX)
           END-IF

           MOVE CURRENT-BALANCE TO WS-REL-BALANCE
           IF CURRENCY-CODE NOT = SPACES AND CURRENCY-CODE NOT = 'USD'
               MOVE CURRENCY-CODE TO WS-FX-KEY
               PERFORM FIND-FX-RATE
               IF WS-FX-FOUND = 'Y'
                   COMPUTE WS-REL-BALANCE ROUNDED =
                       CURRENT-BALANCE * FR-RATE(FX-IDX)
               END-IF
           END-IF
           ADD WS-REL-BALANCE TO RL-BALANCE(RL-IDX)

           MOVE 'N' TO WS-REL-PRODUCT-FOUND
           PERFORM CHECK-RELATIONSHIP-PRODUCT
               VARYING WS-REL-PRODUCT-SCAN FROM 1 BY 1
               UNTIL WS-REL-PRODUCT-SCAN > RL-PRODUCTS(RL-IDX)
           IF WS-REL-PRODUCT-FOUND = 'N'
               AND RL-PRODUCTS(RL-IDX) < 10
               ADD 1 TO RL-PRODUCTS(RL-IDX)
               MOVE ACCT-TYPE TO
                   RL-PRODUCT-TYPE(RL-IDX, RL-PRODUCTS(RL-IDX))
           END-IF.

       CHECK-RELATIONSHIP-PRODUCT.
           IF RL-PRODUCT-TYPE(RL-IDX, WS-REL-PRODUCT-SCAN) = ACCT-TYPE
               MOVE 'Y' TO WS-REL-PRODUCT-FOUND
           END-IF.

      *    LOCATES THE CUSTOMER OF THE CURRENT ACCOUNT RECORD. AN
      *    ACCOUNT WITH NO MASTER ROW OR NO CUSTOMER ID STANDS ALONE.
       FIND-ACCOUNT-RELATIONSHIP.
           MOVE 'N' TO WS-REL-FOUND
           MOVE SPACES TO CM-CUSTOMER-ID
           IF WS-CM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NUMBER TO CM-ACCT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-CUSTOMER-ID
           END-READ
           IF CM-CUSTOMER-ID = SPACES OR WS-REL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET RL-IDX TO 1
           SEARCH REL-ENTRY
               AT END
                   MOVE 'N' TO WS-REL-FOUND
               WHEN RL-CUSTOMER(RL-IDX) = CM-CUSTOMER-ID
                   MOVE 'Y' TO WS-REL-FOUND
           END-SEARCH.

       ASSIGN-CUSTOMER-TIER.
           SET RL-IDX TO WS-REL-SCAN
           PERFORM CHECK-TIER-QUALIFIES
               VARYING WS-TIER FROM 3 BY -1 UNTIL WS-TIER < 1
           IF RL-TIER(RL-IDX) > 0
               ADD 1 TO TS-CUSTOMERS(RL-TIER(RL-IDX))
           END-IF.

      *    WALKS FROM THE LOWEST TIER UP SO THE HIGHEST QUALIFYING
      *    TIER IS THE ONE LEFT IN RL-TIER.
       CHECK-TIER-QUALIFIES.
           IF (TR-MIN-BALANCE(WS-TIER) > 0
                   AND RL-BALANCE(RL-IDX) >= TR-MIN-BALANCE(WS-TIER))
               OR (TR-MIN-PRODUCTS(WS-TIER) > 0
                   AND RL-PRODUCTS(RL-IDX) >= TR-MIN-PRODUCTS(WS-TIER))
               MOVE WS-TIER TO RL-TIER(RL-IDX)
           END-IF.

       PROCESS-ACCOUNTS.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           MOVE ACCT-TYPE TO DL-TYPE
           MOVE CURRENT-BALANCE TO DL-BALANCE
           MOVE WS-MONTHLY-FEE TO DL-FEE
           MOVE 0 TO DL-WAIVED
           MOVE SPACES TO DL-REASON

           PERFORM CHECK-ALREADY-ASSESSED
           EVALUATE TRUE
               WHEN CURRENT-BALANCE >= MINIMUM-BALANCE
                   ADD 1 TO WS-WAIVED-COUNT
                   MOVE 'WAIVED' TO DL-DISPOSITION
                   MOVE WS-MONTHLY-FEE TO DL-WAIVED
                   MOVE 'MINIMUM BALANCE MET' TO DL-REASON
               WHEN OTHER
                   PERFORM APPLY-RELATIONSHIP-PRICING
           END-EVALUATE
           WRITE REPORT-LINE FROM DETAIL-LINE.

      *    THE CUSTOMER'S TIER WAIVES ALL OR PART OF A FEE THAT WOULD
      *    OTHERWISE BE CHARGED. ANY REMAINDER IS CHARGED AS USUAL.
       APPLY-RELATIONSHIP-PRICING.
           MOVE 0 TO WS-WAIVED-AMOUNT
           MOVE 0 TO WS-TIER
           PERFORM FIND-ACCOUNT-RELATIONSHIP
           IF WS-REL-FOUND = 'Y'
               MOVE RL-TIER(RL-IDX) TO WS-TIER
           END-IF
           IF WS-TIER > 0
               COMPUTE WS-WAIVED-AMOUNT ROUNDED =
                   WS-MONTHLY-FEE * TR-WAIVE-PERCENT(WS-TIER) / 100
           END-IF
           IF WS-WAIVED-AMOUNT = 0
               PERFORM CHARGE-MAINTENANCE-FEE
               MOVE 'CHARGED' TO DL-DISPOSITION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MONTHLY-FEE TO WS-SCHEDULE-FEE
           SUBTRACT WS-WAIVED-AMOUNT FROM WS-MONTHLY-FEE
           ADD WS-WAIVED-AMOUNT TO WS-TOTAL-FORGONE
           ADD WS-WAIVED-AMOUNT TO TS-FORGONE(WS-TIER)
           MOVE WS-WAIVED-AMOUNT TO DL-WAIVED
           STRING 'RELATIONSHIP TIER ' TR-CODE(WS-TIER)
               DELIMITED BY SIZE INTO DL-REASON
           IF WS-MONTHLY-FEE = 0
               ADD 1 TO WS-REL-WAIVED-COUNT
               ADD 1 TO TS-WAIVED(WS-TIER)
               MOVE 'REL WAIVED' TO DL-DISPOSITION
           ELSE
               ADD 1 TO WS-REL-REDUCED-COUNT
               ADD 1 TO TS-REDUCED(WS-TIER)
               PERFORM CHARGE-MAINTENANCE-FEE
               MOVE 'REL REDUCED' TO DL-DISPOSITION
           END-IF
           PERFORM WRITE-WAIVER-AUDIT-LOG.

       DETERMINE-MONTHLY-FEE.
           MOVE 0 TO WS-MONTHLY-FEE
           MOVE 'N' TO WS-FEE-FOUND
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       WRITE-WAIVER-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|SERVICE-CHARGE|Account ' ACCT-NUMBER
                  ' maintenance fee ' WS-SCHEDULE-FEE
                  ' waived ' WS-WAIVED-AMOUNT
                  ' relationship tier ' TR-CODE(WS-TIER)
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       GENERATE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SKIPPED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Fees Waived (Relationship Tier):' TO CL-LABEL
           MOVE WS-REL-WAIVED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Fees Reduced (Relationship Tier):' TO CL-LABEL
           MOVE WS-REL-REDUCED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Assessed By A Prior Run This Month:' TO CL-LABEL
           MOVE WS-ALREADY-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE WS-TOTAL-CHARGED TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Fee Revenue Forgone (Relationship):' TO SL-LABEL
           MOVE WS-TOTAL-FORGONE TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1
           DISPLAY "  Fees charged: " WS-CHARGED-COUNT
           DISPLAY "  Fees waived: " WS-WAIVED-COUNT
           DISPLAY "  Revenue assessed: $" WS-TOTAL-CHARGED
           DISPLAY "  Relationship waivers: " WS-REL-WAIVED-COUNT
           DISPLAY "  Relationship reductions: " WS-REL-REDUCED-COUNT
           DISPLAY "  Revenue forgone: $" WS-TOTAL-FORGONE
           DISPLAY " "
           DISPLAY "Postings written: service_charge_postings.dat"
           DISPLAY "Report generated: service_charge_report.txt"
           DISPLAY "Report generated: relationship_pricing_report.txt"
           DISPLAY "========================================="
           DISPLAY "SERVICE CHARGE ASSESSMENT JOB COMPLETED"
           DISPLAY "=========================================".

       GENERATE-TIER-REPORT.
           WRITE TIER-REPORT-LINE FROM HEADER-1
           WRITE TIER-REPORT-LINE FROM TIER-HEADER-2
           WRITE TIER-REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO TH3-DATE
           MOVE WS-TIER-SOURCE TO TH3-SOURCE
           WRITE TIER-REPORT-LINE FROM TIER-HEADER-3
           MOVE SPACES TO TIER-REPORT-LINE
           WRITE TIER-REPORT-LINE
           WRITE TIER-REPORT-LINE FROM TIER-DETAIL-HEADER
           WRITE TIER-REPORT-LINE FROM HEADER-1
           PERFORM WRITE-TIER-LINE
               VARYING WS-TIER FROM 1 BY 1 UNTIL WS-TIER > 3
           MOVE SPACES TO TIER-REPORT-LINE
           WRITE TIER-REPORT-LINE
           WRITE TIER-REPORT-LINE FROM HEADER-1

           MOVE 'Customers Reviewed:' TO CL-LABEL
           MOVE WS-REL-COUNT TO CL-COUNT
           WRITE TIER-REPORT-LINE FROM COUNT-LINE
           IF WS-REL-OVERFLOW-COUNT > 0
               MOVE 'Accounts Over Customer Table Capacity:'
                   TO CL-LABEL
               MOVE WS-REL-OVERFLOW-COUNT TO CL-COUNT
               WRITE TIER-REPORT-LINE FROM COUNT-LINE
           END-IF
           MOVE 'Fees Waived In Full:' TO CL-LABEL
           MOVE WS-REL-WAIVED-COUNT TO CL-COUNT
           WRITE TIER-REPORT-LINE FROM COUNT-LINE
           MOVE 'Fees Reduced:' TO CL-LABEL
           MOVE WS-REL-REDUCED-COUNT TO CL-COUNT
           WRITE TIER-REPORT-LINE FROM COUNT-LINE
           MOVE 'Total Fee Revenue Forgone:' TO SL-LABEL
           MOVE WS-TOTAL-FORGONE TO SL-VALUE
           WRITE TIER-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Fee Revenue Assessed After Pricing:' TO SL-LABEL
           MOVE WS-TOTAL-CHARGED TO SL-VALUE
           WRITE TIER-REPORT-LINE FROM SUMMARY-LINE
           MOVE SPACES TO TIER-REPORT-LINE
           WRITE TIER-REPORT-LINE
           WRITE TIER-REPORT-LINE FROM HEADER-1.

       WRITE-TIER-LINE.
           MOVE TR-CODE(WS-TIER) TO TD-TIER
           MOVE TR-MIN-BALANCE(WS-TIER) TO TD-MIN-BALANCE
           MOVE TR-MIN-PRODUCTS(WS-TIER) TO TD-MIN-PRODUCTS
           MOVE TR-WAIVE-PERCENT(WS-TIER) TO TD-PERCENT
           MOVE TS-CUSTOMERS(WS-TIER) TO TD-CUSTOMERS
           MOVE TS-WAIVED(WS-TIER) TO TD-WAIVED
           MOVE TS-REDUCED(WS-TIER) TO TD-REDUCED
           MOVE TS-FORGONE(WS-TIER) TO TD-FORGONE
           WRITE TIER-REPORT-LINE FROM TIER-DETAIL-LINE.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
       CLEANUP.
           PERFORM RELEASE-ACCOUNT-LOCK
           CLOSE ACCOUNT-FILE
           IF WS-CM-STATUS = '00'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE CHARGE-REPORT
           CLOSE TIER-REPORT
           CLOSE SERVICE-CHARGE-POSTINGS
           CLOSE AUDIT-LOG.

      *    THE CHARGE FILE IS STAMPED ON EVERY COMPLETED RUN, EVEN
      *    ONE THAT ASSESSED NOTHING, SO CONSOLIDATION SEES THE RUN.
       RECORD-OUTPUT-MANIFESTS.
           MOVE WS-JOB-ID TO WS-MF-JOB-ID
           MOVE 'SVC-CHARGE' TO WS-MF-JOB-NAME
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
