               'withholding_remittance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WITHHOLD-STATUS.
           SELECT PROMO-CAMPAIGN-FILE ASSIGN TO 'promo_campaigns.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT PROMO-ENROLL-FILE ASSIGN TO
               'promo_enrollments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-FILE-STATUS.
           SELECT PROMO-ENROLL-FILE-NEW ASSIGN TO
               'promo_enrollments.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-FILE-STATUS.
           SELECT PROMO-BONUS-POSTINGS ASSIGN TO
               'promo_bonus_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PB-FILE-STATUS.
           SELECT BALANCE-HISTORY ASSIGN TO 'balance_history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PROMO-COST-REPORT ASSIGN TO
               'promo_campaign_cost_report.txt'
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
           05  CM-WITHHOLD-FLAG  PIC X(1).
           05  CM-WITHHOLD-RATE  PIC 9V9999.
           05  CM-DELIVERY-PREF  PIC X(1).
           05  CM-UNDELIV-FLAG   PIC X(1).

       FD  WITHHOLDING-FILE.
       01  WITHHOLDING-RECORD.
           05  WH-WITHHELD       PIC 9(8)V99.
           05  WH-RATE           PIC 9V9999.

      *    ONE ROW PER MARKETING CAMPAIGN. A BLANK FIRST ELIGIBLE
      *    TYPE OPENS THE CAMPAIGN TO EVERY INTEREST-BEARING TYPE.
      *    NEW-MONEY 'Y' PAYS THE BONUS ONLY ON BALANCE ABOVE THE
      *    ACCOUNT'S BALANCE ON THE ENROLLMENT DATE.
       FD  PROMO-CAMPAIGN-FILE.
       01  PROMO-CAMPAIGN-RECORD.
           05  PC-CAMPAIGN-CODE  PIC X(8).
           05  PC-DESCRIPTION    PIC X(30).
           05  PC-ELIGIBLE-TYPE  PIC X(8) OCCURS 5 TIMES.
           05  PC-BONUS-RATE     PIC 9V9999.
           05  PC-START-DATE     PIC X(8).
           05  PC-END-DATE       PIC X(8).
           05  PC-NEW-MONEY      PIC X(1).

      *    MARKETING SUPPLIES ACCOUNT, CAMPAIGN AND ENROLLMENT DATE;
      *    THE REST OF THE ROW IS MAINTAINED BY THIS JOB. STATUS IS
      *    A ACTIVE, E EXPIRED, C ACCOUNT CLOSED.
       FD  PROMO-ENROLL-FILE.
       01  PROMO-ENROLL-RECORD.
           05  EN-ACCT-NUMBER    PIC X(12).
           05  EN-CAMPAIGN-CODE  PIC X(8).
           05  EN-ENROLL-DATE    PIC X(8).
           05  EN-STATUS         PIC X(1).
           05  EN-BASE-BALANCE   PIC S9(10)V99.
           05  EN-NEW-BALANCE    PIC 9(10)V99.
           05  EN-BONUS-ACCRUED  PIC 9(8)V99.
           05  EN-BONUS-PAID     PIC 9(10)V99.
           05  EN-LAST-BONUS-DATE PIC X(8).

       FD  PROMO-ENROLL-FILE-NEW.
       01  PROMO-ENROLL-RECORD-NEW PIC X(83).

       FD  PROMO-BONUS-POSTINGS.
       01  PROMO-BONUS-RECORD.
           05  PB-ACCT-NUMBER    PIC X(12).
           05  PB-CAMPAIGN-CODE  PIC X(8).
           05  PB-DATE           PIC X(8).
           05  PB-GROSS          PIC 9(8)V99.
           05  PB-NET            PIC 9(8)V99.
           05  PB-RATE           PIC 9V9999.
           05  PB-NEW-BALANCE    PIC 9(10)V99.

       FD  BALANCE-HISTORY.
       01  SNAPSHOT-RECORD.
           05  SNAP-DATE         PIC X(8).
           05  SNAP-ACCT-NUMBER  PIC X(12).
           05  SNAP-ACCT-TYPE    PIC X(8).
           05  SNAP-BALANCE      PIC S9(10)V99.
           05  SNAP-ACCT-STATUS  PIC X(1).

       FD  PROMO-COST-REPORT.
       01  PROMO-REPORT-LINE     PIC X(132).

       FD  ALERT-EXTRACT.
       01  ALERT-RECORD.
           05  AL-ACCT-NUMBER    PIC X(12).
           05  AL-DISPATCH-FLAG  PIC X(1).
           05  AL-DISPATCH-DATE  PIC X(8).

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

       01  WS-CURRENT-TIME       PIC X(8).
       01  WS-CURRENT-TIMESTAMP  PIC X(14).
       01  WS-RUN-ID             PIC X(24) VALUE SPACES.
       01  WS-AUDIT-SEQ-NUM      PIC 9(9) VALUE 1.
       01  WS-AUDIT-LOG-STATUS   PIC XX.
       01  WS-AUDIT-LOG-EOF      PIC X VALUE 'N'.
               10  CD4-MAX-BALANCE PIC 9(8)V99 VALUE 999999.99.
               10  CD4-RATE        PIC 9V9999 VALUE 0.0500.

       01  WS-PC-FILE-STATUS     PIC XX.
       01  WS-EN-FILE-STATUS     PIC XX.
       01  WS-PB-FILE-STATUS     PIC XX.
       01  WS-HISTORY-STATUS     PIC XX.
       01  WS-PROMO-EOF          PIC X.
       01  WS-EN-LOADED          PIC X VALUE 'N'.
       01  WS-PROMO-FOUND        PIC X.
       01  WS-PROMO-TYPE-OK      PIC X.
       01  WS-PROMO-TYPE-SCAN    PIC 9.
       01  WS-PROMO-ENR-SCAN     PIC 9(5).
       01  WS-PROMO-PEND-SCAN    PIC 9(5).
       01  WS-PROMO-BASIS        PIC 9(10)V99.
       01  WS-PROMO-BONUS        PIC 9(8)V99.
       01  WS-PROMO-WITHHELD     PIC 9(8)V99.
       01  WS-PROMO-GROSS-LEFT   PIC 9(8)V99.
       01  WS-PROMO-NET-TOTAL    PIC 9(8)V99.
       01  WS-PROMO-DAYS         PIC S9(7).
       01  WS-PROMO-WORK-DATE    PIC 9(8).
       01  WS-PROMO-FROM-INT     PIC S9(9).
       01  WS-PROMO-TO-INT       PIC S9(9).
       01  WS-PROMO-WINDOW-INT   PIC S9(9).
       01  WS-PROMO-COST-PCT     PIC 9(3)V99.
       01  WS-TOTAL-BONUS        PIC 9(10)V99 VALUE 0.
       01  WS-BONUS-COUNT        PIC 9(7) VALUE 0.
       01  WS-PROMO-EXPIRED      PIC 9(5) VALUE 0.
       01  WS-PROMO-REJECTS      PIC 9(5) VALUE 0.
       01  WS-PROMO-ACTIVE-TOTAL PIC 9(7) VALUE 0.
       01  WS-PROMO-NEW-TOTAL    PIC 9(12)V99 VALUE 0.
       01  WS-PROMO-ACCR-TOTAL   PIC 9(10)V99 VALUE 0.
       01  WS-PROMO-PAID-TOTAL   PIC 9(12)V99 VALUE 0.

      *    CAMPAIGNS IN promo_campaigns.dat WITH THE COST FIGURES
      *    GATHERED FROM THE ENROLLMENTS FOR THE CAMPAIGN REPORT.
       01  WS-PC-COUNT           PIC 9(3) VALUE 0.
       01  PROMO-CAMPAIGN-TABLE.
           05  PCT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-PC-COUNT
                   INDEXED BY PCT-IDX.
               10  PCT-DEFINITION.
                   15  PCT-CODE          PIC X(8).
                   15  PCT-DESCRIPTION   PIC X(30).
                   15  PCT-TYPE          PIC X(8) OCCURS 5 TIMES.
                   15  PCT-RATE          PIC 9V9999.
                   15  PCT-START         PIC X(8).
                   15  PCT-END           PIC X(8).
                   15  PCT-NEW-MONEY     PIC X(1).
               10  PCT-ENROLLED      PIC 9(7).
               10  PCT-ACTIVE        PIC 9(7).
               10  PCT-NEW-BALANCE   PIC 9(12)V99.
               10  PCT-ACCRUED       PIC 9(10)V99.
               10  PCT-PAID          PIC 9(12)V99.

      *    ENROLLMENTS IN promo_enrollments.dat, REWRITTEN AT THE
      *    END OF EVERY LIVE RUN. ENT-PAY-NET HOLDS THE NET BONUS
      *    BEING CAPITALIZED FOR THE CURRENT ACCOUNT.
       01  WS-EN-COUNT           PIC 9(5) VALUE 0.
       01  PROMO-ENROLL-TABLE.
           05  ENT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EN-COUNT
                   INDEXED BY ENT-IDX.
               10  ENT-RECORD.
                   15  ENT-ACCT          PIC X(12).
                   15  ENT-CAMPAIGN      PIC X(8).
                   15  ENT-ENROLL-DATE   PIC X(8).
                   15  ENT-STATUS        PIC X(1).
                   15  ENT-BASE-BALANCE  PIC S9(10)V99.
                   15  ENT-NEW-BALANCE   PIC 9(10)V99.
                   15  ENT-BONUS-ACCRUED PIC 9(8)V99.
                   15  ENT-BONUS-PAID    PIC 9(10)V99.
                   15  ENT-LAST-BONUS    PIC X(8).
               10  ENT-PAY-GROSS     PIC 9(8)V99.
               10  ENT-PAY-NET       PIC 9(8)V99.
               10  ENT-PAY-RATE      PIC 9V9999.

      *    ENROLLMENTS STILL WITHOUT A BASE BALANCE. THE BASE IS THE
      *    LAST SNAPSHOT IN balance_history.dat BEFORE THE ENROLLMENT
      *    DATE - THE ACCOUNT'S OPENING BALANCE THAT DAY - OR, WITH
      *    NO SNAPSHOT ON FILE, THE BALANCE WHEN FIRST PROCESSED.
       01  WS-PN-COUNT           PIC 9(5) VALUE 0.
       01  PROMO-PENDING-TABLE.
           05  PN-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PN-COUNT
                   INDEXED BY PN-IDX.
               10  PN-ENT            PIC 9(5).
               10  PN-ACCT           PIC X(12).
               10  PN-ENROLL-DATE    PIC X(8).
               10  PN-SNAP-DATE      PIC X(8).
               10  PN-BALANCE        PIC S9(10)V99.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  SSL-VALUE         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(72) VALUE SPACES.

       01  PROMO-HEADER-2.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(52)
               VALUE 'PROMOTIONAL BONUS CAMPAIGN COST REPORT'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  PROMO-DETAIL-HEADER.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'Campaign'.
           05  FILLER            PIC X(8) VALUE 'Bonus'.
           05  FILLER            PIC X(10) VALUE 'Start'.
           05  FILLER            PIC X(10) VALUE 'End'.
           05  FILLER            PIC X(5) VALUE 'Rule'.
           05  FILLER            PIC X(8) VALUE 'Enroll'.
           05  FILLER            PIC X(8) VALUE 'Active'.
           05  FILLER            PIC X(16) VALUE '   New Balances'.
           05  FILLER            PIC X(15) VALUE ' Bonus Accrued'.
           05  FILLER            PIC X(15) VALUE '    Bonus Paid'.
           05  FILLER            PIC X(6) VALUE 'Cost %'.
           05  FILLER            PIC X(18) VALUE SPACES.
       01  PROMO-DETAIL-LINE.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  PDL-CODE          PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PDL-RATE          PIC 9.9999.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PDL-START         PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PDL-END           PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PDL-RULE          PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PDL-ENROLLED      PIC ZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PDL-ACTIVE        PIC ZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PDL-NEW-BALANCE   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PDL-ACCRUED       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PDL-PAID          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PDL-COST          PIC ZZ9.99.
           05  FILLER            PIC X(18) VALUE SPACES.
       01  PROMO-DESC-LINE.
           05  FILLER            PIC X(13) VALUE SPACES.
           05  PDS-DESCRIPTION   PIC X(30).
           05  FILLER            PIC X(89) VALUE SPACES.

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
           PERFORM PROCESS-ACCOUNTS
           IF WS-SIM-MODE = 'N'
               PERFORM FINISH-PROMOTIONS
           END-IF
           IF WS-SIM-MODE = 'Y'
               PERFORM GENERATE-SIM-REPORT
           ELSE
           END-IF
           PERFORM UPDATE-JOB-CONTROL-RECORD
           PERFORM CLEANUP
           IF WS-SIM-MODE = 'N'
               PERFORM RECORD-OUTPUT-MANIFESTS
           END-IF
           STOP RUN.

       INITIALIZE-JOB.

           IF WS-SIM-MODE = 'N'
               PERFORM DETERMINE-AUDIT-SEQ-START
               PERFORM LOAD-PROMOTIONS
           END-IF

           IF WS-SIM-MODE = 'Y'
                   IF WS-WITHHOLD-STATUS NOT = '00'
                       OPEN OUTPUT WITHHOLDING-FILE
                   END-IF
                   OPEN EXTEND PROMO-BONUS-POSTINGS
                   IF WS-PB-FILE-STATUS NOT = '00'
                       OPEN OUTPUT PROMO-BONUS-POSTINGS
                   END-IF
               END-IF
               PERFORM OPEN-CUSTOMER-MASTER
           END-IF
               ADD 1 TO WS-ELIGIBLE-COUNT
               ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
               ADD WS-INTEREST-AMOUNT TO ACCRUED-INTEREST
               PERFORM WRITE-ACCRUAL-AUDIT
               IF WS-EN-COUNT > 0
                   PERFORM ACCRUE-PROMO-BONUS
                       VARYING WS-PROMO-ENR-SCAN FROM 1 BY 1
                       UNTIL WS-PROMO-ENR-SCAN > WS-EN-COUNT
               END-IF
               MOVE WS-TODAY-YYYYMMDD TO LAST-INTEREST-DATE
               REWRITE ACCOUNT-RECORD
           ELSE
               MOVE 0 TO WS-INTEREST-AMOUNT
               MOVE 0 TO WS-ANNUAL-RATE
           END-IF
           IF ACCT-STATUS = 'C'
               AND WS-EN-COUNT > 0
               PERFORM RETIRE-PROMO-ENROLLMENT
                   VARYING WS-PROMO-ENR-SCAN FROM 1 BY 1
                   UNTIL WS-PROMO-ENR-SCAN > WS-EN-COUNT
           END-IF
           ADD ACCRUED-INTEREST TO WS-TOTAL-ACCRUED-TD.

      *    CUSTOMERS UNDER AN IRS B-NOTICE HAVE THE WITHHOLDING
      *    FLAG AND RATE ON THE MASTER: THE GROSS CAPITALIZATION IS
      *    SPLIT INTO NET INTEREST CREDITED AND TAX WITHHELD, WITH
      *    THE WITHHELD PIECE ACCUMULATED TO THE REMITTANCE FILE.
      *    PROMOTIONAL BONUS IN THE BUCKET IS SPLIT OUT AND POSTED AS
      *    ITS OWN INTEREST ROW SO THE STATEMENT CAN SHOW IT APART.
       CAPITALIZE-INTEREST.
           ADD 1 TO WS-ACCOUNT-COUNT
           ADD CURRENT-BALANCE TO WS-TOTAL-BALANCES
               REWRITE ACCOUNT-RECORD
               ADD 1 TO WS-ELIGIBLE-COUNT
               ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
               MOVE 0 TO WS-PROMO-NET-TOTAL
               IF WS-EN-COUNT > 0
                   MOVE WS-GROSS-AMOUNT TO WS-PROMO-GROSS-LEFT
                   PERFORM SPLIT-PROMO-BONUS
                       VARYING WS-PROMO-ENR-SCAN FROM 1 BY 1
                       UNTIL WS-PROMO-ENR-SCAN > WS-EN-COUNT
               END-IF
               IF WS-INTEREST-AMOUNT > 0
                   OR WS-PROMO-NET-TOTAL = 0
                   PERFORM CREATE-POSTING-RECORD
               END-IF
               IF WS-EN-COUNT > 0
                   PERFORM POST-PROMO-BONUS
                       VARYING WS-PROMO-ENR-SCAN FROM 1 BY 1
                       UNTIL WS-PROMO-ENR-SCAN > WS-EN-COUNT
               END-IF
               IF WS-WITHHELD-AMOUNT > 0
                   PERFORM WRITE-WITHHOLDING-RECORD
               END-IF
           END-IF
           IF ACCT-STATUS = 'C'
               AND WS-EN-COUNT > 0
               PERFORM RETIRE-PROMO-ENROLLMENT
                   VARYING WS-PROMO-ENR-SCAN FROM 1 BY 1
                   UNTIL WS-PROMO-ENR-SCAN > WS-EN-COUNT
           END-IF.

       DETERMINE-WITHHOLDING.
           PERFORM WRITE-WITHHOLDING-AUDIT.

       WRITE-WITHHOLDING-AUDIT.
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|TAX-WITHHELD|Account ' ACCT-NUMBER
                  ' withheld ' WS-WITHHELD-AMOUNT
           PERFORM WRITE-AUDIT-LOG.

       WRITE-AUDIT-LOG.
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|INTEREST-POSTED|Account ' ACCT-NUMBER
                  ' posted interest ' WS-INTEREST-AMOUNT
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       WRITE-ACCRUAL-AUDIT.
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|INTEREST-ACCRUED|Account ' ACCT-NUMBER
                  ' accrued interest ' WS-INTEREST-AMOUNT
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

      *    PROMOTIONAL BONUS CAMPAIGNS AND THEIR ENROLLMENTS. WITH NO
      *    CAMPAIGN FILE THE RUN PAYS TIER RATES ONLY; ENROLLMENTS ARE
      *    STILL LOADED SO ANY BONUS ALREADY ACCRUED IS PAID.
       LOAD-PROMOTIONS.
           OPEN INPUT PROMO-CAMPAIGN-FILE
           IF WS-PC-FILE-STATUS = '00'
               MOVE 'N' TO WS-PROMO-EOF
               PERFORM READ-PROMO-CAMPAIGN UNTIL WS-PROMO-EOF = 'Y'
               CLOSE PROMO-CAMPAIGN-FILE
           END-IF
           OPEN INPUT PROMO-ENROLL-FILE
           IF WS-EN-FILE-STATUS = '00'
               MOVE 'Y' TO WS-EN-LOADED
               MOVE 'N' TO WS-PROMO-EOF
               PERFORM READ-PROMO-ENROLLMENT UNTIL WS-PROMO-EOF = 'Y'
               CLOSE PROMO-ENROLL-FILE
           END-IF
           IF WS-PN-COUNT > 0
               PERFORM LOAD-ENROLLMENT-BASES
           END-IF
           IF WS-PC-COUNT > 0 OR WS-EN-COUNT > 0
               DISPLAY "Promotional campaigns loaded: " WS-PC-COUNT
                       " enrollments: " WS-EN-COUNT
           END-IF.

       READ-PROMO-CAMPAIGN.
           READ PROMO-CAMPAIGN-FILE
               AT END
                   MOVE 'Y' TO WS-PROMO-EOF
               NOT AT END
                   PERFORM STORE-PROMO-CAMPAIGN
           END-READ.

       STORE-PROMO-CAMPAIGN.
           IF PC-BONUS-RATE IS NOT NUMERIC
               OR PC-START-DATE IS NOT NUMERIC
               OR PC-END-DATE IS NOT NUMERIC
               OR PC-END-DATE < PC-START-DATE
               ADD 1 TO WS-PROMO-REJECTS
               DISPLAY "PROMOTION ERROR: campaign " PC-CAMPAIGN-CODE
                       " has an invalid rate or date range - ignored"
               EXIT PARAGRAPH
           END-IF
           IF WS-PC-COUNT < 200
               ADD 1 TO WS-PC-COUNT
               SET PCT-IDX TO WS-PC-COUNT
               MOVE PROMO-CAMPAIGN-RECORD TO PCT-DEFINITION(PCT-IDX)
               MOVE 0 TO PCT-ENROLLED(PCT-IDX)
               MOVE 0 TO PCT-ACTIVE(PCT-IDX)
               MOVE 0 TO PCT-NEW-BALANCE(PCT-IDX)
               MOVE 0 TO PCT-ACCRUED(PCT-IDX)
               MOVE 0 TO PCT-PAID(PCT-IDX)
           ELSE
               DISPLAY "ERROR: Campaign table full - "
                       PC-CAMPAIGN-CODE " not loaded"
           END-IF.

       READ-PROMO-ENROLLMENT.
           READ PROMO-ENROLL-FILE
               AT END
                   MOVE 'Y' TO WS-PROMO-EOF
               NOT AT END
                   PERFORM STORE-PROMO-ENROLLMENT
           END-READ.

       STORE-PROMO-ENROLLMENT.
           IF WS-EN-COUNT NOT < 5000
               DISPLAY "ERROR: Enrollment table full - "
                       EN-ACCT-NUMBER " not loaded"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EN-COUNT
           SET ENT-IDX TO WS-EN-COUNT
           MOVE PROMO-ENROLL-RECORD TO ENT-RECORD(ENT-IDX)
           MOVE 0 TO ENT-PAY-GROSS(ENT-IDX)
           MOVE 0 TO ENT-PAY-NET(ENT-IDX)
           MOVE 0 TO ENT-PAY-RATE(ENT-IDX)
           IF ENT-STATUS(ENT-IDX) = SPACE
               MOVE 'A' TO ENT-STATUS(ENT-IDX)
           END-IF
           IF ENT-NEW-BALANCE(ENT-IDX) IS NOT NUMERIC
               MOVE 0 TO ENT-NEW-BALANCE(ENT-IDX)
           END-IF
           IF ENT-BONUS-ACCRUED(ENT-IDX) IS NOT NUMERIC
               MOVE 0 TO ENT-BONUS-ACCRUED(ENT-IDX)
           END-IF
           IF ENT-BONUS-PAID(ENT-IDX) IS NOT NUMERIC
               MOVE 0 TO ENT-BONUS-PAID(ENT-IDX)
           END-IF
           IF ENT-ENROLL-DATE(ENT-IDX) IS NOT NUMERIC
               ADD 1 TO WS-PROMO-REJECTS
               DISPLAY "PROMOTION ERROR: enrollment of "
                       ENT-ACCT(ENT-IDX) " in "
                       ENT-CAMPAIGN(ENT-IDX)
                       " has no valid enrollment date - skipped"
               EXIT PARAGRAPH
           END-IF
           IF ENT-BASE-BALANCE(ENT-IDX) IS NOT NUMERIC
               AND ENT-STATUS(ENT-IDX) = 'A'
               AND ENT-ENROLL-DATE(ENT-IDX) NOT > WS-TODAY-YYYYMMDD
               AND WS-PN-COUNT < 5000
               ADD 1 TO WS-PN-COUNT
               SET PN-IDX TO WS-PN-COUNT
               MOVE WS-EN-COUNT TO PN-ENT(PN-IDX)
               MOVE ENT-ACCT(ENT-IDX) TO PN-ACCT(PN-IDX)
               MOVE ENT-ENROLL-DATE(ENT-IDX) TO PN-ENROLL-DATE(PN-IDX)
               MOVE SPACES TO PN-SNAP-DATE(PN-IDX)
               MOVE 0 TO PN-BALANCE(PN-IDX)
           END-IF.

       LOAD-ENROLLMENT-BASES.
           OPEN INPUT BALANCE-HISTORY
           IF WS-HISTORY-STATUS = '00'
               MOVE 'N' TO WS-PROMO-EOF
               PERFORM READ-BASE-SNAPSHOT UNTIL WS-PROMO-EOF = 'Y'
               CLOSE BALANCE-HISTORY
           END-IF
           PERFORM APPLY-ENROLLMENT-BASE
               VARYING PN-IDX FROM 1 BY 1
               UNTIL PN-IDX > WS-PN-COUNT.

       READ-BASE-SNAPSHOT.
           READ BALANCE-HISTORY
               AT END
                   MOVE 'Y' TO WS-PROMO-EOF
               NOT AT END
                   PERFORM MATCH-BASE-SNAPSHOT
                       VARYING WS-PROMO-PEND-SCAN FROM 1 BY 1
                       UNTIL WS-PROMO-PEND-SCAN > WS-PN-COUNT
           END-READ.

       MATCH-BASE-SNAPSHOT.
           SET PN-IDX TO WS-PROMO-PEND-SCAN
           IF SNAP-ACCT-NUMBER = PN-ACCT(PN-IDX)
               AND SNAP-DATE < PN-ENROLL-DATE(PN-IDX)
               AND SNAP-BALANCE IS NUMERIC
               IF PN-SNAP-DATE(PN-IDX) = SPACES
                   OR SNAP-DATE > PN-SNAP-DATE(PN-IDX)
                   MOVE SNAP-DATE TO PN-SNAP-DATE(PN-IDX)
                   MOVE SNAP-BALANCE TO PN-BALANCE(PN-IDX)
               END-IF
           END-IF.

       APPLY-ENROLLMENT-BASE.
           IF PN-SNAP-DATE(PN-IDX) NOT = SPACES
               SET ENT-IDX TO PN-ENT(PN-IDX)
               MOVE PN-BALANCE(PN-IDX) TO ENT-BASE-BALANCE(ENT-IDX)
           END-IF.

       FIND-PROMO-CAMPAIGN.
           MOVE 'N' TO WS-PROMO-FOUND
           IF WS-PC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET PCT-IDX TO 1
           SEARCH PCT-ENTRY
               AT END
                   CONTINUE
               WHEN PCT-CODE(PCT-IDX) = ENT-CAMPAIGN(ENT-IDX)
                   MOVE 'Y' TO WS-PROMO-FOUND
           END-SEARCH.

      *    BONUS ACCRUAL FOR ONE ENROLLMENT OF THE CURRENT ACCOUNT, ON
      *    TOP OF THE TIER INTEREST JUST ACCRUED. THE BONUS JOINS THE
      *    ACCRUED INTEREST BUCKET AND IS CARRIED ON THE ENROLLMENT
      *    UNTIL CAPITALIZATION PAYS IT. THE RUN ON OR AFTER THE
      *    CAMPAIGN END DATE ACCRUES THE LAST DAYS AND EXPIRES IT.
       ACCRUE-PROMO-BONUS.
           SET ENT-IDX TO WS-PROMO-ENR-SCAN
           IF ENT-ACCT(ENT-IDX) NOT = ACCT-NUMBER
               OR ENT-STATUS(ENT-IDX) NOT = 'A'
               OR ENT-ENROLL-DATE(ENT-IDX) IS NOT NUMERIC
               OR ENT-ENROLL-DATE(ENT-IDX) > WS-TODAY-YYYYMMDD
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PROMO-CAMPAIGN
           IF WS-PROMO-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ENT-BASE-BALANCE(ENT-IDX) IS NOT NUMERIC
               MOVE CURRENT-BALANCE TO ENT-BASE-BALANCE(ENT-IDX)
           END-IF
           PERFORM CHECK-PROMO-ACCOUNT-TYPE
           IF WS-PROMO-TYPE-OK = 'Y'
               PERFORM COMPUTE-PROMO-BONUS
           END-IF
           IF PCT-END(PCT-IDX) NOT > WS-TODAY-YYYYMMDD
               MOVE 'E' TO ENT-STATUS(ENT-IDX)
               ADD 1 TO WS-PROMO-EXPIRED
               PERFORM WRITE-BONUS-EXPIRY-AUDIT
           END-IF.

      *    A BLANK FIRST TYPE OPENS THE CAMPAIGN TO ALL TYPES.
       CHECK-PROMO-ACCOUNT-TYPE.
           IF PCT-TYPE(PCT-IDX, 1) = SPACES
               MOVE 'Y' TO WS-PROMO-TYPE-OK
           ELSE
               MOVE 'N' TO WS-PROMO-TYPE-OK
               PERFORM MATCH-PROMO-ACCOUNT-TYPE
                   VARYING WS-PROMO-TYPE-SCAN FROM 1 BY 1
                   UNTIL WS-PROMO-TYPE-SCAN > 5
           END-IF.

       MATCH-PROMO-ACCOUNT-TYPE.
           IF PCT-TYPE(PCT-IDX, WS-PROMO-TYPE-SCAN) = ACCT-TYPE
               MOVE 'Y' TO WS-PROMO-TYPE-OK
           END-IF.

      *    THE DAYS EARNED ARE THOSE OF THE ACCRUAL PERIOD THAT FALL
      *    ON OR AFTER BOTH THE CAMPAIGN START AND THE ENROLLMENT
      *    DATE, ON OR BEFORE THE CAMPAIGN END, AND AFTER THE LAST
      *    BONUS ACCRUAL. UNDER THE NEW-MONEY RULE ONLY BALANCE ABOVE
      *    THE ENROLLMENT BASE EARNS. THE DAY-COUNT BASIS IS THE ONE
      *    USED FOR THE ACCOUNT'S TIER INTEREST.
       COMPUTE-PROMO-BONUS.
           MOVE WS-TODAY-YYYYMMDD TO WS-PROMO-WORK-DATE
           COMPUTE WS-PROMO-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROMO-WORK-DATE)
           COMPUTE WS-PROMO-FROM-INT =
               WS-PROMO-TO-INT - WS-ACCRUAL-DAYS
           IF PCT-END(PCT-IDX) < WS-TODAY-YYYYMMDD
               MOVE PCT-END(PCT-IDX) TO WS-PROMO-WORK-DATE
               COMPUTE WS-PROMO-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PROMO-WORK-DATE)
           END-IF
           IF PCT-START(PCT-IDX) > ENT-ENROLL-DATE(ENT-IDX)
               MOVE PCT-START(PCT-IDX) TO WS-PROMO-WORK-DATE
           ELSE
               MOVE ENT-ENROLL-DATE(ENT-IDX) TO WS-PROMO-WORK-DATE
           END-IF
           COMPUTE WS-PROMO-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROMO-WORK-DATE) - 1
           IF WS-PROMO-WINDOW-INT > WS-PROMO-FROM-INT
               MOVE WS-PROMO-WINDOW-INT TO WS-PROMO-FROM-INT
           END-IF
           IF ENT-LAST-BONUS(ENT-IDX) IS NUMERIC
               MOVE ENT-LAST-BONUS(ENT-IDX) TO WS-PROMO-WORK-DATE
               COMPUTE WS-PROMO-WINDOW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PROMO-WORK-DATE)
               IF WS-PROMO-WINDOW-INT > WS-PROMO-FROM-INT
                   MOVE WS-PROMO-WINDOW-INT TO WS-PROMO-FROM-INT
               END-IF
           END-IF
           COMPUTE WS-PROMO-DAYS = WS-PROMO-TO-INT - WS-PROMO-FROM-INT
           IF WS-PROMO-DAYS < 1
               EXIT PARAGRAPH
           END-IF

           IF CURRENT-BALANCE > ENT-BASE-BALANCE(ENT-IDX)
               COMPUTE WS-PROMO-BASIS =
                   CURRENT-BALANCE - ENT-BASE-BALANCE(ENT-IDX)
           ELSE
               MOVE 0 TO WS-PROMO-BASIS
           END-IF
           MOVE WS-PROMO-BASIS TO ENT-NEW-BALANCE(ENT-IDX)
           IF PCT-NEW-MONEY(PCT-IDX) NOT = 'Y'
               MOVE CURRENT-BALANCE TO WS-PROMO-BASIS
           END-IF
           MOVE WS-TODAY-YYYYMMDD TO ENT-LAST-BONUS(ENT-IDX)
           IF WS-PROMO-BASIS = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PROMO-BONUS ROUNDED =
               WS-PROMO-BASIS * PCT-RATE(PCT-IDX) * WS-PROMO-DAYS
               / WS-DAY-COUNT-DIVISOR
           IF WS-PROMO-BONUS > 0
               ADD WS-PROMO-BONUS TO ENT-BONUS-ACCRUED(ENT-IDX)
               ADD WS-PROMO-BONUS TO ACCRUED-INTEREST
               ADD WS-PROMO-BONUS TO WS-TOTAL-BONUS
               ADD 1 TO WS-BONUS-COUNT
               PERFORM WRITE-BONUS-ACCRUAL-AUDIT
           END-IF.

      *    A CLOSED ACCOUNT HAD ITS WHOLE ACCRUAL BUCKET, BONUS
      *    INCLUDED, PAID OUT BY THE CLOSE.
       RETIRE-PROMO-ENROLLMENT.
           SET ENT-IDX TO WS-PROMO-ENR-SCAN
           IF ENT-ACCT(ENT-IDX) = ACCT-NUMBER
               AND (ENT-STATUS(ENT-IDX) = 'A'
                    OR ENT-STATUS(ENT-IDX) = 'E')
               ADD ENT-BONUS-ACCRUED(ENT-IDX)
                   TO ENT-BONUS-PAID(ENT-IDX)
               MOVE 0 TO ENT-BONUS-ACCRUED(ENT-IDX)
               MOVE 'C' TO ENT-STATUS(ENT-IDX)
           END-IF.

      *    THE BONUS SHARE OF THE GROSS BEING CAPITALIZED, NEVER MORE
      *    THAN THE BUCKET HOLDS, WITH ITS OWN SHARE OF ANY BACKUP
      *    WITHHOLDING. WS-INTEREST-AMOUNT IS LEFT HOLDING THE NET
      *    TIER INTEREST.
       SPLIT-PROMO-BONUS.
           SET ENT-IDX TO WS-PROMO-ENR-SCAN
           MOVE 0 TO ENT-PAY-GROSS(ENT-IDX)
           MOVE 0 TO ENT-PAY-NET(ENT-IDX)
           IF ENT-ACCT(ENT-IDX) NOT = ACCT-NUMBER
               OR ENT-BONUS-ACCRUED(ENT-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           IF ENT-BONUS-ACCRUED(ENT-IDX) > WS-PROMO-GROSS-LEFT
               MOVE WS-PROMO-GROSS-LEFT TO ENT-PAY-GROSS(ENT-IDX)
           ELSE
               MOVE ENT-BONUS-ACCRUED(ENT-IDX) TO ENT-PAY-GROSS(ENT-IDX)
           END-IF
           SUBTRACT ENT-PAY-GROSS(ENT-IDX) FROM WS-PROMO-GROSS-LEFT
           MOVE 0 TO ENT-BONUS-ACCRUED(ENT-IDX)
           ADD ENT-PAY-GROSS(ENT-IDX) TO ENT-BONUS-PAID(ENT-IDX)
           MOVE 0 TO WS-PROMO-WITHHELD
           IF WS-WITHHELD-AMOUNT > 0
               COMPUTE WS-PROMO-WITHHELD ROUNDED =
                   ENT-PAY-GROSS(ENT-IDX) * CM-WITHHOLD-RATE
           END-IF
           COMPUTE ENT-PAY-NET(ENT-IDX) =
               ENT-PAY-GROSS(ENT-IDX) - WS-PROMO-WITHHELD
           IF ENT-PAY-NET(ENT-IDX) > WS-INTEREST-AMOUNT
               MOVE WS-INTEREST-AMOUNT TO ENT-PAY-NET(ENT-IDX)
           END-IF
           SUBTRACT ENT-PAY-NET(ENT-IDX) FROM WS-INTEREST-AMOUNT
           ADD ENT-PAY-NET(ENT-IDX) TO WS-PROMO-NET-TOTAL
           PERFORM FIND-PROMO-CAMPAIGN
           IF WS-PROMO-FOUND = 'Y'
               MOVE PCT-RATE(PCT-IDX) TO ENT-PAY-RATE(ENT-IDX)
           ELSE
               MOVE 0 TO ENT-PAY-RATE(ENT-IDX)
           END-IF.

      *    THE NET BONUS POSTS TO interest_postings.dat LIKE ANY
      *    OTHER INTEREST CREDIT, AND promo_bonus_postings.dat TELLS
      *    THE STATEMENT AND THE CAMPAIGN REPORT WHICH ROW IT WAS.
       POST-PROMO-BONUS.
           SET ENT-IDX TO WS-PROMO-ENR-SCAN
           IF ENT-ACCT(ENT-IDX) NOT = ACCT-NUMBER
               OR ENT-PAY-GROSS(ENT-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           IF ENT-PAY-NET(ENT-IDX) > 0
               MOVE ACCT-NUMBER TO POST-ACCT-NUMBER
               MOVE ENT-PAY-NET(ENT-IDX) TO POST-AMOUNT
               MOVE ENT-PAY-RATE(ENT-IDX) TO POST-RATE
               MOVE WS-TODAY-YYYYMMDD TO POST-DATE
               WRITE POSTING-RECORD
               PERFORM WRITE-BONUS-POSTED-AUDIT
           END-IF
           MOVE SPACES TO PROMO-BONUS-RECORD
           MOVE ACCT-NUMBER TO PB-ACCT-NUMBER
           MOVE ENT-CAMPAIGN(ENT-IDX) TO PB-CAMPAIGN-CODE
           MOVE WS-TODAY-YYYYMMDD TO PB-DATE
           MOVE ENT-PAY-GROSS(ENT-IDX) TO PB-GROSS
           MOVE ENT-PAY-NET(ENT-IDX) TO PB-NET
           MOVE ENT-PAY-RATE(ENT-IDX) TO PB-RATE
           MOVE ENT-NEW-BALANCE(ENT-IDX) TO PB-NEW-BALANCE
           WRITE PROMO-BONUS-RECORD
           ADD 1 TO WS-BONUS-COUNT
           ADD ENT-PAY-GROSS(ENT-IDX) TO WS-TOTAL-BONUS
           MOVE 0 TO ENT-PAY-GROSS(ENT-IDX)
           MOVE 0 TO ENT-PAY-NET(ENT-IDX).

       WRITE-BONUS-ACCRUAL-AUDIT.
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|BONUS-ACCRUED|Account ' ACCT-NUMBER
                  ' accrued bonus ' WS-PROMO-BONUS
                  ' campaign ' ENT-CAMPAIGN(ENT-IDX)
                  ' on ' WS-PROMO-BASIS
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       WRITE-BONUS-POSTED-AUDIT.
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|INTEREST-POSTED|Account ' ACCT-NUMBER
                  ' posted interest ' ENT-PAY-NET(ENT-IDX)
                  ' promo bonus ' ENT-CAMPAIGN(ENT-IDX)
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       WRITE-BONUS-EXPIRY-AUDIT.
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|BONUS-EXPIRED|Account '
                  ENT-ACCT(ENT-IDX)
                  ' campaign ' ENT-CAMPAIGN(ENT-IDX)
                  ' ended ' PCT-END(PCT-IDX)
                  ' bonus unpaid ' ENT-BONUS-ACCRUED(ENT-IDX)
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

      *    AFTER THE ACCOUNT PASS: EXPIRE ENROLLMENTS WHOSE CAMPAIGN
      *    ENDED WITHOUT THE ACCOUNT BEING ACCRUED, GATHER THE COST
      *    FIGURES PER CAMPAIGN, SAVE THE ENROLLMENT FILE AND PRINT
      *    THE CAMPAIGN COST REPORT.
       FINISH-PROMOTIONS.
           IF WS-EN-LOADED = 'N'
               AND WS-PC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM TALLY-PROMO-ENROLLMENT
               VARYING WS-PROMO-ENR-SCAN FROM 1 BY 1
               UNTIL WS-PROMO-ENR-SCAN > WS-EN-COUNT
           IF WS-EN-LOADED = 'Y'
               PERFORM REWRITE-ENROLLMENT-FILE
           END-IF
           PERFORM WRITE-PROMO-COST-REPORT.

       TALLY-PROMO-ENROLLMENT.
           SET ENT-IDX TO WS-PROMO-ENR-SCAN
           PERFORM FIND-PROMO-CAMPAIGN
           IF WS-PROMO-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ENT-STATUS(ENT-IDX) = 'A'
               AND PCT-END(PCT-IDX) < WS-TODAY-YYYYMMDD
               MOVE 'E' TO ENT-STATUS(ENT-IDX)
               ADD 1 TO WS-PROMO-EXPIRED
               PERFORM WRITE-BONUS-EXPIRY-AUDIT
           END-IF
           ADD 1 TO PCT-ENROLLED(PCT-IDX)
           IF ENT-STATUS(ENT-IDX) = 'A'
               ADD 1 TO PCT-ACTIVE(PCT-IDX)
           END-IF
           ADD ENT-NEW-BALANCE(ENT-IDX) TO PCT-NEW-BALANCE(PCT-IDX)
           ADD ENT-BONUS-ACCRUED(ENT-IDX) TO PCT-ACCRUED(PCT-IDX)
           ADD ENT-BONUS-PAID(ENT-IDX) TO PCT-PAID(PCT-IDX).

       REWRITE-ENROLLMENT-FILE.
           OPEN OUTPUT PROMO-ENROLL-FILE-NEW
           PERFORM WRITE-ENROLLMENT-ENTRY
               VARYING ENT-IDX FROM 1 BY 1
               UNTIL ENT-IDX > WS-EN-COUNT
           CLOSE PROMO-ENROLL-FILE-NEW
           CALL 'CBL_DELETE_FILE' USING 'promo_enrollments.dat'
           CALL 'CBL_RENAME_FILE' USING 'promo_enrollments.dat.new'
               'promo_enrollments.dat'.

       WRITE-ENROLLMENT-ENTRY.
           MOVE ENT-RECORD(ENT-IDX) TO PROMO-ENROLL-RECORD-NEW
           WRITE PROMO-ENROLL-RECORD-NEW.

      *    BONUS COST PER CAMPAIGN AGAINST THE NEW BALANCES IT
      *    ATTRACTED - THE GROWTH OF EACH ENROLLED ACCOUNT OVER ITS
      *    ENROLLMENT BASE, HELD AT EXPIRY ONCE THE CAMPAIGN ENDS.
      *    COST % IS BONUS ACCRUED AND PAID OVER THOSE NEW BALANCES.
       WRITE-PROMO-COST-REPORT.
           OPEN OUTPUT PROMO-COST-REPORT
           WRITE PROMO-REPORT-LINE FROM HEADER-1
           WRITE PROMO-REPORT-LINE FROM PROMO-HEADER-2
           WRITE PROMO-REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE PROMO-REPORT-LINE FROM HEADER-3
           MOVE SPACES TO PROMO-REPORT-LINE
           WRITE PROMO-REPORT-LINE
           WRITE PROMO-REPORT-LINE FROM PROMO-DETAIL-HEADER
           WRITE PROMO-REPORT-LINE FROM HEADER-1
           PERFORM WRITE-PROMO-CAMPAIGN-LINE
               VARYING PCT-IDX FROM 1 BY 1
               UNTIL PCT-IDX > WS-PC-COUNT
           MOVE SPACES TO PROMO-REPORT-LINE
           WRITE PROMO-REPORT-LINE
           MOVE 'Campaigns On File:' TO CL-LABEL
           MOVE WS-PC-COUNT TO CL-COUNT
           WRITE PROMO-REPORT-LINE FROM COUNT-LINE
           MOVE 'Enrollments On File:' TO CL-LABEL
           MOVE WS-EN-COUNT TO CL-COUNT
           WRITE PROMO-REPORT-LINE FROM COUNT-LINE
           MOVE 'Enrollments Active:' TO CL-LABEL
           MOVE WS-PROMO-ACTIVE-TOTAL TO CL-COUNT
           WRITE PROMO-REPORT-LINE FROM COUNT-LINE
           MOVE 'Enrollments Expired This Run:' TO CL-LABEL
           MOVE WS-PROMO-EXPIRED TO CL-COUNT
           WRITE PROMO-REPORT-LINE FROM COUNT-LINE
           MOVE 'Campaign/Enrollment Rows Rejected:' TO CL-LABEL
           MOVE WS-PROMO-REJECTS TO CL-COUNT
           WRITE PROMO-REPORT-LINE FROM COUNT-LINE
           MOVE SPACES TO PROMO-REPORT-LINE
           WRITE PROMO-REPORT-LINE
           MOVE 'New Balances Attracted:' TO SL-LABEL
           MOVE WS-PROMO-NEW-TOTAL TO SL-VALUE
           WRITE PROMO-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Bonus Accrued Not Yet Paid:' TO SL-LABEL
           MOVE WS-PROMO-ACCR-TOTAL TO SL-VALUE
           WRITE PROMO-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Bonus Paid To Date:' TO SL-LABEL
           MOVE WS-PROMO-PAID-TOTAL TO SL-VALUE
           WRITE PROMO-REPORT-LINE FROM SUMMARY-LINE
           IF WS-CAP-MODE = 'Y'
               MOVE 'Bonus Capitalized This Run:' TO SL-LABEL
           ELSE
               MOVE 'Bonus Accrued This Run:' TO SL-LABEL
           END-IF
           MOVE WS-TOTAL-BONUS TO SL-VALUE
           WRITE PROMO-REPORT-LINE FROM SUMMARY-LINE
           MOVE SPACES TO PROMO-REPORT-LINE
           WRITE PROMO-REPORT-LINE
           WRITE PROMO-REPORT-LINE FROM HEADER-1
           CLOSE PROMO-COST-REPORT.

       WRITE-PROMO-CAMPAIGN-LINE.
           MOVE PCT-CODE(PCT-IDX) TO PDL-CODE
           MOVE PCT-RATE(PCT-IDX) TO PDL-RATE
           MOVE PCT-START(PCT-IDX) TO PDL-START
           MOVE PCT-END(PCT-IDX) TO PDL-END
           IF PCT-NEW-MONEY(PCT-IDX) = 'Y'
               MOVE 'NEW' TO PDL-RULE
           ELSE
               MOVE 'ALL' TO PDL-RULE
           END-IF
           MOVE PCT-ENROLLED(PCT-IDX) TO PDL-ENROLLED
           MOVE PCT-ACTIVE(PCT-IDX) TO PDL-ACTIVE
           MOVE PCT-NEW-BALANCE(PCT-IDX) TO PDL-NEW-BALANCE
           MOVE PCT-ACCRUED(PCT-IDX) TO PDL-ACCRUED
           MOVE PCT-PAID(PCT-IDX) TO PDL-PAID
           MOVE 0 TO WS-PROMO-COST-PCT
           IF PCT-NEW-BALANCE(PCT-IDX) > 0
               COMPUTE WS-PROMO-COST-PCT ROUNDED =
                   (PCT-ACCRUED(PCT-IDX) + PCT-PAID(PCT-IDX)) * 100
                   / PCT-NEW-BALANCE(PCT-IDX)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PROMO-COST-PCT
               END-COMPUTE
           END-IF
           MOVE WS-PROMO-COST-PCT TO PDL-COST
           WRITE PROMO-REPORT-LINE FROM PROMO-DETAIL-LINE
           MOVE PCT-DESCRIPTION(PCT-IDX) TO PDS-DESCRIPTION
           WRITE PROMO-REPORT-LINE FROM PROMO-DESC-LINE
           ADD PCT-ACTIVE(PCT-IDX) TO WS-PROMO-ACTIVE-TOTAL
           ADD PCT-NEW-BALANCE(PCT-IDX) TO WS-PROMO-NEW-TOTAL
           ADD PCT-ACCRUED(PCT-IDX) TO WS-PROMO-ACCR-TOTAL
           ADD PCT-PAID(PCT-IDX) TO WS-PROMO-PAID-TOTAL.

       OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               MOVE WS-WITHHELD-TOTAL TO SL-VALUE
               WRITE REPORT-LINE FROM SUMMARY-LINE
           END-IF

           IF WS-EN-COUNT > 0
               IF WS-CAP-MODE = 'Y'
                   MOVE 'Promotional Bonus Capitalized (Gross):'
                       TO SL-LABEL
               ELSE
                   MOVE 'Promotional Bonus Accrued This Run:'
                       TO SL-LABEL
               END-IF
               MOVE WS-TOTAL-BONUS TO SL-VALUE
               WRITE REPORT-LINE FROM SUMMARY-LINE
               MOVE 'Promotional Bonus Postings:' TO CL-LABEL
               MOVE WS-BONUS-COUNT TO CL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF
           
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "  Accounts processed: " WS-ACCOUNT-COUNT
           DISPLAY "  Eligible accounts: " WS-ELIGIBLE-COUNT
           DISPLAY "  Total interest: $" WS-TOTAL-INTEREST
           IF WS-EN-COUNT > 0
               DISPLAY "  Promotional bonus: $" WS-TOTAL-BONUS
           END-IF
           DISPLAY " "
           DISPLAY "Reports generated:"
           DISPLAY "  interest_calculation_report.txt"
           DISPLAY "  interest_postings.dat"
           IF WS-EN-LOADED = 'Y' OR WS-PC-COUNT > 0
               DISPLAY "  promo_campaign_cost_report.txt"
           END-IF
           DISPLAY "========================================="
           DISPLAY "INTEREST CALCULATION JOB COMPLETED"
           DISPLAY "=========================================".
               CLOSE ALERT-EXTRACT
               IF WS-CAP-MODE = 'Y'
                   CLOSE WITHHOLDING-FILE
                   CLOSE PROMO-BONUS-POSTINGS
               END-IF
               IF WS-CM-STATUS = '00'
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
               DISPLAY "Customer alerts emitted: " WS-ALERT-COUNT
           END-IF.

       RECORD-OUTPUT-MANIFESTS.
           MOVE 'interest_postings.dat' TO WS-MF-FILE-NAME
           MOVE 13 TO WS-MF-POS
           MOVE 10 TO WS-MF-LEN
           MOVE WS-JOB-ID TO WS-MF-JOB-ID
           MOVE WS-JC-NAME TO WS-MF-JOB-NAME
           MOVE WS-TODAY-YYYYMMDD TO WS-MF-DATE
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
