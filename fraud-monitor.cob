       IDENTIFICATION DIVISION.
       PROGRAM-ID. FraudMonitor.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-LEDGER ASSIGN TO 'monthly_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'account_holds.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'account_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCT-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'account_balances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT PARM-FILE ASSIGN TO 'fraud_monitor_parms.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CASE-FILE ASSIGN TO 'fraud_cases.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CASE-DETAIL-FILE ASSIGN TO 'fraud_case_details.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT FRAUD-REPORT ASSIGN TO 'fraud_monitor_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO 'bank_audit_trail.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT ACCOUNT-LOCK-FILE ASSIGN TO
               'account_balances.lock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT LOCK-OVERRIDE-FILE ASSIGN TO
               'account_lock_override.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-OVERRIDE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-LEDGER.
       01  LEDGER-RECORD.
           05  TR-ACCT-NUMBER    PIC X(12).
           05  TR-DATE           PIC X(8).
           05  TR-TIME           PIC X(6).
           05  TR-TYPE           PIC X(6).
           05  TR-AMOUNT         PIC 9(8)V99.
           05  TR-DESCRIPTION    PIC X(30).
           05  TR-REFERENCE      PIC X(15).
           05  TR-CHANNEL        PIC X(10).
           05  TR-CURRENCY       PIC X(3).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HD-ACCT-NUMBER    PIC X(12).
           05  HD-TXN-ID         PIC X(10).
           05  HD-AMOUNT         PIC 9(8)V99.
           05  HD-PLACED-DATE    PIC X(8).
           05  HD-RELEASE-DATE   PIC X(8).
           05  HD-STATUS         PIC X(1).

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

      *    MONITORING THRESHOLDS. A MISSING FILE OR A ZERO FIELD
      *    KEEPS THE DEFAULT. AUTO-FREEZE Y FREEZES EVERY ACCOUNT
      *    ON A NEW CASE UNTIL FRAUD OPERATIONS REVIEW IT.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  FP-KITE-DAYS      PIC 9(2).
           05  FP-MIN-CYCLE      PIC 9(8)V99.
           05  FP-NEW-DAYS       PIC 9(3).
           05  FP-LARGE-DEPOSIT  PIC 9(8)V99.
           05  FP-PAYOUT-PCT     PIC 9(3).
           05  FP-QUICK-DAYS     PIC 9(2).
           05  FP-SCORE-LIMIT    PIC 9(3).
           05  FP-AUTO-FREEZE    PIC X(1).

      *    ONE ROW PER ACCOUNT ON A CASE. TYPE KITING OR NEWACCT.
      *    STATUS O = OPEN, AWAITING FRAUD OPERATIONS REVIEW.
       FD  CASE-FILE.
       01  CASE-RECORD.
           05  FC-CASE-ID        PIC X(14).
           05  FC-CASE-TYPE      PIC X(8).
           05  FC-ACCT-NUMBER    PIC X(12).
           05  FC-CUSTOMER-ID    PIC X(10).
           05  FC-OPEN-DATE      PIC X(8).
           05  FC-SCORE          PIC 9(3).
           05  FC-AMOUNT         PIC 9(10)V99.
           05  FC-HELD-AMOUNT    PIC 9(10)V99.
           05  FC-FROZEN         PIC X(1).
           05  FC-STATUS         PIC X(1).

       FD  CASE-DETAIL-FILE.
       01  CASE-DETAIL-RECORD.
           05  FD-CASE-ID        PIC X(14).
           05  FD-ACCT-NUMBER    PIC X(12).
           05  FD-DATE           PIC X(8).
           05  FD-TYPE           PIC X(6).
           05  FD-AMOUNT         PIC 9(8)V99.
           05  FD-DESCRIPTION    PIC X(30).
           05  FD-REFERENCE      PIC X(15).

       FD  FRAUD-REPORT.
       01  REPORT-LINE           PIC X(132).

       FD  AUDIT-LOG.
       01  AUDIT-LINE            PIC X(200).

       FD  ACCOUNT-LOCK-FILE.
       01  ACCOUNT-LOCK-RECORD.
           05  LK-JOB-NAME       PIC X(15).
           05  LK-JOB-ID         PIC 9(9).
           05  LK-START-TIME     PIC X(14).

       FD  LOCK-OVERRIDE-FILE.
       01  LOCK-OVERRIDE-RECORD  PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE  PIC X(8).
           05  BD-PREV-DATE      PIC X(8).
           05  BD-ADVANCED-ON    PIC X(8).

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
       01  WS-BD-STATUS          PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-HOLD-STATUS        PIC XX.
       01  WS-CM-STATUS          PIC XX.
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-CASE-STATUS        PIC XX.
       01  WS-DETAIL-STATUS      PIC XX.
       01  WS-AUDIT-LOG-STATUS   PIC XX.
       01  WS-JC-STATUS          PIC XX.
       01  WS-LOCK-STATUS        PIC XX.
       01  WS-LOCK-OVERRIDE-STATUS PIC XX.
       01  WS-LOCK-HELD          PIC X VALUE 'N'.
       01  WS-LOCK-ACQUIRED      PIC X VALUE 'N'.
       01  WS-LOCK-HOLDER-NAME   PIC X(15).
       01  WS-LOCK-HOLDER-ID     PIC 9(9).
       01  WS-LOCK-HOLDER-TIME   PIC X(14).
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-CURRENT-DATE.
           05  WS-YEAR           PIC 9(4).
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.
       01  WS-FORMATTED-DATE     PIC X(10).
       01  WS-TODAY-YYYYMMDD     PIC X(8).
       01  WS-CURRENT-TIME       PIC X(8).
       01  WS-CURRENT-TIMESTAMP  PIC X(14).
       01  WS-RUN-ID             PIC X(24).
       01  WS-AUDIT-SEQ-NUM      PIC 9(9) VALUE 1.
       01  WS-AUDIT-LAST-SEQ     PIC 9(9) VALUE 0.
       01  WS-JOB-ID             PIC 9(9).
       01  WS-JOB-START-TIMESTAMP PIC X(14).
       01  WS-JOB-END-DATE       PIC X(8).
       01  WS-JOB-END-TIME       PIC X(6).
       01  WS-JOB-END-TIMESTAMP  PIC X(14).

      *    A CIRCLE OF TRANSFERS INSIDE THE KITING WINDOW, EVERY LEG
      *    AT LEAST THE MINIMUM, THAT TOUCHES AN ACCOUNT STILL CARRYING
      *    UNCOLLECTED DEPOSITS OPENS A KITING CASE.
       01  WS-KITE-DAYS          PIC 9(2) VALUE 10.
       01  WS-MIN-CYCLE          PIC 9(8)V99 VALUE 1000.00.
      *    AN ACCOUNT OPENED INSIDE THE NEW-ACCOUNT WINDOW IS SCORED;
      *    A SCORE AT OR ABOVE THE LIMIT OPENS A NEW-ACCOUNT CASE.
       01  WS-NEW-DAYS           PIC 9(3) VALUE 30.
       01  WS-LARGE-DEPOSIT      PIC 9(8)V99 VALUE 5000.00.
       01  WS-PAYOUT-PCT         PIC 9(3) VALUE 80.
       01  WS-QUICK-DAYS         PIC 9(2) VALUE 3.
       01  WS-SCORE-LIMIT        PIC 9(3) VALUE 60.
       01  WS-AUTO-FREEZE        PIC X VALUE 'N'.
      *    SCORE POINTS PER INDICATOR
       01  WS-PTS-LARGE-DEPOSIT  PIC 9(3) VALUE 30.
       01  WS-PTS-RAPID-OUT      PIC 9(3) VALUE 30.
       01  WS-PTS-PAYOUT         PIC 9(3) VALUE 20.
       01  WS-PTS-UNCOLLECTED    PIC 9(3) VALUE 20.

       01  WS-TODAY-NUM          PIC 9(8).
       01  WS-TODAY-INT          PIC S9(9).
       01  WS-KITE-START         PIC X(8).
       01  WS-NEW-START          PIC X(8).
       01  WS-SCAN-START         PIC X(8).
       01  WS-WORK-NUM           PIC 9(8).
       01  WS-WORK-INT           PIC S9(9).
       01  WS-LARGE-INT          PIC S9(9).
       01  WS-PAYOUT-LIMIT       PIC 9(12)V99.
       01  WS-SPENDABLE          PIC S9(12)V99.

       01  WS-LEDGER-ROWS        PIC 9(7) VALUE 0.
       01  WS-WINDOW-ROWS        PIC 9(7) VALUE 0.
       01  WS-ACTIVE-HOLDS       PIC 9(7) VALUE 0.
       01  WS-ACTIVE-HOLD-AMT    PIC 9(12)V99 VALUE 0.
       01  WS-TRANSFER-PAIRS     PIC 9(7) VALUE 0.
       01  WS-CYCLES-FOUND       PIC 9(5) VALUE 0.
       01  WS-NEW-ACCT-COUNT     PIC 9(5) VALUE 0.
       01  WS-KITE-CASES         PIC 9(3) VALUE 0.
       01  WS-NEWACCT-CASES      PIC 9(3) VALUE 0.
       01  WS-CASE-ACCOUNTS      PIC 9(5) VALUE 0.
       01  WS-ALREADY-OPEN       PIC 9(5) VALUE 0.
       01  WS-FROZEN-COUNT       PIC 9(5) VALUE 0.
       01  WS-DETAIL-COUNT       PIC 9(7) VALUE 0.
       01  WS-TABLE-OVERFLOW     PIC 9(7) VALUE 0.
       01  WS-CASE-SEQ           PIC 9(3) VALUE 0.
       01  WS-CASE-ID            PIC X(14).
       01  WS-CASE-TYPE          PIC X(8).
       01  WS-CYCLE-PATH         PIC X(40).
       01  WS-KC-SCAN            PIC 9(3).
       01  WS-CYCLE-AMOUNT       PIC 9(10)V99.
       01  WS-CYCLE-HELD         PIC 9(10)V99.
       01  WS-CYCLE-NEW          PIC 9(2).
       01  WS-SCORE              PIC 9(3).
       01  WS-REASONS            PIC X(40).
       01  WS-REASON-PTR         PIC 9(3).
       01  WS-AUDIT-SCORE        PIC ZZ9.

      *    EVERY ACCOUNT SEEN ON THE LEDGER OR THE HOLD FILE
       01  WS-AT-FOUND           PIC X.
       01  WS-AT-KEY             PIC X(12).
       01  WS-AT-SCAN            PIC 9(5).
       01  WS-AT-COUNT           PIC 9(5) VALUE 0.
       01  ACCOUNT-ACTIVITY-TABLE.
           05  AT-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-AT-COUNT
                   INDEXED BY AT-IDX.
               10  AT-ACCT           PIC X(12).
               10  AT-CUSTOMER-ID    PIC X(10).
               10  AT-OPEN-DATE      PIC X(8).
               10  AT-NEW            PIC X(1).
               10  AT-HELD           PIC 9(10)V99.
               10  AT-CREDITS        PIC 9(10)V99.
               10  AT-DEBITS         PIC 9(10)V99.
               10  AT-LARGE-DATE     PIC X(8).
               10  AT-LARGE-AMOUNT   PIC 9(8)V99.
               10  AT-QUICK-OUT      PIC 9(10)V99.
               10  AT-ON-OPEN-CASE   PIC X(1).
               10  AT-CASE-ID        PIC X(14).
               10  AT-CASE-TYPE      PIC X(8).
               10  AT-SCORE          PIC 9(3).
               10  AT-CASE-AMOUNT    PIC 9(10)V99.
               10  AT-REASONS        PIC X(40).
               10  AT-FROZEN         PIC X(1).

      *    TRANSFER LEGS IN THE KITING WINDOW, PAIRED ON REFERENCE
       01  WS-LEG-FOUND          PIC X.
       01  WS-OUT-COUNT          PIC 9(5) VALUE 0.
       01  OUT-LEG-TABLE.
           05  OL-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-OUT-COUNT
                   INDEXED BY OL-IDX.
               10  OL-REFERENCE      PIC X(15).
               10  OL-ACCT           PIC X(12).
               10  OL-AMOUNT         PIC 9(8)V99.
       01  WS-IN-SCAN            PIC 9(5).
       01  WS-IN-COUNT           PIC 9(5) VALUE 0.
       01  IN-LEG-TABLE.
           05  IL-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-IN-COUNT
                   INDEXED BY IL-IDX.
               10  IL-REFERENCE      PIC X(15).
               10  IL-ACCT           PIC X(12).

      *    FROM -> TO TOTALS BUILT FROM THE PAIRED LEGS
       01  WS-ED-FOUND           PIC X.
       01  WS-ED-SCAN-1          PIC 9(5).
       01  WS-ED-SCAN-2          PIC 9(5).
       01  WS-ED-COUNT           PIC 9(5) VALUE 0.
       01  EDGE-TABLE.
           05  ED-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ED-COUNT
                   INDEXED BY ED-IDX ED-IDX-2 ED-IDX-3.
               10  ED-FROM           PIC X(12).
               10  ED-TO             PIC X(12).
               10  ED-COUNT          PIC 9(5).
               10  ED-AMOUNT         PIC 9(10)V99.
       01  WS-CYCLE-A            PIC X(12).
       01  WS-CYCLE-B            PIC X(12).
       01  WS-CYCLE-C            PIC X(12).

      *    ONE ENTRY PER KITING CASE OPENED THIS RUN
       01  KITE-CASE-TABLE.
           05  KC-ENTRY OCCURS 999 TIMES
                   INDEXED BY KC-IDX.
               10  KC-CASE-ID        PIC X(14).
               10  KC-PATH           PIC X(40).
               10  KC-AMOUNT         PIC 9(10)V99.

      *    ACCOUNTS ALREADY ON AN OPEN CASE FROM AN EARLIER RUN
       01  WS-OC-FOUND           PIC X.
       01  WS-OC-COUNT           PIC 9(5) VALUE 0.
       01  OPEN-CASE-TABLE.
           05  OC-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OC-COUNT
                   INDEXED BY OC-IDX.
               10  OC-ACCT           PIC X(12).

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(45) VALUE SPACES.
           05  FILLER            PIC X(42)
               VALUE 'FRAUD MONITORING - KITING AND NEW ACCOUNTS'.
           05  FILLER            PIC X(45) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(16) VALUE 'Business Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE 'Kiting From: '.
           05  H3-KITE-START     PIC X(8).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  FILLER            PIC X(19) VALUE 'New Accounts From: '.
           05  H3-NEW-START      PIC X(8).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  FILLER            PIC X(13) VALUE 'Auto-Freeze: '.
           05  H3-FREEZE         PIC X(1).
           05  FILLER            PIC X(25) VALUE SPACES.

       01  SECTION-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  SH-TITLE          PIC X(60).
           05  FILLER            PIC X(67) VALUE SPACES.

       01  CASE-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(16) VALUE 'Case ID'.
           05  FILLER            PIC X(14) VALUE 'Account'.
           05  FILLER            PIC X(12) VALUE 'Customer'.
           05  FILLER            PIC X(10) VALUE 'Opened'.
           05  FILLER            PIC X(14) VALUE '        Amount'.
           05  FILLER            PIC X(15) VALUE '        On Hold'.
           05  FILLER            PIC X(6) VALUE ' Score'.
           05  FILLER            PIC X(5) VALUE ' Frz'.
           05  FILLER            PIC X(35) VALUE 'Indicators'.

       01  CASE-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CS-CASE-ID        PIC X(14).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CS-ACCOUNT        PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CS-CUSTOMER       PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CS-OPENED         PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CS-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CS-HELD           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  CS-SCORE          PIC ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CS-FROZEN         PIC X(1).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CS-REASONS        PIC X(33).

       01  CYCLE-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CY-CASE-ID        PIC X(14).
           05  FILLER            PIC X(9) VALUE '  Cycle: '.
           05  CY-PATH           PIC X(40).
           05  FILLER            PIC X(16) VALUE '  Total Moved: '.
           05  CY-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(31) VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CL-LABEL          PIC X(40).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       01  AMOUNT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  AL-LABEL          PIC X(40).
           05  AL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-MONITOR-PARMS
           PERFORM LOAD-OPEN-CASES
           PERFORM LOAD-DEPOSIT-HOLDS
           PERFORM SCAN-POSTED-LEDGER
           PERFORM BUILD-TRANSFER-EDGES
           PERFORM LOOKUP-ACCOUNT-MASTER
           PERFORM DETECT-KITING-CYCLES
           PERFORM SCORE-NEW-ACCOUNTS
           IF WS-AUTO-FREEZE = 'Y' AND WS-CASE-ACCOUNTS > 0
               PERFORM FREEZE-CASE-ACCOUNTS
           END-IF
           PERFORM WRITE-CASE-RECORDS
           PERFORM WRITE-CASE-DETAILS
           PERFORM GENERATE-REPORT
           PERFORM UPDATE-JOB-CONTROL-RECORD
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZE-JOB.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM READ-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-MONTH '/' WS-DAY '/' WS-YEAR
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
               DELIMITED BY SIZE INTO WS-TODAY-YYYYMMDD
           STRING WS-TODAY-YYYYMMDD WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
           STRING WS-TODAY-YYYYMMDD WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-JOB-START-TIMESTAMP
           MOVE SPACES TO WS-RUN-ID
           STRING 'FRD-' WS-TODAY-YYYYMMDD '-' WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           ACCEPT WS-JOB-ID FROM TIME

           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           PERFORM DETERMINE-AUDIT-SEQ-START

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY "WARNING: account_master.dat not available - "
                       "new-account scoring skipped"
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN OUTPUT FRAUD-REPORT

           DISPLAY "========================================="
           DISPLAY "FRAUD MONITOR STARTED"
           DISPLAY "========================================="
           DISPLAY "Business Date: " WS-FORMATTED-DATE
           DISPLAY " ".

       DETERMINE-AUDIT-SEQ-START.
           MOVE 1 TO WS-AUDIT-SEQ-NUM
           MOVE 0 TO WS-AUDIT-LAST-SEQ
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS = '00'
               PERFORM READ-AUDIT-SEQ UNTIL WS-EOF = 'Y'
               COMPUTE WS-AUDIT-SEQ-NUM = WS-AUDIT-LAST-SEQ + 1
               CLOSE AUDIT-LOG
           END-IF
           MOVE 'N' TO WS-EOF.

       READ-AUDIT-SEQ.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE AUDIT-LINE(1:9) TO WS-AUDIT-LAST-SEQ
           END-READ.

       LOAD-MONITOR-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-MONITOR-PARMS
               END-READ
               CLOSE PARM-FILE
           END-IF

           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-KITE-DAYS + 1
           COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-NUM TO WS-KITE-START
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-NEW-DAYS
           COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-NUM TO WS-NEW-START
           IF WS-KITE-START < WS-NEW-START
               MOVE WS-KITE-START TO WS-SCAN-START
           ELSE
               MOVE WS-NEW-START TO WS-SCAN-START
           END-IF
           DISPLAY "Kiting window from: " WS-KITE-START
           DISPLAY "New accounts opened since: " WS-NEW-START
           DISPLAY "Auto-freeze: " WS-AUTO-FREEZE.

       APPLY-MONITOR-PARMS.
           IF FP-KITE-DAYS IS NUMERIC AND FP-KITE-DAYS > 0
               MOVE FP-KITE-DAYS TO WS-KITE-DAYS
           END-IF
           IF FP-MIN-CYCLE IS NUMERIC AND FP-MIN-CYCLE > 0
               MOVE FP-MIN-CYCLE TO WS-MIN-CYCLE
           END-IF
           IF FP-NEW-DAYS IS NUMERIC AND FP-NEW-DAYS > 0
               MOVE FP-NEW-DAYS TO WS-NEW-DAYS
           END-IF
           IF FP-LARGE-DEPOSIT IS NUMERIC AND FP-LARGE-DEPOSIT > 0
               MOVE FP-LARGE-DEPOSIT TO WS-LARGE-DEPOSIT
           END-IF
           IF FP-PAYOUT-PCT IS NUMERIC AND FP-PAYOUT-PCT > 0
               MOVE FP-PAYOUT-PCT TO WS-PAYOUT-PCT
           END-IF
           IF FP-QUICK-DAYS IS NUMERIC AND FP-QUICK-DAYS > 0
               MOVE FP-QUICK-DAYS TO WS-QUICK-DAYS
           END-IF
           IF FP-SCORE-LIMIT IS NUMERIC AND FP-SCORE-LIMIT > 0
               MOVE FP-SCORE-LIMIT TO WS-SCORE-LIMIT
           END-IF
           IF FP-AUTO-FREEZE = 'Y'
               MOVE 'Y' TO WS-AUTO-FREEZE
           END-IF.

      *    AN ACCOUNT ALREADY UNDER REVIEW IS NOT OPENED AGAIN
       LOAD-OPEN-CASES.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-OPEN-CASE UNTIL WS-EOF = 'Y'
           CLOSE CASE-FILE
           MOVE 'N' TO WS-EOF.

       READ-OPEN-CASE.
           READ CASE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FC-STATUS = 'O' AND WS-OC-COUNT < 5000
                       ADD 1 TO WS-OC-COUNT
                       SET OC-IDX TO WS-OC-COUNT
                       MOVE FC-ACCT-NUMBER TO OC-ACCT(OC-IDX)
                   END-IF
           END-READ.

      *    UNCOLLECTED FUNDS - DEPOSIT HOLDS NOT YET RELEASED
       LOAD-DEPOSIT-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-DEPOSIT-HOLD UNTIL WS-EOF = 'Y'
           CLOSE HOLD-FILE
           MOVE 'N' TO WS-EOF.

       READ-DEPOSIT-HOLD.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF HD-STATUS = 'H'
                       AND HD-RELEASE-DATE > WS-TODAY-YYYYMMDD
                       AND HD-AMOUNT IS NUMERIC
                       ADD 1 TO WS-ACTIVE-HOLDS
                       ADD HD-AMOUNT TO WS-ACTIVE-HOLD-AMT
                       MOVE HD-ACCT-NUMBER TO WS-AT-KEY
                       PERFORM FIND-ACCOUNT-ACTIVITY
                       IF WS-AT-FOUND = 'Y'
                           ADD HD-AMOUNT TO AT-HELD(AT-IDX)
                       END-IF
                   END-IF
           END-READ.

       SCAN-POSTED-LEDGER.
           OPEN INPUT POSTED-LEDGER
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY "WARNING: monthly_transactions.dat not "
                       "available - no posted activity to monitor"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LEDGER-ROW UNTIL WS-EOF = 'Y'
           CLOSE POSTED-LEDGER
           MOVE 'N' TO WS-EOF.

       READ-LEDGER-ROW.
           READ POSTED-LEDGER
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LEDGER-ROWS
                   IF TR-DATE IS NUMERIC AND TR-AMOUNT IS NUMERIC
                       AND TR-DATE >= WS-SCAN-START
                       AND TR-DATE <= WS-TODAY-YYYYMMDD
                       PERFORM TALLY-LEDGER-ROW
                   END-IF
           END-READ.

       TALLY-LEDGER-ROW.
           ADD 1 TO WS-WINDOW-ROWS
           MOVE TR-ACCT-NUMBER TO WS-AT-KEY
           PERFORM FIND-ACCOUNT-ACTIVITY
           IF WS-AT-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF TR-TYPE = 'CREDIT'
               ADD TR-AMOUNT TO AT-CREDITS(AT-IDX)
               IF TR-AMOUNT >= WS-LARGE-DEPOSIT
                   AND AT-LARGE-DATE(AT-IDX) = SPACES
                   MOVE TR-DATE TO AT-LARGE-DATE(AT-IDX)
                   MOVE TR-AMOUNT TO AT-LARGE-AMOUNT(AT-IDX)
               END-IF
           END-IF
           IF TR-TYPE = 'DEBIT '
               ADD TR-AMOUNT TO AT-DEBITS(AT-IDX)
               IF AT-LARGE-DATE(AT-IDX) NOT = SPACES
                   PERFORM CHECK-QUICK-WITHDRAWAL
               END-IF
           END-IF
           IF TR-DATE >= WS-KITE-START
               AND TR-DESCRIPTION(1:8) = 'TRANSFER'
               PERFORM STORE-TRANSFER-LEG
           END-IF.

       CHECK-QUICK-WITHDRAWAL.
           MOVE AT-LARGE-DATE(AT-IDX) TO WS-WORK-NUM
           COMPUTE WS-LARGE-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
           MOVE TR-DATE TO WS-WORK-NUM
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
           IF WS-WORK-INT - WS-LARGE-INT <= WS-QUICK-DAYS
               ADD TR-AMOUNT TO AT-QUICK-OUT(AT-IDX)
           END-IF.

       STORE-TRANSFER-LEG.
           IF TR-TYPE = 'DEBIT '
               IF WS-OUT-COUNT < 10000
                   ADD 1 TO WS-OUT-COUNT
                   SET OL-IDX TO WS-OUT-COUNT
                   MOVE TR-REFERENCE TO OL-REFERENCE(OL-IDX)
                   MOVE TR-ACCT-NUMBER TO OL-ACCT(OL-IDX)
                   MOVE TR-AMOUNT TO OL-AMOUNT(OL-IDX)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF
           IF TR-TYPE = 'CREDIT'
               IF WS-IN-COUNT < 10000
                   ADD 1 TO WS-IN-COUNT
                   SET IL-IDX TO WS-IN-COUNT
                   MOVE TR-REFERENCE TO IL-REFERENCE(IL-IDX)
                   MOVE TR-ACCT-NUMBER TO IL-ACCT(IL-IDX)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

      *    FINDS OR ADDS THE ACTIVITY ENTRY FOR WS-AT-KEY
       FIND-ACCOUNT-ACTIVITY.
           MOVE 'N' TO WS-AT-FOUND
           IF WS-AT-COUNT > 0
               SET AT-IDX TO 1
               SEARCH AT-ENTRY
                   AT END
                       MOVE 'N' TO WS-AT-FOUND
                   WHEN AT-ACCT(AT-IDX) = WS-AT-KEY
                       MOVE 'Y' TO WS-AT-FOUND
               END-SEARCH
           END-IF
           IF WS-AT-FOUND = 'N'
               IF WS-AT-COUNT >= 10000
                   ADD 1 TO WS-TABLE-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AT-COUNT
               SET AT-IDX TO WS-AT-COUNT
               MOVE WS-AT-KEY TO AT-ACCT(AT-IDX)
               MOVE SPACES TO AT-CUSTOMER-ID(AT-IDX)
                              AT-OPEN-DATE(AT-IDX)
                              AT-LARGE-DATE(AT-IDX)
                              AT-CASE-ID(AT-IDX)
                              AT-CASE-TYPE(AT-IDX)
                              AT-REASONS(AT-IDX)
               MOVE 'N' TO AT-NEW(AT-IDX) AT-FROZEN(AT-IDX)
               MOVE 0 TO AT-HELD(AT-IDX) AT-CREDITS(AT-IDX)
                         AT-DEBITS(AT-IDX) AT-LARGE-AMOUNT(AT-IDX)
                         AT-QUICK-OUT(AT-IDX) AT-SCORE(AT-IDX)
                         AT-CASE-AMOUNT(AT-IDX)
               MOVE 'N' TO WS-OC-FOUND
               IF WS-OC-COUNT > 0
                   SET OC-IDX TO 1
                   SEARCH OC-ENTRY
                       AT END
                           MOVE 'N' TO WS-OC-FOUND
                       WHEN OC-ACCT(OC-IDX) = WS-AT-KEY
                           MOVE 'Y' TO WS-OC-FOUND
                   END-SEARCH
               END-IF
               MOVE WS-OC-FOUND TO AT-ON-OPEN-CASE(AT-IDX)
               MOVE 'Y' TO WS-AT-FOUND
           END-IF.

      *    EACH TRANSFER POSTS A DEBIT LEG AND A CREDIT LEG UNDER THE
      *    SAME REFERENCE; TOGETHER THEY GIVE ONE FROM -> TO MOVEMENT
       BUILD-TRANSFER-EDGES.
           PERFORM PAIR-TRANSFER-LEG
               VARYING WS-IN-SCAN FROM 1 BY 1
               UNTIL WS-IN-SCAN > WS-IN-COUNT.

       PAIR-TRANSFER-LEG.
           SET IL-IDX TO WS-IN-SCAN
           MOVE 'N' TO WS-LEG-FOUND
           IF WS-OUT-COUNT > 0
               SET OL-IDX TO 1
               SEARCH OL-ENTRY
                   AT END
                       MOVE 'N' TO WS-LEG-FOUND
                   WHEN OL-REFERENCE(OL-IDX) = IL-REFERENCE(IL-IDX)
                       MOVE 'Y' TO WS-LEG-FOUND
               END-SEARCH
           END-IF
           IF WS-LEG-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF OL-ACCT(OL-IDX) = IL-ACCT(IL-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRANSFER-PAIRS
           MOVE 'N' TO WS-ED-FOUND
           IF WS-ED-COUNT > 0
               SET ED-IDX TO 1
               SEARCH ED-ENTRY
                   AT END
                       MOVE 'N' TO WS-ED-FOUND
                   WHEN ED-FROM(ED-IDX) = OL-ACCT(OL-IDX)
                       AND ED-TO(ED-IDX) = IL-ACCT(IL-IDX)
                       MOVE 'Y' TO WS-ED-FOUND
               END-SEARCH
           END-IF
           IF WS-ED-FOUND = 'N'
               IF WS-ED-COUNT >= 5000
                   ADD 1 TO WS-TABLE-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ED-COUNT
               SET ED-IDX TO WS-ED-COUNT
               MOVE OL-ACCT(OL-IDX) TO ED-FROM(ED-IDX)
               MOVE IL-ACCT(IL-IDX) TO ED-TO(ED-IDX)
               MOVE 0 TO ED-COUNT(ED-IDX)
               MOVE 0 TO ED-AMOUNT(ED-IDX)
           END-IF
           ADD 1 TO ED-COUNT(ED-IDX)
           ADD OL-AMOUNT(OL-IDX) TO ED-AMOUNT(ED-IDX).

      *    CUSTOMER AND OPENING DATE FOR EVERY ACCOUNT SEEN
       LOOKUP-ACCOUNT-MASTER.
           IF WS-CM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-SINGLE-ACCOUNT
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-COUNT.

       LOOKUP-SINGLE-ACCOUNT.
           SET AT-IDX TO WS-AT-SCAN
           MOVE AT-ACCT(AT-IDX) TO CM-ACCT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CM-CUSTOMER-ID TO AT-CUSTOMER-ID(AT-IDX)
           MOVE CM-OPENING-DATE TO AT-OPEN-DATE(AT-IDX)
           IF CM-OPENING-DATE IS NUMERIC
               AND CM-OPENING-DATE >= WS-NEW-START
               AND CM-OPENING-DATE <= WS-TODAY-YYYYMMDD
               MOVE 'Y' TO AT-NEW(AT-IDX)
               ADD 1 TO WS-NEW-ACCT-COUNT
           END-IF.

      *    CIRCULAR TRANSFERS: A > B > A AND A > B > C > A. THE CUSTOMER
      *    ID IS DELIBERATELY IGNORED - A KITE IS USUALLY SPREAD ACROSS
      *    ACCOUNTS IN DIFFERENT NAMES. EACH CYCLE IS TAKEN ONCE, FROM
      *    ITS LOWEST ACCOUNT NUMBER.
       DETECT-KITING-CYCLES.
           PERFORM CHECK-FIRST-EDGE
               VARYING WS-ED-SCAN-1 FROM 1 BY 1
               UNTIL WS-ED-SCAN-1 > WS-ED-COUNT.

       CHECK-FIRST-EDGE.
           SET ED-IDX TO WS-ED-SCAN-1
           IF ED-AMOUNT(ED-IDX) < WS-MIN-CYCLE
               EXIT PARAGRAPH
           END-IF
           IF ED-FROM(ED-IDX) > ED-TO(ED-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE ED-FROM(ED-IDX) TO WS-CYCLE-A
           MOVE ED-TO(ED-IDX) TO WS-CYCLE-B
           PERFORM CHECK-SECOND-EDGE
               VARYING WS-ED-SCAN-2 FROM 1 BY 1
               UNTIL WS-ED-SCAN-2 > WS-ED-COUNT.

       CHECK-SECOND-EDGE.
           SET ED-IDX-2 TO WS-ED-SCAN-2
           IF ED-FROM(ED-IDX-2) NOT = WS-CYCLE-B
               OR ED-AMOUNT(ED-IDX-2) < WS-MIN-CYCLE
               EXIT PARAGRAPH
           END-IF
           IF ED-TO(ED-IDX-2) = WS-CYCLE-A
               MOVE SPACES TO WS-CYCLE-C
               COMPUTE WS-CYCLE-AMOUNT = ED-AMOUNT(ED-IDX)
                   + ED-AMOUNT(ED-IDX-2)
               PERFORM EVALUATE-KITING-CYCLE
               EXIT PARAGRAPH
           END-IF
           IF ED-TO(ED-IDX-2) < WS-CYCLE-A
               EXIT PARAGRAPH
           END-IF
           MOVE ED-TO(ED-IDX-2) TO WS-CYCLE-C
           MOVE 'N' TO WS-ED-FOUND
           SET ED-IDX-3 TO 1
           SEARCH ED-ENTRY VARYING ED-IDX-3
               AT END
                   MOVE 'N' TO WS-ED-FOUND
               WHEN ED-FROM(ED-IDX-3) = WS-CYCLE-C
                   AND ED-TO(ED-IDX-3) = WS-CYCLE-A
                   AND ED-AMOUNT(ED-IDX-3) >= WS-MIN-CYCLE
                   MOVE 'Y' TO WS-ED-FOUND
           END-SEARCH
           IF WS-ED-FOUND = 'Y'
               COMPUTE WS-CYCLE-AMOUNT = ED-AMOUNT(ED-IDX)
                   + ED-AMOUNT(ED-IDX-2) + ED-AMOUNT(ED-IDX-3)
               PERFORM EVALUATE-KITING-CYCLE
           END-IF.

      *    THE CYCLE ONLY MATTERS IF IT IS FLOATING UNCOLLECTED FUNDS
       EVALUATE-KITING-CYCLE.
           ADD 1 TO WS-CYCLES-FOUND
           MOVE 0 TO WS-CYCLE-HELD
           MOVE 0 TO WS-CYCLE-NEW
           MOVE WS-CYCLE-A TO WS-AT-KEY
           PERFORM ADD-CYCLE-MEMBER-HELD
           MOVE WS-CYCLE-B TO WS-AT-KEY
           PERFORM ADD-CYCLE-MEMBER-HELD
           IF WS-CYCLE-C NOT = SPACES
               MOVE WS-CYCLE-C TO WS-AT-KEY
               PERFORM ADD-CYCLE-MEMBER-HELD
           END-IF
           IF WS-CYCLE-HELD = 0 OR WS-CYCLE-NEW = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-CASE-SEQ >= 999
               ADD 1 TO WS-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KITE-CASES
           MOVE 'KITING' TO WS-CASE-TYPE
           PERFORM ASSIGN-CASE-ID
           MOVE SPACES TO WS-CYCLE-PATH
           IF WS-CYCLE-C = SPACES
               STRING WS-CYCLE-A '>' WS-CYCLE-B '>' WS-CYCLE-A
                   DELIMITED BY SIZE INTO WS-CYCLE-PATH
           ELSE
               STRING WS-CYCLE-A '>' WS-CYCLE-B '>' WS-CYCLE-C
                   DELIMITED BY SIZE INTO WS-CYCLE-PATH
           END-IF
           SET KC-IDX TO WS-KITE-CASES
           MOVE WS-CASE-ID TO KC-CASE-ID(KC-IDX)
           MOVE WS-CYCLE-PATH TO KC-PATH(KC-IDX)
           MOVE WS-CYCLE-AMOUNT TO KC-AMOUNT(KC-IDX)
           MOVE WS-CYCLE-A TO WS-AT-KEY
           PERFORM FLAG-CYCLE-MEMBER
           MOVE WS-CYCLE-B TO WS-AT-KEY
           PERFORM FLAG-CYCLE-MEMBER
           IF WS-CYCLE-C NOT = SPACES
               MOVE WS-CYCLE-C TO WS-AT-KEY
               PERFORM FLAG-CYCLE-MEMBER
           END-IF
           DISPLAY "Kiting case opened: " WS-CASE-ID " "
                   WS-CYCLE-PATH.

      *    WS-CYCLE-NEW COUNTS MEMBERS NOT ALREADY ON A CASE
       ADD-CYCLE-MEMBER-HELD.
           PERFORM FIND-ACCOUNT-ACTIVITY
           IF WS-AT-FOUND = 'Y'
               ADD AT-HELD(AT-IDX) TO WS-CYCLE-HELD
               IF AT-ON-OPEN-CASE(AT-IDX) = 'N'
                   AND AT-CASE-ID(AT-IDX) = SPACES
                   ADD 1 TO WS-CYCLE-NEW
               END-IF
           END-IF.

       FLAG-CYCLE-MEMBER.
           PERFORM FIND-ACCOUNT-ACTIVITY
           IF WS-AT-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF AT-ON-OPEN-CASE(AT-IDX) = 'Y'
               ADD 1 TO WS-ALREADY-OPEN
               EXIT PARAGRAPH
           END-IF
           IF AT-CASE-ID(AT-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASE-ID TO AT-CASE-ID(AT-IDX)
           MOVE WS-CASE-TYPE TO AT-CASE-TYPE(AT-IDX)
           MOVE 0 TO AT-SCORE(AT-IDX)
           MOVE WS-CYCLE-AMOUNT TO AT-CASE-AMOUNT(AT-IDX)
           MOVE 'CIRCULAR TRANSFERS' TO AT-REASONS(AT-IDX)
           ADD 1 TO WS-CASE-ACCOUNTS.

       ASSIGN-CASE-ID.
           ADD 1 TO WS-CASE-SEQ
           MOVE SPACES TO WS-CASE-ID
           STRING 'FRD' WS-TODAY-YYYYMMDD WS-CASE-SEQ
               DELIMITED BY SIZE INTO WS-CASE-ID.

      *    NEW-ACCOUNT ABUSE SCORE: A LARGE DEPOSIT, MOST OF IT TAKEN
      *    OUT WITHIN A FEW DAYS, A HIGH PAY-OUT RATIO, AND SPENDING
      *    INTO FUNDS THAT ARE STILL ON HOLD
       SCORE-NEW-ACCOUNTS.
           PERFORM SCORE-SINGLE-ACCOUNT
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-COUNT.

       SCORE-SINGLE-ACCOUNT.
           SET AT-IDX TO WS-AT-SCAN
           IF AT-NEW(AT-IDX) NOT = 'Y'
               OR AT-CASE-ID(AT-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCORE
           MOVE SPACES TO WS-REASONS
           MOVE 1 TO WS-REASON-PTR
           IF AT-LARGE-DATE(AT-IDX) NOT = SPACES
               ADD WS-PTS-LARGE-DEPOSIT TO WS-SCORE
               STRING 'LARGE-DEP ' DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
               IF AT-QUICK-OUT(AT-IDX) * 2 >= AT-LARGE-AMOUNT(AT-IDX)
                   ADD WS-PTS-RAPID-OUT TO WS-SCORE
                   STRING 'RAPID-OUT ' DELIMITED BY SIZE
                       INTO WS-REASONS WITH POINTER WS-REASON-PTR
               END-IF
           END-IF
           COMPUTE WS-PAYOUT-LIMIT ROUNDED =
               AT-CREDITS(AT-IDX) * WS-PAYOUT-PCT / 100
           IF AT-CREDITS(AT-IDX) > 0
               AND AT-DEBITS(AT-IDX) >= WS-PAYOUT-LIMIT
               ADD WS-PTS-PAYOUT TO WS-SCORE
               STRING 'PAYOUT ' DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           COMPUTE WS-SPENDABLE = AT-CREDITS(AT-IDX)
               - AT-HELD(AT-IDX)
           IF AT-HELD(AT-IDX) > 0
               AND AT-DEBITS(AT-IDX) > WS-SPENDABLE
               ADD WS-PTS-UNCOLLECTED TO WS-SCORE
               STRING 'UNCOLL ' DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           MOVE WS-SCORE TO AT-SCORE(AT-IDX)
           IF WS-SCORE < WS-SCORE-LIMIT
               EXIT PARAGRAPH
           END-IF
           IF AT-ON-OPEN-CASE(AT-IDX) = 'Y'
               ADD 1 TO WS-ALREADY-OPEN
               EXIT PARAGRAPH
           END-IF
           IF WS-CASE-SEQ >= 999
               ADD 1 TO WS-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEWACCT-CASES
           MOVE 'NEWACCT' TO WS-CASE-TYPE
           PERFORM ASSIGN-CASE-ID
           MOVE WS-CASE-ID TO AT-CASE-ID(AT-IDX)
           MOVE WS-CASE-TYPE TO AT-CASE-TYPE(AT-IDX)
           MOVE AT-CREDITS(AT-IDX) TO AT-CASE-AMOUNT(AT-IDX)
           MOVE WS-REASONS TO AT-REASONS(AT-IDX)
           ADD 1 TO WS-CASE-ACCOUNTS
           DISPLAY "New-account case opened: " WS-CASE-ID
                   " account " AT-ACCT(AT-IDX) " score "
                   WS-SCORE.

      *    OPTIONAL FREEZE. THE ACCOUNT STAYS FROZEN UNTIL FRAUD
      *    OPERATIONS CLEARS THE CASE AND KEYS AN UNFREEZE REQUEST
      *    THROUGH ACCOUNT MAINTENANCE.
       FREEZE-CASE-ACCOUNTS.
           PERFORM ACQUIRE-ACCOUNT-LOCK
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_balances.dat - "
                       "status " WS-ACCOUNT-STATUS
                       " - no accounts frozen"
               PERFORM RELEASE-ACCOUNT-LOCK
               EXIT PARAGRAPH
           END-IF
           PERFORM FREEZE-SINGLE-ACCOUNT
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-COUNT
           CLOSE ACCOUNT-FILE
           PERFORM RELEASE-ACCOUNT-LOCK.

       FREEZE-SINGLE-ACCOUNT.
           SET AT-IDX TO WS-AT-SCAN
           IF AT-CASE-ID(AT-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE AT-ACCT(AT-IDX) TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-STATUS = 'F' OR ACCT-STATUS = 'C'
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO ACCT-STATUS
           REWRITE ACCOUNT-RECORD
           MOVE 'Y' TO AT-FROZEN(AT-IDX)
           ADD 1 TO WS-FROZEN-COUNT
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|FRAUD-FREEZE|Account '
                  AT-ACCT(AT-IDX) ' frozen pending review of case '
                  AT-CASE-ID(AT-IDX)
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM
           DISPLAY "Frozen: " AT-ACCT(AT-IDX) " case "
                   AT-CASE-ID(AT-IDX).

       WRITE-CASE-RECORDS.
           IF WS-CASE-ACCOUNTS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               OPEN OUTPUT CASE-FILE
           END-IF
           PERFORM WRITE-SINGLE-CASE
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-COUNT
           CLOSE CASE-FILE.

       WRITE-SINGLE-CASE.
           SET AT-IDX TO WS-AT-SCAN
           IF AT-CASE-ID(AT-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CASE-RECORD
           MOVE AT-CASE-ID(AT-IDX) TO FC-CASE-ID
           MOVE AT-CASE-TYPE(AT-IDX) TO FC-CASE-TYPE
           MOVE AT-ACCT(AT-IDX) TO FC-ACCT-NUMBER
           MOVE AT-CUSTOMER-ID(AT-IDX) TO FC-CUSTOMER-ID
           MOVE WS-TODAY-YYYYMMDD TO FC-OPEN-DATE
           MOVE AT-SCORE(AT-IDX) TO FC-SCORE
           MOVE AT-CASE-AMOUNT(AT-IDX) TO FC-AMOUNT
           MOVE AT-HELD(AT-IDX) TO FC-HELD-AMOUNT
           MOVE AT-FROZEN(AT-IDX) TO FC-FROZEN
           MOVE 'O' TO FC-STATUS
           WRITE CASE-RECORD

           MOVE AT-SCORE(AT-IDX) TO WS-AUDIT-SCORE
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|FRAUD-CASE-OPENED|Account '
                  AT-ACCT(AT-IDX) ' case ' AT-CASE-ID(AT-IDX)
                  ' type ' AT-CASE-TYPE(AT-IDX)
                  ' score ' WS-AUDIT-SCORE
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

      *    SUPPORTING TRANSACTIONS: THE TRANSFER LEGS FOR A KITING
      *    CASE, EVERYTHING SINCE OPENING FOR A NEW-ACCOUNT CASE
       WRITE-CASE-DETAILS.
           IF WS-CASE-ACCOUNTS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT POSTED-LEDGER
           IF WS-LEDGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CASE-DETAIL-FILE
           IF WS-DETAIL-STATUS NOT = '00'
               OPEN OUTPUT CASE-DETAIL-FILE
           END-IF
           PERFORM READ-DETAIL-ROW UNTIL WS-EOF = 'Y'
           CLOSE POSTED-LEDGER
           CLOSE CASE-DETAIL-FILE
           MOVE 'N' TO WS-EOF.

       READ-DETAIL-ROW.
           READ POSTED-LEDGER
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TR-DATE IS NUMERIC
                       AND TR-DATE >= WS-SCAN-START
                       AND TR-DATE <= WS-TODAY-YYYYMMDD
                       PERFORM MATCH-DETAIL-ACCOUNT
                   END-IF
           END-READ.

       MATCH-DETAIL-ACCOUNT.
           SET AT-IDX TO 1
           SEARCH AT-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN AT-ACCT(AT-IDX) = TR-ACCT-NUMBER
                   CONTINUE
           END-SEARCH
           IF AT-CASE-ID(AT-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF AT-CASE-TYPE(AT-IDX) = 'KITING'
               IF TR-DATE < WS-KITE-START
                   OR TR-DESCRIPTION(1:8) NOT = 'TRANSFER'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF TR-DATE < AT-OPEN-DATE(AT-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO CASE-DETAIL-RECORD
           MOVE AT-CASE-ID(AT-IDX) TO FD-CASE-ID
           MOVE TR-ACCT-NUMBER TO FD-ACCT-NUMBER
           MOVE TR-DATE TO FD-DATE
           MOVE TR-TYPE TO FD-TYPE
           MOVE TR-AMOUNT TO FD-AMOUNT
           MOVE TR-DESCRIPTION TO FD-DESCRIPTION
           MOVE TR-REFERENCE TO FD-REFERENCE
           WRITE CASE-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT.

       GENERATE-REPORT.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           MOVE WS-KITE-START TO H3-KITE-START
           MOVE WS-NEW-START TO H3-NEW-START
           MOVE WS-AUTO-FREEZE TO H3-FREEZE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CHECK-KITING CASES' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM CASE-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM REPORT-KITING-CASE
               VARYING WS-KC-SCAN FROM 1 BY 1
               UNTIL WS-KC-SCAN > WS-KITE-CASES
           IF WS-KITE-CASES = 0
               MOVE SPACES TO REPORT-LINE
               MOVE '     No circular transfer patterns against '
                   & 'uncollected funds.' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'NEW-ACCOUNT CASES' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM CASE-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           MOVE 'NEWACCT' TO WS-CASE-TYPE
           PERFORM REPORT-CASE-ACCOUNT
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-COUNT
           IF WS-NEWACCT-CASES = 0
               MOVE SPACES TO REPORT-LINE
               MOVE '     No new account reached the score limit.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'SUMMARY' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           MOVE 'Ledger Rows Read:' TO CL-LABEL
           MOVE WS-LEDGER-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Ledger Rows In Window:' TO CL-LABEL
           MOVE WS-WINDOW-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Active Deposit Holds:' TO CL-LABEL
           MOVE WS-ACTIVE-HOLDS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Uncollected Funds On Hold:' TO AL-LABEL
           MOVE WS-ACTIVE-HOLD-AMT TO AL-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE 'Transfers Paired:' TO CL-LABEL
           MOVE WS-TRANSFER-PAIRS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Transfer Cycles Found:' TO CL-LABEL
           MOVE WS-CYCLES-FOUND TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Kiting Cases Opened:' TO CL-LABEL
           MOVE WS-KITE-CASES TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'New Accounts Scored:' TO CL-LABEL
           MOVE WS-NEW-ACCT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'New-Account Cases Opened:' TO CL-LABEL
           MOVE WS-NEWACCT-CASES TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Already On An Open Case:' TO CL-LABEL
           MOVE WS-ALREADY-OPEN TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Accounts Frozen:' TO CL-LABEL
           MOVE WS-FROZEN-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Supporting Transactions Written:' TO CL-LABEL
           MOVE WS-DETAIL-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           IF WS-TABLE-OVERFLOW > 0
               MOVE 'Entries Dropped - Table Full:' TO CL-LABEL
               MOVE WS-TABLE-OVERFLOW TO CL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "Fraud monitoring completed:"
           DISPLAY "  Kiting cases: " WS-KITE-CASES
           DISPLAY "  New-account cases: " WS-NEWACCT-CASES
           DISPLAY "  Accounts frozen: " WS-FROZEN-COUNT
           DISPLAY " "
           DISPLAY "Cases: fraud_cases.dat"
           DISPLAY "Supporting items: fraud_case_details.dat"
           DISPLAY "Report generated: fraud_monitor_report.txt"
           DISPLAY "========================================="
           DISPLAY "FRAUD MONITOR COMPLETED"
           DISPLAY "=========================================".

      *    CYCLE LINE FOLLOWED BY THE ACCOUNTS IT WAS FOUND ON
       REPORT-KITING-CASE.
           SET KC-IDX TO WS-KC-SCAN
           MOVE KC-CASE-ID(KC-IDX) TO CY-CASE-ID
           MOVE KC-PATH(KC-IDX) TO CY-PATH
           MOVE KC-AMOUNT(KC-IDX) TO CY-AMOUNT
           WRITE REPORT-LINE FROM CYCLE-LINE
           MOVE KC-CASE-ID(KC-IDX) TO WS-CASE-ID
           MOVE 'KITING' TO WS-CASE-TYPE
           PERFORM REPORT-CASE-ACCOUNT
               VARYING WS-AT-SCAN FROM 1 BY 1
               UNTIL WS-AT-SCAN > WS-AT-COUNT.

       REPORT-CASE-ACCOUNT.
           SET AT-IDX TO WS-AT-SCAN
           IF AT-CASE-ID(AT-IDX) = SPACES
               OR AT-CASE-TYPE(AT-IDX) NOT = WS-CASE-TYPE
               EXIT PARAGRAPH
           END-IF
           IF WS-CASE-TYPE = 'KITING'
               AND AT-CASE-ID(AT-IDX) NOT = WS-CASE-ID
               EXIT PARAGRAPH
           END-IF
           MOVE AT-CASE-ID(AT-IDX) TO CS-CASE-ID
           MOVE AT-ACCT(AT-IDX) TO CS-ACCOUNT
           MOVE AT-CUSTOMER-ID(AT-IDX) TO CS-CUSTOMER
           MOVE AT-OPEN-DATE(AT-IDX) TO CS-OPENED
           MOVE AT-CASE-AMOUNT(AT-IDX) TO CS-AMOUNT
           MOVE AT-HELD(AT-IDX) TO CS-HELD
           MOVE AT-SCORE(AT-IDX) TO CS-SCORE
           MOVE AT-FROZEN(AT-IDX) TO CS-FROZEN
           MOVE AT-REASONS(AT-IDX) TO CS-REASONS
           WRITE REPORT-LINE FROM CASE-LINE.

       ACQUIRE-ACCOUNT-LOCK.
           MOVE 'N' TO WS-LOCK-HELD
           OPEN INPUT ACCOUNT-LOCK-FILE
           IF WS-LOCK-STATUS = '00'
               READ ACCOUNT-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-LOCK-HELD
                       MOVE LK-JOB-NAME TO WS-LOCK-HOLDER-NAME
                       MOVE LK-JOB-ID TO WS-LOCK-HOLDER-ID
                       MOVE LK-START-TIME TO WS-LOCK-HOLDER-TIME
               END-READ
               CLOSE ACCOUNT-LOCK-FILE
           END-IF
           IF WS-LOCK-HELD = 'Y'
               PERFORM CHECK-LOCK-OVERRIDE
           END-IF
           IF WS-LOCK-HELD = 'Y'
               DISPLAY "ERROR: account_balances.dat is locked by "
                       "job " WS-LOCK-HOLDER-NAME " id "
                       WS-LOCK-HOLDER-ID
               DISPLAY "Lock taken at " WS-LOCK-HOLDER-TIME
               DISPLAY "Refusing to start - two jobs must never "
                       "update the account file at once"
               DISPLAY "If the holding job abended, create "
                       "account_lock_override.dat and rerun"
               STOP RUN
           END-IF
           OPEN OUTPUT ACCOUNT-LOCK-FILE
           MOVE 'FRAUD-MON' TO LK-JOB-NAME
           MOVE WS-JOB-ID TO LK-JOB-ID
           MOVE WS-CURRENT-TIMESTAMP TO LK-START-TIME
           WRITE ACCOUNT-LOCK-RECORD
           CLOSE ACCOUNT-LOCK-FILE
           MOVE 'Y' TO WS-LOCK-ACQUIRED.

       CHECK-LOCK-OVERRIDE.
           OPEN INPUT LOCK-OVERRIDE-FILE
           IF WS-LOCK-OVERRIDE-STATUS = '00'
               CLOSE LOCK-OVERRIDE-FILE
               CALL 'CBL_DELETE_FILE' USING
                   'account_lock_override.dat'
               MOVE 'N' TO WS-LOCK-HELD
               DISPLAY "WARNING: Stale lock from job "
                       WS-LOCK-HOLDER-NAME " overridden by "
                       "operator flag"
           END-IF.

       RELEASE-ACCOUNT-LOCK.
           IF WS-LOCK-ACQUIRED = 'Y'
               OPEN OUTPUT ACCOUNT-LOCK-FILE
               CLOSE ACCOUNT-LOCK-FILE
               MOVE 'N' TO WS-LOCK-ACQUIRED
           END-IF.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           IF WS-JC-STATUS NOT = '00'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'FRAUD-MON' TO JC-JOB-NAME
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
           IF WS-JC-STATUS NOT = '00'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'FRAUD-MON' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-WINDOW-ROWS TO JC-RECORDS-PROC
           MOVE WS-CASE-ACCOUNTS TO JC-RECORDS-ERROR
           WRITE JOB-CONTROL-RECORD
           CLOSE JOB-CONTROL.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BD-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           ELSE
               DISPLAY "WARNING: business_date.dat not found - "
                       "processing on the system date"
           END-IF.

       CLEANUP.
           IF WS-CM-STATUS = '00'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE AUDIT-LOG
           CLOSE FRAUD-REPORT.
