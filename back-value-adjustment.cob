       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackValueAdjustment.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACK-VALUE-REGISTER ASSIGN TO
               'back_value_register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT BACK-VALUE-REGISTER-NEW ASSIGN TO
               'back_value_register.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO 'account_balances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT BALANCE-HISTORY ASSIGN TO 'balance_history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RATE-MASTER-FILE ASSIGN TO
               'interest_rate_master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT POSTED-LEDGER ASSIGN TO
               'monthly_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT BV-GL-FILE ASSIGN TO
               'back_value_gl_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BV-GL-STATUS.
           SELECT ADJUSTMENT-REPORT ASSIGN TO
               'back_value_adjustments_report.txt'
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
      *    WRITTEN BY BATCHPROCESSOR, ONE ROW PER ACCOUNT SIDE OF A
      *    BACK-VALUED POSTING, SIGNED AS THE BALANCE MOVED. STATUS
      *    'P' PENDING, 'A' ADJUSTED, 'X' ACCOUNT NO LONGER ON FILE.
       FD  BACK-VALUE-REGISTER.
       01  BACK-VALUE-RECORD.
           05  BV-ACCT-NUMBER    PIC X(12).
           05  BV-TXN-ID         PIC X(10).
           05  BV-TXN-TYPE       PIC X(8).
           05  BV-VALUE-DATE     PIC X(8).
           05  BV-POST-DATE      PIC X(8).
           05  BV-SIGN           PIC X(1).
           05  BV-AMOUNT         PIC 9(8)V99.
           05  BV-STATUS         PIC X(1).
           05  BV-ADJUSTED-DATE  PIC X(8).

       FD  BACK-VALUE-REGISTER-NEW.
       01  BACK-VALUE-RECORD-NEW PIC X(66).

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

       FD  BALANCE-HISTORY.
       01  SNAPSHOT-RECORD.
           05  SNAP-DATE         PIC X(8).
           05  SNAP-ACCT-NUMBER  PIC X(12).
           05  SNAP-ACCT-TYPE    PIC X(8).
           05  SNAP-BALANCE      PIC S9(10)V99.
           05  SNAP-ACCT-STATUS  PIC X(1).

       FD  RATE-MASTER-FILE.
       01  RATE-MASTER-RECORD.
           05  RM-TIER-CODE      PIC X(4).
           05  RM-MIN-BALANCE    PIC 9(8)V99.
           05  RM-MAX-BALANCE    PIC 9(8)V99.
           05  RM-RATE           PIC 9V9999.
           05  RM-EFFECTIVE-DATE PIC X(8).

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

      *    ONE ROW PER BALANCE ADJUSTMENT FOR POSTINGCONSOLIDATION.
      *    KIND CINT IS CREDIT INTEREST TAKEN BACK BEYOND THE ACCRUAL
      *    BUCKET, DINT OVERDRAFT (DEBIT) INTEREST. DIRECTION IS AS
      *    SEEN BY THE CUSTOMER: C CREDITED, D DEBITED.
       FD  BV-GL-FILE.
       01  BV-GL-RECORD.
           05  BG-ACCT-NUMBER    PIC X(12).
           05  BG-TXN-ID         PIC X(10).
           05  BG-KIND           PIC X(4).
           05  BG-DIRECTION      PIC X(1).
           05  BG-AMOUNT         PIC 9(8)V99.
           05  BG-DATE           PIC X(8).

       FD  ADJUSTMENT-REPORT.
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
       01  WS-REGISTER-STATUS    PIC XX.
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-HISTORY-STATUS     PIC XX.
       01  WS-RATE-FILE-STATUS   PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-BV-GL-STATUS       PIC XX.
       01  WS-LOCK-STATUS        PIC XX.
       01  WS-LOCK-OVERRIDE-STATUS PIC XX.
       01  WS-LOCK-HELD          PIC X VALUE 'N'.
       01  WS-LOCK-ACQUIRED      PIC X VALUE 'N'.
       01  WS-LOCK-HOLDER-NAME   PIC X(15).
       01  WS-LOCK-HOLDER-ID     PIC 9(9).
       01  WS-LOCK-HOLDER-TIME   PIC X(14).
       01  WS-REGISTER-EOF       PIC X VALUE 'N'.
       01  WS-HISTORY-EOF        PIC X VALUE 'N'.
       01  WS-RATE-EOF           PIC X VALUE 'N'.
       01  WS-ACCT-FOUND         PIC X.
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
       01  WS-AUDIT-LOG-STATUS   PIC XX.
       01  WS-AUDIT-LOG-EOF      PIC X VALUE 'N'.
       01  WS-AUDIT-LAST-SEQ     PIC 9(9) VALUE 0.
       01  WS-JOB-ID             PIC 9(9).
       01  WS-JOB-END-DATE       PIC X(8).
       01  WS-JOB-END-TIME       PIC X(6).
       01  WS-JOB-END-TIMESTAMP  PIC X(14).

      *    THE REGISTER IS HELD IN STORAGE AND WRITTEN BACK WHOLE WITH
      *    THE ROWS ADJUSTED THIS RUN MARKED.
       01  WS-REG-COUNT          PIC 9(4) VALUE 0.
       01  WS-REG-SCAN           PIC 9(4).
       01  WS-PENDING-COUNT      PIC 9(4) VALUE 0.
       01  REGISTER-TABLE.
           05  REG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-REG-COUNT
                   INDEXED BY BR-IDX.
               10  BR-ACCT-NUMBER    PIC X(12).
               10  BR-TXN-ID         PIC X(10).
               10  BR-TXN-TYPE       PIC X(8).
               10  BR-VALUE-DATE     PIC X(8).
               10  BR-POST-DATE      PIC X(8).
               10  BR-SIGN           PIC X(1).
               10  BR-AMOUNT         PIC 9(8)V99.
               10  BR-STATUS         PIC X(1).
               10  BR-ADJUSTED-DATE  PIC X(8).
       01  WS-EARLIEST-VALUE     PIC X(8).

      *    END-OF-DAY BALANCES FROM THE NIGHTLY SNAPSHOT, KEPT ONLY FOR
      *    ACCOUNTS WITH A PENDING ITEM AND ONLY FROM THE EARLIEST
      *    PENDING VALUE DATE. THE BOOKED BALANCE FOR A DAY IS THE
      *    LATEST SNAPSHOT ON OR BEFORE IT. A DAY WITH NO SNAPSHOT
      *    FALLS BACK TO TODAY'S BALANCE LESS THE ITEM, AND THE
      *    ADJUSTMENT IS FLAGGED AS ESTIMATED ON THE REPORT.
       01  WS-SNAP-COUNT         PIC 9(5) VALUE 0.
       01  WS-SNAP-SCAN          PIC 9(5).
       01  WS-SNAP-DROPPED       PIC 9(7) VALUE 0.
       01  SNAPSHOT-TABLE.
           05  SNAP-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-SNAP-COUNT
                   INDEXED BY SH-IDX.
               10  SH-ACCT-NUMBER    PIC X(12).
               10  SH-DATE           PIC X(8).
               10  SH-BALANCE        PIC S9(10)V99.
       01  WS-SNAP-WANTED        PIC X.
       01  WS-SNAP-BEST-DATE     PIC X(8).
       01  WS-ESTIMATED          PIC X.

      *    THE SAME RATE SET THE INTEREST RUN USES: THE COMPILED
      *    DEFAULTS OVERRIDDEN BY THE LATEST interest_rate_master.dat
      *    ROW PER TIER EFFECTIVE ON OR BEFORE THE BUSINESS DATE.
      *    ENTRIES 1-4 SAVINGS, 5-8 MONEY MARKET, 9-12 CD.
       01  RATE-SELECT-TABLE.
           05  RATE-SEL-ENTRY OCCURS 12 TIMES
                   INDEXED BY RS-IDX.
               10  RS-CODE       PIC X(4).
               10  RS-EFFECTIVE  PIC X(8).
               10  RS-MIN        PIC 9(8)V99.
               10  RS-MAX        PIC 9(8)V99.
               10  RS-RATE       PIC 9V9999.
       01  WS-RATE-FAMILY        PIC 9(2).
       01  WS-RATE-SCAN          PIC 9(2).
       01  WS-ANNUAL-RATE        PIC 9V9999.
       01  WS-MINIMUM-REQUIRED   PIC 9(8)V99 VALUE 100.00.
       01  WS-DAY-COUNT-DIVISOR  PIC 9(3) VALUE 365.
       01  WS-OD-INTEREST-APR    PIC 9V9999 VALUE 0.1800.
       01  WS-LEAP-CHECK-4       PIC 9(3).
       01  WS-LEAP-CHECK-100     PIC 9(3).
       01  WS-LEAP-CHECK-400     PIC 9(3).
       01  WS-DAY-YEAR           PIC 9(4).

       01  WS-DATE-NUM           PIC 9(8).
       01  WS-FIRST-DAY-INT      PIC S9(9).
       01  WS-LAST-DAY-INT       PIC S9(9).
       01  WS-DAY-INT            PIC S9(9).
       01  WS-DAY-DATE-NUM       PIC 9(8).
       01  WS-DAY-DATE REDEFINES WS-DAY-DATE-NUM PIC X(8).
       01  WS-DAYS-ADJUSTED      PIC S9(5).
       01  WS-SIGNED-AMOUNT      PIC S9(10)V99.
       01  WS-BOOKED-BALANCE     PIC S9(10)V99.
       01  WS-TEST-BALANCE       PIC S9(10)V99.
       01  WS-DAY-CINT           PIC S9(8)V9(8).
       01  WS-DAY-DINT           PIC S9(8)V9(8).
       01  WS-BOOKED-CINT        PIC S9(8)V9(8).
       01  WS-BOOKED-DINT        PIC S9(8)V9(8).
       01  WS-CINT-DIFF          PIC S9(8)V9(8).
       01  WS-DINT-DIFF          PIC S9(8)V9(8).
       01  WS-CINT-ADJ           PIC S9(8)V99.
       01  WS-DINT-ADJ           PIC S9(8)V99.
       01  WS-INT-TAKEN-BACK     PIC 9(8)V99.

       01  WS-ADJ-KIND           PIC X(4).
       01  WS-ADJ-DIRECTION      PIC X(1).
       01  WS-ADJ-AMOUNT         PIC 9(8)V99.
       01  WS-LEDGER-TYPE        PIC X(6).
       01  WS-LEDGER-DESC        PIC X(30).
       01  WS-EDIT-CINT          PIC -ZZZ,ZZ9.99.
       01  WS-EDIT-DINT          PIC -ZZZ,ZZ9.99.

       01  WS-ITEMS-ADJUSTED     PIC 9(5) VALUE 0.
       01  WS-ITEMS-NO-CHANGE    PIC 9(5) VALUE 0.
       01  WS-ITEMS-SKIPPED      PIC 9(5) VALUE 0.
       01  WS-ITEMS-ESTIMATED    PIC 9(5) VALUE 0.
       01  WS-ADJ-POSTINGS       PIC 9(5) VALUE 0.
       01  WS-TOTAL-INT-ACCRUED  PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-INT-REVERSED PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-INT-DEBITED  PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-OD-CHARGED   PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-OD-REFUNDED  PIC 9(10)V99 VALUE 0.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(42) VALUE SPACES.
           05  FILLER            PIC X(48)
               VALUE 'BACK-VALUED POSTINGS - INTEREST ADJUSTMENTS'.
           05  FILLER            PIC X(42) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(18) VALUE 'Processing Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(104) VALUE SPACES.

       01  DETAIL-HEADER.
           05  FILLER            PIC X(14) VALUE 'Account'.
           05  FILLER            PIC X(12) VALUE 'Txn ID'.
           05  FILLER            PIC X(10) VALUE 'Type'.
           05  FILLER            PIC X(10) VALUE 'Value Dt'.
           05  FILLER            PIC X(10) VALUE 'Posted'.
           05  FILLER            PIC X(6) VALUE ' Days'.
           05  FILLER            PIC X(17) VALUE '      Item Amount'.
           05  FILLER            PIC X(13) VALUE '  Int Adjust'.
           05  FILLER            PIC X(13) VALUE '   OD Adjust'.
           05  FILLER            PIC X(27) VALUE '  Note'.

       01  DETAIL-LINE.
           05  DL-ACCOUNT        PIC X(14).
           05  DL-TXN-ID         PIC X(12).
           05  DL-TYPE           PIC X(10).
           05  DL-VALUE-DATE     PIC X(10).
           05  DL-POST-DATE      PIC X(10).
           05  DL-DAYS           PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-AMOUNT         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-CINT           PIC -ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-DINT           PIC -ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-NOTE           PIC X(27).

       01  SUMMARY-LINE.
           05  SL-LABEL          PIC X(40).
           05  SL-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(74) VALUE SPACES.

       01  COUNT-LINE.
           05  CL-LABEL          PIC X(40).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(85) VALUE SPACES.

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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM INIT-RATE-TABLE
           PERFORM LOAD-RATE-MASTER
           PERFORM LOAD-REGISTER
           IF WS-PENDING-COUNT > 0
               PERFORM LOAD-BALANCE-HISTORY
           END-IF
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM ADJUST-REGISTER-ITEM
               VARYING WS-REG-SCAN FROM 1 BY 1
               UNTIL WS-REG-SCAN > WS-REG-COUNT
           PERFORM REWRITE-REGISTER
           PERFORM WRITE-REPORT-SUMMARY
           PERFORM UPDATE-JOB-CONTROL-RECORD
           PERFORM CLEANUP
           IF WS-MF-WRITTEN = 'Y'
               PERFORM RECORD-OUTPUT-MANIFESTS
           END-IF
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
           STRING 'BVA-' WS-TODAY-YYYYMMDD '-' WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           ACCEPT WS-JOB-ID FROM TIME

           PERFORM DETERMINE-AUDIT-SEQ-START
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF

           PERFORM ACQUIRE-ACCOUNT-LOCK
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_balances.dat - "
                       "status " WS-ACCOUNT-STATUS
               DISPLAY "Run the account file conversion utility if "
                       "the file has not been converted to indexed"
               PERFORM RELEASE-ACCOUNT-LOCK
               STOP RUN
           END-IF
           OPEN EXTEND POSTED-LEDGER
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT POSTED-LEDGER
           END-IF
           OPEN EXTEND BV-GL-FILE
           IF WS-BV-GL-STATUS NOT = '00'
               OPEN OUTPUT BV-GL-FILE
           END-IF
           OPEN OUTPUT ADJUSTMENT-REPORT

           DISPLAY "========================================="
           DISPLAY "BACK-VALUE ADJUSTMENT JOB STARTED"
           DISPLAY "========================================="
           DISPLAY "Processing Date: " WS-FORMATTED-DATE
           DISPLAY "Day-Count Basis: CD accounts use 360, all other"
           DISPLAY "account types use actual/365 (366 in leap years)"
           DISPLAY " ".

       DETERMINE-AUDIT-SEQ-START.
           MOVE 1 TO WS-AUDIT-SEQ-NUM
           MOVE 0 TO WS-AUDIT-LAST-SEQ
           MOVE 'N' TO WS-AUDIT-LOG-EOF
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS = '00'
               PERFORM READ-AUDIT-SEQ UNTIL WS-AUDIT-LOG-EOF = 'Y'
               COMPUTE WS-AUDIT-SEQ-NUM = WS-AUDIT-LAST-SEQ + 1
               CLOSE AUDIT-LOG
           END-IF.

       READ-AUDIT-SEQ.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-AUDIT-LOG-EOF
               NOT AT END
                   MOVE AUDIT-LINE(1:9) TO WS-AUDIT-LAST-SEQ
           END-READ.

       INIT-RATE-TABLE.
           MOVE 'T1' TO RS-CODE(1)
           MOVE 0 TO RS-MIN(1)
           MOVE 999.99 TO RS-MAX(1)
           MOVE 0.0050 TO RS-RATE(1)
           MOVE 'T2' TO RS-CODE(2)
           MOVE 1000.00 TO RS-MIN(2)
           MOVE 9999.99 TO RS-MAX(2)
           MOVE 0.0150 TO RS-RATE(2)
           MOVE 'T3' TO RS-CODE(3)
           MOVE 10000.00 TO RS-MIN(3)
           MOVE 99999.99 TO RS-MAX(3)
           MOVE 0.0250 TO RS-RATE(3)
           MOVE 'T4' TO RS-CODE(4)
           MOVE 100000.00 TO RS-MIN(4)
           MOVE 999999.99 TO RS-MAX(4)
           MOVE 0.0350 TO RS-RATE(4)
           MOVE 'MM1' TO RS-CODE(5)
           MOVE 0 TO RS-MIN(5)
           MOVE 2499.99 TO RS-MAX(5)
           MOVE 0.0100 TO RS-RATE(5)
           MOVE 'MM2' TO RS-CODE(6)
           MOVE 2500.00 TO RS-MIN(6)
           MOVE 24999.99 TO RS-MAX(6)
           MOVE 0.0225 TO RS-RATE(6)
           MOVE 'MM3' TO RS-CODE(7)
           MOVE 25000.00 TO RS-MIN(7)
           MOVE 99999.99 TO RS-MAX(7)
           MOVE 0.0325 TO RS-RATE(7)
           MOVE 'MM4' TO RS-CODE(8)
           MOVE 100000.00 TO RS-MIN(8)
           MOVE 999999.99 TO RS-MAX(8)
           MOVE 0.0400 TO RS-RATE(8)
           MOVE 'CD1' TO RS-CODE(9)
           MOVE 0 TO RS-MIN(9)
           MOVE 4999.99 TO RS-MAX(9)
           MOVE 0.0300 TO RS-RATE(9)
           MOVE 'CD2' TO RS-CODE(10)
           MOVE 5000.00 TO RS-MIN(10)
           MOVE 24999.99 TO RS-MAX(10)
           MOVE 0.0375 TO RS-RATE(10)
           MOVE 'CD3' TO RS-CODE(11)
           MOVE 25000.00 TO RS-MIN(11)
           MOVE 99999.99 TO RS-MAX(11)
           MOVE 0.0450 TO RS-RATE(11)
           MOVE 'CD4' TO RS-CODE(12)
           MOVE 100000.00 TO RS-MIN(12)
           MOVE 999999.99 TO RS-MAX(12)
           MOVE 0.0500 TO RS-RATE(12)
           PERFORM CLEAR-RATE-EFFECTIVE
               VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > 12.

       CLEAR-RATE-EFFECTIVE.
           MOVE SPACES TO RS-EFFECTIVE(RS-IDX).

       LOAD-RATE-MASTER.
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM READ-RATE-MASTER-ROW
                   UNTIL WS-RATE-EOF = 'Y'
               CLOSE RATE-MASTER-FILE
           END-IF.

       READ-RATE-MASTER-ROW.
           READ RATE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF
               NOT AT END
                   PERFORM APPLY-RATE-MASTER-ROW
           END-READ.

       APPLY-RATE-MASTER-ROW.
           IF RM-EFFECTIVE-DATE > WS-TODAY-YYYYMMDD
               EXIT PARAGRAPH
           END-IF
           SET RS-IDX TO 1
           SEARCH RATE-SEL-ENTRY
               AT END
                   CONTINUE
               WHEN RS-CODE(RS-IDX) = RM-TIER-CODE
                   IF RS-EFFECTIVE(RS-IDX) = SPACES
                       OR RM-EFFECTIVE-DATE > RS-EFFECTIVE(RS-IDX)
                       MOVE RM-EFFECTIVE-DATE TO
                           RS-EFFECTIVE(RS-IDX)
                       MOVE RM-MIN-BALANCE TO RS-MIN(RS-IDX)
                       MOVE RM-MAX-BALANCE TO RS-MAX(RS-IDX)
                       MOVE RM-RATE TO RS-RATE(RS-IDX)
                   END-IF
           END-SEARCH.

       LOAD-REGISTER.
           MOVE HIGH-VALUES TO WS-EARLIEST-VALUE
           OPEN INPUT BACK-VALUE-REGISTER
           IF WS-REGISTER-STATUS = '00'
               PERFORM READ-REGISTER-ROW
                   UNTIL WS-REGISTER-EOF = 'Y'
               CLOSE BACK-VALUE-REGISTER
           ELSE
               DISPLAY "No back_value_register.dat present - "
                       "nothing to adjust"
           END-IF.

       READ-REGISTER-ROW.
           READ BACK-VALUE-REGISTER
               AT END
                   MOVE 'Y' TO WS-REGISTER-EOF
               NOT AT END
                   IF WS-REG-COUNT < 5000
                       ADD 1 TO WS-REG-COUNT
                       SET BR-IDX TO WS-REG-COUNT
                       MOVE BACK-VALUE-RECORD TO REG-ENTRY(BR-IDX)
                       IF BV-STATUS = 'P'
                           ADD 1 TO WS-PENDING-COUNT
                           IF BV-VALUE-DATE < WS-EARLIEST-VALUE
                               MOVE BV-VALUE-DATE TO
                                   WS-EARLIEST-VALUE
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "WARNING: register row " BV-TXN-ID
                               " beyond table capacity - left for "
                               "the next run"
                   END-IF
           END-READ.

       LOAD-BALANCE-HISTORY.
           OPEN INPUT BALANCE-HISTORY
           IF WS-HISTORY-STATUS = '00'
               PERFORM READ-HISTORY-ROW
                   UNTIL WS-HISTORY-EOF = 'Y'
               CLOSE BALANCE-HISTORY
           ELSE
               DISPLAY "WARNING: balance_history.dat not found - "
                       "adjustments use estimated balances"
           END-IF
           IF WS-SNAP-DROPPED > 0
               DISPLAY "WARNING: " WS-SNAP-DROPPED " snapshot rows "
                       "beyond table capacity were not loaded"
           END-IF.

       READ-HISTORY-ROW.
           READ BALANCE-HISTORY
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF
               NOT AT END
                   IF SNAP-DATE >= WS-EARLIEST-VALUE
                       AND SNAP-DATE < WS-TODAY-YYYYMMDD
                       PERFORM STORE-HISTORY-ROW
                   END-IF
           END-READ.

       STORE-HISTORY-ROW.
           MOVE 'N' TO WS-SNAP-WANTED
           SET BR-IDX TO 1
           SEARCH REG-ENTRY
               AT END
                   CONTINUE
               WHEN BR-ACCT-NUMBER(BR-IDX) = SNAP-ACCT-NUMBER
                   AND BR-STATUS(BR-IDX) = 'P'
                   MOVE 'Y' TO WS-SNAP-WANTED
           END-SEARCH
           IF WS-SNAP-WANTED = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-SNAP-COUNT < 20000
               ADD 1 TO WS-SNAP-COUNT
               SET SH-IDX TO WS-SNAP-COUNT
               MOVE SNAP-ACCT-NUMBER TO SH-ACCT-NUMBER(SH-IDX)
               MOVE SNAP-DATE TO SH-DATE(SH-IDX)
               MOVE SNAP-BALANCE TO SH-BALANCE(SH-IDX)
           ELSE
               ADD 1 TO WS-SNAP-DROPPED
           END-IF.

      *    THE ITEM WAS MISSING FROM THE BOOKS FROM ITS VALUE DATE UP
      *    TO THE DAY BEFORE IT POSTED - THAT NIGHT'S INTEREST RUN
      *    ALREADY SAW IT. FOR EACH OF THOSE DAYS THE INTEREST AND
      *    OVERDRAFT INTEREST ARE RECOMPUTED ON THE BALANCE AS IT
      *    SHOULD HAVE STOOD AND COMPARED WITH WHAT THE BOOKED
      *    BALANCE EARNED OR WAS CHARGED. THE DIFFERENCE POSTS TODAY.
       ADJUST-REGISTER-ITEM.
           SET BR-IDX TO WS-REG-SCAN
           IF BR-STATUS(BR-IDX) NOT = 'P'
               EXIT PARAGRAPH
           END-IF
           MOVE BR-ACCT-NUMBER(BR-IDX) TO ACCT-NUMBER
           MOVE 'Y' TO WS-ACCT-FOUND
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
           END-READ
           IF WS-ACCT-FOUND = 'N'
               MOVE 'X' TO BR-STATUS(BR-IDX)
               MOVE WS-TODAY-YYYYMMDD TO BR-ADJUSTED-DATE(BR-IDX)
               ADD 1 TO WS-ITEMS-SKIPPED
               MOVE 0 TO WS-DAYS-ADJUSTED
               MOVE 0 TO WS-CINT-ADJ
               MOVE 0 TO WS-DINT-ADJ
               MOVE 'ACCOUNT NOT ON FILE' TO DL-NOTE
               PERFORM WRITE-ADJUSTMENT-DETAIL
               DISPLAY "Skipped: " BR-TXN-ID(BR-IDX) " - account "
                       BR-ACCT-NUMBER(BR-IDX) " not on file"
               EXIT PARAGRAPH
           END-IF

           IF BR-SIGN(BR-IDX) = '-'
               COMPUTE WS-SIGNED-AMOUNT = 0 - BR-AMOUNT(BR-IDX)
           ELSE
               MOVE BR-AMOUNT(BR-IDX) TO WS-SIGNED-AMOUNT
           END-IF
           MOVE BR-VALUE-DATE(BR-IDX) TO WS-DATE-NUM
           COMPUTE WS-FIRST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE BR-POST-DATE(BR-IDX) TO WS-DATE-NUM
           COMPUTE WS-LAST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DAYS-ADJUSTED =
               WS-LAST-DAY-INT - WS-FIRST-DAY-INT + 1
           MOVE 'N' TO WS-ESTIMATED
           MOVE 0 TO WS-CINT-DIFF
           MOVE 0 TO WS-DINT-DIFF
           PERFORM ACCUMULATE-DAY-DIFFERENCE
               VARYING WS-DAY-INT FROM WS-FIRST-DAY-INT BY 1
               UNTIL WS-DAY-INT > WS-LAST-DAY-INT
           COMPUTE WS-CINT-ADJ ROUNDED = WS-CINT-DIFF
           COMPUTE WS-DINT-ADJ ROUNDED = WS-DINT-DIFF

           IF WS-ESTIMATED = 'Y'
               ADD 1 TO WS-ITEMS-ESTIMATED
               MOVE 'ESTIMATED - NO SNAPSHOT' TO DL-NOTE
           ELSE
               MOVE SPACES TO DL-NOTE
           END-IF
           IF WS-CINT-ADJ = 0 AND WS-DINT-ADJ = 0
               ADD 1 TO WS-ITEMS-NO-CHANGE
               IF WS-ESTIMATED = 'N'
                   MOVE 'NO INTEREST EFFECT' TO DL-NOTE
               END-IF
           ELSE
               ADD 1 TO WS-ITEMS-ADJUSTED
               PERFORM POST-ADJUSTMENTS
           END-IF
           MOVE 'A' TO BR-STATUS(BR-IDX)
           MOVE WS-TODAY-YYYYMMDD TO BR-ADJUSTED-DATE(BR-IDX)
           PERFORM WRITE-ADJUSTMENT-DETAIL.

       ACCUMULATE-DAY-DIFFERENCE.
           COMPUTE WS-DAY-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           PERFORM FIND-BOOKED-BALANCE

           MOVE WS-BOOKED-BALANCE TO WS-TEST-BALANCE
           PERFORM COMPUTE-DAY-INTEREST
           MOVE WS-DAY-CINT TO WS-BOOKED-CINT
           MOVE WS-DAY-DINT TO WS-BOOKED-DINT

           COMPUTE WS-TEST-BALANCE =
               WS-BOOKED-BALANCE + WS-SIGNED-AMOUNT
           PERFORM COMPUTE-DAY-INTEREST
           COMPUTE WS-CINT-DIFF =
               WS-CINT-DIFF + WS-DAY-CINT - WS-BOOKED-CINT
           COMPUTE WS-DINT-DIFF =
               WS-DINT-DIFF + WS-DAY-DINT - WS-BOOKED-DINT.

       FIND-BOOKED-BALANCE.
           MOVE SPACES TO WS-SNAP-BEST-DATE
           PERFORM CHECK-SNAPSHOT-ROW
               VARYING WS-SNAP-SCAN FROM 1 BY 1
               UNTIL WS-SNAP-SCAN > WS-SNAP-COUNT
           IF WS-SNAP-BEST-DATE = SPACES
               MOVE 'Y' TO WS-ESTIMATED
               COMPUTE WS-BOOKED-BALANCE =
                   CURRENT-BALANCE - WS-SIGNED-AMOUNT
           END-IF.

       CHECK-SNAPSHOT-ROW.
           SET SH-IDX TO WS-SNAP-SCAN
           IF SH-ACCT-NUMBER(SH-IDX) = BR-ACCT-NUMBER(BR-IDX)
               AND SH-DATE(SH-IDX) <= WS-DAY-DATE
               AND (WS-SNAP-BEST-DATE = SPACES
                    OR SH-DATE(SH-IDX) > WS-SNAP-BEST-DATE)
               MOVE SH-DATE(SH-IDX) TO WS-SNAP-BEST-DATE
               MOVE SH-BALANCE(SH-IDX) TO WS-BOOKED-BALANCE
           END-IF.

      *    ONE DAY'S CREDIT INTEREST AND OVERDRAFT INTEREST ON
      *    WS-TEST-BALANCE, BY THE INTEREST RUN'S AND THE OVERDRAFT
      *    RUN'S RULES RESPECTIVELY.
       COMPUTE-DAY-INTEREST.
           MOVE 0 TO WS-DAY-CINT
           MOVE 0 TO WS-DAY-DINT
           IF WS-TEST-BALANCE >= WS-MINIMUM-REQUIRED
               AND ACCT-STATUS NOT = 'C'
               AND ACCT-STATUS NOT = 'D'
               PERFORM SELECT-TIER-RATE
               PERFORM DETERMINE-DAY-COUNT-BASIS
               COMPUTE WS-DAY-CINT =
                   WS-TEST-BALANCE * WS-ANNUAL-RATE
                   / WS-DAY-COUNT-DIVISOR
           END-IF
           IF WS-TEST-BALANCE < 0
               AND ACCT-STATUS NOT = 'C'
               COMPUTE WS-DAY-DINT =
                   (WS-TEST-BALANCE * -1) * WS-OD-INTEREST-APR / 365
           END-IF.

       SELECT-TIER-RATE.
           EVALUATE ACCT-TYPE
               WHEN 'MMKT'
                   MOVE 5 TO WS-RATE-FAMILY
               WHEN 'CD'
                   MOVE 9 TO WS-RATE-FAMILY
               WHEN OTHER
                   MOVE 1 TO WS-RATE-FAMILY
           END-EVALUATE
           MOVE 0 TO WS-ANNUAL-RATE
           PERFORM CHECK-TIER-ROW
               VARYING WS-RATE-SCAN FROM WS-RATE-FAMILY BY 1
               UNTIL WS-RATE-SCAN > WS-RATE-FAMILY + 3.

       CHECK-TIER-ROW.
           IF WS-TEST-BALANCE >= RS-MIN(WS-RATE-SCAN)
               AND (WS-TEST-BALANCE <= RS-MAX(WS-RATE-SCAN)
                    OR WS-RATE-SCAN = WS-RATE-FAMILY + 3)
               MOVE RS-RATE(WS-RATE-SCAN) TO WS-ANNUAL-RATE
           END-IF.

       DETERMINE-DAY-COUNT-BASIS.
           IF ACCT-TYPE = 'CD'
               MOVE 360 TO WS-DAY-COUNT-DIVISOR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DAY-DATE-NUM(1:4) TO WS-DAY-YEAR
           COMPUTE WS-LEAP-CHECK-4 = FUNCTION MOD(WS-DAY-YEAR, 4)
           COMPUTE WS-LEAP-CHECK-100 = FUNCTION MOD(WS-DAY-YEAR, 100)
           COMPUTE WS-LEAP-CHECK-400 = FUNCTION MOD(WS-DAY-YEAR, 400)
           IF WS-LEAP-CHECK-4 = 0 AND
              (WS-LEAP-CHECK-100 NOT = 0 OR WS-LEAP-CHECK-400 = 0)
               MOVE 366 TO WS-DAY-COUNT-DIVISOR
           ELSE
               MOVE 365 TO WS-DAY-COUNT-DIVISOR
           END-IF.

      *    CREDIT INTEREST IS CORRECTED IN THE ACCRUAL BUCKET, THE
      *    SAME PLACE THE DAILY RUN PUT IT, SO IT CAPITALIZES (AND
      *    REACHES GL) WITH THE MONTH'S INTEREST AND IS WITHHELD ON
      *    LIKE ANY OTHER. INTEREST TO TAKE BACK BEYOND WHAT IS STILL
      *    ACCRUED HAS ALREADY BEEN PAID AND IS DEBITED. OVERDRAFT
      *    INTEREST IS CHARGED STRAIGHT TO THE BALANCE BY THE
      *    OVERDRAFT RUN, SO ITS CORRECTION IS TOO: DEBITED WHEN
      *    UNDERCHARGED, REFUNDED WHEN OVERCHARGED.
       POST-ADJUSTMENTS.
           IF WS-CINT-ADJ > 0
               ADD WS-CINT-ADJ TO ACCRUED-INTEREST
               ADD WS-CINT-ADJ TO WS-TOTAL-INT-ACCRUED
           END-IF
           IF WS-CINT-ADJ < 0
               COMPUTE WS-INT-TAKEN-BACK = WS-CINT-ADJ * -1
               ADD WS-INT-TAKEN-BACK TO WS-TOTAL-INT-REVERSED
               IF ACCRUED-INTEREST >= WS-INT-TAKEN-BACK
                   SUBTRACT WS-INT-TAKEN-BACK FROM ACCRUED-INTEREST
               ELSE
                   COMPUTE WS-ADJ-AMOUNT =
                       WS-INT-TAKEN-BACK - ACCRUED-INTEREST
                   MOVE 0 TO ACCRUED-INTEREST
                   SUBTRACT WS-ADJ-AMOUNT FROM CURRENT-BALANCE
                   SUBTRACT WS-ADJ-AMOUNT FROM AVAILABLE-BALANCE
                   MOVE 'CINT' TO WS-ADJ-KIND
                   MOVE 'D' TO WS-ADJ-DIRECTION
                   MOVE 'DEBIT ' TO WS-LEDGER-TYPE
                   MOVE 'BACK-VALUE INTEREST ADJUSTMENT' TO
                       WS-LEDGER-DESC
                   ADD WS-ADJ-AMOUNT TO WS-TOTAL-INT-DEBITED
                   PERFORM WRITE-ADJUSTMENT-POSTING
               END-IF
           END-IF
           IF WS-DINT-ADJ > 0
               MOVE WS-DINT-ADJ TO WS-ADJ-AMOUNT
               SUBTRACT WS-ADJ-AMOUNT FROM CURRENT-BALANCE
               SUBTRACT WS-ADJ-AMOUNT FROM AVAILABLE-BALANCE
               MOVE 'DINT' TO WS-ADJ-KIND
               MOVE 'D' TO WS-ADJ-DIRECTION
               MOVE 'DEBIT ' TO WS-LEDGER-TYPE
               MOVE 'BACK-VALUE OD INTEREST ADJ' TO WS-LEDGER-DESC
               ADD WS-ADJ-AMOUNT TO WS-TOTAL-OD-CHARGED
               PERFORM WRITE-ADJUSTMENT-POSTING
           END-IF
           IF WS-DINT-ADJ < 0
               COMPUTE WS-ADJ-AMOUNT = WS-DINT-ADJ * -1
               ADD WS-ADJ-AMOUNT TO CURRENT-BALANCE
               ADD WS-ADJ-AMOUNT TO AVAILABLE-BALANCE
               MOVE 'DINT' TO WS-ADJ-KIND
               MOVE 'C' TO WS-ADJ-DIRECTION
               MOVE 'CREDIT' TO WS-LEDGER-TYPE
               MOVE 'BACK-VALUE OD INTEREST ADJ' TO WS-LEDGER-DESC
               ADD WS-ADJ-AMOUNT TO WS-TOTAL-OD-REFUNDED
               PERFORM WRITE-ADJUSTMENT-POSTING
           END-IF
           REWRITE ACCOUNT-RECORD
           PERFORM WRITE-ADJUSTMENT-AUDIT.

       WRITE-ADJUSTMENT-POSTING.
           MOVE SPACES TO LEDGER-RECORD
           MOVE ACCT-NUMBER TO TR-ACCT-NUMBER
           MOVE WS-TODAY-YYYYMMDD TO TR-DATE
           MOVE WS-CURRENT-TIME(1:6) TO TR-TIME
           MOVE WS-LEDGER-TYPE TO TR-TYPE
           MOVE WS-ADJ-AMOUNT TO TR-AMOUNT
           MOVE WS-LEDGER-DESC TO TR-DESCRIPTION
           MOVE BR-TXN-ID(BR-IDX) TO TR-REFERENCE
           MOVE 'BACKVALUE' TO TR-CHANNEL
           IF CURRENCY-CODE = SPACES
               MOVE 'USD' TO TR-CURRENCY
           ELSE
               MOVE CURRENCY-CODE TO TR-CURRENCY
           END-IF
           WRITE LEDGER-RECORD
           MOVE 'Y' TO WS-MF-WRITTEN

           MOVE SPACES TO BV-GL-RECORD
           MOVE ACCT-NUMBER TO BG-ACCT-NUMBER
           MOVE BR-TXN-ID(BR-IDX) TO BG-TXN-ID
           MOVE WS-ADJ-KIND TO BG-KIND
           MOVE WS-ADJ-DIRECTION TO BG-DIRECTION
           MOVE WS-ADJ-AMOUNT TO BG-AMOUNT
           MOVE WS-TODAY-YYYYMMDD TO BG-DATE
           WRITE BV-GL-RECORD
           ADD 1 TO WS-ADJ-POSTINGS.

       WRITE-ADJUSTMENT-AUDIT.
           MOVE WS-CINT-ADJ TO WS-EDIT-CINT
           MOVE WS-DINT-ADJ TO WS-EDIT-DINT
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|BACKVALUE-ADJ|Account ' ACCT-NUMBER
                  ' txn ' BR-TXN-ID(BR-IDX)
                  ' value date ' BR-VALUE-DATE(BR-IDX)
                  ' days ' WS-DAYS-ADJUSTED
                  ' interest adj ' WS-EDIT-CINT
                  ' od interest adj ' WS-EDIT-DINT
                  ' estimated ' WS-ESTIMATED
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM
           DISPLAY "Adjusted: " BR-TXN-ID(BR-IDX) " - Account "
                   ACCT-NUMBER " - interest " WS-EDIT-CINT
                   " - OD interest " WS-EDIT-DINT.

       WRITE-REPORT-HEADINGS.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM DETAIL-HEADER
           WRITE REPORT-LINE FROM HEADER-1.

       WRITE-ADJUSTMENT-DETAIL.
           MOVE BR-ACCT-NUMBER(BR-IDX) TO DL-ACCOUNT
           MOVE BR-TXN-ID(BR-IDX) TO DL-TXN-ID
           MOVE BR-TXN-TYPE(BR-IDX) TO DL-TYPE
           MOVE BR-VALUE-DATE(BR-IDX) TO DL-VALUE-DATE
           MOVE BR-POST-DATE(BR-IDX) TO DL-POST-DATE
           MOVE WS-DAYS-ADJUSTED TO DL-DAYS
           IF BR-SIGN(BR-IDX) = '-'
               COMPUTE DL-AMOUNT = 0 - BR-AMOUNT(BR-IDX)
           ELSE
               MOVE BR-AMOUNT(BR-IDX) TO DL-AMOUNT
           END-IF
           MOVE WS-CINT-ADJ TO DL-CINT
           COMPUTE DL-DINT = 0 - WS-DINT-ADJ
           WRITE REPORT-LINE FROM DETAIL-LINE.

       WRITE-REPORT-SUMMARY.
           IF WS-PENDING-COUNT = 0
               MOVE 'No back-valued items awaiting adjustment.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           MOVE 'Items Reviewed:' TO CL-LABEL
           MOVE WS-PENDING-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Items Adjusted:' TO CL-LABEL
           MOVE WS-ITEMS-ADJUSTED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Items With No Interest Effect:' TO CL-LABEL
           MOVE WS-ITEMS-NO-CHANGE TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Items On Estimated Balances:' TO CL-LABEL
           MOVE WS-ITEMS-ESTIMATED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Items Skipped - Account Not On File:' TO CL-LABEL
           MOVE WS-ITEMS-SKIPPED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Interest Added To Accrual:' TO SL-LABEL
           MOVE WS-TOTAL-INT-ACCRUED TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Interest Taken Back:' TO SL-LABEL
           MOVE WS-TOTAL-INT-REVERSED TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE '  Of Which Debited - Already Paid:' TO SL-LABEL
           MOVE WS-TOTAL-INT-DEBITED TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Overdraft Interest Charged:' TO SL-LABEL
           MOVE WS-TOTAL-OD-CHARGED TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Overdraft Interest Refunded:' TO SL-LABEL
           MOVE WS-TOTAL-OD-REFUNDED TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           DISPLAY " "
           DISPLAY "Back-value adjustment completed:"
           DISPLAY "  Items reviewed: " WS-PENDING-COUNT
           DISPLAY "  Items adjusted: " WS-ITEMS-ADJUSTED
           DISPLAY "  On estimated balances: " WS-ITEMS-ESTIMATED
           DISPLAY "  Skipped: " WS-ITEMS-SKIPPED
           DISPLAY "  Interest added to accrual: "
                   WS-TOTAL-INT-ACCRUED
           DISPLAY "  Interest taken back: " WS-TOTAL-INT-REVERSED
           DISPLAY "  OD interest charged: " WS-TOTAL-OD-CHARGED
           DISPLAY "  OD interest refunded: " WS-TOTAL-OD-REFUNDED
           DISPLAY " "
           DISPLAY "Report generated: back_value_adjustments_report.txt"
           DISPLAY "========================================="
           DISPLAY "BACK-VALUE ADJUSTMENT JOB COMPLETED"
           DISPLAY "=========================================".

       REWRITE-REGISTER.
           IF WS-PENDING-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BACK-VALUE-REGISTER-NEW
           PERFORM WRITE-REGISTER-ROW
               VARYING WS-REG-SCAN FROM 1 BY 1
               UNTIL WS-REG-SCAN > WS-REG-COUNT
           CLOSE BACK-VALUE-REGISTER-NEW
           CALL 'CBL_DELETE_FILE' USING 'back_value_register.dat'
           CALL 'CBL_RENAME_FILE' USING
               'back_value_register.dat.new'
               'back_value_register.dat'.

       WRITE-REGISTER-ROW.
           SET BR-IDX TO WS-REG-SCAN
           MOVE REG-ENTRY(BR-IDX) TO BACK-VALUE-RECORD-NEW
           WRITE BACK-VALUE-RECORD-NEW.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'BACKVALUE' TO JC-JOB-NAME
           MOVE WS-CURRENT-TIMESTAMP TO JC-START-TIME
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
           MOVE 'BACKVALUE' TO JC-JOB-NAME
           MOVE WS-CURRENT-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-PENDING-COUNT TO JC-RECORDS-PROC
           MOVE WS-ITEMS-SKIPPED TO JC-RECORDS-ERROR
           WRITE JOB-CONTROL-RECORD
           CLOSE JOB-CONTROL.

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
           MOVE 'BACKVALUE' TO LK-JOB-NAME
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
           PERFORM RELEASE-ACCOUNT-LOCK
           CLOSE ACCOUNT-FILE
           CLOSE POSTED-LEDGER
           CLOSE BV-GL-FILE
           CLOSE ADJUSTMENT-REPORT
           CLOSE AUDIT-LOG.

      *    A RUN THAT ADDED ROWS TO THE HAND-OFF FILE RESTAMPS ITS
      *    MANIFEST WITH THE NEW COUNT AND HASH.
       RECORD-OUTPUT-MANIFESTS.
           MOVE WS-JOB-ID TO WS-MF-JOB-ID
           MOVE 'BACKVALUE' TO WS-MF-JOB-NAME
           MOVE WS-TODAY-YYYYMMDD TO WS-MF-DATE
           MOVE 'monthly_transactions.dat' TO WS-MF-FILE-NAME
           MOVE 33 TO WS-MF-POS
           MOVE 10 TO WS-MF-LEN
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
