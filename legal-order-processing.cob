       IDENTIFICATION DIVISION.
       PROGRAM-ID. LegalOrderProcessing.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-ORDER-FILE ASSIGN TO 'legal_orders.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT LEGAL-ORDER-FILE-NEW ASSIGN TO
               'legal_orders.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO 'account_holds.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLD-FILE-NEW ASSIGN TO 'account_holds.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT BENEFIT-CREDIT-FILE ASSIGN TO
               'federal_benefit_credits.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-STATUS.
           SELECT LEDGER-LOOKUP ASSIGN TO
               'monthly_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOOKUP-STATUS.
           SELECT POSTED-LEDGER ASSIGN TO
               'monthly_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO 'holiday_calendar.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT REMIT-FILE ASSIGN TO 'legal_order_remittances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT NOTICE-FILE ASSIGN TO 'legal_order_notices.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-REPORT ASSIGN TO
               'legal_order_status_report.txt'
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
           SELECT ESTATE-REGISTER ASSIGN TO 'estate_register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
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
      *    ONE ROW PER COURT GARNISHMENT OR TAX LEVY SERVED ON THE
      *    BANK. AN ORDER NAMING ONLY A CUSTOMER ID ATTACHES EVERY
      *    OPEN ACCOUNT THE CUSTOMER HOLDS. STATUS IS BLANK OR 'N'
      *    WHEN KEYED, 'H' WHILE FUNDS ARE HELD FOR THE ANSWER
      *    PERIOD, 'Z' WHEN NOTHING COULD BE HELD AND 'P' ONCE THE
      *    HELD FUNDS HAVE BEEN REMITTED TO THE AGENCY.
       FD  LEGAL-ORDER-FILE.
       01  LEGAL-ORDER-RECORD.
           05  LO-ORDER-NUMBER   PIC X(10).
           05  LO-ORDER-TYPE     PIC X(1).
           05  LO-CUSTOMER-ID    PIC X(10).
           05  LO-ACCT-NUMBER    PIC X(12).
           05  LO-AMOUNT-DEMANDED PIC 9(8)V99.
           05  LO-SERVED-DATE    PIC X(8).
           05  LO-AGENCY-ID      PIC X(10).
           05  LO-AGENCY-NAME    PIC X(30).
           05  LO-STATUS         PIC X(1).
           05  LO-REVIEW-DATE    PIC X(8).
           05  LO-ANSWER-DATE    PIC X(8).
           05  LO-PROTECTED-AMT  PIC 9(8)V99.
           05  LO-HELD-AMT       PIC 9(8)V99.
           05  LO-REMIT-DATE     PIC X(8).
           05  LO-REMITTED-AMT   PIC 9(8)V99.

       FD  LEGAL-ORDER-FILE-NEW.
       01  LEGAL-ORDER-RECORD-NEW PIC X(146).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HD-ACCT-NUMBER    PIC X(12).
           05  HD-TXN-ID         PIC X(10).
           05  HD-AMOUNT         PIC 9(8)V99.
           05  HD-PLACED-DATE    PIC X(8).
           05  HD-RELEASE-DATE   PIC X(8).
           05  HD-STATUS         PIC X(1).

       FD  HOLD-FILE-NEW.
       01  HOLD-RECORD-NEW.
           05  HD-ACCT-NUMBER-NEW PIC X(12).
           05  HD-TXN-ID-NEW     PIC X(10).
           05  HD-AMOUNT-NEW     PIC 9(8)V99.
           05  HD-PLACED-DATE-NEW PIC X(8).
           05  HD-RELEASE-DATE-NEW PIC X(8).
           05  HD-STATUS-NEW     PIC X(1).

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

       FD  BENEFIT-CREDIT-FILE.
       01  BENEFIT-CREDIT-RECORD.
           05  FB-TXN-ID         PIC X(10).
           05  FB-ACCT-NUMBER    PIC X(12).
           05  FB-AMOUNT         PIC 9(8)V99.
           05  FB-EFFECTIVE-DATE PIC X(8).
           05  FB-COMPANY-ID     PIC X(10).
           05  FB-COMPANY-NAME   PIC X(16).
           05  FB-TRACE          PIC X(15).
           05  FB-STATUS         PIC X(1).

       FD  LEDGER-LOOKUP.
       01  LOOKUP-RECORD.
           05  LK-TR-ACCT-NUMBER PIC X(12).
           05  LK-TR-DATE        PIC X(8).
           05  LK-TR-TIME        PIC X(6).
           05  LK-TR-TYPE        PIC X(6).
           05  LK-TR-AMOUNT      PIC 9(8)V99.
           05  LK-TR-DESCRIPTION PIC X(30).
           05  LK-TR-REFERENCE   PIC X(15).
           05  LK-TR-CHANNEL     PIC X(10).
           05  LK-TR-CURRENCY    PIC X(3).

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

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE          PIC X(8).

      *    ONE ROW PER ACCOUNT PER ORDER ON THE DAY THE HELD FUNDS
      *    LEAVE THE ACCOUNT. POSTINGCONSOLIDATION MOVES THEM FROM
      *    CUSTOMER DEPOSITS TO LEGAL ORDERS PAYABLE UNTIL THE
      *    AGENCY IS PAID.
       FD  REMIT-FILE.
       01  REMIT-RECORD.
           05  RM-ORDER-NUMBER   PIC X(10).
           05  RM-ACCT-NUMBER    PIC X(12).
           05  RM-AGENCY-ID      PIC X(10).
           05  RM-AGENCY-NAME    PIC X(30).
           05  RM-AMOUNT         PIC 9(8)V99.
           05  RM-REMIT-DATE     PIC X(8).

       FD  NOTICE-FILE.
       01  NOTICE-LINE           PIC X(80).

       FD  STATUS-REPORT.
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
       01  WS-ORDER-STATUS       PIC XX.
       01  WS-HOLD-STATUS        PIC XX.
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-CM-STATUS          PIC XX.
       01  WS-BENEFIT-STATUS     PIC XX.
       01  WS-LOOKUP-STATUS      PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-HOLIDAY-STATUS     PIC XX.
       01  WS-REMIT-STATUS       PIC XX.
       01  WS-LOCK-STATUS        PIC XX.
       01  WS-LOCK-OVERRIDE-STATUS PIC XX.
       01  WS-LOCK-HELD          PIC X VALUE 'N'.
       01  WS-LOCK-ACQUIRED      PIC X VALUE 'N'.
       01  WS-LOCK-HOLDER-NAME   PIC X(15).
       01  WS-LOCK-HOLDER-ID     PIC 9(9).
       01  WS-LOCK-HOLDER-TIME   PIC X(14).
       01  WS-ORDER-EOF          PIC X VALUE 'N'.
       01  WS-HOLD-EOF           PIC X VALUE 'N'.
       01  WS-BENEFIT-EOF        PIC X VALUE 'N'.
       01  WS-LOOKUP-EOF         PIC X VALUE 'N'.
       01  WS-HOLIDAY-EOF        PIC X VALUE 'N'.
       01  WS-MASTER-EOF         PIC X VALUE 'N'.
       01  WS-ACCT-FOUND         PIC X.
       01  WS-CM-FOUND           PIC X.
       01  WS-CM-OPEN            PIC X VALUE 'N'.
      *    AN ORDER SERVED ON A DECEASED CUSTOMER'S ACCOUNT IS
      *    NOTIFIED TO THE ESTATE CONTACT ON THE PENDING ESTATE
      *    REGISTER, IN THE NAME OF THE ESTATE.
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

      *    THE BANK MUST REVIEW AN ACCOUNT WITHIN TWO BUSINESS DAYS
      *    OF BEING SERVED AND MAY REMIT ONLY AFTER THE ANSWER PERIOD
      *    HAS RUN. BOTH ARE COUNTED IN BUSINESS DAYS FROM THE SERVED
      *    DATE, SKIPPING WEEKENDS AND HOLIDAY_CALENDAR.DAT DATES.
      *    FEDERAL BENEFITS DIRECT-DEPOSITED IN THE TWO MONTHS BEFORE
      *    THE REVIEW DATE ARE PROTECTED AND ARE NEVER HELD.
       01  WS-REVIEW-DAYS        PIC 9(2) VALUE 2.
       01  WS-ANSWER-DAYS        PIC 9(2) VALUE 20.
       01  WS-LOOKBACK-MONTHS    PIC 9(2) VALUE 2.
       01  WS-LEGAL-HOLD-STATUS  PIC X VALUE 'L'.
       01  WS-OPEN-RELEASE-DATE  PIC X(8) VALUE '99999999'.

       01  WS-BDAY-START         PIC X(8).
       01  WS-BDAY-COUNT         PIC 9(3).
       01  WS-BDAY-RESULT        PIC X(8).
       01  WS-BDAY-NUM           PIC 9(8).
       01  WS-BDAY-INT           PIC S9(9).
       01  WS-BDAY-DOW           PIC 9(1).
       01  WS-BDAY-OK            PIC X.
       01  WS-HOLIDAY-FOUND      PIC X.
       01  WS-HOLIDAY-COUNT      PIC 9(3) VALUE 0.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-HOLIDAY-COUNT
                   INDEXED BY HOL-IDX.
               10  HT-DATE       PIC X(8).

       01  WS-LOOKBACK-DATE.
           05  WS-LB-YEAR        PIC 9(4).
           05  WS-LB-MONTH       PIC 99.
           05  WS-LB-DAY         PIC 99.
       01  WS-REVIEW-DEADLINE    PIC X(8).
       01  WS-LATE-REVIEW        PIC X.

       01  WS-BENEFIT-COUNT      PIC 9(5) VALUE 0.
       01  BENEFIT-TABLE.
           05  BENEFIT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BENEFIT-COUNT
                   INDEXED BY FB-IDX.
               10  FB-T-TXN-ID   PIC X(10).
               10  FB-T-ACCT     PIC X(12).

       01  WS-ORDER-COUNT        PIC 9(4) VALUE 0.
       01  WS-ORDER-SCAN         PIC 9(4).
       01  ORDER-TABLE.
           05  ORDER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ORDER-COUNT
                   INDEXED BY LO-IDX.
               10  LO-T-RECORD   PIC X(146).
               10  LO-T-DUE      PIC X(1).

       01  WS-ORD-ACCT-COUNT     PIC 9(2) VALUE 0.
       01  WS-ORD-ACCT-SCAN      PIC 9(2).
       01  ORDER-ACCT-TABLE.
           05  ORDER-ACCT-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-ORD-ACCT-COUNT
                   INDEXED BY OA-IDX.
               10  OA-ACCT       PIC X(12).
               10  OA-PROTECTED  PIC 9(8)V99.
               10  OA-HELD       PIC 9(8)V99.

       01  WS-WORK-CUST-ID       PIC X(10).
       01  WS-REMAINING-DEMAND   PIC S9(10)V99.
       01  WS-BENEFIT-SUM        PIC 9(10)V99.
       01  WS-PROTECTED          PIC 9(10)V99.
       01  WS-HOLDABLE           PIC S9(10)V99.
       01  WS-HOLD-AMOUNT        PIC 9(8)V99.
       01  WS-REMIT-AMOUNT       PIC 9(8)V99.
       01  WS-HOLD-SHORTFALL     PIC 9(8)V99.
       01  WS-NOTICE-ORDER-TYPE  PIC X(20).
       01  WS-EDIT-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.

       01  WS-ORDERS-READ        PIC 9(5) VALUE 0.
       01  WS-NEW-COUNT          PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT         PIC 9(5) VALUE 0.
       01  WS-NOTHING-HELD-COUNT PIC 9(5) VALUE 0.
       01  WS-REMITTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-LATE-REVIEW-COUNT  PIC 9(5) VALUE 0.
       01  WS-LATE-REMIT-COUNT   PIC 9(5) VALUE 0.
       01  WS-NO-ACCOUNT-COUNT   PIC 9(5) VALUE 0.
       01  WS-TOTAL-PROTECTED    PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-HELD         PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-REMITTED     PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-OUTSTANDING  PIC 9(12)V99 VALUE 0.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(52)
               VALUE 'GARNISHMENT AND LEVY ORDER STATUS REPORT'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(18) VALUE 'Processing Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(104) VALUE SPACES.

       01  DETAIL-HEADER.
           05  FILLER            PIC X(12) VALUE 'Order'.
           05  FILLER            PIC X(5) VALUE 'Type'.
           05  FILLER            PIC X(12) VALUE 'Customer'.
           05  FILLER            PIC X(21) VALUE 'Agency'.
           05  FILLER            PIC X(10) VALUE 'Served'.
           05  FILLER            PIC X(10) VALUE 'Answer By'.
           05  FILLER            PIC X(14) VALUE '     Demanded'.
           05  FILLER            PIC X(14) VALUE '    Protected'.
           05  FILLER            PIC X(14) VALUE '         Held'.
           05  FILLER            PIC X(20) VALUE '  Status'.

       01  DETAIL-LINE.
           05  DL-ORDER          PIC X(12).
           05  DL-TYPE           PIC X(5).
           05  DL-CUSTOMER       PIC X(12).
           05  DL-AGENCY         PIC X(20).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  DL-SERVED         PIC X(10).
           05  DL-ANSWER         PIC X(10).
           05  DL-DEMANDED       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  DL-PROTECTED      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  DL-HELD           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-STATUS         PIC X(18).

       01  SUMMARY-LINE.
           05  SL-LABEL          PIC X(40).
           05  SL-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(74) VALUE SPACES.

       01  COUNT-LINE.
           05  CL-LABEL          PIC X(40).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(85) VALUE SPACES.

       01  NOTICE-HEADER.
           05  FILLER            PIC X(80) VALUE ALL '-'.
       01  NOTICE-TEXT.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  NT-TEXT           PIC X(78).

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
           PERFORM LOAD-HOLIDAY-TABLE
           PERFORM LOAD-BENEFIT-CREDITS
           PERFORM LOAD-LEGAL-ORDERS
           PERFORM PROCESS-EXISTING-HOLDS
           PERFORM PROCESS-NEW-ORDERS
           PERFORM REPLACE-HOLD-FILE
           PERFORM REWRITE-LEGAL-ORDERS
           PERFORM GENERATE-STATUS-REPORT
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
           STRING 'LGO-' WS-TODAY-YYYYMMDD '-' WS-CURRENT-TIME
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
               PERFORM RELEASE-ACCOUNT-LOCK
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS = '00'
               MOVE 'Y' TO WS-CM-OPEN
           ELSE
               DISPLAY "WARNING: Cannot open account_master.dat - "
                       "orders by customer ID cannot be matched "
                       "and notices print without an address"
           END-IF
           OPEN EXTEND POSTED-LEDGER
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT POSTED-LEDGER
           END-IF
           CLOSE POSTED-LEDGER
           OPEN EXTEND REMIT-FILE
           IF WS-REMIT-STATUS NOT = '00'
               OPEN OUTPUT REMIT-FILE
           END-IF
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT STATUS-REPORT
           PERFORM LOAD-ESTATE-REGISTER

           COMPUTE WS-LB-YEAR = WS-YEAR
           COMPUTE WS-LB-DAY = WS-DAY
           IF WS-MONTH > WS-LOOKBACK-MONTHS
               COMPUTE WS-LB-MONTH = WS-MONTH - WS-LOOKBACK-MONTHS
           ELSE
               COMPUTE WS-LB-MONTH =
                   WS-MONTH + 12 - WS-LOOKBACK-MONTHS
               SUBTRACT 1 FROM WS-LB-YEAR
           END-IF

           DISPLAY "========================================="
           DISPLAY "LEGAL ORDER PROCESSING JOB STARTED"
           DISPLAY "========================================="
           DISPLAY "Processing Date: " WS-FORMATTED-DATE
           DISPLAY "Benefit look-back from: " WS-LOOKBACK-DATE
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

       LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = '00'
               PERFORM READ-HOLIDAY-ROW UNTIL WS-HOLIDAY-EOF = 'Y'
               CLOSE HOLIDAY-FILE
           ELSE
               DISPLAY "WARNING: holiday_calendar.dat not found - "
                       "deadlines skip weekends only"
           END-IF.

       READ-HOLIDAY-ROW.
           READ HOLIDAY-FILE
               AT END
                   MOVE 'Y' TO WS-HOLIDAY-EOF
               NOT AT END
                   IF WS-HOLIDAY-COUNT < 100
                       ADD 1 TO WS-HOLIDAY-COUNT
                       SET HOL-IDX TO WS-HOLIDAY-COUNT
                       MOVE HOL-DATE TO HT-DATE(HOL-IDX)
                   END-IF
           END-READ.

      *    A BENEFIT CREDIT STILL AT STATUS 'P' WAS POSTED AND NOT
      *    RETURNED; ITS TXN-ID IS THE REFERENCE ON THE LEDGER CREDIT.
       LOAD-BENEFIT-CREDITS.
           OPEN INPUT BENEFIT-CREDIT-FILE
           IF WS-BENEFIT-STATUS = '00'
               PERFORM READ-BENEFIT-ROW UNTIL WS-BENEFIT-EOF = 'Y'
               CLOSE BENEFIT-CREDIT-FILE
           END-IF.

       READ-BENEFIT-ROW.
           READ BENEFIT-CREDIT-FILE
               AT END
                   MOVE 'Y' TO WS-BENEFIT-EOF
               NOT AT END
                   IF FB-STATUS = 'P' AND WS-BENEFIT-COUNT < 5000
                       ADD 1 TO WS-BENEFIT-COUNT
                       SET FB-IDX TO WS-BENEFIT-COUNT
                       MOVE FB-TXN-ID TO FB-T-TXN-ID(FB-IDX)
                       MOVE FB-ACCT-NUMBER TO FB-T-ACCT(FB-IDX)
                   END-IF
           END-READ.

       LOAD-LEGAL-ORDERS.
           OPEN INPUT LEGAL-ORDER-FILE
           IF WS-ORDER-STATUS NOT = '00'
               DISPLAY "No legal_orders.dat present - no orders "
                       "on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LEGAL-ORDER UNTIL WS-ORDER-EOF = 'Y'
           CLOSE LEGAL-ORDER-FILE.

       READ-LEGAL-ORDER.
           READ LEGAL-ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-ORDER-EOF
               NOT AT END
                   ADD 1 TO WS-ORDERS-READ
                   IF WS-ORDER-COUNT < 500
                       ADD 1 TO WS-ORDER-COUNT
                       SET LO-IDX TO WS-ORDER-COUNT
                       MOVE LEGAL-ORDER-RECORD TO LO-T-RECORD(LO-IDX)
                       MOVE 'N' TO LO-T-DUE(LO-IDX)
                       IF LO-STATUS = 'H'
                           AND LO-ANSWER-DATE <= WS-TODAY-YYYYMMDD
                           MOVE 'Y' TO LO-T-DUE(LO-IDX)
                       END-IF
                   ELSE
                       DISPLAY "ERROR: Order table full - order "
                               LO-ORDER-NUMBER " not processed"
                   END-IF
           END-READ.

      *    EVERY EXISTING HOLD IS COPIED FORWARD. A LEGAL HOLD WHOSE
      *    ORDER HAS REACHED ITS ANSWER DATE IS REMITTED AND DROPPED.
       PROCESS-EXISTING-HOLDS.
           OPEN OUTPUT HOLD-FILE-NEW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '00'
               PERFORM READ-EXISTING-HOLD UNTIL WS-HOLD-EOF = 'Y'
               CLOSE HOLD-FILE
           END-IF
           PERFORM FINISH-DUE-ORDER
               VARYING WS-ORDER-SCAN FROM 1 BY 1
               UNTIL WS-ORDER-SCAN > WS-ORDER-COUNT.

       READ-EXISTING-HOLD.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF
               NOT AT END
                   PERFORM CHECK-EXISTING-HOLD
           END-READ.

       CHECK-EXISTING-HOLD.
           IF HD-STATUS NOT = WS-LEGAL-HOLD-STATUS
               OR WS-ORDER-COUNT = 0
               WRITE HOLD-RECORD-NEW FROM HOLD-RECORD
               EXIT PARAGRAPH
           END-IF
           SET LO-IDX TO 1
           SEARCH ORDER-ENTRY
               AT END
                   WRITE HOLD-RECORD-NEW FROM HOLD-RECORD
               WHEN LO-T-RECORD(LO-IDX)(1:10) = HD-TXN-ID
                   IF LO-T-DUE(LO-IDX) = 'Y'
                       PERFORM REMIT-LEGAL-HOLD
                   ELSE
                       WRITE HOLD-RECORD-NEW FROM HOLD-RECORD
                   END-IF
           END-SEARCH.

       REMIT-LEGAL-HOLD.
           MOVE LO-T-RECORD(LO-IDX) TO LEGAL-ORDER-RECORD
           MOVE 'N' TO WS-ACCT-FOUND
           MOVE HD-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           IF WS-ACCT-FOUND = 'N'
               WRITE HOLD-RECORD-NEW FROM HOLD-RECORD
               DISPLAY "ERROR: Legal hold account " HD-ACCT-NUMBER
                       " not found - hold carried forward"
               EXIT PARAGRAPH
           END-IF

           MOVE HD-AMOUNT TO WS-REMIT-AMOUNT
           IF CURRENT-BALANCE < WS-REMIT-AMOUNT
               IF CURRENT-BALANCE > 0
                   MOVE CURRENT-BALANCE TO WS-REMIT-AMOUNT
               ELSE
                   MOVE 0 TO WS-REMIT-AMOUNT
               END-IF
           END-IF
           COMPUTE WS-HOLD-SHORTFALL = HD-AMOUNT - WS-REMIT-AMOUNT
           SUBTRACT WS-REMIT-AMOUNT FROM CURRENT-BALANCE
           ADD WS-HOLD-SHORTFALL TO AVAILABLE-BALANCE
           REWRITE ACCOUNT-RECORD

           IF WS-REMIT-AMOUNT > 0
               PERFORM WRITE-REMIT-LEDGER
               MOVE SPACES TO REMIT-RECORD
               MOVE LO-ORDER-NUMBER TO RM-ORDER-NUMBER
               MOVE HD-ACCT-NUMBER TO RM-ACCT-NUMBER
               MOVE LO-AGENCY-ID TO RM-AGENCY-ID
               MOVE LO-AGENCY-NAME TO RM-AGENCY-NAME
               MOVE WS-REMIT-AMOUNT TO RM-AMOUNT
               MOVE WS-TODAY-YYYYMMDD TO RM-REMIT-DATE
               WRITE REMIT-RECORD
           END-IF
           ADD WS-REMIT-AMOUNT TO LO-REMITTED-AMT
           ADD WS-REMIT-AMOUNT TO WS-TOTAL-REMITTED
           MOVE LEGAL-ORDER-RECORD TO LO-T-RECORD(LO-IDX)

           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|LEGAL-REMIT|Order '
                  LO-ORDER-NUMBER ' account ' HD-ACCT-NUMBER
                  ' held ' HD-AMOUNT ' remitted ' WS-REMIT-AMOUNT
                  ' to ' LO-AGENCY-ID
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM
           DISPLAY "Remitted: order " LO-ORDER-NUMBER " account "
                   HD-ACCT-NUMBER " amount " WS-REMIT-AMOUNT.

       WRITE-REMIT-LEDGER.
           OPEN EXTEND POSTED-LEDGER
           MOVE SPACES TO LEDGER-RECORD
           MOVE HD-ACCT-NUMBER TO TR-ACCT-NUMBER
           MOVE WS-TODAY-YYYYMMDD TO TR-DATE
           MOVE WS-CURRENT-TIME(1:6) TO TR-TIME
           MOVE 'DEBIT ' TO TR-TYPE
           MOVE WS-REMIT-AMOUNT TO TR-AMOUNT
           IF LO-ORDER-TYPE = 'L'
               MOVE 'LEVY REMITTANCE' TO TR-DESCRIPTION
           ELSE
               MOVE 'GARNISHMENT REMITTANCE' TO TR-DESCRIPTION
           END-IF
           MOVE LO-ORDER-NUMBER TO TR-REFERENCE
           MOVE 'LEGAL' TO TR-CHANNEL
           IF CURRENCY-CODE = SPACES
               MOVE 'USD' TO TR-CURRENCY
           ELSE
               MOVE CURRENCY-CODE TO TR-CURRENCY
           END-IF
           WRITE LEDGER-RECORD
           MOVE 'Y' TO WS-MF-WRITTEN
           CLOSE POSTED-LEDGER.

       FINISH-DUE-ORDER.
           SET LO-IDX TO WS-ORDER-SCAN
           IF LO-T-DUE(LO-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE LO-T-RECORD(LO-IDX) TO LEGAL-ORDER-RECORD
           MOVE 'P' TO LO-STATUS
           MOVE WS-TODAY-YYYYMMDD TO LO-REMIT-DATE
           ADD 1 TO WS-REMITTED-COUNT
           IF LO-ANSWER-DATE < WS-TODAY-YYYYMMDD
               ADD 1 TO WS-LATE-REMIT-COUNT
               DISPLAY "WARNING: Order " LO-ORDER-NUMBER
                       " remitted after its answer date "
                       LO-ANSWER-DATE
           END-IF
           MOVE LEGAL-ORDER-RECORD TO LO-T-RECORD(LO-IDX).

       PROCESS-NEW-ORDERS.
           PERFORM PROCESS-ONE-NEW-ORDER
               VARYING WS-ORDER-SCAN FROM 1 BY 1
               UNTIL WS-ORDER-SCAN > WS-ORDER-COUNT.

       PROCESS-ONE-NEW-ORDER.
           SET LO-IDX TO WS-ORDER-SCAN
           MOVE LO-T-RECORD(LO-IDX) TO LEGAL-ORDER-RECORD
           IF LO-STATUS NOT = SPACE AND LO-STATUS NOT = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEW-COUNT
           MOVE WS-TODAY-YYYYMMDD TO LO-REVIEW-DATE
           MOVE 0 TO LO-PROTECTED-AMT
           MOVE 0 TO LO-HELD-AMT
           MOVE 0 TO LO-REMITTED-AMT
           MOVE SPACES TO LO-REMIT-DATE

           MOVE LO-SERVED-DATE TO WS-BDAY-START
           MOVE WS-REVIEW-DAYS TO WS-BDAY-COUNT
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-BDAY-RESULT TO WS-REVIEW-DEADLINE
           MOVE WS-ANSWER-DAYS TO WS-BDAY-COUNT
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-BDAY-RESULT TO LO-ANSWER-DATE
           MOVE 'N' TO WS-LATE-REVIEW
           IF WS-TODAY-YYYYMMDD > WS-REVIEW-DEADLINE
               MOVE 'Y' TO WS-LATE-REVIEW
               ADD 1 TO WS-LATE-REVIEW-COUNT
               DISPLAY "WARNING: Order " LO-ORDER-NUMBER
                       " reviewed after its two-business-day "
                       "deadline " WS-REVIEW-DEADLINE
           END-IF

           PERFORM COLLECT-ORDER-ACCOUNTS
           IF WS-ORD-ACCT-COUNT = 0
               ADD 1 TO WS-NO-ACCOUNT-COUNT
               DISPLAY "WARNING: Order " LO-ORDER-NUMBER
                       " matches no open account"
           END-IF

           COMPUTE WS-REMAINING-DEMAND = LO-AMOUNT-DEMANDED
           PERFORM HOLD-ORDER-ACCOUNT
               VARYING WS-ORD-ACCT-SCAN FROM 1 BY 1
               UNTIL WS-ORD-ACCT-SCAN > WS-ORD-ACCT-COUNT

           IF LO-HELD-AMT > 0
               MOVE 'H' TO LO-STATUS
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE 'Z' TO LO-STATUS
               ADD 1 TO WS-NOTHING-HELD-COUNT
           END-IF
           ADD LO-PROTECTED-AMT TO WS-TOTAL-PROTECTED
           ADD LO-HELD-AMT TO WS-TOTAL-HELD
           MOVE LEGAL-ORDER-RECORD TO LO-T-RECORD(LO-IDX)

           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|LEGAL-ORDER|Order '
                  LO-ORDER-NUMBER ' type ' LO-ORDER-TYPE
                  ' demanded ' LO-AMOUNT-DEMANDED
                  ' protected ' LO-PROTECTED-AMT
                  ' held ' LO-HELD-AMT ' answer by '
                  LO-ANSWER-DATE ' late review ' WS-LATE-REVIEW
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM
           PERFORM WRITE-CUSTOMER-NOTICE.

       COLLECT-ORDER-ACCOUNTS.
           MOVE 0 TO WS-ORD-ACCT-COUNT
           IF LO-ACCT-NUMBER NOT = SPACES
               MOVE 1 TO WS-ORD-ACCT-COUNT
               MOVE LO-ACCT-NUMBER TO OA-ACCT(1)
               MOVE 0 TO OA-PROTECTED(1)
               MOVE 0 TO OA-HELD(1)
               EXIT PARAGRAPH
           END-IF
           IF WS-CM-OPEN = 'N' OR LO-CUSTOMER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO CM-ACCT-NUMBER
           START CUSTOMER-MASTER-FILE KEY >= CM-ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM SCAN-ORDER-MASTER UNTIL WS-MASTER-EOF = 'Y'.

       SCAN-ORDER-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   IF CM-CUSTOMER-ID = SPACES
                       MOVE CM-ACCT-NUMBER(3:10) TO WS-WORK-CUST-ID
                   ELSE
                       MOVE CM-CUSTOMER-ID TO WS-WORK-CUST-ID
                   END-IF
                   IF WS-WORK-CUST-ID = LO-CUSTOMER-ID
                       AND CM-STATUS NOT = 'C'
                       AND WS-ORD-ACCT-COUNT < 20
                       ADD 1 TO WS-ORD-ACCT-COUNT
                       SET OA-IDX TO WS-ORD-ACCT-COUNT
                       MOVE CM-ACCT-NUMBER TO OA-ACCT(OA-IDX)
                       MOVE 0 TO OA-PROTECTED(OA-IDX)
                       MOVE 0 TO OA-HELD(OA-IDX)
                   END-IF
           END-READ.

      *    THE PROTECTED AMOUNT IS THE LESSER OF THE BALANCE AND THE
      *    BENEFIT CREDITS IN THE LOOK-BACK. ONLY AVAILABLE FUNDS OVER
      *    THE PROTECTED AMOUNT ARE HELD, UP TO WHAT IS STILL OWED.
       HOLD-ORDER-ACCOUNT.
           SET OA-IDX TO WS-ORD-ACCT-SCAN
           MOVE 'N' TO WS-ACCT-FOUND
           MOVE OA-ACCT(OA-IDX) TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           IF WS-ACCT-FOUND = 'N' OR ACCT-STATUS = 'C'
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-PROTECTED-BENEFITS
           MOVE WS-BENEFIT-SUM TO WS-PROTECTED
           IF CURRENT-BALANCE < WS-PROTECTED
               IF CURRENT-BALANCE > 0
                   MOVE CURRENT-BALANCE TO WS-PROTECTED
               ELSE
                   MOVE 0 TO WS-PROTECTED
               END-IF
           END-IF
           MOVE WS-PROTECTED TO OA-PROTECTED(OA-IDX)
           ADD WS-PROTECTED TO LO-PROTECTED-AMT

           COMPUTE WS-HOLDABLE = AVAILABLE-BALANCE - WS-PROTECTED
           IF WS-HOLDABLE > WS-REMAINING-DEMAND
               MOVE WS-REMAINING-DEMAND TO WS-HOLDABLE
           END-IF
           IF WS-HOLDABLE <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLDABLE TO WS-HOLD-AMOUNT
           SUBTRACT WS-HOLD-AMOUNT FROM AVAILABLE-BALANCE
           REWRITE ACCOUNT-RECORD
           SUBTRACT WS-HOLD-AMOUNT FROM WS-REMAINING-DEMAND
           MOVE WS-HOLD-AMOUNT TO OA-HELD(OA-IDX)
           ADD WS-HOLD-AMOUNT TO LO-HELD-AMT

           MOVE ACCT-NUMBER TO HD-ACCT-NUMBER-NEW
           MOVE LO-ORDER-NUMBER TO HD-TXN-ID-NEW
           MOVE WS-HOLD-AMOUNT TO HD-AMOUNT-NEW
           MOVE WS-TODAY-YYYYMMDD TO HD-PLACED-DATE-NEW
           MOVE WS-OPEN-RELEASE-DATE TO HD-RELEASE-DATE-NEW
           MOVE WS-LEGAL-HOLD-STATUS TO HD-STATUS-NEW
           WRITE HOLD-RECORD-NEW

           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|LEGAL-HOLD|Order '
                  LO-ORDER-NUMBER ' account ' ACCT-NUMBER
                  ' protected ' WS-PROTECTED ' held '
                  WS-HOLD-AMOUNT
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM
           DISPLAY "Hold placed: order " LO-ORDER-NUMBER
                   " account " ACCT-NUMBER " amount "
                   WS-HOLD-AMOUNT " protected " WS-PROTECTED.

       SUM-PROTECTED-BENEFITS.
           MOVE 0 TO WS-BENEFIT-SUM
           IF WS-BENEFIT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LOOKUP-EOF
           OPEN INPUT LEDGER-LOOKUP
           IF WS-LOOKUP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-BENEFIT-LEDGER UNTIL WS-LOOKUP-EOF = 'Y'
           CLOSE LEDGER-LOOKUP.

       SCAN-BENEFIT-LEDGER.
           READ LEDGER-LOOKUP
               AT END
                   MOVE 'Y' TO WS-LOOKUP-EOF
               NOT AT END
                   IF LK-TR-ACCT-NUMBER = ACCT-NUMBER
                       AND LK-TR-TYPE = 'CREDIT'
                       AND LK-TR-DATE >= WS-LOOKBACK-DATE
                       AND LK-TR-DATE <= WS-TODAY-YYYYMMDD
                       PERFORM MATCH-BENEFIT-CREDIT
                   END-IF
           END-READ.

       MATCH-BENEFIT-CREDIT.
           SET FB-IDX TO 1
           SEARCH BENEFIT-ENTRY
               AT END
                   CONTINUE
               WHEN FB-T-TXN-ID(FB-IDX) = LK-TR-REFERENCE(1:10)
                   AND FB-T-ACCT(FB-IDX) = LK-TR-ACCT-NUMBER
                   ADD LK-TR-AMOUNT TO WS-BENEFIT-SUM
           END-SEARCH.

       ADD-BUSINESS-DAYS.
           MOVE WS-BDAY-START TO WS-BDAY-RESULT
           IF WS-BDAY-START IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BDAY-START TO WS-BDAY-NUM
           COMPUTE WS-BDAY-INT = FUNCTION INTEGER-OF-DATE(WS-BDAY-NUM)
           PERFORM ADVANCE-ONE-BUSINESS-DAY WS-BDAY-COUNT TIMES
           COMPUTE WS-BDAY-NUM = FUNCTION DATE-OF-INTEGER(WS-BDAY-INT)
           MOVE WS-BDAY-NUM TO WS-BDAY-RESULT.

       ADVANCE-ONE-BUSINESS-DAY.
           MOVE 'N' TO WS-BDAY-OK
           PERFORM NEXT-CALENDAR-DAY UNTIL WS-BDAY-OK = 'Y'.

       NEXT-CALENDAR-DAY.
           ADD 1 TO WS-BDAY-INT
           COMPUTE WS-BDAY-DOW = FUNCTION MOD(WS-BDAY-INT, 7)
           COMPUTE WS-BDAY-NUM = FUNCTION DATE-OF-INTEGER(WS-BDAY-INT)
           MOVE 'N' TO WS-HOLIDAY-FOUND
           IF WS-HOLIDAY-COUNT > 0
               SET HOL-IDX TO 1
               SEARCH HOLIDAY-ENTRY
                   AT END
                       MOVE 'N' TO WS-HOLIDAY-FOUND
                   WHEN HT-DATE(HOL-IDX) = WS-BDAY-NUM
                       MOVE 'Y' TO WS-HOLIDAY-FOUND
               END-SEARCH
           END-IF
           IF WS-BDAY-DOW NOT = 6 AND WS-BDAY-DOW NOT = 0
               AND WS-HOLIDAY-FOUND = 'N'
               MOVE 'Y' TO WS-BDAY-OK
           END-IF.

       WRITE-CUSTOMER-NOTICE.
           MOVE 'N' TO WS-CM-FOUND
           IF WS-CM-OPEN = 'Y' AND WS-ORD-ACCT-COUNT > 0
               MOVE OA-ACCT(1) TO CM-ACCT-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CM-FOUND
               END-READ
           END-IF
           MOVE 'N' TO WS-ESTATE-FOUND
           IF WS-CM-FOUND = 'Y'
               PERFORM CHECK-ESTATE-ACCOUNT
           END-IF
           IF LO-ORDER-TYPE = 'L'
               MOVE 'TAX LEVY' TO WS-NOTICE-ORDER-TYPE
           ELSE
               MOVE 'GARNISHMENT ORDER' TO WS-NOTICE-ORDER-TYPE
           END-IF

           WRITE NOTICE-LINE FROM NOTICE-HEADER
           MOVE SPACES TO NT-TEXT
           STRING 'NOTICE OF ' WS-NOTICE-ORDER-TYPE
               DELIMITED BY '  ' INTO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT
           WRITE NOTICE-LINE FROM NOTICE-HEADER
           EVALUATE TRUE
               WHEN WS-ESTATE-FOUND = 'Y'
                   PERFORM WRITE-ESTATE-ADDRESS
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
           STRING 'Order ' LO-ORDER-NUMBER ' served ' LO-SERVED-DATE
                  ' by ' LO-AGENCY-NAME
               DELIMITED BY SIZE INTO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT
           MOVE LO-AMOUNT-DEMANDED TO WS-EDIT-AMOUNT
           MOVE SPACES TO NT-TEXT
           STRING 'Amount demanded:        ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT
           MOVE LO-PROTECTED-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO NT-TEXT
           STRING 'Protected benefits:     ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT
           MOVE LO-HELD-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO NT-TEXT
           STRING 'Amount held:            ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT
           PERFORM WRITE-NOTICE-ACCOUNT
               VARYING WS-ORD-ACCT-SCAN FROM 1 BY 1
               UNTIL WS-ORD-ACCT-SCAN > WS-ORD-ACCT-COUNT
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE 'Federal benefit payments deposited to your account'
               TO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT
           MOVE 'in the last two months are protected and remain'
               TO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT
           MOVE 'available to you.' TO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT
           IF LO-HELD-AMT > 0
               MOVE SPACES TO NT-TEXT
               STRING 'Unless the order is withdrawn, the held '
                      'amount will be paid to'
                   DELIMITED BY SIZE INTO NT-TEXT
               WRITE NOTICE-LINE FROM NOTICE-TEXT
               MOVE SPACES TO NT-TEXT
               STRING 'the issuing agency on ' LO-ANSWER-DATE '.'
                   DELIMITED BY SIZE INTO NT-TEXT
               WRITE NOTICE-LINE FROM NOTICE-TEXT
           END-IF
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE.

       WRITE-ESTATE-ADDRESS.
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

       WRITE-NOTICE-ACCOUNT.
           SET OA-IDX TO WS-ORD-ACCT-SCAN
           MOVE OA-HELD(OA-IDX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO NT-TEXT
           STRING '  Account ' OA-ACCT(OA-IDX) ' held '
                  WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT.

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

       CHECK-ESTATE-ACCOUNT.
           MOVE 'N' TO WS-ESTATE-FOUND
           IF CM-STATUS NOT = 'E' OR WS-ESTATE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET ES-IDX TO 1
           SEARCH ESTATE-ENTRY
               AT END
                   CONTINUE
               WHEN ES-T-ACCT(ES-IDX) = CM-ACCT-NUMBER
                   MOVE 'Y' TO WS-ESTATE-FOUND
           END-SEARCH.

       REPLACE-HOLD-FILE.
           CLOSE HOLD-FILE-NEW
           CALL 'CBL_DELETE_FILE' USING 'account_holds.dat'
           CALL 'CBL_RENAME_FILE' USING 'account_holds.dat.new'
               'account_holds.dat'.

       REWRITE-LEGAL-ORDERS.
           IF WS-ORDER-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LEGAL-ORDER-FILE-NEW
           PERFORM WRITE-LEGAL-ORDER
               VARYING WS-ORDER-SCAN FROM 1 BY 1
               UNTIL WS-ORDER-SCAN > WS-ORDER-COUNT
           CLOSE LEGAL-ORDER-FILE-NEW
           CALL 'CBL_DELETE_FILE' USING 'legal_orders.dat'
           CALL 'CBL_RENAME_FILE' USING 'legal_orders.dat.new'
               'legal_orders.dat'.

       WRITE-LEGAL-ORDER.
           SET LO-IDX TO WS-ORDER-SCAN
           MOVE LO-T-RECORD(LO-IDX) TO LEGAL-ORDER-RECORD-NEW
           WRITE LEGAL-ORDER-RECORD-NEW.

       GENERATE-STATUS-REPORT.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM DETAIL-HEADER
           WRITE REPORT-LINE FROM HEADER-1

           PERFORM WRITE-ORDER-DETAIL
               VARYING WS-ORDER-SCAN FROM 1 BY 1
               UNTIL WS-ORDER-SCAN > WS-ORDER-COUNT

           IF WS-ORDER-COUNT = 0
               MOVE 'No legal orders on file.' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           MOVE 'Orders On File:' TO CL-LABEL
           MOVE WS-ORDER-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'New Orders Reviewed Today:' TO CL-LABEL
           MOVE WS-NEW-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  With Funds Held:' TO CL-LABEL
           MOVE WS-HELD-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Nothing Available To Hold:' TO CL-LABEL
           MOVE WS-NOTHING-HELD-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Matching No Open Account:' TO CL-LABEL
           MOVE WS-NO-ACCOUNT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Reviewed After Deadline:' TO CL-LABEL
           MOVE WS-LATE-REVIEW-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Orders Remitted Today:' TO CL-LABEL
           MOVE WS-REMITTED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Remitted After Answer Date:' TO CL-LABEL
           MOVE WS-LATE-REMIT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Protected Today:' TO SL-LABEL
           MOVE WS-TOTAL-PROTECTED TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Held Today:' TO SL-LABEL
           MOVE WS-TOTAL-HELD TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Remitted Today:' TO SL-LABEL
           MOVE WS-TOTAL-REMITTED TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total Held Awaiting Answer Date:' TO SL-LABEL
           MOVE WS-TOTAL-OUTSTANDING TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "Legal order processing completed:"
           DISPLAY "  Orders on file: " WS-ORDER-COUNT
           DISPLAY "  New orders reviewed: " WS-NEW-COUNT
           DISPLAY "  Orders remitted: " WS-REMITTED-COUNT
           DISPLAY "  Late reviews: " WS-LATE-REVIEW-COUNT
           DISPLAY " "
           DISPLAY "Report generated: legal_order_status_report.txt"
           DISPLAY "Notices generated: legal_order_notices.txt"
           DISPLAY "========================================="
           DISPLAY "LEGAL ORDER PROCESSING JOB COMPLETED"
           DISPLAY "=========================================".

       WRITE-ORDER-DETAIL.
           SET LO-IDX TO WS-ORDER-SCAN
           MOVE LO-T-RECORD(LO-IDX) TO LEGAL-ORDER-RECORD
           MOVE LO-ORDER-NUMBER TO DL-ORDER
           IF LO-ORDER-TYPE = 'L'
               MOVE 'LEVY' TO DL-TYPE
           ELSE
               MOVE 'GARN' TO DL-TYPE
           END-IF
           MOVE LO-CUSTOMER-ID TO DL-CUSTOMER
           MOVE LO-AGENCY-NAME TO DL-AGENCY
           MOVE LO-SERVED-DATE TO DL-SERVED
           MOVE LO-ANSWER-DATE TO DL-ANSWER
           MOVE LO-AMOUNT-DEMANDED TO DL-DEMANDED
           MOVE LO-PROTECTED-AMT TO DL-PROTECTED
           MOVE LO-HELD-AMT TO DL-HELD
           EVALUATE LO-STATUS
               WHEN 'H'
                   MOVE 'HELD - ANSWER DUE' TO DL-STATUS
                   ADD LO-HELD-AMT TO WS-TOTAL-OUTSTANDING
               WHEN 'Z'
                   MOVE 'NOTHING HELD' TO DL-STATUS
               WHEN 'P'
                   MOVE SPACES TO DL-STATUS
                   STRING 'REMITTED ' LO-REMIT-DATE
                       DELIMITED BY SIZE INTO DL-STATUS
               WHEN OTHER
                   MOVE 'NOT YET REVIEWED' TO DL-STATUS
           END-EVALUATE
           WRITE REPORT-LINE FROM DETAIL-LINE.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'LEGAL-ORD' TO JC-JOB-NAME
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
           MOVE 'LEGAL-ORD' TO JC-JOB-NAME
           MOVE WS-CURRENT-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-ORDER-COUNT TO JC-RECORDS-PROC
           COMPUTE JC-RECORDS-ERROR = WS-LATE-REVIEW-COUNT
                                    + WS-LATE-REMIT-COUNT
                                    + WS-NO-ACCOUNT-COUNT
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
           MOVE 'LEGAL-ORD' TO LK-JOB-NAME
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
           IF WS-CM-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE REMIT-FILE
           CLOSE NOTICE-FILE
           CLOSE STATUS-REPORT
           CLOSE AUDIT-LOG.

      *    A RUN THAT ADDED ROWS TO THE HAND-OFF FILE RESTAMPS ITS
      *    MANIFEST WITH THE NEW COUNT AND HASH.
       RECORD-OUTPUT-MANIFESTS.
           MOVE WS-JOB-ID TO WS-MF-JOB-ID
           MOVE 'LEGAL-ORD' TO WS-MF-JOB-NAME
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
