       IDENTIFICATION DIVISION.
       PROGRAM-ID. StatementReprint.
       AUTHOR. Banking Operations Team.

      *    ON-DEMAND DUPLICATE OF A PAST MONTHLY STATEMENT. EACH REQUEST
      *    NAMES AN ACCOUNT AND A STATEMENT PERIOD (YYYYMM). THE
      *    STATEMENT IS REBUILT FROM THE RETAINED LEDGER AND POSTING
      *    FILES THE WAY StatementGeneration BUILT IT, STAMPED AS A
      *    DUPLICATE, WRITTEN TO ITS OWN DOCUMENT AND CATALOGUED SO
      *    ReportRetriever CAN PRODUCE IT AGAIN. NOTHING IS POSTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO
               'statement_reprint_requests.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'account_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NUMBER
               FILE STATUS IS WS-AM-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'monthly_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT INTEREST-POSTINGS ASSIGN TO 'interest_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-FILE-STATUS.
           SELECT FEE-POSTINGS ASSIGN TO 'overdraft_fee_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.
           SELECT SERVICE-CHARGE-POSTINGS ASSIGN TO
               'service_charge_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.
           SELECT PROMO-BONUS-POSTINGS ASSIGN TO
               'promo_bonus_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PB-FILE-STATUS.
           SELECT INTEREST-POSTINGS-ARC ASSIGN TO
               'interest_postings.arc'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT FEE-POSTINGS-ARC ASSIGN TO
               'overdraft_fee_postings.arc'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT SERVICE-CHARGE-ARC ASSIGN TO
               'service_charge_postings.arc'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT OWNERSHIP-FILE ASSIGN TO 'account_ownership.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-FILE-STATUS.
           SELECT ESTATE-REGISTER ASSIGN TO 'estate_register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO 'statement_reprints.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPRINT-DOCUMENT ASSIGN TO DYNAMIC WS-DOC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.
           SELECT REPRINT-REPORT ASSIGN TO
               'statement_reprint_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATALOG-FILE ASSIGN TO 'report_catalog.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT AUDIT-LOG ASSIGN TO 'bank_audit_trail.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE ROW PER STATEMENT WANTED. THE PERIOD IS THE MONTH THE
      *    STATEMENT WAS CUT IN, YYYYMM.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  RQ-ACCT-NUMBER    PIC X(12).
           05  RQ-PERIOD         PIC X(6).
           05  RQ-REASON         PIC X(30).
           05  RQ-OPERATOR-ID    PIC X(12).

       FD  ACCOUNT-FILE.
       01  ACCOUNT-MASTER.
           05  AM-ACCT-NUMBER    PIC X(12).
           05  AM-CUSTOMER-NAME  PIC X(30).
           05  AM-ADDRESS-1      PIC X(30).
           05  AM-ADDRESS-2      PIC X(30).
           05  AM-CITY-STATE-ZIP PIC X(30).
           05  AM-PHONE          PIC X(12).
           05  AM-ACCT-TYPE      PIC X(8).
           05  AM-OPENING-DATE   PIC X(8).
           05  AM-STATUS         PIC X(1).
           05  AM-CUSTOMER-ID    PIC X(10).
           05  AM-EMAIL          PIC X(40).
           05  AM-SMS-FLAG       PIC X(1).
           05  AM-CYCLE-CODE     PIC X(2).
           05  AM-WITHHOLD-FLAG  PIC X(1).
           05  AM-WITHHOLD-RATE  PIC 9V9999.
           05  AM-DELIVERY-PREF  PIC X(1).
           05  AM-UNDELIV-FLAG   PIC X(1).

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

       FD  INTEREST-POSTINGS.
       01  POSTING-RECORD.
           05  POST-ACCT-NUMBER  PIC X(12).
           05  POST-AMOUNT       PIC 9(8)V99.
           05  POST-RATE         PIC 9V9999.
           05  POST-DATE         PIC X(8).

       FD  FEE-POSTINGS.
       01  FEE-RECORD.
           05  FEE-ACCT-NUMBER   PIC X(12).
           05  FEE-AMOUNT        PIC 9(5)V99.
           05  FEE-TYPE          PIC X(15).
           05  FEE-DATE          PIC X(8).

       FD  SERVICE-CHARGE-POSTINGS.
       01  SERVICE-CHARGE-RECORD.
           05  SC-ACCT-NUMBER    PIC X(12).
           05  SC-AMOUNT         PIC 9(5)V99.
           05  SC-TYPE           PIC X(15).
           05  SC-DATE           PIC X(8).

       FD  INTEREST-POSTINGS-ARC.
       01  POSTING-RECORD-ARC.
           05  FILLER            PIC X(27).
           05  ARC-POST-DATE     PIC X(8).

       FD  FEE-POSTINGS-ARC.
       01  FEE-RECORD-ARC.
           05  FILLER            PIC X(34).
           05  ARC-FEE-DATE      PIC X(8).

       FD  SERVICE-CHARGE-ARC.
       01  SERVICE-CHARGE-RECORD-ARC.
           05  FILLER            PIC X(34).
           05  ARC-SC-DATE       PIC X(8).

       FD  PROMO-BONUS-POSTINGS.
       01  PROMO-BONUS-RECORD.
           05  PB-ACCT-NUMBER    PIC X(12).
           05  PB-CAMPAIGN-CODE  PIC X(8).
           05  PB-DATE           PIC X(8).
           05  PB-GROSS          PIC 9(8)V99.
           05  PB-NET            PIC 9(8)V99.
           05  PB-RATE           PIC 9V9999.
           05  PB-NEW-BALANCE    PIC 9(10)V99.

       FD  OWNERSHIP-FILE.
       01  OWNERSHIP-RECORD.
           05  OW-ACCT-NUMBER    PIC X(12).
           05  OW-CUSTOMER-ID    PIC X(10).
           05  OW-CUSTOMER-NAME  PIC X(30).
           05  OW-ROLE           PIC X(8).
           05  OW-PERCENT        PIC 9(3)V99.
           05  OW-STATUS         PIC X(1).
           05  OW-ADDED-DATE     PIC X(8).

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

       FD  STATEMENT-FILE.
       01  PRINT-LINE            PIC X(132).

       FD  REPRINT-DOCUMENT.
       01  DOCUMENT-LINE         PIC X(132).

       FD  REPRINT-REPORT.
       01  REPORT-LINE           PIC X(132).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  RC-REPORT-NAME    PIC X(40).
           05  RC-BUSINESS-DATE  PIC X(8).
           05  RC-LINE-COUNT     PIC 9(7).
           05  RC-JOB-NAME       PIC X(15).

       FD  AUDIT-LOG.
       01  AUDIT-LINE            PIC X(200).

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
       01  WS-REQUEST-STATUS     PIC XX.
       01  WS-AM-STATUS          PIC XX.
       01  WS-TXN-STATUS         PIC XX.
       01  WS-INT-FILE-STATUS    PIC XX.
       01  WS-FEE-FILE-STATUS    PIC XX.
       01  WS-SC-FILE-STATUS     PIC XX.
       01  WS-PB-FILE-STATUS     PIC XX.
       01  WS-ARC-STATUS         PIC XX.
       01  WS-OWN-FILE-STATUS    PIC XX.
       01  WS-DOC-STATUS         PIC XX.
       01  WS-CATALOG-STATUS     PIC XX.
       01  WS-AUDIT-LOG-STATUS   PIC XX.
       01  WS-BD-STATUS          PIC XX.
       01  WS-JC-STATUS          PIC XX.

       01  WS-EOF-REQUEST        PIC X VALUE 'N'.
       01  WS-EOF-TXN            PIC X VALUE 'N'.
       01  WS-EOF-POSTING        PIC X VALUE 'N'.
       01  WS-EOF-ARC            PIC X VALUE 'N'.
       01  WS-OWN-EOF            PIC X VALUE 'N'.
       01  WS-AUDIT-LOG-EOF      PIC X VALUE 'N'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR           PIC 9(4).
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.
       01  WS-CURRENT-TIME       PIC X(8).
       01  WS-FORMATTED-DATE     PIC X(10).
       01  WS-TODAY-YYYYMMDD     PIC X(8).
       01  WS-CURRENT-TIMESTAMP  PIC X(14).
       01  WS-RUN-ID             PIC X(24) VALUE SPACES.
       01  WS-AUDIT-SEQ-NUM      PIC 9(9) VALUE 1.
       01  WS-AUDIT-LAST-SEQ     PIC 9(9) VALUE 0.

       01  WS-JOB-ID             PIC 9(9).
       01  WS-JOB-START-DATE     PIC X(8).
       01  WS-JOB-START-TIME     PIC X(6).
       01  WS-JOB-START-TIMESTAMP PIC X(14).
       01  WS-JOB-END-DATE       PIC X(8).
       01  WS-JOB-END-TIME       PIC X(6).
       01  WS-JOB-END-TIMESTAMP  PIC X(14).

      *    ArchivePurge MOVES POSTING ROWS TO THE .arc FILES ONCE
      *    THEY FALL BEHIND ITS RETENTION FLOOR. THE LATEST ARCHIVED
      *    POSTING DATE MARKS HOW FAR BACK THE POSTING HISTORY IS
      *    STILL COMPLETE; A STATEMENT YEAR STARTING ON OR BEFORE IT
      *    CANNOT BE REBUILT WITH THE SAME FIGURES.
       01  WS-PURGED-THRU        PIC X(8) VALUE SPACES.
       01  WS-ARC-DATE           PIC X(8).
       01  WS-YEAR-START-YMD     PIC X(8).

      *    STATEMENT PERIOD OF THE REQUEST, BUILT AS THE ORIGINAL RUN
      *    BUILT IT FROM THE ACCOUNT'S CYCLE CODE. THE STATEMENT DATE
      *    IS THE BUSINESS DATE THE ORIGINAL WAS CUT ON.
       01  WS-CURRENT-ACCOUNT    PIC X(12).
       01  WS-STATEMENT-PERIOD   PIC X(20) VALUE SPACES.
       01  WS-STMT-YEAR          PIC 9(4).
       01  WS-STMT-MONTH         PIC 99.
       01  WS-ACCT-CYCLE         PIC X(2).
       01  WS-CYCLE-DAY          PIC 9(2).
       01  WS-PSTART-YMD         PIC X(8).
       01  WS-PEND-YMD           PIC X(8).
       01  WS-STMT-DATE-YMD      PIC X(8).
       01  WS-STMT-FORMATTED-DATE PIC X(10).
       01  WS-PS-YEAR            PIC 9(4).
       01  WS-PS-MONTH           PIC 9(2).
       01  WS-PS-DAY             PIC 9(2).
       01  WS-PS-NUM             PIC 9(8).
       01  WS-PE-NUM             PIC 9(8).
       01  WS-SD-NUM             PIC 9(8).
       01  WS-SD-INT             PIC S9(9).
       01  WS-DM-YEAR            PIC 9(4).
       01  WS-DM-MONTH           PIC 9(2).
       01  WS-DM-DAYS            PIC 9(2).
       01  WS-LEAP-CHECK-4       PIC 9(3).
       01  WS-LEAP-CHECK-100     PIC 9(3).
       01  WS-LEAP-CHECK-400     PIC 9(3).

       01  WS-OPENING-BALANCE    PIC 9(10)V99 VALUE 1000.00.
       01  WS-CLOSING-BALANCE    PIC 9(10)V99.
       01  WS-TOTAL-CREDITS      PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-DEBITS       PIC 9(10)V99 VALUE 0.
       01  WS-TRANSACTION-COUNT  PIC 9(5) VALUE 0.
       01  WS-AVERAGE-DAILY-BALANCE PIC 9(10)V99 VALUE 0.
       01  WS-BALANCE-DAY-SUM    PIC S9(14)V99 VALUE 0.
       01  WS-PERIOD-DAYS        PIC 9(3).
       01  WS-PERIOD-START-NUM   PIC 9(8).
       01  WS-PERIOD-START-INT   PIC S9(9).
       01  WS-PERIOD-END-INT     PIC S9(9).
       01  WS-LAST-BAL-DATE-INT  PIC S9(9).
       01  WS-TR-DATE-NUM        PIC 9(8).
       01  WS-TXN-DATE-INT       PIC S9(9).
       01  WS-DAY-GAP            PIC S9(5).
       01  WS-POSTING-DESC       PIC X(30).
       01  WS-POSTING-REF        PIC X(15).
       01  WS-POSTING-AMOUNT     PIC 9(8)V99.
       01  WS-POSTING-DATE       PIC X(8).
       01  WS-YTD-INTEREST       PIC 9(10)V99 VALUE 0.
       01  WS-YTD-FEES           PIC 9(10)V99 VALUE 0.
       01  WS-CD-PENALTY-FEES    PIC 9(10)V99 VALUE 0.

      *    THE ORIGINAL RUN RECORDED ITS MINIMUM-BALANCE SERVICE
      *    CHARGE AS A SERVICE-CHARGE POSTING DATED THE PERIOD END.
      *    THE DUPLICATE SHOWS THE CHARGE ONLY WHEN THAT POSTING IS
      *    ON FILE, SO IT CARRIES THE CLOSING BALANCE ACTUALLY SENT.
       01  WS-SC-APPLIED         PIC X VALUE 'N'.
       01  WS-SERVICE-CHARGE     PIC 9(5)V99 VALUE 0.

      *    PROMOTIONAL BONUS ROWS IN interest_postings.dat, NAMED BY
      *    promo_bonus_postings.dat. BP-USED STOPS ONE BONUS ROW
      *    RELABELLING TWO IDENTICAL POSTINGS ON ONE STATEMENT.
       01  WS-BP-COUNT           PIC 9(5) VALUE 0.
       01  WS-BP-FOUND           PIC X VALUE 'N'.
       01  PROMO-BONUS-TABLE.
           05  BP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BP-COUNT
                   INDEXED BY BP-IDX.
               10  BP-ACCT           PIC X(12).
               10  BP-DATE           PIC X(8).
               10  BP-NET            PIC 9(8)V99.
               10  BP-CAMPAIGN       PIC X(8).
               10  BP-USED           PIC X(1).

      *    A DECEASED CUSTOMER'S DUPLICATE GOES OUT IN THE NAME OF
      *    THE ESTATE, ADDRESSED TO THE ESTATE CONTACT ON THE PENDING
      *    ESTATE REGISTER, AS StatementGeneration PRINTED THE ORIGINAL.
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

       01  WS-OWN-COUNT          PIC 9(4) VALUE 0.
       01  OWNERSHIP-TABLE.
           05  OWN-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OWN-COUNT
                   INDEXED BY OWN-IDX.
               10  OW-T-ACCT         PIC X(12).
               10  OW-T-NAME         PIC X(30).
               10  OW-T-ROLE         PIC X(8).

      *    EACH DUPLICATE IS ALSO WRITTEN TO ITS OWN DOCUMENT, NAMED
      *    THE WAY ReportArchive NAMES AN ARCHIVED COPY, AND ENTERED
      *    IN THE REPORT CATALOG UNDER THE BASE NAME.
       01  WS-DOC-REPORT-NAME    PIC X(40).
       01  WS-DOC-FILE-NAME      PIC X(60).
       01  WS-DOC-LINE-COUNT     PIC 9(7) VALUE 0.

       01  WS-REJECT-REASON      PIC X(60).
       01  WS-REQUEST-COUNT      PIC 9(7) VALUE 0.
       01  WS-REPRINT-COUNT      PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT       PIC 9(7) VALUE 0.
       01  WS-PURGED-COUNT       PIC 9(7) VALUE 0.

       01  STATEMENT-LINE        PIC X(132).

       01  WS-MONTH-NAMES.
           05  FILLER            PIC X(9) VALUE 'January'.
           05  FILLER            PIC X(9) VALUE 'February'.
           05  FILLER            PIC X(9) VALUE 'March'.
           05  FILLER            PIC X(9) VALUE 'April'.
           05  FILLER            PIC X(9) VALUE 'May'.
           05  FILLER            PIC X(9) VALUE 'June'.
           05  FILLER            PIC X(9) VALUE 'July'.
           05  FILLER            PIC X(9) VALUE 'August'.
           05  FILLER            PIC X(9) VALUE 'September'.
           05  FILLER            PIC X(9) VALUE 'October'.
           05  FILLER            PIC X(9) VALUE 'November'.
           05  FILLER            PIC X(9) VALUE 'December'.
       01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAMES.
           05  WS-MONTH-NAME     PIC X(9) OCCURS 12 TIMES.

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER            PIC 9(2) VALUE 31.
           05  FILLER            PIC 9(2) VALUE 28.
           05  FILLER            PIC 9(2) VALUE 31.
           05  FILLER            PIC 9(2) VALUE 30.
           05  FILLER            PIC 9(2) VALUE 31.
           05  FILLER            PIC 9(2) VALUE 30.
           05  FILLER            PIC 9(2) VALUE 31.
           05  FILLER            PIC 9(2) VALUE 31.
           05  FILLER            PIC 9(2) VALUE 30.
           05  FILLER            PIC 9(2) VALUE 31.
           05  FILLER            PIC 9(2) VALUE 30.
           05  FILLER            PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH  PIC 9(2) OCCURS 12 TIMES.

       01  STATEMENT-HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '*'.
       01  STATEMENT-HEADER-2.
           05  FILLER            PIC X(25) VALUE SPACES.
           05  FILLER            PIC X(82)
               VALUE 'FIRST NATIONAL BANK - MONTHLY ACCOUNT STATEMENT'.
           05  FILLER            PIC X(25) VALUE SPACES.
       01  STATEMENT-HEADER-3.
           05  FILLER            PIC X(25) VALUE SPACES.
           05  FILLER            PIC X(82)
               VALUE '123 Main St, Anytown, ST 12345 | (555) 123-4567'.
           05  FILLER            PIC X(25) VALUE SPACES.
       01  DUPLICATE-STAMP-LINE.
           05  FILLER            PIC X(25) VALUE SPACES.
           05  FILLER            PIC X(31)
               VALUE '*** DUPLICATE *** REPRINTED ON '.
           05  DS-DATE           PIC X(10).
           05  FILLER            PIC X(66) VALUE SPACES.

       01  CUSTOMER-INFO-1.
           05  FILLER            PIC X(5) VALUE SPACES.
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
           05  CI2-ACCOUNT       PIC X(12).
           05  FILLER            PIC X(98) VALUE SPACES.
       01  CUSTOMER-INFO-3.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(19) VALUE 'Statement Period: '.
           05  CI3-PERIOD        PIC X(20).
           05  FILLER            PIC X(88) VALUE SPACES.
       01  CUSTOMER-INFO-4.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(17) VALUE 'Statement Date: '.
           05  CI4-DATE          PIC X(10).
           05  FILLER            PIC X(100) VALUE SPACES.

       01  BALANCE-SUMMARY.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(25)
               VALUE 'ACCOUNT BALANCE SUMMARY'.
           05  FILLER            PIC X(102) VALUE SPACES.
       01  BALANCE-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  BL-LABEL          PIC X(25).
           05  BL-AMOUNT         PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(88) VALUE SPACES.

       01  TRANSACTION-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(30) VALUE 'TRANSACTION HISTORY'.
           05  FILLER            PIC X(97) VALUE SPACES.
       01  TXN-COLUMN-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(8) VALUE 'Date'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(30) VALUE 'Description'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'Reference'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(3) VALUE 'Cur'.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'Amount'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'Balance'.
           05  FILLER            PIC X(37) VALUE SPACES.

       01  TXN-DETAIL-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  TDL-DATE          PIC X(8).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  TDL-DESCRIPTION   PIC X(30).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  TDL-REFERENCE     PIC X(15).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  TDL-CURRENCY      PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TDL-AMOUNT        PIC $$$,$$9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  TDL-BALANCE       PIC $$$,$$9.99.
           05  FILLER            PIC X(37) VALUE SPACES.

       01  FEES-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(25) VALUE 'FEES AND CHARGES'.
           05  FILLER            PIC X(102) VALUE SPACES.

       01  NOTICE-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  NL-TEXT           PIC X(80).
           05  FILLER            PIC X(47) VALUE SPACES.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(52)
               VALUE 'STATEMENT REPRINT CONTROL REPORT'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(15) VALUE 'Report Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  FILLER            PIC X(27)
               VALUE 'Postings Archived Through: '.
           05  H3-PURGED-THRU    PIC X(8).
           05  FILLER            PIC X(66) VALUE SPACES.
       01  DETAIL-HEADER.
           05  FILLER            PIC X(14) VALUE 'Account'.
           05  FILLER            PIC X(8) VALUE 'Period'.
           05  FILLER            PIC X(14) VALUE 'Operator'.
           05  FILLER            PIC X(12) VALUE 'Result'.
           05  FILLER            PIC X(84) VALUE 'Detail'.
       01  DETAIL-LINE.
           05  DL-ACCOUNT        PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-PERIOD         PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-OPERATOR       PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-RESULT         PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-DETAIL         PIC X(84).
       01  COUNT-LINE.
           05  CL-LABEL          PIC X(45).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM READ-REPRINT-REQUEST UNTIL WS-EOF-REQUEST = 'Y'
           PERFORM GENERATE-SUMMARY
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
           STRING 'SRP-' WS-TODAY-YYYYMMDD '-' WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID

           ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JOB-START-TIME FROM TIME
           STRING WS-JOB-START-DATE WS-JOB-START-TIME
               DELIMITED BY SIZE INTO WS-JOB-START-TIMESTAMP
           ACCEPT WS-JOB-ID FROM TIME

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY "No statement_reprint_requests.dat present - "
                       "nothing to reprint"
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-AM-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_master.dat - "
                       "status " WS-AM-STATUS
               DISPLAY "Run the master file conversion utility if "
                       "the file has not been converted to indexed"
               STOP RUN
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open monthly_transactions.dat"
                       " - status " WS-TXN-STATUS
               DISPLAY "No statement can be rebuilt without the "
                       "ledger history"
               STOP RUN
           END-IF
           CLOSE TRANSACTION-FILE

           PERFORM DETERMINE-AUDIT-SEQ-START
           PERFORM DETERMINE-PURGE-FLOOR
           PERFORM LOAD-OWNERSHIP-TABLE
           PERFORM LOAD-ESTATE-REGISTER
           PERFORM LOAD-PROMO-BONUS-TABLE

           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT REPRINT-REPORT
           OPEN EXTEND CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               OPEN OUTPUT CATALOG-FILE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF

           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           IF WS-PURGED-THRU = SPACES
               MOVE 'NONE' TO H3-PURGED-THRU
           ELSE
               MOVE WS-PURGED-THRU TO H3-PURGED-THRU
           END-IF
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM DETAIL-HEADER
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY "========================================="
           DISPLAY "STATEMENT REPRINT JOB STARTED"
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "=========================================".

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

      *    THE LATEST POSTING DATE ArchivePurge HAS MOVED TO THE ARCHIVE
      *    FILES. NO ARCHIVE FILES MEANS NOTHING HAS BEEN PURGED YET.
       DETERMINE-PURGE-FLOOR.
           MOVE SPACES TO WS-PURGED-THRU
           OPEN INPUT INTEREST-POSTINGS-ARC
           IF WS-ARC-STATUS = '00'
               MOVE 'N' TO WS-EOF-ARC
               PERFORM READ-INTEREST-ARC UNTIL WS-EOF-ARC = 'Y'
               CLOSE INTEREST-POSTINGS-ARC
           END-IF
           OPEN INPUT FEE-POSTINGS-ARC
           IF WS-ARC-STATUS = '00'
               MOVE 'N' TO WS-EOF-ARC
               PERFORM READ-FEE-ARC UNTIL WS-EOF-ARC = 'Y'
               CLOSE FEE-POSTINGS-ARC
           END-IF
           OPEN INPUT SERVICE-CHARGE-ARC
           IF WS-ARC-STATUS = '00'
               MOVE 'N' TO WS-EOF-ARC
               PERFORM READ-SERVICE-CHARGE-ARC UNTIL WS-EOF-ARC = 'Y'
               CLOSE SERVICE-CHARGE-ARC
           END-IF.

       READ-INTEREST-ARC.
           READ INTEREST-POSTINGS-ARC
               AT END
                   MOVE 'Y' TO WS-EOF-ARC
               NOT AT END
                   MOVE ARC-POST-DATE TO WS-ARC-DATE
                   PERFORM NOTE-ARCHIVED-DATE
           END-READ.

       READ-FEE-ARC.
           READ FEE-POSTINGS-ARC
               AT END
                   MOVE 'Y' TO WS-EOF-ARC
               NOT AT END
                   MOVE ARC-FEE-DATE TO WS-ARC-DATE
                   PERFORM NOTE-ARCHIVED-DATE
           END-READ.

       READ-SERVICE-CHARGE-ARC.
           READ SERVICE-CHARGE-ARC
               AT END
                   MOVE 'Y' TO WS-EOF-ARC
               NOT AT END
                   MOVE ARC-SC-DATE TO WS-ARC-DATE
                   PERFORM NOTE-ARCHIVED-DATE
           END-READ.

       NOTE-ARCHIVED-DATE.
           IF WS-ARC-DATE IS NUMERIC
               IF WS-PURGED-THRU = SPACES
                   OR WS-ARC-DATE > WS-PURGED-THRU
                   MOVE WS-ARC-DATE TO WS-PURGED-THRU
               END-IF
           END-IF.

       LOAD-PROMO-BONUS-TABLE.
           OPEN INPUT PROMO-BONUS-POSTINGS
           IF WS-PB-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-POSTING
               PERFORM READ-PROMO-BONUS-ROW
                   UNTIL WS-EOF-POSTING = 'Y'
               CLOSE PROMO-BONUS-POSTINGS
           END-IF.

       READ-PROMO-BONUS-ROW.
           READ PROMO-BONUS-POSTINGS
               AT END
                   MOVE 'Y' TO WS-EOF-POSTING
               NOT AT END
                   IF PB-NET > 0
                       AND WS-BP-COUNT < 5000
                       ADD 1 TO WS-BP-COUNT
                       SET BP-IDX TO WS-BP-COUNT
                       MOVE PB-ACCT-NUMBER TO BP-ACCT(BP-IDX)
                       MOVE PB-DATE TO BP-DATE(BP-IDX)
                       MOVE PB-NET TO BP-NET(BP-IDX)
                       MOVE PB-CAMPAIGN-CODE TO BP-CAMPAIGN(BP-IDX)
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
           IF AM-STATUS NOT = 'E' OR WS-ESTATE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET ES-IDX TO 1
           SEARCH ESTATE-ENTRY
               AT END
                   CONTINUE
               WHEN ES-T-ACCT(ES-IDX) = AM-ACCT-NUMBER
                   MOVE 'Y' TO WS-ESTATE-FOUND
           END-SEARCH.

       READ-REPRINT-REQUEST.
           READ REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-REQUEST
               NOT AT END
                   IF REQUEST-RECORD NOT = SPACES
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM VALIDATE-REQUEST
                       IF WS-REJECT-REASON = SPACES
                           PERFORM REPRINT-STATEMENT
                       ELSE
                           PERFORM REJECT-REQUEST
                       END-IF
                   END-IF
           END-READ.

      *    A REQUEST IS HONOURED ONLY FOR A STATEMENT THE ACCOUNT WAS
      *    ACTUALLY SENT AND WHOSE HISTORY IS STILL COMPLETE ON FILE
       VALIDATE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           IF RQ-OPERATOR-ID = SPACES
               MOVE 'OPERATOR ID REQUIRED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF RQ-REASON = SPACES
               MOVE 'REPRINT REASON REQUIRED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF RQ-PERIOD IS NOT NUMERIC
               MOVE 'STATEMENT PERIOD MUST BE YYYYMM'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE RQ-PERIOD(1:4) TO WS-STMT-YEAR
           MOVE RQ-PERIOD(5:2) TO WS-STMT-MONTH
           IF WS-STMT-YEAR < 1601
               OR WS-STMT-MONTH < 1 OR WS-STMT-MONTH > 12
               MOVE 'STATEMENT PERIOD MUST BE YYYYMM'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE RQ-ACCT-NUMBER TO AM-ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER FILE'
                       TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM DETERMINE-REPRINT-PERIOD
           IF WS-STMT-DATE-YMD > WS-TODAY-YYYYMMDD
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'PERIOD NOT YET STATEMENTED - CUT DUE '
                      WS-STMT-DATE-YMD
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF AM-OPENING-DATE IS NUMERIC
               AND AM-OPENING-DATE > WS-PEND-YMD
               MOVE 'ACCOUNT NOT OPEN DURING PERIOD'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

      *    THE YEAR-TO-DATE BOXES NEED EVERY POSTING FROM 1 JANUARY
      *    OF THE STATEMENT YEAR.
           MOVE SPACES TO WS-YEAR-START-YMD
           STRING WS-PEND-YMD(1:4) '0101'
               DELIMITED BY SIZE INTO WS-YEAR-START-YMD
           IF WS-PURGED-THRU NOT = SPACES
               AND WS-YEAR-START-YMD NOT > WS-PURGED-THRU
               ADD 1 TO WS-PURGED-COUNT
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'PERIOD PURGED - HISTORY ARCHIVED THROUGH '
                      WS-PURGED-THRU
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

      *    A BLANK, 00 OR 01 CYCLE CODE WAS STATEMENTED FOR THE CALENDAR
      *    MONTH ON THE FIRST OF THE NEXT MONTH. ANY OTHER CYCLE DAY CUT
      *    IN THE PERIOD MONTH ON THAT DAY (CLAMPED TO MONTH END) AND
      *    COVERED THE DAYS SINCE THE PREVIOUS CUT.
       DETERMINE-REPRINT-PERIOD.
           MOVE AM-ACCT-NUMBER TO WS-CURRENT-ACCOUNT
           MOVE '01' TO WS-ACCT-CYCLE
           IF AM-CYCLE-CODE IS NUMERIC
               AND AM-CYCLE-CODE > '01'
               AND AM-CYCLE-CODE NOT > '31'
               MOVE AM-CYCLE-CODE TO WS-ACCT-CYCLE
           END-IF
           IF WS-ACCT-CYCLE = '01'
               PERFORM DETERMINE-MONTH-PERIOD
           ELSE
               PERFORM DETERMINE-CYCLE-PERIOD
           END-IF
           MOVE SPACES TO WS-STMT-FORMATTED-DATE
           STRING WS-STMT-DATE-YMD(5:2) '/' WS-STMT-DATE-YMD(7:2) '/'
                  WS-STMT-DATE-YMD(1:4)
               DELIMITED BY SIZE INTO WS-STMT-FORMATTED-DATE.

       DETERMINE-MONTH-PERIOD.
           MOVE SPACES TO WS-STATEMENT-PERIOD
           STRING FUNCTION TRIM(WS-MONTH-NAME(WS-STMT-MONTH)) ' '
                  WS-STMT-YEAR
               DELIMITED BY SIZE INTO WS-STATEMENT-PERIOD
           COMPUTE WS-PERIOD-START-NUM =
               WS-STMT-YEAR * 10000 + WS-STMT-MONTH * 100 + 1
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START-NUM)
           MOVE WS-STMT-YEAR TO WS-DM-YEAR
           MOVE WS-STMT-MONTH TO WS-DM-MONTH
           PERFORM DETERMINE-MONTH-DAYS
           MOVE WS-DM-DAYS TO WS-PERIOD-DAYS
           COMPUTE WS-PERIOD-END-INT =
               WS-PERIOD-START-INT + WS-PERIOD-DAYS - 1
           MOVE WS-PERIOD-START-NUM TO WS-PSTART-YMD
           COMPUTE WS-PE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT)
           MOVE WS-PE-NUM TO WS-PEND-YMD
           COMPUTE WS-SD-INT = WS-PERIOD-END-INT + 1
           COMPUTE WS-SD-NUM = FUNCTION DATE-OF-INTEGER(WS-SD-INT)
           MOVE WS-SD-NUM TO WS-STMT-DATE-YMD.

       DETERMINE-CYCLE-PERIOD.
           MOVE WS-ACCT-CYCLE TO WS-CYCLE-DAY
           MOVE WS-STMT-YEAR TO WS-DM-YEAR
           MOVE WS-STMT-MONTH TO WS-DM-MONTH
           PERFORM DETERMINE-MONTH-DAYS
           MOVE WS-CYCLE-DAY TO WS-PS-DAY
           IF WS-PS-DAY > WS-DM-DAYS
               MOVE WS-DM-DAYS TO WS-PS-DAY
           END-IF
           COMPUTE WS-PE-NUM = WS-STMT-YEAR * 10000
               + WS-STMT-MONTH * 100 + WS-PS-DAY
           MOVE WS-PE-NUM TO WS-PEND-YMD
           MOVE WS-PE-NUM TO WS-STMT-DATE-YMD
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-PE-NUM)

           MOVE WS-STMT-YEAR TO WS-PS-YEAR
           MOVE WS-STMT-MONTH TO WS-PS-MONTH
           IF WS-PS-MONTH = 1
               MOVE 12 TO WS-PS-MONTH
               SUBTRACT 1 FROM WS-PS-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PS-MONTH
           END-IF
           MOVE WS-PS-YEAR TO WS-DM-YEAR
           MOVE WS-PS-MONTH TO WS-DM-MONTH
           PERFORM DETERMINE-MONTH-DAYS
           MOVE WS-CYCLE-DAY TO WS-PS-DAY
           IF WS-PS-DAY > WS-DM-DAYS
               MOVE WS-DM-DAYS TO WS-PS-DAY
           END-IF
           COMPUTE WS-PS-NUM = WS-PS-YEAR * 10000
               + WS-PS-MONTH * 100 + WS-PS-DAY
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PS-NUM) + 1
           COMPUTE WS-PS-NUM =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-START-INT)
           MOVE WS-PS-NUM TO WS-PSTART-YMD
           COMPUTE WS-PERIOD-DAYS =
               WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1
           MOVE SPACES TO WS-STATEMENT-PERIOD
           STRING WS-PSTART-YMD ' - ' WS-PEND-YMD
               DELIMITED BY SIZE INTO WS-STATEMENT-PERIOD.

       DETERMINE-MONTH-DAYS.
           MOVE WS-DAYS-IN-MONTH(WS-DM-MONTH) TO WS-DM-DAYS
           IF WS-DM-MONTH = 2
               COMPUTE WS-LEAP-CHECK-4 = FUNCTION MOD(WS-DM-YEAR, 4)
               COMPUTE WS-LEAP-CHECK-100 =
                   FUNCTION MOD(WS-DM-YEAR, 100)
               COMPUTE WS-LEAP-CHECK-400 =
                   FUNCTION MOD(WS-DM-YEAR, 400)
               IF WS-LEAP-CHECK-4 = 0 AND
                  (WS-LEAP-CHECK-100 NOT = 0 OR WS-LEAP-CHECK-400 = 0)
                   MOVE 29 TO WS-DM-DAYS
               END-IF
           END-IF.

      *    REBUILD ONE STATEMENT IN THE ORIGINAL LAYOUT
       REPRINT-STATEMENT.
           MOVE SPACES TO WS-DOC-REPORT-NAME
           STRING 'stmt_reprint_' FUNCTION TRIM(AM-ACCT-NUMBER) '_'
                  RQ-PERIOD '.txt'
               DELIMITED BY SIZE INTO WS-DOC-REPORT-NAME
           MOVE SPACES TO WS-DOC-FILE-NAME
           STRING FUNCTION TRIM(WS-DOC-REPORT-NAME) '.'
                  WS-TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO WS-DOC-FILE-NAME
           OPEN OUTPUT REPRINT-DOCUMENT
           IF WS-DOC-STATUS NOT = '00'
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'CANNOT CREATE DOCUMENT - STATUS ' WS-DOC-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DOC-LINE-COUNT

           PERFORM RESET-COUNTERS
           PERFORM WRITE-STATEMENT-HEADER
           PERFORM PROCESS-ACCOUNT-TRANSACTIONS
           PERFORM CALCULATE-FINAL-BALANCE
           PERFORM WRITE-BALANCE-SUMMARY
           PERFORM WRITE-FEES-SECTION
           PERFORM WRITE-NOTICES
           PERFORM WRITE-STATEMENT-FOOTER
           CLOSE REPRINT-DOCUMENT

           ADD 1 TO WS-REPRINT-COUNT
           MOVE WS-DOC-REPORT-NAME TO RC-REPORT-NAME
           MOVE WS-TODAY-YYYYMMDD TO RC-BUSINESS-DATE
           MOVE WS-DOC-LINE-COUNT TO RC-LINE-COUNT
           MOVE 'STMT-REPRINT' TO RC-JOB-NAME
           WRITE CATALOG-RECORD

           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|STATEMENT-REPRINT|Account '
                  AM-ACCT-NUMBER ' period ' RQ-PERIOD
                  ' reason ' FUNCTION TRIM(RQ-REASON)
                  ' by operator ' RQ-OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM

           MOVE RQ-ACCT-NUMBER TO DL-ACCOUNT
           MOVE RQ-PERIOD TO DL-PERIOD
           MOVE RQ-OPERATOR-ID TO DL-OPERATOR
           MOVE 'REPRINTED' TO DL-RESULT
           MOVE SPACES TO DL-DETAIL
           STRING FUNCTION TRIM(WS-DOC-REPORT-NAME) ' - '
                  FUNCTION TRIM(RQ-REASON)
               DELIMITED BY SIZE INTO DL-DETAIL
           WRITE REPORT-LINE FROM DETAIL-LINE
           DISPLAY "Duplicate statement reprinted: " AM-ACCT-NUMBER
                   " period " RQ-PERIOD.

       REJECT-REQUEST.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|STATEMENT-REPRINT-REJECT|Account '
                  RQ-ACCT-NUMBER ' period ' RQ-PERIOD ' '
                  FUNCTION TRIM(WS-REJECT-REASON)
                  ' requested by ' RQ-OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM

           MOVE RQ-ACCT-NUMBER TO DL-ACCOUNT
           MOVE RQ-PERIOD TO DL-PERIOD
           MOVE RQ-OPERATOR-ID TO DL-OPERATOR
           MOVE 'REJECTED' TO DL-RESULT
           MOVE WS-REJECT-REASON TO DL-DETAIL
           WRITE REPORT-LINE FROM DETAIL-LINE
           DISPLAY "Reprint rejected: " RQ-ACCT-NUMBER " period "
                   RQ-PERIOD " - " FUNCTION TRIM(WS-REJECT-REASON).

      *    EVERY LINE GOES TO THE RUN'S PRINT FILE AND TO THE
      *    STATEMENT'S OWN CATALOGUED DOCUMENT.
       WRITE-STMT-LINE.
           WRITE PRINT-LINE FROM STATEMENT-LINE
           WRITE DOCUMENT-LINE FROM STATEMENT-LINE
           ADD 1 TO WS-DOC-LINE-COUNT.

       RESET-COUNTERS.
           MOVE 0 TO WS-TOTAL-CREDITS
           MOVE 0 TO WS-TOTAL-DEBITS
           MOVE 0 TO WS-TRANSACTION-COUNT
           MOVE 0 TO WS-YTD-INTEREST
           MOVE 0 TO WS-YTD-FEES
           MOVE 0 TO WS-CD-PENALTY-FEES
           MOVE 'N' TO WS-SC-APPLIED
           MOVE 0 TO WS-SERVICE-CHARGE
           MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE
           MOVE 0 TO WS-BALANCE-DAY-SUM
           MOVE WS-PERIOD-START-INT TO WS-LAST-BAL-DATE-INT.

       WRITE-STATEMENT-HEADER.
           MOVE STATEMENT-HEADER-1 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE STATEMENT-HEADER-2 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE STATEMENT-HEADER-3 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE WS-FORMATTED-DATE TO DS-DATE
           MOVE DUPLICATE-STAMP-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE STATEMENT-HEADER-1 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE

           PERFORM CHECK-ESTATE-ACCOUNT
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

           MOVE AM-ACCT-NUMBER TO CI2-ACCOUNT
           MOVE CUSTOMER-INFO-2 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE WS-STATEMENT-PERIOD TO CI3-PERIOD
           MOVE CUSTOMER-INFO-3 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE WS-STMT-FORMATTED-DATE TO CI4-DATE
           MOVE CUSTOMER-INFO-4 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE STATEMENT-HEADER-1 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE.

       WRITE-ESTATE-ADDRESS.
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

      *    LEDGER ROWS FOR THE PERIOD FIRST, THEN THE INTEREST AND FEE
      *    POSTINGS IN FILE ORDER, AS THE ORIGINAL RUN MERGED THEM
       PROCESS-ACCOUNT-TRANSACTIONS.
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE TRANSACTION-HEADER TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE STATEMENT-HEADER-1 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE TXN-COLUMN-HEADER TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE STATEMENT-HEADER-1 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE

           OPEN INPUT TRANSACTION-FILE
           MOVE 'N' TO WS-EOF-TXN
           PERFORM READ-LEDGER-ROW UNTIL WS-EOF-TXN = 'Y'
           CLOSE TRANSACTION-FILE

           PERFORM RESET-PROMO-BONUS-ENTRY
               VARYING BP-IDX FROM 1 BY 1
               UNTIL BP-IDX > WS-BP-COUNT
           OPEN INPUT INTEREST-POSTINGS
           IF WS-INT-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-POSTING
               PERFORM READ-INTEREST-POSTING
                   UNTIL WS-EOF-POSTING = 'Y'
               CLOSE INTEREST-POSTINGS
           END-IF
           OPEN INPUT FEE-POSTINGS
           IF WS-FEE-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-POSTING
               PERFORM READ-FEE-POSTING
                   UNTIL WS-EOF-POSTING = 'Y'
               CLOSE FEE-POSTINGS
           END-IF
           OPEN INPUT SERVICE-CHARGE-POSTINGS
           IF WS-SC-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-POSTING
               PERFORM READ-SC-POSTING
                   UNTIL WS-EOF-POSTING = 'Y'
               CLOSE SERVICE-CHARGE-POSTINGS
           END-IF.

       READ-LEDGER-ROW.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-TXN
               NOT AT END
                   IF TR-ACCT-NUMBER = WS-CURRENT-ACCOUNT
                       AND TR-DATE >= WS-PSTART-YMD
                       AND TR-DATE <= WS-PEND-YMD
                       PERFORM PROCESS-TRANSACTION
                   END-IF
           END-READ.

       RESET-PROMO-BONUS-ENTRY.
           MOVE 'N' TO BP-USED(BP-IDX).

       READ-INTEREST-POSTING.
           READ INTEREST-POSTINGS
               AT END
                   MOVE 'Y' TO WS-EOF-POSTING
               NOT AT END
                   PERFORM MERGE-INTEREST-POSTING
           END-READ.

       READ-FEE-POSTING.
           READ FEE-POSTINGS
               AT END
                   MOVE 'Y' TO WS-EOF-POSTING
               NOT AT END
                   IF FEE-AMOUNT > 0
                       PERFORM MERGE-FEE-POSTING
                   END-IF
           END-READ.

       READ-SC-POSTING.
           READ SERVICE-CHARGE-POSTINGS
               AT END
                   MOVE 'Y' TO WS-EOF-POSTING
               NOT AT END
                   IF SC-AMOUNT > 0
                       PERFORM MERGE-SC-POSTING
                   END-IF
           END-READ.

       MERGE-SC-POSTING.
           IF SC-ACCT-NUMBER NOT = WS-CURRENT-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           IF SC-DATE(1:4) = WS-PEND-YMD(1:4)
               AND SC-DATE < WS-PSTART-YMD
               ADD SC-AMOUNT TO WS-YTD-FEES
           END-IF
           IF SC-TYPE = 'SERVICE-CHARGE'
               AND SC-DATE = WS-PEND-YMD
               AND WS-SC-APPLIED = 'N'
               MOVE 'Y' TO WS-SC-APPLIED
               MOVE SC-AMOUNT TO WS-SERVICE-CHARGE
           END-IF.

       MERGE-INTEREST-POSTING.
           IF POST-ACCT-NUMBER = WS-CURRENT-ACCOUNT
               AND POST-DATE(1:4) = WS-PEND-YMD(1:4)
               AND POST-DATE <= WS-PEND-YMD
               ADD POST-AMOUNT TO WS-YTD-INTEREST
               IF POST-DATE >= WS-PSTART-YMD
                   ADD 1 TO WS-TRANSACTION-COUNT
                   ADD POST-AMOUNT TO WS-TOTAL-CREDITS
                   ADD POST-AMOUNT TO WS-CLOSING-BALANCE
                   PERFORM FIND-PROMO-BONUS-ROW
                   IF WS-BP-FOUND = 'N'
                       MOVE 'INTEREST CREDIT' TO WS-POSTING-DESC
                       MOVE 'INT-POSTING' TO WS-POSTING-REF
                   ELSE
                       MOVE 'PROMOTIONAL BONUS INTEREST'
                           TO WS-POSTING-DESC
                       MOVE SPACES TO WS-POSTING-REF
                       STRING 'PROMO-' BP-CAMPAIGN(BP-IDX)
                           DELIMITED BY SIZE INTO WS-POSTING-REF
                   END-IF
                   MOVE POST-AMOUNT TO WS-POSTING-AMOUNT
                   MOVE POST-DATE TO WS-POSTING-DATE
                   PERFORM WRITE-POSTING-LINE
               END-IF
           END-IF.

       FIND-PROMO-BONUS-ROW.
           MOVE 'N' TO WS-BP-FOUND
           IF WS-BP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET BP-IDX TO 1
           SEARCH BP-ENTRY
               AT END
                   CONTINUE
               WHEN BP-ACCT(BP-IDX) = POST-ACCT-NUMBER
                   AND BP-DATE(BP-IDX) = POST-DATE
                   AND BP-NET(BP-IDX) = POST-AMOUNT
                   AND BP-USED(BP-IDX) = 'N'
                   MOVE 'Y' TO BP-USED(BP-IDX)
                   MOVE 'Y' TO WS-BP-FOUND
           END-SEARCH.

       MERGE-FEE-POSTING.
           IF FEE-ACCT-NUMBER = WS-CURRENT-ACCOUNT
               AND FEE-DATE(1:4) = WS-PEND-YMD(1:4)
               AND FEE-DATE <= WS-PEND-YMD
               ADD FEE-AMOUNT TO WS-YTD-FEES
               IF FEE-DATE >= WS-PSTART-YMD
                   ADD 1 TO WS-TRANSACTION-COUNT
                   ADD FEE-AMOUNT TO WS-TOTAL-DEBITS
                   SUBTRACT FEE-AMOUNT FROM WS-CLOSING-BALANCE
                   IF FEE-TYPE = 'OVERDRAFT-FEE'
                       MOVE 'OVERDRAFT FEE' TO WS-POSTING-DESC
                   ELSE
                       MOVE FEE-TYPE TO WS-POSTING-DESC
                   END-IF
                   MOVE 'FEE-POSTING' TO WS-POSTING-REF
                   MOVE FEE-AMOUNT TO WS-POSTING-AMOUNT
                   MOVE FEE-DATE TO WS-POSTING-DATE
                   PERFORM WRITE-POSTING-LINE
               END-IF
           END-IF.

       WRITE-POSTING-LINE.
           MOVE WS-POSTING-DATE TO TDL-DATE
           MOVE WS-POSTING-DESC TO TDL-DESCRIPTION
           MOVE WS-POSTING-REF TO TDL-REFERENCE
           MOVE 'USD' TO TDL-CURRENCY
           MOVE WS-POSTING-AMOUNT TO TDL-AMOUNT
           MOVE WS-CLOSING-BALANCE TO TDL-BALANCE
           MOVE TXN-DETAIL-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE.

       PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANSACTION-COUNT

           MOVE TR-DATE TO WS-TR-DATE-NUM
           COMPUTE WS-TXN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TR-DATE-NUM)
           COMPUTE WS-DAY-GAP = WS-TXN-DATE-INT - WS-LAST-BAL-DATE-INT
           COMPUTE WS-BALANCE-DAY-SUM =
               WS-BALANCE-DAY-SUM + (WS-CLOSING-BALANCE * WS-DAY-GAP)
           MOVE WS-TXN-DATE-INT TO WS-LAST-BAL-DATE-INT

           EVALUATE TR-TYPE
               WHEN 'CREDIT'
                   ADD TR-AMOUNT TO WS-TOTAL-CREDITS
                   ADD TR-AMOUNT TO WS-CLOSING-BALANCE
               WHEN 'DEBIT '
                   ADD TR-AMOUNT TO WS-TOTAL-DEBITS
                   SUBTRACT TR-AMOUNT FROM WS-CLOSING-BALANCE
           END-EVALUATE

           IF TR-TYPE = 'DEBIT '
               AND TR-DESCRIPTION = 'CD EARLY WITHDRAWAL PENALTY'
               ADD TR-AMOUNT TO WS-CD-PENALTY-FEES
               ADD TR-AMOUNT TO WS-YTD-FEES
           END-IF

           MOVE TR-DATE TO TDL-DATE
           MOVE TR-DESCRIPTION TO TDL-DESCRIPTION
           MOVE TR-REFERENCE TO TDL-REFERENCE
           IF TR-CURRENCY = SPACES
               MOVE 'USD' TO TDL-CURRENCY
           ELSE
               MOVE TR-CURRENCY TO TDL-CURRENCY
           END-IF
           MOVE TR-AMOUNT TO TDL-AMOUNT
           MOVE WS-CLOSING-BALANCE TO TDL-BALANCE
           MOVE TXN-DETAIL-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE.

       CALCULATE-FINAL-BALANCE.
           COMPUTE WS-DAY-GAP =
               (WS-PERIOD-END-INT + 1) - WS-LAST-BAL-DATE-INT
           COMPUTE WS-BALANCE-DAY-SUM =
               WS-BALANCE-DAY-SUM + (WS-CLOSING-BALANCE * WS-DAY-GAP)
           COMPUTE WS-AVERAGE-DAILY-BALANCE =
               WS-BALANCE-DAY-SUM / WS-PERIOD-DAYS

           IF WS-SC-APPLIED = 'Y'
               SUBTRACT WS-SERVICE-CHARGE FROM WS-CLOSING-BALANCE
               ADD WS-SERVICE-CHARGE TO WS-YTD-FEES
           END-IF.

       WRITE-BALANCE-SUMMARY.
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE BALANCE-SUMMARY TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE STATEMENT-HEADER-1 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE

           MOVE 'Opening Balance:' TO BL-LABEL
           MOVE WS-OPENING-BALANCE TO BL-AMOUNT
           MOVE BALANCE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE

           MOVE 'Total Credits:' TO BL-LABEL
           MOVE WS-TOTAL-CREDITS TO BL-AMOUNT
           MOVE BALANCE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE

           MOVE 'Total Debits:' TO BL-LABEL
           MOVE WS-TOTAL-DEBITS TO BL-AMOUNT
           MOVE BALANCE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE

           MOVE 'Average Daily Balance:' TO BL-LABEL
           MOVE WS-AVERAGE-DAILY-BALANCE TO BL-AMOUNT
           MOVE BALANCE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE

           IF WS-SC-APPLIED = 'Y'
               MOVE 'Service Charge:' TO BL-LABEL
               MOVE WS-SERVICE-CHARGE TO BL-AMOUNT
               MOVE BALANCE-LINE TO STATEMENT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF

           MOVE 'Closing Balance:' TO BL-LABEL
           MOVE WS-CLOSING-BALANCE TO BL-AMOUNT
           MOVE BALANCE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE

           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE 'YEAR-TO-DATE SUMMARY' TO NL-TEXT
           MOVE NOTICE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE 'YTD Interest Paid:' TO BL-LABEL
           MOVE WS-YTD-INTEREST TO BL-AMOUNT
           MOVE BALANCE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE 'YTD Fees Charged:' TO BL-LABEL
           MOVE WS-YTD-FEES TO BL-AMOUNT
           MOVE BALANCE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE.

       WRITE-FEES-SECTION.
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE FEES-HEADER TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE STATEMENT-HEADER-1 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE

           IF WS-SC-APPLIED = 'Y'
               MOVE 'Monthly service charge applied due to minimum'
                   TO NL-TEXT
               MOVE NOTICE-LINE TO STATEMENT-LINE
               PERFORM WRITE-STMT-LINE
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
           IF WS-SC-APPLIED = 'N'
               AND WS-CD-PENALTY-FEES = 0
               MOVE 'No fees assessed this period.' TO NL-TEXT
               MOVE NOTICE-LINE TO STATEMENT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF.

       WRITE-NOTICES.
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE 'IMPORTANT NOTICES:' TO NL-TEXT
           MOVE NOTICE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE STATEMENT-HEADER-1 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE

           MOVE 'Please review your statement carefully and report'
               TO NL-TEXT
           MOVE NOTICE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE 'any discrepancies within 30 days.' TO NL-TEXT
           MOVE NOTICE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE 'For customer service, call (555) 123-4567'
               TO NL-TEXT
           MOVE NOTICE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE 'or visit us online at www.firstnationalbank.com'
               TO NL-TEXT
           MOVE NOTICE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE.

       WRITE-STATEMENT-FOOTER.
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE STATEMENT-HEADER-1 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE 'END OF STATEMENT' TO NL-TEXT
           MOVE NOTICE-LINE TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE STATEMENT-HEADER-1 TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STMT-LINE
           PERFORM WRITE-STMT-LINE
           PERFORM WRITE-STMT-LINE.

       GENERATE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           MOVE 'Reprint Requests Read:' TO CL-LABEL
           MOVE WS-REQUEST-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Duplicate Statements Reprinted:' TO CL-LABEL
           MOVE WS-REPRINT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Requests Rejected:' TO CL-LABEL
           MOVE WS-REJECT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Of Which Period Purged By Archive:' TO CL-LABEL
           MOVE WS-PURGED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "Statement reprint completed:"
           DISPLAY "  Requests read: " WS-REQUEST-COUNT
           DISPLAY "  Reprinted:     " WS-REPRINT-COUNT
           DISPLAY "  Rejected:      " WS-REJECT-COUNT.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           IF WS-JC-STATUS NOT = '00'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'STMT-REPRINT' TO JC-JOB-NAME
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
           MOVE 'STMT-REPRINT' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-REQUEST-COUNT TO JC-RECORDS-PROC
           MOVE WS-REJECT-COUNT TO JC-RECORDS-ERROR
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
           CLOSE REQUEST-FILE
           CLOSE ACCOUNT-FILE
           CLOSE STATEMENT-FILE
           CLOSE REPRINT-REPORT
           CLOSE CATALOG-FILE
           CLOSE AUDIT-LOG

           DISPLAY "Output file: statement_reprints.txt"
           DISPLAY "Control report: statement_reprint_report.txt"
           DISPLAY "========================================="
           DISPLAY "STATEMENT REPRINT JOB COMPLETED"
           DISPLAY "=========================================".
