       IDENTIFICATION DIVISION.
       PROGRAM-ID. RateChangeNotice.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-MASTER-FILE ASSIGN TO
               'interest_rate_master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
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
           SELECT NOTICE-LOG-FILE ASSIGN TO
               'rate_change_notice_log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NL-STATUS.
           SELECT NOTICE-FILE ASSIGN TO 'rate_change_notices.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENOTICE-FILE ASSIGN TO 'rate_change_enotices.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-MAIL-FILE ASSIGN TO 'held_mail.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT NOTICE-REPORT ASSIGN TO
               'rate_change_notice_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESTATE-REGISTER ASSIGN TO 'estate_register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
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
       FD  RATE-MASTER-FILE.
       01  RATE-MASTER-RECORD.
           05  RM-TIER-CODE      PIC X(4).
           05  RM-MIN-BALANCE    PIC 9(8)V99.
           05  RM-MAX-BALANCE    PIC 9(8)V99.
           05  RM-RATE           PIC 9V9999.
           05  RM-EFFECTIVE-DATE PIC X(8).

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

      *    ONE ROW PER ACCOUNT NOTIFIED OF A SCHEDULED RATE CHANGE.
      *    CHANNEL IS P (PRINT), E (E-DELIVERY) OR H (HELD - ADDRESS
      *    UNDELIVERABLE AND NO EMAIL ON FILE).
       FD  NOTICE-LOG-FILE.
       01  NOTICE-LOG-RECORD.
           05  NL-ACCT-NUMBER    PIC X(12).
           05  NL-TIER-CODE      PIC X(4).
           05  NL-EFFECTIVE-DATE PIC X(8).
           05  NL-OLD-RATE       PIC 9V9999.
           05  NL-NEW-RATE       PIC 9V9999.
           05  NL-NOTICE-DATE    PIC X(8).
           05  NL-CHANNEL        PIC X(1).

       FD  NOTICE-FILE.
       01  NOTICE-LINE           PIC X(80).

       FD  ENOTICE-FILE.
       01  ENOTICE-LINE          PIC X(132).

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           05  HM-ACCT-NUMBER    PIC X(12).
           05  HM-SOURCE         PIC X(10).
           05  HM-DISPOSITION    PIC X(1).
           05  HM-DATE           PIC X(8).

       FD  NOTICE-REPORT.
       01  REPORT-LINE           PIC X(132).

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
       01  WS-RATE-FILE-STATUS   PIC XX.
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-CM-STATUS          PIC XX.
       01  WS-NL-STATUS          PIC XX.
       01  WS-HELD-STATUS        PIC XX.
       01  WS-AUDIT-LOG-STATUS   PIC XX.
       01  WS-BD-STATUS          PIC XX.
       01  WS-JC-STATUS          PIC XX.
       01  WS-RATE-EOF           PIC X VALUE 'N'.
       01  WS-ACCOUNT-EOF        PIC X VALUE 'N'.
       01  WS-NL-EOF             PIC X VALUE 'N'.
       01  WS-AUDIT-LOG-EOF      PIC X VALUE 'N'.
       01  WS-AUDIT-SEQ-NUM      PIC 9(9) VALUE 1.
       01  WS-AUDIT-LAST-SEQ     PIC 9(9) VALUE 0.
       01  WS-CURRENT-DATE.
           05  WS-YEAR           PIC 9(4).
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.
       01  WS-FORMATTED-DATE     PIC X(10).
       01  WS-TODAY-YYYYMMDD     PIC X(8).
       01  WS-TODAY-NUM          PIC 9(8).
       01  WS-TODAY-INT          PIC S9(9).
       01  WS-CURRENT-TIME       PIC X(8).
       01  WS-CURRENT-TIMESTAMP  PIC X(14).
       01  WS-RUN-ID             PIC X(24) VALUE SPACES.
       01  WS-JOB-ID             PIC 9(9).
       01  WS-JOB-START-TIMESTAMP PIC X(14).
       01  WS-JOB-END-DATE       PIC X(8).
       01  WS-JOB-END-TIME       PIC X(6).
       01  WS-JOB-END-TIMESTAMP  PIC X(14).

      *    A REDUCED RATE MAY NOT TAKE EFFECT ON AN ACCOUNT UNTIL THE
      *    CUSTOMER HAS HAD THIS MANY DAYS' WRITTEN NOTICE OF IT.
       01  WS-NOTICE-DAYS        PIC 9(3) VALUE 30.

       01  WS-RATE-ROWS          PIC 9(5) VALUE 0.
       01  WS-RATE-ERRORS        PIC 9(5) VALUE 0.
       01  WS-FUTURE-ROWS        PIC 9(5) VALUE 0.
       01  WS-NOT-REDUCTION      PIC 9(5) VALUE 0.
       01  WS-REDUCTION-COUNT    PIC 9(5) VALUE 0.
       01  WS-ACCOUNTS-READ      PIC 9(7) VALUE 0.
       01  WS-ACCOUNTS-AFFECTED  PIC 9(7) VALUE 0.
       01  WS-PRINT-COUNT        PIC 9(7) VALUE 0.
       01  WS-EMAIL-COUNT        PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT         PIC 9(7) VALUE 0.
       01  WS-NOTICE-COUNT       PIC 9(7) VALUE 0.
       01  WS-PRIOR-COUNT        PIC 9(7) VALUE 0.
       01  WS-LATE-COUNT         PIC 9(7) VALUE 0.
       01  WS-UNNOTICED-COUNT    PIC 9(7) VALUE 0.
       01  WS-LOG-OVERFLOW       PIC 9(7) VALUE 0.
       01  WS-EXC-OVERFLOW       PIC 9(7) VALUE 0.

       01  WS-DATE-CHECK.
           05  WS-DC-YEAR        PIC 9(4).
           05  WS-DC-MONTH       PIC 9(2).
           05  WS-DC-DAY         PIC 9(2).
       01  WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK PIC 9(8).
       01  WS-DATE-INT           PIC S9(9).
       01  WS-DATE-OK            PIC X.

      *    A DECEASED CUSTOMER'S NOTICE IS PRINTED IN THE NAME OF THE
      *    ESTATE AND MAILED TO THE ESTATE CONTACT ON THE PENDING
      *    ESTATE REGISTER.
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

       01  WS-TIER-FIRST         PIC 9(2).
       01  WS-TIER-SCAN          PIC 9(2).
       01  WS-TIER-FOUND         PIC 9(2).
       01  WS-RC-SCAN            PIC 9(4).
       01  WS-PRIOR-EFFECTIVE    PIC X(8).
       01  WS-CM-FOUND           PIC X.
       01  WS-NL-FOUND           PIC X.
       01  WS-DELIVERY           PIC X.
       01  WS-HELD-MAIL          PIC X.
       01  WS-CHANNEL-NAME       PIC X(12).
       01  WS-AFFECTED           PIC X.
       01  WS-OLD-PCT            PIC Z9.99.
       01  WS-NEW-PCT            PIC Z9.99.
       01  WS-DISPLAY-DATE       PIC X(10).
       01  WS-EDIT-DATE          PIC X(8).

      *    COMPILED DEFAULT SCHEDULE - THE TIERS InterestCalculation
      *    PAYS WHEN interest_rate_master.dat HAS NO ROW FOR A TIER.
       01  RATE-DEFAULT-VALUES.
           05  FILLER PIC X(4) VALUE 'T1'.
           05  FILLER PIC 9(8)V99 VALUE 0.
           05  FILLER PIC 9(8)V99 VALUE 999.99.
           05  FILLER PIC 9V9999 VALUE 0.0050.
           05  FILLER PIC X(4) VALUE 'T2'.
           05  FILLER PIC 9(8)V99 VALUE 1000.00.
           05  FILLER PIC 9(8)V99 VALUE 9999.99.
           05  FILLER PIC 9V9999 VALUE 0.0150.
           05  FILLER PIC X(4) VALUE 'T3'.
           05  FILLER PIC 9(8)V99 VALUE 10000.00.
           05  FILLER PIC 9(8)V99 VALUE 99999.99.
           05  FILLER PIC 9V9999 VALUE 0.0250.
           05  FILLER PIC X(4) VALUE 'T4'.
           05  FILLER PIC 9(8)V99 VALUE 100000.00.
           05  FILLER PIC 9(8)V99 VALUE 999999.99.
           05  FILLER PIC 9V9999 VALUE 0.0350.
           05  FILLER PIC X(4) VALUE 'MM1'.
           05  FILLER PIC 9(8)V99 VALUE 0.
           05  FILLER PIC 9(8)V99 VALUE 2499.99.
           05  FILLER PIC 9V9999 VALUE 0.0100.
           05  FILLER PIC X(4) VALUE 'MM2'.
           05  FILLER PIC 9(8)V99 VALUE 2500.00.
           05  FILLER PIC 9(8)V99 VALUE 24999.99.
           05  FILLER PIC 9V9999 VALUE 0.0225.
           05  FILLER PIC X(4) VALUE 'MM3'.
           05  FILLER PIC 9(8)V99 VALUE 25000.00.
           05  FILLER PIC 9(8)V99 VALUE 99999.99.
           05  FILLER PIC 9V9999 VALUE 0.0325.
           05  FILLER PIC X(4) VALUE 'MM4'.
           05  FILLER PIC 9(8)V99 VALUE 100000.00.
           05  FILLER PIC 9(8)V99 VALUE 999999.99.
           05  FILLER PIC 9V9999 VALUE 0.0400.
           05  FILLER PIC X(4) VALUE 'CD1'.
           05  FILLER PIC 9(8)V99 VALUE 0.
           05  FILLER PIC 9(8)V99 VALUE 4999.99.
           05  FILLER PIC 9V9999 VALUE 0.0300.
           05  FILLER PIC X(4) VALUE 'CD2'.
           05  FILLER PIC 9(8)V99 VALUE 5000.00.
           05  FILLER PIC 9(8)V99 VALUE 24999.99.
           05  FILLER PIC 9V9999 VALUE 0.0375.
           05  FILLER PIC X(4) VALUE 'CD3'.
           05  FILLER PIC 9(8)V99 VALUE 25000.00.
           05  FILLER PIC 9(8)V99 VALUE 99999.99.
           05  FILLER PIC 9V9999 VALUE 0.0450.
           05  FILLER PIC X(4) VALUE 'CD4'.
           05  FILLER PIC 9(8)V99 VALUE 100000.00.
           05  FILLER PIC 9(8)V99 VALUE 999999.99.
           05  FILLER PIC 9V9999 VALUE 0.0500.

      *    THE RATE SET IN EFFECT ON THE BUSINESS DATE: THE DEFAULTS,
      *    OVERRIDDEN BY THE LATEST MASTER ROW PER TIER DATED ON OR
      *    BEFORE IT. ACCOUNTS ARE PLACED IN A TIER BY THESE BANDS.
       01  RATE-SELECT-TABLE REDEFINES RATE-DEFAULT-VALUES.
           05  RATE-SEL-ENTRY OCCURS 12 TIMES
                   INDEXED BY RS-IDX.
               10  RS-CODE       PIC X(4).
               10  RS-MIN        PIC 9(8)V99.
               10  RS-MAX        PIC 9(8)V99.
               10  RS-RATE       PIC 9V9999.
       01  RATE-EFFECTIVE-TABLE.
           05  RS-EFFECTIVE      PIC X(8) OCCURS 12 TIMES.

      *    EVERY MASTER ROW DATED AFTER THE BUSINESS DATE. THE RATE IT
      *    REPLACES IS THE ONE IN EFFECT THE DAY BEFORE IT STARTS.
       01  WS-RC-COUNT           PIC 9(4) VALUE 0.
       01  RATE-CHANGE-TABLE.
           05  RC-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RC-COUNT
                   INDEXED BY RC-IDX.
               10  RC-TIER           PIC X(4).
               10  RC-EFFECTIVE      PIC X(8).
               10  RC-RATE           PIC 9V9999.
               10  RC-OLD-RATE       PIC 9V9999.
               10  RC-REDUCTION      PIC X(1).
               10  RC-NOTICE-BY      PIC X(8).
               10  RC-DAYS-OUT       PIC S9(5).
               10  RC-ACCOUNTS       PIC 9(7).
               10  RC-ON-TIME        PIC 9(7).
               10  RC-ISSUED         PIC 9(7).
               10  RC-LATE           PIC 9(7).
               10  RC-UNNOTICED      PIC 9(7).

       01  WS-NL-COUNT           PIC 9(5) VALUE 0.
       01  NOTICE-LOG-TABLE.
           05  NL-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-NL-COUNT
                   INDEXED BY NL-IDX.
               10  NL-T-ACCT         PIC X(12).
               10  NL-T-TIER         PIC X(4).
               10  NL-T-EFFECTIVE    PIC X(8).
               10  NL-T-NOTICE-DATE  PIC X(8).

      *    ACCOUNTS IN A REDUCED TIER THAT CAN NO LONGER BE GIVEN THE
      *    FULL NOTICE PERIOD BEFORE THE NEW RATE STARTS.
       01  WS-EXC-COUNT          PIC 9(5) VALUE 0.
       01  EXCEPTION-TABLE.
           05  EXC-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-EXC-COUNT
                   INDEXED BY EX-IDX.
               10  EX-ACCT           PIC X(12).
               10  EX-TYPE           PIC X(8).
               10  EX-TIER           PIC X(4).
               10  EX-EFFECTIVE      PIC X(8).
               10  EX-DAYS-OUT       PIC S9(5).
               10  EX-OLD-RATE       PIC 9V9999.
               10  EX-NEW-RATE       PIC 9V9999.
               10  EX-BALANCE        PIC S9(10)V99.
               10  EX-REASON         PIC X(20).

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(52)
               VALUE 'RATE CHANGE-IN-TERMS NOTICE REPORT'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(16) VALUE 'Business Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  FILLER            PIC X(22)
               VALUE 'Notice Period (Days): '.
           05  H3-DAYS           PIC ZZ9.
           05  FILLER            PIC X(75) VALUE SPACES.

       01  SECTION-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  SH-TITLE          PIC X(70).
           05  FILLER            PIC X(57) VALUE SPACES.

       01  CHANGE-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(6) VALUE 'Tier'.
           05  FILLER            PIC X(10) VALUE 'Effective'.
           05  FILLER            PIC X(10) VALUE 'Notice By'.
           05  FILLER            PIC X(8) VALUE 'Old %'.
           05  FILLER            PIC X(7) VALUE 'New %'.
           05  FILLER            PIC X(6) VALUE 'Days'.
           05  FILLER            PIC X(9) VALUE ' Accounts'.
           05  FILLER            PIC X(9) VALUE ' On Time'.
           05  FILLER            PIC X(9) VALUE '  Issued'.
           05  FILLER            PIC X(9) VALUE '    Late'.
           05  FILLER            PIC X(10) VALUE 'No Notice'.
           05  FILLER            PIC X(34) VALUE 'Status'.

       01  CHANGE-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CG-TIER           PIC X(4).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CG-EFFECTIVE      PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CG-NOTICE-BY      PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CG-OLD-RATE       PIC Z9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  CG-NEW-RATE       PIC Z9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CG-DAYS           PIC ---9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CG-ACCOUNTS       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CG-ON-TIME        PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CG-ISSUED         PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CG-LATE           PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CG-UNNOTICED      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  CG-STATUS         PIC X(26).
           05  FILLER            PIC X(8) VALUE SPACES.

       01  EXCEPTION-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'Account'.
           05  FILLER            PIC X(10) VALUE 'Type'.
           05  FILLER            PIC X(6) VALUE 'Tier'.
           05  FILLER            PIC X(10) VALUE 'Effective'.
           05  FILLER            PIC X(6) VALUE 'Days'.
           05  FILLER            PIC X(8) VALUE 'Old %'.
           05  FILLER            PIC X(8) VALUE 'New %'.
           05  FILLER            PIC X(18) VALUE 'Balance'.
           05  FILLER            PIC X(46) VALUE 'Condition'.

       01  EXCEPTION-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  XL-ACCOUNT        PIC X(12).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  XL-TYPE           PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  XL-TIER           PIC X(4).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  XL-EFFECTIVE      PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  XL-DAYS           PIC ---9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  XL-OLD-RATE       PIC Z9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  XL-NEW-RATE       PIC Z9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  XL-BALANCE        PIC -,---,---,--9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  XL-REASON         PIC X(20).
           05  FILLER            PIC X(26) VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CL-LABEL          PIC X(45).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(75) VALUE SPACES.

       01  NOTICE-HEADER.
           05  FILLER            PIC X(80) VALUE ALL '-'.
       01  NOTICE-TEXT.
           05  NT-TEXT           PIC X(80).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-RATE-MASTER
           PERFORM EVALUATE-RATE-CHANGES
           PERFORM LOAD-NOTICE-LOG
           IF WS-REDUCTION-COUNT > 0
               PERFORM OPEN-NOTICE-FILES
               PERFORM PROCESS-ACCOUNTS
               PERFORM CLOSE-NOTICE-FILES
           END-IF
           PERFORM GENERATE-REPORT
           PERFORM UPDATE-JOB-CONTROL-RECORD
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
           MOVE WS-CURRENT-TIMESTAMP TO WS-JOB-START-TIMESTAMP
           STRING 'RCN-' WS-TODAY-YYYYMMDD '-' WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           ACCEPT WS-JOB-ID FROM TIME
           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           MOVE SPACES TO RATE-EFFECTIVE-TABLE
           PERFORM DETERMINE-AUDIT-SEQ-START
           PERFORM LOAD-ESTATE-REGISTER

           DISPLAY "========================================="
           DISPLAY "RATE CHANGE-IN-TERMS NOTICE JOB STARTED"
           DISPLAY "========================================="
           DISPLAY "Business Date: " WS-FORMATTED-DATE
           DISPLAY "Notice Period: " WS-NOTICE-DAYS " days".

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

      *    ROWS IN EFFECT ON THE BUSINESS DATE BUILD TODAY'S SCHEDULE;
      *    LATER ROWS ARE THE SCHEDULED CHANGES TO BE NOTICED.
       LOAD-RATE-MASTER.
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY "No interest_rate_master.dat - no scheduled "
                       "rate changes to notice"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RATE-EOF
           PERFORM READ-RATE-MASTER-ROW UNTIL WS-RATE-EOF = 'Y'
           CLOSE RATE-MASTER-FILE.

       READ-RATE-MASTER-ROW.
           READ RATE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF
               NOT AT END
                   ADD 1 TO WS-RATE-ROWS
                   PERFORM APPLY-RATE-MASTER-ROW
           END-READ.

       APPLY-RATE-MASTER-ROW.
           MOVE RM-EFFECTIVE-DATE TO WS-EDIT-DATE
           PERFORM CHECK-EDIT-DATE
           IF WS-DATE-OK = 'N' OR RM-RATE NOT NUMERIC
               ADD 1 TO WS-RATE-ERRORS
               DISPLAY "RATE MASTER ERROR: tier " RM-TIER-CODE
                       " has an invalid effective date or rate"
               EXIT PARAGRAPH
           END-IF
           SET RS-IDX TO 1
           SEARCH RATE-SEL-ENTRY
               AT END
                   ADD 1 TO WS-RATE-ERRORS
                   DISPLAY "RATE MASTER ERROR: unknown tier code "
                           RM-TIER-CODE
               WHEN RS-CODE(RS-IDX) = RM-TIER-CODE
                   IF RM-EFFECTIVE-DATE > WS-TODAY-YYYYMMDD
                       PERFORM STORE-RATE-CHANGE
                   ELSE
                       PERFORM APPLY-CURRENT-RATE
                   END-IF
           END-SEARCH.

       APPLY-CURRENT-RATE.
           IF RS-EFFECTIVE(RS-IDX) = SPACES
               OR RM-EFFECTIVE-DATE > RS-EFFECTIVE(RS-IDX)
               MOVE RM-EFFECTIVE-DATE TO RS-EFFECTIVE(RS-IDX)
               MOVE RM-MIN-BALANCE TO RS-MIN(RS-IDX)
               MOVE RM-MAX-BALANCE TO RS-MAX(RS-IDX)
               MOVE RM-RATE TO RS-RATE(RS-IDX)
           END-IF.

       STORE-RATE-CHANGE.
           ADD 1 TO WS-FUTURE-ROWS
           IF WS-RC-COUNT < 500
               ADD 1 TO WS-RC-COUNT
               SET RC-IDX TO WS-RC-COUNT
               MOVE RM-TIER-CODE TO RC-TIER(RC-IDX)
               MOVE RM-EFFECTIVE-DATE TO RC-EFFECTIVE(RC-IDX)
               MOVE RM-RATE TO RC-RATE(RC-IDX)
               MOVE 'N' TO RC-REDUCTION(RC-IDX)
               MOVE 0 TO RC-ACCOUNTS(RC-IDX) RC-ON-TIME(RC-IDX)
                   RC-ISSUED(RC-IDX) RC-LATE(RC-IDX)
                   RC-UNNOTICED(RC-IDX)
           ELSE
               ADD 1 TO WS-RATE-ERRORS
               DISPLAY "RATE MASTER ERROR: more than 500 scheduled "
                       "rows - tier " RM-TIER-CODE " "
                       RM-EFFECTIVE-DATE " not examined"
           END-IF.

       CHECK-EDIT-DATE.
           MOVE 'N' TO WS-DATE-OK
           IF WS-EDIT-DATE IS NUMERIC
               MOVE WS-EDIT-DATE TO WS-DATE-CHECK
               IF WS-DC-MONTH >= 1 AND WS-DC-MONTH <= 12
                   AND WS-DC-DAY >= 1 AND WS-DC-DAY <= 31
                   AND WS-DC-YEAR >= 1601
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
           END-IF.

      *    A SCHEDULED ROW IS A REDUCTION WHEN ITS RATE IS BELOW THE
      *    RATE THE TIER WILL BE PAYING THE DAY BEFORE IT STARTS - TODAY
      *    'S RATE, OR AN EARLIER SCHEDULED ROW FOR THE SAME TIER.
       EVALUATE-RATE-CHANGES.
           PERFORM EVALUATE-RATE-CHANGE
               VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > WS-RC-COUNT
           COMPUTE WS-NOT-REDUCTION =
               WS-RC-COUNT - WS-REDUCTION-COUNT
           DISPLAY "Scheduled rate rows: " WS-FUTURE-ROWS
                   "  reductions: " WS-REDUCTION-COUNT.

       EVALUATE-RATE-CHANGE.
           SET RS-IDX TO 1
           SEARCH RATE-SEL-ENTRY
               WHEN RS-CODE(RS-IDX) = RC-TIER(RC-IDX)
                   MOVE RS-RATE(RS-IDX) TO RC-OLD-RATE(RC-IDX)
           END-SEARCH
           MOVE SPACES TO WS-PRIOR-EFFECTIVE
           PERFORM FIND-PRIOR-CHANGE
               VARYING WS-RC-SCAN FROM 1 BY 1
               UNTIL WS-RC-SCAN > WS-RC-COUNT
           MOVE RC-EFFECTIVE(RC-IDX) TO WS-DATE-CHECK
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK-NUM)
           COMPUTE RC-DAYS-OUT(RC-IDX) = WS-DATE-INT - WS-TODAY-INT
           COMPUTE WS-DATE-CHECK-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT - WS-NOTICE-DAYS)
           MOVE WS-DATE-CHECK TO RC-NOTICE-BY(RC-IDX)
           IF RC-RATE(RC-IDX) < RC-OLD-RATE(RC-IDX)
               MOVE 'Y' TO RC-REDUCTION(RC-IDX)
               ADD 1 TO WS-REDUCTION-COUNT
           END-IF.

       FIND-PRIOR-CHANGE.
           IF RC-TIER(WS-RC-SCAN) = RC-TIER(RC-IDX)
               AND RC-EFFECTIVE(WS-RC-SCAN) < RC-EFFECTIVE(RC-IDX)
               AND (WS-PRIOR-EFFECTIVE = SPACES
                   OR RC-EFFECTIVE(WS-RC-SCAN) >= WS-PRIOR-EFFECTIVE)
               MOVE RC-EFFECTIVE(WS-RC-SCAN) TO WS-PRIOR-EFFECTIVE
               MOVE RC-RATE(WS-RC-SCAN) TO RC-OLD-RATE(RC-IDX)
           END-IF.

       LOAD-NOTICE-LOG.
           OPEN INPUT NOTICE-LOG-FILE
           IF WS-NL-STATUS = '00'
               MOVE 'N' TO WS-NL-EOF
               PERFORM READ-NOTICE-LOG-ROW UNTIL WS-NL-EOF = 'Y'
               CLOSE NOTICE-LOG-FILE
           END-IF.

       READ-NOTICE-LOG-ROW.
           READ NOTICE-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-NL-EOF
               NOT AT END
                   IF NL-EFFECTIVE-DATE > WS-TODAY-YYYYMMDD
                       PERFORM STORE-NOTICE-LOG-ROW
                   END-IF
           END-READ.

       STORE-NOTICE-LOG-ROW.
           IF WS-NL-COUNT < 20000
               ADD 1 TO WS-NL-COUNT
               SET NL-IDX TO WS-NL-COUNT
               MOVE NL-ACCT-NUMBER TO NL-T-ACCT(NL-IDX)
               MOVE NL-TIER-CODE TO NL-T-TIER(NL-IDX)
               MOVE NL-EFFECTIVE-DATE TO NL-T-EFFECTIVE(NL-IDX)
               MOVE NL-NOTICE-DATE TO NL-T-NOTICE-DATE(NL-IDX)
           ELSE
               ADD 1 TO WS-LOG-OVERFLOW
           END-IF.

       OPEN-NOTICE-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_balances.dat - "
                       "status " WS-ACCOUNT-STATUS
               DISPLAY "Run the account file conversion utility if "
                       "the file has not been converted to indexed"
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY "WARNING: Cannot open account_master.dat - "
                       "status " WS-CM-STATUS
               DISPLAY "Rate change notices will carry no name or "
                       "address - run the master file conversion "
                       "utility if the file has not been converted "
                       "to indexed"
           END-IF
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT ENOTICE-FILE
           OPEN EXTEND NOTICE-LOG-FILE
           IF WS-NL-STATUS NOT = '00'
               OPEN OUTPUT NOTICE-LOG-FILE
           END-IF
           OPEN EXTEND HELD-MAIL-FILE
           IF WS-HELD-STATUS NOT = '00'
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF.

       CLOSE-NOTICE-FILES.
           CLOSE ACCOUNT-FILE
           IF WS-CM-STATUS = '00'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE NOTICE-FILE
           CLOSE ENOTICE-FILE
           CLOSE NOTICE-LOG-FILE
           CLOSE HELD-MAIL-FILE
           CLOSE AUDIT-LOG.

       PROCESS-ACCOUNTS.
           MOVE 'N' TO WS-ACCOUNT-EOF
           PERFORM READ-ACCOUNT-ROW UNTIL WS-ACCOUNT-EOF = 'Y'.

       READ-ACCOUNT-ROW.
           READ ACCOUNT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-ACCOUNT-EOF
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   IF ACCT-STATUS NOT = 'C'
                       PERFORM EXAMINE-ACCOUNT
                   END-IF
           END-READ.

      *    AN ACCOUNT IS AFFECTED BY EVERY REDUCTION SCHEDULED FOR THE
      *    TIER ITS TYPE AND CURRENT BALANCE PLACE IT IN TODAY.
       EXAMINE-ACCOUNT.
           EVALUATE ACCT-TYPE
               WHEN 'MMKT'
                   MOVE 5 TO WS-TIER-FIRST
               WHEN 'CD'
                   MOVE 9 TO WS-TIER-FIRST
               WHEN OTHER
                   MOVE 1 TO WS-TIER-FIRST
           END-EVALUATE
           MOVE 0 TO WS-TIER-FOUND
           PERFORM MATCH-ACCOUNT-TIER
               VARYING WS-TIER-SCAN FROM WS-TIER-FIRST BY 1
               UNTIL WS-TIER-SCAN > WS-TIER-FIRST + 3
                   OR WS-TIER-FOUND > 0
           IF WS-TIER-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CM-FOUND
           MOVE 'N' TO WS-AFFECTED
           PERFORM CHECK-RATE-CHANGE
               VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > WS-RC-COUNT
           IF WS-AFFECTED = 'Y'
               ADD 1 TO WS-ACCOUNTS-AFFECTED
           END-IF.

       MATCH-ACCOUNT-TIER.
           IF CURRENT-BALANCE >= RS-MIN(WS-TIER-SCAN)
               AND (CURRENT-BALANCE <= RS-MAX(WS-TIER-SCAN)
                   OR WS-TIER-SCAN = WS-TIER-FIRST + 3)
               MOVE WS-TIER-SCAN TO WS-TIER-FOUND
           END-IF.

       CHECK-RATE-CHANGE.
           IF RC-REDUCTION(RC-IDX) = 'N'
               OR RC-TIER(RC-IDX) NOT = RS-CODE(WS-TIER-FOUND)
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-AFFECTED
           ADD 1 TO RC-ACCOUNTS(RC-IDX)
           COMPUTE WS-OLD-PCT = RC-OLD-RATE(RC-IDX) * 100
           COMPUTE WS-NEW-PCT = RC-RATE(RC-IDX) * 100
           PERFORM FIND-NOTICE-LOG
           EVALUATE TRUE
               WHEN WS-NL-FOUND = 'Y'
                   AND NL-T-NOTICE-DATE(NL-IDX) <= RC-NOTICE-BY(RC-IDX)
                   ADD 1 TO RC-ON-TIME(RC-IDX)
                   ADD 1 TO WS-PRIOR-COUNT
               WHEN WS-NL-FOUND = 'Y'
                   ADD 1 TO RC-LATE(RC-IDX)
                   ADD 1 TO WS-LATE-COUNT
                   PERFORM STORE-EXCEPTION
               WHEN WS-TODAY-YYYYMMDD <= RC-NOTICE-BY(RC-IDX)
                   PERFORM ISSUE-RATE-NOTICE
                   ADD 1 TO RC-ON-TIME(RC-IDX)
                   ADD 1 TO RC-ISSUED(RC-IDX)
               WHEN OTHER
                   ADD 1 TO RC-UNNOTICED(RC-IDX)
                   ADD 1 TO WS-UNNOTICED-COUNT
                   PERFORM STORE-EXCEPTION
                   PERFORM WRITE-WINDOW-AUDIT
           END-EVALUATE.

       FIND-NOTICE-LOG.
           MOVE 'N' TO WS-NL-FOUND
           IF WS-NL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET NL-IDX TO 1
           SEARCH NL-ENTRY
               AT END
                   MOVE 'N' TO WS-NL-FOUND
               WHEN NL-T-ACCT(NL-IDX) = ACCT-NUMBER
                   AND NL-T-TIER(NL-IDX) = RC-TIER(RC-IDX)
                   AND NL-T-EFFECTIVE(NL-IDX) = RC-EFFECTIVE(RC-IDX)
                   MOVE 'Y' TO WS-NL-FOUND
           END-SEARCH.

       STORE-EXCEPTION.
           IF WS-EXC-COUNT >= 5000
               ADD 1 TO WS-EXC-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXC-COUNT
           SET EX-IDX TO WS-EXC-COUNT
           MOVE ACCT-NUMBER TO EX-ACCT(EX-IDX)
           MOVE ACCT-TYPE TO EX-TYPE(EX-IDX)
           MOVE RC-TIER(RC-IDX) TO EX-TIER(EX-IDX)
           MOVE RC-EFFECTIVE(RC-IDX) TO EX-EFFECTIVE(EX-IDX)
           MOVE RC-DAYS-OUT(RC-IDX) TO EX-DAYS-OUT(EX-IDX)
           MOVE RC-OLD-RATE(RC-IDX) TO EX-OLD-RATE(EX-IDX)
           MOVE RC-RATE(RC-IDX) TO EX-NEW-RATE(EX-IDX)
           MOVE CURRENT-BALANCE TO EX-BALANCE(EX-IDX)
           IF WS-NL-FOUND = 'Y'
               MOVE 'NOTICED LATE' TO EX-REASON(EX-IDX)
           ELSE
               MOVE 'NO NOTICE IN WINDOW' TO EX-REASON(EX-IDX)
           END-IF.

      *    SAME CHANNEL RULES AS THE MONTHLY STATEMENT: E-DELIVERY WHEN
      *    CHOSEN AND AN EMAIL IS ON FILE; AN UNDELIVERABLE ADDRESS GOES
      *    TO EMAIL WHERE POSSIBLE, OTHERWISE THE NOTICE IS HELD.
       ISSUE-RATE-NOTICE.
           IF WS-CM-FOUND = 'N'
               PERFORM FIND-CUSTOMER-MASTER
           END-IF
           PERFORM DETERMINE-DELIVERY-CHANNEL
           EVALUATE TRUE
               WHEN WS-HELD-MAIL = 'S'
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'H' TO NL-CHANNEL
                   MOVE 'HELD' TO WS-CHANNEL-NAME
               WHEN WS-DELIVERY = 'E'
                   ADD 1 TO WS-EMAIL-COUNT
                   MOVE 'E' TO NL-CHANNEL
                   MOVE 'E-DELIVERY' TO WS-CHANNEL-NAME
                   PERFORM WRITE-ENOTICE-BANNER
                   PERFORM WRITE-NOTICE-BODY
               WHEN OTHER
                   ADD 1 TO WS-PRINT-COUNT
                   MOVE 'P' TO NL-CHANNEL
                   MOVE 'PRINT' TO WS-CHANNEL-NAME
                   PERFORM WRITE-NOTICE-BODY
           END-EVALUATE
           IF WS-HELD-MAIL NOT = SPACE
               MOVE ACCT-NUMBER TO HM-ACCT-NUMBER
               MOVE 'RATE-NOTCE' TO HM-SOURCE
               MOVE WS-HELD-MAIL TO HM-DISPOSITION
               MOVE WS-TODAY-YYYYMMDD TO HM-DATE
               WRITE HELD-MAIL-RECORD
           END-IF
           ADD 1 TO WS-NOTICE-COUNT

           MOVE ACCT-NUMBER TO NL-ACCT-NUMBER
           MOVE RC-TIER(RC-IDX) TO NL-TIER-CODE
           MOVE RC-EFFECTIVE(RC-IDX) TO NL-EFFECTIVE-DATE
           MOVE RC-OLD-RATE(RC-IDX) TO NL-OLD-RATE
           MOVE RC-RATE(RC-IDX) TO NL-NEW-RATE
           MOVE WS-TODAY-YYYYMMDD TO NL-NOTICE-DATE
           WRITE NOTICE-LOG-RECORD

           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|RATE-CHANGE-NOTICE|Account '
                  ACCT-NUMBER ' tier ' RC-TIER(RC-IDX)
                  ' rate ' WS-OLD-PCT '% to ' WS-NEW-PCT
                  '% effective ' RC-EFFECTIVE(RC-IDX) ' via '
                  WS-CHANNEL-NAME
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       WRITE-WINDOW-AUDIT.
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|RATE-NOTICE-WINDOW|Account '
                  ACCT-NUMBER ' tier ' RC-TIER(RC-IDX)
                  ' rate ' WS-OLD-PCT '% to ' WS-NEW-PCT
                  '% effective ' RC-EFFECTIVE(RC-IDX)
                  ' not noticed by '
                  RC-NOTICE-BY(RC-IDX)
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       FIND-CUSTOMER-MASTER.
           MOVE 'N' TO WS-CM-FOUND
           IF WS-CM-STATUS = '00'
               MOVE ACCT-NUMBER TO CM-ACCT-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CM-FOUND
               END-READ
           END-IF
           IF WS-CM-FOUND = 'N'
               MOVE SPACES TO CUSTOMER-MASTER-RECORD
           END-IF.

       DETERMINE-DELIVERY-CHANNEL.
           MOVE SPACE TO WS-HELD-MAIL
           PERFORM CHECK-ESTATE-ACCOUNT
           IF CM-UNDELIV-FLAG = 'Y' AND WS-ESTATE-FOUND = 'N'
               IF CM-EMAIL NOT = SPACES
                   MOVE 'E' TO WS-DELIVERY
                   IF CM-DELIVERY-PREF NOT = 'E'
                       MOVE 'E' TO WS-HELD-MAIL
                   END-IF
               ELSE
                   MOVE 'P' TO WS-DELIVERY
                   MOVE 'S' TO WS-HELD-MAIL
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CM-DELIVERY-PREF = 'E' AND CM-EMAIL NOT = SPACES
               AND WS-ESTATE-FOUND = 'N'
               MOVE 'E' TO WS-DELIVERY
           ELSE
               MOVE 'P' TO WS-DELIVERY
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

       CHECK-ESTATE-ACCOUNT.
           MOVE 'N' TO WS-ESTATE-FOUND
           IF CM-STATUS NOT = 'E' OR WS-ESTATE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET ES-IDX TO 1
           SEARCH ESTATE-ENTRY
               AT END
                   CONTINUE
               WHEN ES-T-ACCT(ES-IDX) = ACCT-NUMBER
                   MOVE 'Y' TO WS-ESTATE-FOUND
           END-SEARCH.

      *    THE PORTAL VENDOR KEYS EACH DOCUMENT OFF THIS BANNER ROW.
       WRITE-ENOTICE-BANNER.
           MOVE SPACES TO ENOTICE-LINE
           STRING 'ENOTICE|' ACCT-NUMBER '|'
                  FUNCTION TRIM(CM-EMAIL) '|RATE-CHANGE|'
                  WS-TODAY-YYYYMMDD
               DELIMITED BY SIZE INTO ENOTICE-LINE
           WRITE ENOTICE-LINE.

       WRITE-NOTICE-BODY.
           MOVE NOTICE-HEADER TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE 'NOTICE OF CHANGE IN TERMS - INTEREST RATE REDUCTION'
               TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE NOTICE-HEADER TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE SPACES TO NT-TEXT
           STRING 'Notice Date: ' WS-FORMATTED-DATE
               DELIMITED BY SIZE INTO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE SPACES TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           EVALUATE TRUE
               WHEN WS-ESTATE-FOUND = 'Y'
                   PERFORM WRITE-ESTATE-ADDRESS
               WHEN WS-CM-FOUND = 'Y'
                   MOVE CM-CUSTOMER-NAME TO NT-TEXT
                   PERFORM WRITE-NOTICE-TEXT
                   MOVE CM-ADDRESS-1 TO NT-TEXT
                   PERFORM WRITE-NOTICE-TEXT
                   IF CM-ADDRESS-2 NOT = SPACES
                       MOVE CM-ADDRESS-2 TO NT-TEXT
                       PERFORM WRITE-NOTICE-TEXT
                   END-IF
                   MOVE CM-CITY-STATE-ZIP TO NT-TEXT
                   PERFORM WRITE-NOTICE-TEXT
               WHEN OTHER
                   MOVE '*** NO MASTER RECORD - ADDRESS UNKNOWN ***'
                       TO NT-TEXT
                   PERFORM WRITE-NOTICE-TEXT
           END-EVALUATE
           MOVE SPACES TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE SPACES TO NT-TEXT
           STRING 'Account ' ACCT-NUMBER '  ('
                  FUNCTION TRIM(ACCT-TYPE) ')'
               DELIMITED BY SIZE INTO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE 'The annual interest rate paid on the balance tier '
               TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE 'this account is in will be reduced as follows:'
               TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE SPACES TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE SPACES TO NT-TEXT
           STRING '    Current annual rate:  ' WS-OLD-PCT '%'
               DELIMITED BY SIZE INTO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE SPACES TO NT-TEXT
           STRING '    New annual rate:      ' WS-NEW-PCT '%'
               DELIMITED BY SIZE INTO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE RC-EFFECTIVE(RC-IDX) TO WS-EDIT-DATE
           PERFORM FORMAT-DISPLAY-DATE
           MOVE SPACES TO NT-TEXT
           STRING '    Effective date:       ' WS-DISPLAY-DATE
               DELIMITED BY SIZE INTO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE SPACES TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE 'Interest earned before the effective date is paid '
               TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE 'at the current rate. No action is required. Please '
               TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE 'contact your branch with any questions.'
               TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE SPACES TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT.

       WRITE-ESTATE-ADDRESS.
           MOVE SPACES TO NT-TEXT
           STRING 'ESTATE OF ' CM-CUSTOMER-NAME
               DELIMITED BY SIZE INTO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE SPACES TO NT-TEXT
           STRING 'C/O ' ES-T-CONTACT-NAME(ES-IDX)
               DELIMITED BY SIZE INTO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           MOVE ES-T-CONTACT-ADDR-1(ES-IDX) TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT
           IF ES-T-CONTACT-ADDR-2(ES-IDX) NOT = SPACES
               MOVE ES-T-CONTACT-ADDR-2(ES-IDX) TO NT-TEXT
               PERFORM WRITE-NOTICE-TEXT
           END-IF
           MOVE ES-T-CONTACT-CSZ(ES-IDX) TO NT-TEXT
           PERFORM WRITE-NOTICE-TEXT.

       WRITE-NOTICE-TEXT.
           IF WS-DELIVERY = 'E'
               WRITE ENOTICE-LINE FROM NOTICE-TEXT
           ELSE
               WRITE NOTICE-LINE FROM NOTICE-TEXT
           END-IF.

       FORMAT-DISPLAY-DATE.
           MOVE SPACES TO WS-DISPLAY-DATE
           STRING WS-EDIT-DATE(5:2) '/' WS-EDIT-DATE(7:2) '/'
                  WS-EDIT-DATE(1:4)
               DELIMITED BY SIZE INTO WS-DISPLAY-DATE.

       GENERATE-REPORT.
           OPEN OUTPUT NOTICE-REPORT
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           MOVE WS-NOTICE-DAYS TO H3-DAYS
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'SCHEDULED RATE REDUCTIONS' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM CHANGE-HEADER
           PERFORM REPORT-RATE-CHANGE
               VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > WS-RC-COUNT
           IF WS-REDUCTION-COUNT = 0
               MOVE '     No rate reductions are scheduled.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ACCOUNTS IN NOTICE WINDOW WITHOUT TIMELY NOTICE'
               TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM EXCEPTION-HEADER
           PERFORM REPORT-EXCEPTION
               VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EXC-COUNT
           IF WS-EXC-COUNT = 0
               MOVE '     All affected accounts were noticed on time.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-EXC-OVERFLOW > 0
               MOVE 'Further Exceptions Not Listed:' TO CL-LABEL
               MOVE WS-EXC-OVERFLOW TO CL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF

           PERFORM REPORT-SUMMARY
           CLOSE NOTICE-REPORT.

       REPORT-RATE-CHANGE.
           IF RC-REDUCTION(RC-IDX) = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE RC-TIER(RC-IDX) TO CG-TIER
           MOVE RC-EFFECTIVE(RC-IDX) TO CG-EFFECTIVE
           MOVE RC-NOTICE-BY(RC-IDX) TO CG-NOTICE-BY
           COMPUTE CG-OLD-RATE = RC-OLD-RATE(RC-IDX) * 100
           COMPUTE CG-NEW-RATE = RC-RATE(RC-IDX) * 100
           MOVE RC-DAYS-OUT(RC-IDX) TO CG-DAYS
           MOVE RC-ACCOUNTS(RC-IDX) TO CG-ACCOUNTS
           MOVE RC-ON-TIME(RC-IDX) TO CG-ON-TIME
           MOVE RC-ISSUED(RC-IDX) TO CG-ISSUED
           MOVE RC-LATE(RC-IDX) TO CG-LATE
           MOVE RC-UNNOTICED(RC-IDX) TO CG-UNNOTICED
           EVALUATE TRUE
               WHEN RC-UNNOTICED(RC-IDX) > 0
                   MOVE 'IN WINDOW WITHOUT NOTICE' TO CG-STATUS
               WHEN RC-LATE(RC-IDX) > 0
                   MOVE 'NOTICED LATE' TO CG-STATUS
               WHEN RC-ACCOUNTS(RC-IDX) = 0
                   MOVE 'NO ACCOUNTS IN TIER' TO CG-STATUS
               WHEN OTHER
                   MOVE 'NOTICED ON TIME' TO CG-STATUS
           END-EVALUATE
           WRITE REPORT-LINE FROM CHANGE-LINE.

       REPORT-EXCEPTION.
           MOVE EX-ACCT(EX-IDX) TO XL-ACCOUNT
           MOVE EX-TYPE(EX-IDX) TO XL-TYPE
           MOVE EX-TIER(EX-IDX) TO XL-TIER
           MOVE EX-EFFECTIVE(EX-IDX) TO XL-EFFECTIVE
           MOVE EX-DAYS-OUT(EX-IDX) TO XL-DAYS
           COMPUTE XL-OLD-RATE = EX-OLD-RATE(EX-IDX) * 100
           COMPUTE XL-NEW-RATE = EX-NEW-RATE(EX-IDX) * 100
           MOVE EX-BALANCE(EX-IDX) TO XL-BALANCE
           MOVE EX-REASON(EX-IDX) TO XL-REASON
           WRITE REPORT-LINE FROM EXCEPTION-LINE.

       REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1
           MOVE 'RATE CHANGE NOTICE SUMMARY' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           MOVE 'Rate Master Rows Read:' TO CL-LABEL
           MOVE WS-RATE-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Rate Master Rows Rejected:' TO CL-LABEL
           MOVE WS-RATE-ERRORS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Scheduled (Future-Dated) Rows:' TO CL-LABEL
           MOVE WS-FUTURE-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Scheduled Rate Reductions:' TO CL-LABEL
           MOVE WS-REDUCTION-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Scheduled Rows Not Reductions:' TO CL-LABEL
           MOVE WS-NOT-REDUCTION TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Accounts Read:' TO CL-LABEL
           MOVE WS-ACCOUNTS-READ TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Open Accounts In A Reduced Tier:' TO CL-LABEL
           MOVE WS-ACCOUNTS-AFFECTED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Notices Issued This Run:' TO CL-LABEL
           MOVE WS-NOTICE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE '  Printed For Mailing:' TO CL-LABEL
           MOVE WS-PRINT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE '  E-Delivery:' TO CL-LABEL
           MOVE WS-EMAIL-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE '  Held - Address Undeliverable:' TO CL-LABEL
           MOVE WS-HELD-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Noticed On Time In Earlier Runs:' TO CL-LABEL
           MOVE WS-PRIOR-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Noticed Late:' TO CL-LABEL
           MOVE WS-LATE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Inside Notice Window Without Notice:' TO CL-LABEL
           MOVE WS-UNNOTICED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           IF WS-LOG-OVERFLOW > 0
               MOVE 'Notice Log Rows Over Table (Not Checked):'
                   TO CL-LABEL
               MOVE WS-LOG-OVERFLOW TO CL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "Rate change notice run completed:"
           DISPLAY "  Scheduled reductions: " WS-REDUCTION-COUNT
           DISPLAY "  Accounts affected: " WS-ACCOUNTS-AFFECTED
           DISPLAY "  Notices issued: " WS-NOTICE-COUNT
                   "  (print " WS-PRINT-COUNT
                   ", e-delivery " WS-EMAIL-COUNT
                   ", held " WS-HELD-COUNT ")"
           IF WS-UNNOTICED-COUNT > 0 OR WS-LATE-COUNT > 0
               DISPLAY "WARNING: " WS-UNNOTICED-COUNT
                       " account(s) inside the notice window without "
                       "notice, " WS-LATE-COUNT " noticed late"
               DISPLAY "Treasury must defer the effective date or "
                       "hold the old rate for these accounts"
           END-IF
           DISPLAY " "
           DISPLAY "Print notices: rate_change_notices.txt"
           DISPLAY "E-notices: rate_change_enotices.dat"
           DISPLAY "Report generated: rate_change_notice_report.txt"
           DISPLAY "========================================="
           DISPLAY "RATE CHANGE-IN-TERMS NOTICE JOB COMPLETED"
           DISPLAY "=========================================".

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           IF WS-JC-STATUS NOT = '00'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'RATE-NOTICE' TO JC-JOB-NAME
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
           MOVE 'RATE-NOTICE' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-NOTICE-COUNT TO JC-RECORDS-PROC
           COMPUTE JC-RECORDS-ERROR =
               WS-UNNOTICED-COUNT + WS-LATE-COUNT
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
