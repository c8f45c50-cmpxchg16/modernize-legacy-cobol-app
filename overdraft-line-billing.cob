       IDENTIFICATION DIVISION.
       PROGRAM-ID. OverdraftLineBilling.
       AUTHOR. Banking Operations Team.

      *    OVERDRAFT LINE OF CREDIT BILLING
      *    RUNS DAILY AFTER OVERDRAFTPROCESSING HAS MADE THE DAY'S LINE
      *    ADVANCES. ACCRUES DAILY INTEREST ON EACH LINE BALANCE, BILLS
      *    A MONTHLY STATEMENT WITH A MINIMUM PAYMENT, AUTO-DEBITS THE
      *    MINIMUM FROM THE LINKED CHECKING ACCOUNT ON THE DUE DATE,
      *    TRACKS MISSED PAYMENTS AND SUSPENDS A LINE THAT STAYS PAST
      *    DUE TOO LONG.

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
           SELECT CREDIT-LINE-FILE ASSIGN TO 'od_credit_lines.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-FILE-STATUS.
           SELECT CREDIT-LINE-FILE-NEW ASSIGN TO
               'od_credit_lines.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LINE-GL-FILE ASSIGN TO 'od_line_gl_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO 'od_line_statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILLING-REPORT ASSIGN TO
               'od_line_billing_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-EXTRACT ASSIGN TO 'customer_alerts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT HELD-MAIL-FILE ASSIGN TO 'held_mail.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
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
           SELECT AUDIT-LOG ASSIGN TO 'bank_audit_trail.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

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

      *    OVERDRAFT LINE OF CREDIT, ONE PER CHECKING ACCOUNT, OPENED
      *    THROUGH ACCOUNTMAINTENANCE. STATUS 'A' ACTIVE, 'S'
      *    SUSPENDED (NO NEW ADVANCES), 'C' CLOSED.
       FD  CREDIT-LINE-FILE.
       01  CREDIT-LINE-RECORD.
           05  LC-ACCT-NUMBER    PIC X(12).
           05  LC-CREDIT-LIMIT   PIC 9(8)V99.
           05  LC-APR            PIC 9V9999.
           05  LC-MIN-PAY-PCT    PIC 9V99.
           05  LC-DUE-DAY        PIC 9(2).
           05  LC-STATUS         PIC X(1).
           05  LC-OPENED-DATE    PIC X(8).
           05  LC-BALANCE        PIC 9(8)V99.
           05  LC-ACCRUED-INT    PIC 9(6)V99.
           05  LC-LAST-ACCRUAL   PIC X(8).
           05  LC-CYCLE-ADVANCES PIC 9(8)V99.
           05  LC-CYCLE-PAYMENTS PIC 9(8)V99.
           05  LC-STMT-DATE      PIC X(8).
           05  LC-STMT-BALANCE   PIC 9(8)V99.
           05  LC-MIN-DUE        PIC 9(8)V99.
           05  LC-DUE-DATE       PIC X(8).
           05  LC-PAST-DUE       PIC 9(8)V99.
           05  LC-DELINQ-DATE    PIC X(8).
           05  LC-LAST-MISSED    PIC X(8).
           05  LC-DAYS-PAST-DUE  PIC 9(3).
           05  LC-MISSED-COUNT   PIC 9(2).
           05  LC-STATUS-DATE    PIC X(8).

       FD  CREDIT-LINE-FILE-NEW.
       01  CREDIT-LINE-RECORD-NEW PIC X(162).

      *    LINE ADVANCES, BILLED INTEREST AND PAYMENTS FOR
      *    POSTINGCONSOLIDATION: EVENT ADVN, INTR OR PAYM.
       FD  LINE-GL-FILE.
       01  LINE-GL-RECORD.
           05  LG-ACCT-NUMBER    PIC X(12).
           05  LG-EVENT          PIC X(4).
           05  LG-AMOUNT         PIC 9(8)V99.
           05  LG-DATE           PIC X(8).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE        PIC X(80).

       FD  BILLING-REPORT.
       01  REPORT-LINE           PIC X(132).

       FD  ALERT-EXTRACT.
       01  ALERT-RECORD.
           05  AL-ACCT-NUMBER    PIC X(12).
           05  AL-EVENT-CODE     PIC X(12).
           05  AL-AMOUNT         PIC S9(10)V99.
           05  AL-TIMESTAMP      PIC X(14).
           05  AL-EMAIL          PIC X(40).
           05  AL-SMS-FLAG       PIC X(1).
           05  AL-DISPATCH-FLAG  PIC X(1).
           05  AL-DISPATCH-DATE  PIC X(8).

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           05  HM-ACCT-NUMBER    PIC X(12).
           05  HM-SOURCE         PIC X(10).
           05  HM-DISPOSITION    PIC X(1).
           05  HM-DATE           PIC X(8).

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

       FD  AUDIT-LOG.
       01  AUDIT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-CM-STATUS          PIC XX.
       01  WS-CM-FOUND           PIC X VALUE 'N'.
       01  WS-LC-FILE-STATUS     PIC XX.
       01  WS-LG-FILE-STATUS     PIC XX.
       01  WS-ALERT-STATUS       PIC XX.
       01  WS-HELD-STATUS        PIC XX.
       01  WS-BD-STATUS          PIC XX.
       01  WS-LOCK-STATUS        PIC XX.
       01  WS-LOCK-OVERRIDE-STATUS PIC XX.
       01  WS-LOCK-HELD          PIC X VALUE 'N'.
       01  WS-LOCK-ACQUIRED      PIC X VALUE 'N'.
       01  WS-LOCK-HOLDER-NAME   PIC X(15).
       01  WS-LOCK-HOLDER-ID     PIC 9(9).
       01  WS-LOCK-HOLDER-TIME   PIC X(14).

      *    A DECEASED CUSTOMER'S LINE STATEMENT IS PRINTED IN THE
      *    NAME OF THE ESTATE AND MAILED TO THE ESTATE CONTACT ON THE
      *    PENDING ESTATE REGISTER.
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
       01  WS-TODAY-NUM          PIC 9(8).
       01  WS-TODAY-INT          PIC S9(9).
       01  WS-FROM-NUM           PIC 9(8).
       01  WS-FROM-INT           PIC S9(9).
       01  WS-DAYS-ELAPSED       PIC S9(5).

      *    A LINE IS SUSPENDED ONCE ITS OLDEST MISSED PAYMENT IS THIS
      *    MANY DAYS PAST DUE. THE MINIMUM PAYMENT IS THE PERCENT OF
      *    THE BALANCE ON THE LINE, BUT NEVER LESS THAN THE FLOOR.
       01  WS-SUSPEND-DAYS       PIC 9(3) VALUE 60.
       01  WS-MIN-PAY-FLOOR      PIC 9(5)V99 VALUE 25.00.

       01  WS-LC-EOF             PIC X VALUE 'N'.
       01  WS-LC-LOADED          PIC X VALUE 'N'.
       01  WS-ACCT-FOUND         PIC X VALUE 'N'.
       01  WS-INTEREST-AMT       PIC 9(6)V99.
       01  WS-STMT-INTEREST      PIC 9(6)V99.
       01  WS-PREV-BALANCE       PIC 9(8)V99.
       01  WS-PAYMENT-AMT        PIC 9(8)V99.
       01  WS-FUNDS-AVAILABLE    PIC 9(10)V99.
       01  WS-PCT-DUE            PIC 9(8)V99.
       01  WS-LINE-AVAILABLE     PIC 9(8)V99.
       01  WS-LINE-ACTION        PIC X(24).
       01  WS-DUE-DATE.
           05  WS-DUE-YEAR       PIC 9(4).
           05  WS-DUE-MONTH      PIC 99.
           05  WS-DUE-DAY        PIC 99.
       01  WS-CYCLE-REF          PIC X(8).
       01  WS-AUDIT-AMT          PIC 9(8)V99.

       01  WS-LINES-REVIEWED     PIC 9(5) VALUE 0.
       01  WS-LINES-CLOSED       PIC 9(5) VALUE 0.
       01  WS-STMT-COUNT         PIC 9(5) VALUE 0.
       01  WS-PAYMENT-COUNT      PIC 9(5) VALUE 0.
       01  WS-MISSED-COUNT       PIC 9(5) VALUE 0.
       01  WS-SUSPEND-COUNT      PIC 9(5) VALUE 0.
       01  WS-ALERT-COUNT        PIC 9(5) VALUE 0.
       01  WS-STMT-HELD-COUNT    PIC 9(5) VALUE 0.
       01  WS-STMT-REDIR-COUNT   PIC 9(5) VALUE 0.
       01  WS-ACCRUED-TOTAL      PIC 9(10)V99 VALUE 0.
       01  WS-BILLED-TOTAL       PIC 9(10)V99 VALUE 0.
       01  WS-PAYMENT-TOTAL      PIC 9(10)V99 VALUE 0.
       01  WS-OUTSTANDING-TOTAL  PIC 9(12)V99 VALUE 0.

      *    AGING OF LINE BALANCES BY DAYS SINCE THE OLDEST MISSED
      *    PAYMENT: CURRENT, 1-29, 30-59, 60-89 AND 90 OR MORE.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 5 TIMES INDEXED BY AG-IDX.
               10  WS-AGE-COUNT  PIC 9(5).
               10  WS-AGE-AMOUNT PIC 9(10)V99.
       01  WS-AGE-LABELS.
           05  FILLER            PIC X(20) VALUE 'Current'.
           05  FILLER            PIC X(20) VALUE '1-29 Days Past Due'.
           05  FILLER            PIC X(20) VALUE '30-59 Days Past Due'.
           05  FILLER            PIC X(20) VALUE '60-89 Days Past Due'.
           05  FILLER            PIC X(20) VALUE '90+ Days Past Due'.
       01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
           05  WS-AGE-LABEL      PIC X(20) OCCURS 5 TIMES.
       01  WS-AGE-SUB            PIC 9.

       01  WS-LC-COUNT           PIC 9(4) VALUE 0.
       01  CREDIT-LINE-TABLE.
           05  LT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-LC-COUNT
                   INDEXED BY LT-IDX.
               10  LT-ACCT           PIC X(12).
               10  LT-CREDIT-LIMIT   PIC 9(8)V99.
               10  LT-APR            PIC 9V9999.
               10  LT-MIN-PAY-PCT    PIC 9V99.
               10  LT-DUE-DAY        PIC 9(2).
               10  LT-STATUS         PIC X(1).
               10  LT-OPENED-DATE    PIC X(8).
               10  LT-BALANCE        PIC 9(8)V99.
               10  LT-ACCRUED-INT    PIC 9(6)V99.
               10  LT-LAST-ACCRUAL   PIC X(8).
               10  LT-CYCLE-ADVANCES PIC 9(8)V99.
               10  LT-CYCLE-PAYMENTS PIC 9(8)V99.
               10  LT-STMT-DATE      PIC X(8).
               10  LT-STMT-BALANCE   PIC 9(8)V99.
               10  LT-MIN-DUE        PIC 9(8)V99.
               10  LT-DUE-DATE       PIC X(8).
               10  LT-PAST-DUE       PIC 9(8)V99.
               10  LT-DELINQ-DATE    PIC X(8).
               10  LT-LAST-MISSED    PIC X(8).
               10  LT-DAYS-PAST-DUE  PIC 9(3).
               10  LT-MISSED-COUNT   PIC 9(2).
               10  LT-STATUS-DATE    PIC X(8).

       01  WS-CURRENT-TIME       PIC X(8).
       01  WS-CURRENT-TIMESTAMP  PIC X(14).
       01  WS-RUN-ID             PIC X(24) VALUE SPACES.
       01  WS-AUDIT-SEQ-NUM      PIC 9(9) VALUE 1.
       01  WS-AUDIT-LOG-STATUS   PIC XX.
       01  WS-AUDIT-LOG-EOF      PIC X VALUE 'N'.
       01  WS-AUDIT-LAST-SEQ     PIC 9(9) VALUE 0.
       01  WS-JOB-ID             PIC 9(9).
       01  WS-JOB-END-DATE       PIC X(8).
       01  WS-JOB-END-TIME       PIC X(6).
       01  WS-JOB-END-TIMESTAMP  PIC X(14).

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(52)
               VALUE 'OVERDRAFT LINE OF CREDIT BILLING REPORT'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(18) VALUE 'Processing Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(104) VALUE SPACES.

       01  SECTION-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  SH-TITLE          PIC X(50).
           05  FILLER            PIC X(77) VALUE SPACES.

       01  DETAIL-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Account'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(3) VALUE 'Sts'.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Limit'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Balance'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'Interest'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Min Due'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'Due Date'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(4) VALUE 'DPD'.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(24) VALUE 'Action'.
           05  FILLER            PIC X(6) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  DL-ACCOUNT        PIC X(12).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  DL-STATUS         PIC X(1).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  DL-LIMIT          PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  DL-BALANCE        PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  DL-INTEREST       PIC ZZ,ZZ9.99.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  DL-MIN-DUE        PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  DL-DUE-DATE       PIC X(8).
           05  FILLER            PIC X(5) VALUE SPACES.
           05  DL-DPD            PIC ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  DL-ACTION         PIC X(24).
           05  FILLER            PIC X(6) VALUE SPACES.

       01  AGING-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  AGL-LABEL         PIC X(20).
           05  FILLER            PIC X(5) VALUE SPACES.
           05  AGL-COUNT         PIC ZZ,ZZ9.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  AGL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(77) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  SL-LABEL          PIC X(40).
           05  SL-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(72) VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CL-LABEL          PIC X(40).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       01  STMT-HEADER.
           05  FILLER            PIC X(80) VALUE ALL '*'.
       01  STMT-TITLE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(40)
               VALUE 'OVERDRAFT LINE OF CREDIT STATEMENT'.
           05  FILLER            PIC X(20) VALUE SPACES.
       01  STMT-DETAIL.
           05  SD-TEXT           PIC X(80).
       01  STMT-AMOUNT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  SA-LABEL          PIC X(30).
           05  SA-AMOUNT         PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(31) VALUE SPACES.
       01  WS-APR-PCT            PIC Z9.99.
       01  WS-APR-WORK           PIC 99V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM BILL-CREDIT-LINE
               VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > WS-LC-COUNT
           PERFORM REWRITE-CREDIT-LINE-FILE
           PERFORM WRITE-REPORT-SUMMARY
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
               DELIMITED BY SIZE INTO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           STRING WS-TODAY-NUM WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
           STRING 'OLB-' WS-TODAY-NUM '-' WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           ACCEPT WS-JOB-ID FROM TIME
           INITIALIZE WS-AGE-TABLE

           PERFORM DETERMINE-AUDIT-SEQ-START

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
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY "WARNING: Cannot open account_master.dat - "
                       "status " WS-CM-STATUS
               DISPLAY "Statements will carry no name or address"
           END-IF
           OPEN OUTPUT BILLING-REPORT
           OPEN OUTPUT STATEMENT-FILE
           OPEN EXTEND LINE-GL-FILE
           IF WS-LG-FILE-STATUS NOT = '00'
               OPEN OUTPUT LINE-GL-FILE
           END-IF
           OPEN EXTEND ALERT-EXTRACT
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-EXTRACT
           END-IF
           OPEN EXTEND HELD-MAIL-FILE
           IF WS-HELD-STATUS NOT = '00'
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF
           OPEN EXTEND AUDIT-LOG

           PERFORM LOAD-CREDIT-LINES
           PERFORM LOAD-ESTATE-REGISTER

           DISPLAY "========================================="
           DISPLAY "OVERDRAFT LINE BILLING JOB STARTED"
           DISPLAY "========================================="
           DISPLAY "Processing Date: " WS-FORMATTED-DATE
           DISPLAY "Credit Lines Loaded: " WS-LC-COUNT
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

       LOAD-CREDIT-LINES.
           OPEN INPUT CREDIT-LINE-FILE
           IF WS-LC-FILE-STATUS = '00'
               MOVE 'Y' TO WS-LC-LOADED
               MOVE 'N' TO WS-LC-EOF
               PERFORM READ-CREDIT-LINE-ENTRY UNTIL WS-LC-EOF = 'Y'
               CLOSE CREDIT-LINE-FILE
           ELSE
               DISPLAY "No od_credit_lines.dat - no lines to bill"
           END-IF.

       READ-CREDIT-LINE-ENTRY.
           READ CREDIT-LINE-FILE
               AT END
                   MOVE 'Y' TO WS-LC-EOF
               NOT AT END
                   IF WS-LC-COUNT < 2000
                       ADD 1 TO WS-LC-COUNT
                       SET LT-IDX TO WS-LC-COUNT
                       MOVE CREDIT-LINE-RECORD TO LT-ENTRY(LT-IDX)
                   ELSE
                       DISPLAY "ERROR: Credit line table full - "
                               LC-ACCT-NUMBER " not loaded"
                   END-IF
           END-READ.

      *    ONE LINE OF CREDIT: ACCRUE, COLLECT ON OR AFTER THE DUE DATE,
      *    AGE, THEN BILL ON THE FIRST RUN OF A NEW MONTH.
       BILL-CREDIT-LINE.
           IF LT-STATUS(LT-IDX) = 'C'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-REVIEWED
           MOVE SPACES TO WS-LINE-ACTION
           MOVE 0 TO WS-INTEREST-AMT

           MOVE 'N' TO WS-ACCT-FOUND
           MOVE LT-ACCT(LT-IDX) TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "WARNING: Checking account not found for "
                           "credit line " LT-ACCT(LT-IDX)
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
           END-READ

      *    A LINE WHOSE CHECKING ACCOUNT HAS CLOSED IS CLOSED WITH IT
      *    ONCE NOTHING IS OWED. ACCOUNTMAINTENANCE WILL NOT CLOSE THE
      *    ACCOUNT WHILE THE LINE CARRIES A BALANCE.
           IF (WS-ACCT-FOUND = 'N' OR ACCT-STATUS = 'C')
               AND LT-BALANCE(LT-IDX) = 0
               AND LT-ACCRUED-INT(LT-IDX) = 0
               MOVE 'C' TO LT-STATUS(LT-IDX)
               MOVE WS-TODAY-NUM TO LT-STATUS-DATE(LT-IDX)
               MOVE 0 TO LT-MIN-DUE(LT-IDX)
               MOVE 0 TO LT-PAST-DUE(LT-IDX)
               ADD 1 TO WS-LINES-CLOSED
               MOVE 'LINE CLOSED' TO WS-LINE-ACTION
               PERFORM WRITE-LINE-CLOSED-AUDIT
               PERFORM WRITE-LINE-DETAIL
               EXIT PARAGRAPH
           END-IF

           PERFORM ACCRUE-LINE-INTEREST

           IF LT-MIN-DUE(LT-IDX) > 0
               AND LT-DUE-DATE(LT-IDX) NOT = SPACES
               AND WS-TODAY-NUM NOT < LT-DUE-DATE(LT-IDX)
               PERFORM COLLECT-MINIMUM-PAYMENT
           END-IF

           PERFORM AGE-CREDIT-LINE

           IF LT-STMT-DATE(LT-IDX) = SPACES
               MOVE LT-OPENED-DATE(LT-IDX) TO WS-CYCLE-REF
           ELSE
               MOVE LT-STMT-DATE(LT-IDX) TO WS-CYCLE-REF
           END-IF
           IF WS-TODAY-NUM(1:6) > WS-CYCLE-REF(1:6)
               PERFORM BILL-MONTHLY-STATEMENT
           END-IF

           PERFORM ACCUMULATE-LINE-AGING
           PERFORM WRITE-LINE-DETAIL.

      *    SIMPLE DAILY INTEREST ON THE DRAWN BALANCE FOR EVERY DAY
      *    SINCE THE LAST ACCRUAL. IT IS HELD AS ACCRUED INTEREST AND
      *    ADDED TO THE BALANCE WHEN THE MONTHLY STATEMENT IS BILLED.
       ACCRUE-LINE-INTEREST.
           IF LT-LAST-ACCRUAL(LT-IDX) = SPACES
               MOVE WS-TODAY-NUM TO LT-LAST-ACCRUAL(LT-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE LT-LAST-ACCRUAL(LT-IDX) TO WS-FROM-NUM
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-NUM)
           COMPUTE WS-DAYS-ELAPSED = WS-TODAY-INT - WS-FROM-INT
           IF WS-DAYS-ELAPSED > 0 AND LT-BALANCE(LT-IDX) > 0
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   LT-BALANCE(LT-IDX) * LT-APR(LT-IDX)
                   * WS-DAYS-ELAPSED / 365
               ADD WS-INTEREST-AMT TO LT-ACCRUED-INT(LT-IDX)
               ADD WS-INTEREST-AMT TO WS-ACCRUED-TOTAL
           END-IF
           MOVE WS-TODAY-NUM TO LT-LAST-ACCRUAL(LT-IDX).

       BILL-MONTHLY-STATEMENT.
           COMPUTE WS-PREV-BALANCE = LT-BALANCE(LT-IDX)
               - LT-CYCLE-ADVANCES(LT-IDX) + LT-CYCLE-PAYMENTS(LT-IDX)
           MOVE LT-ACCRUED-INT(LT-IDX) TO WS-STMT-INTEREST
           IF WS-STMT-INTEREST > 0
               ADD WS-STMT-INTEREST TO LT-BALANCE(LT-IDX)
               MOVE 0 TO LT-ACCRUED-INT(LT-IDX)
               ADD WS-STMT-INTEREST TO WS-BILLED-TOTAL
               MOVE LT-ACCT(LT-IDX) TO LG-ACCT-NUMBER
               MOVE 'INTR' TO LG-EVENT
               MOVE WS-STMT-INTEREST TO LG-AMOUNT
               MOVE WS-TODAY-NUM TO LG-DATE
               WRITE LINE-GL-RECORD
               MOVE WS-STMT-INTEREST TO WS-AUDIT-AMT
               MOVE SPACES TO AUDIT-LINE
               STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                      WS-RUN-ID '|ODLC-INTEREST|Account '
                      LT-ACCT(LT-IDX) ' interest billed '
                      WS-AUDIT-AMT
                   DELIMITED BY SIZE INTO AUDIT-LINE
               WRITE AUDIT-LINE
               ADD 1 TO WS-AUDIT-SEQ-NUM
           END-IF

      *    WHATEVER IS LEFT OF LAST MONTH'S MINIMUM IS NOW PAST DUE AND
      *    IS CARRIED INTO THIS MONTH'S MINIMUM ON TOP OF THE PERCENT.
           MOVE LT-MIN-DUE(LT-IDX) TO LT-PAST-DUE(LT-IDX)
           IF LT-BALANCE(LT-IDX) > 0
               COMPUTE WS-PCT-DUE ROUNDED =
                   LT-BALANCE(LT-IDX) * LT-MIN-PAY-PCT(LT-IDX) / 100
               IF WS-PCT-DUE < WS-MIN-PAY-FLOOR
                   MOVE WS-MIN-PAY-FLOOR TO WS-PCT-DUE
               END-IF
               COMPUTE LT-MIN-DUE(LT-IDX) =
                   WS-PCT-DUE + LT-PAST-DUE(LT-IDX)
               IF LT-MIN-DUE(LT-IDX) > LT-BALANCE(LT-IDX)
                   MOVE LT-BALANCE(LT-IDX) TO LT-MIN-DUE(LT-IDX)
               END-IF
               IF LT-PAST-DUE(LT-IDX) > LT-MIN-DUE(LT-IDX)
                   MOVE LT-MIN-DUE(LT-IDX) TO LT-PAST-DUE(LT-IDX)
               END-IF
               PERFORM SET-PAYMENT-DUE-DATE
           ELSE
               MOVE 0 TO LT-MIN-DUE(LT-IDX)
               MOVE 0 TO LT-PAST-DUE(LT-IDX)
               MOVE SPACES TO LT-DUE-DATE(LT-IDX)
           END-IF

           IF LT-BALANCE(LT-IDX) > 0
               OR LT-CYCLE-ADVANCES(LT-IDX) > 0
               OR LT-CYCLE-PAYMENTS(LT-IDX) > 0
               PERFORM ISSUE-LINE-STATEMENT
               ADD 1 TO WS-STMT-COUNT
               IF WS-LINE-ACTION = SPACES
                   MOVE 'STATEMENT BILLED' TO WS-LINE-ACTION
               END-IF
           END-IF

           MOVE 0 TO LT-CYCLE-ADVANCES(LT-IDX)
           MOVE 0 TO LT-CYCLE-PAYMENTS(LT-IDX)
           MOVE LT-BALANCE(LT-IDX) TO LT-STMT-BALANCE(LT-IDX)
           MOVE WS-TODAY-NUM TO LT-STMT-DATE(LT-IDX).

      *    THE PAYMENT FALLS DUE ON THE LINE'S DUE DAY THIS MONTH, OR
      *    NEXT MONTH WHEN THAT DAY HAS ALREADY PASSED. THE DUE DAY IS
      *    HELD TO 15-28 SO IT EXISTS IN EVERY MONTH.
       SET-PAYMENT-DUE-DATE.
           MOVE WS-YEAR TO WS-DUE-YEAR
           MOVE WS-MONTH TO WS-DUE-MONTH
           MOVE LT-DUE-DAY(LT-IDX) TO WS-DUE-DAY
           IF LT-DUE-DAY(LT-IDX) NOT > WS-DAY
               IF WS-DUE-MONTH = 12
                   MOVE 1 TO WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               ELSE
                   ADD 1 TO WS-DUE-MONTH
               END-IF
           END-IF
           MOVE WS-DUE-DATE TO LT-DUE-DATE(LT-IDX).

       ISSUE-LINE-STATEMENT.
           PERFORM FIND-CUSTOMER-MASTER
           MOVE 'N' TO WS-ESTATE-FOUND
           IF WS-CM-FOUND = 'Y'
               PERFORM CHECK-ESTATE-ACCOUNT
           END-IF
           IF WS-CM-FOUND = 'Y' AND CM-UNDELIV-FLAG = 'Y'
               AND WS-ESTATE-FOUND = 'N'
               PERFORM HOLD-UNDELIVERABLE-STATEMENT
               EXIT PARAGRAPH
           END-IF

           WRITE STATEMENT-LINE FROM STMT-HEADER
           WRITE STATEMENT-LINE FROM STMT-TITLE
           WRITE STATEMENT-LINE FROM STMT-HEADER
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF WS-ESTATE-FOUND = 'Y'
               PERFORM WRITE-ESTATE-ADDRESS
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               IF WS-CM-FOUND = 'Y'
                   MOVE CM-CUSTOMER-NAME TO SD-TEXT
                   WRITE STATEMENT-LINE FROM STMT-DETAIL
                   MOVE CM-ADDRESS-1 TO SD-TEXT
                   WRITE STATEMENT-LINE FROM STMT-DETAIL
                   IF CM-ADDRESS-2 NOT = SPACES
                       MOVE CM-ADDRESS-2 TO SD-TEXT
                       WRITE STATEMENT-LINE FROM STMT-DETAIL
                   END-IF
                   MOVE CM-CITY-STATE-ZIP TO SD-TEXT
                   WRITE STATEMENT-LINE FROM STMT-DETAIL
                   MOVE SPACES TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-IF

           MOVE SPACES TO SD-TEXT
           STRING 'Account Number: ' LT-ACCT(LT-IDX)
               DELIMITED BY SIZE INTO SD-TEXT
           WRITE STATEMENT-LINE FROM STMT-DETAIL
           MOVE SPACES TO SD-TEXT
           STRING 'Statement Date: ' WS-FORMATTED-DATE
               DELIMITED BY SIZE INTO SD-TEXT
           WRITE STATEMENT-LINE FROM STMT-DETAIL
           COMPUTE WS-APR-WORK = LT-APR(LT-IDX) * 100
           MOVE WS-APR-WORK TO WS-APR-PCT
           MOVE SPACES TO SD-TEXT
           STRING 'Annual Percentage Rate: ' WS-APR-PCT '%'
               DELIMITED BY SIZE INTO SD-TEXT
           WRITE STATEMENT-LINE FROM STMT-DETAIL
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE 'Credit Limit' TO SA-LABEL
           MOVE LT-CREDIT-LIMIT(LT-IDX) TO SA-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
           MOVE 'Previous Balance' TO SA-LABEL
           MOVE WS-PREV-BALANCE TO SA-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
           MOVE 'Advances' TO SA-LABEL
           MOVE LT-CYCLE-ADVANCES(LT-IDX) TO SA-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
           MOVE 'Payments' TO SA-LABEL
           MOVE LT-CYCLE-PAYMENTS(LT-IDX) TO SA-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
           MOVE 'Interest Charged' TO SA-LABEL
           MOVE WS-STMT-INTEREST TO SA-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
           MOVE 'New Balance' TO SA-LABEL
           MOVE LT-BALANCE(LT-IDX) TO SA-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
           IF LT-CREDIT-LIMIT(LT-IDX) > LT-BALANCE(LT-IDX)
               AND LT-STATUS(LT-IDX) = 'A'
               COMPUTE WS-LINE-AVAILABLE =
                   LT-CREDIT-LIMIT(LT-IDX) - LT-BALANCE(LT-IDX)
           ELSE
               MOVE 0 TO WS-LINE-AVAILABLE
           END-IF
           MOVE 'Available Credit' TO SA-LABEL
           MOVE WS-LINE-AVAILABLE TO SA-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF LT-PAST-DUE(LT-IDX) > 0
               MOVE 'Past Due Amount' TO SA-LABEL
               MOVE LT-PAST-DUE(LT-IDX) TO SA-AMOUNT
               WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
           END-IF
           MOVE 'Minimum Payment Due' TO SA-LABEL
           MOVE LT-MIN-DUE(LT-IDX) TO SA-AMOUNT
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
           IF LT-MIN-DUE(LT-IDX) > 0
               MOVE SPACES TO SD-TEXT
               STRING '     Payment Due Date: '
                      LT-DUE-DATE(LT-IDX)(5:2) '/'
                      LT-DUE-DATE(LT-IDX)(7:2) '/'
                      LT-DUE-DATE(LT-IDX)(1:4)
                   DELIMITED BY SIZE INTO SD-TEXT
               WRITE STATEMENT-LINE FROM STMT-DETAIL
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE 'The minimum payment will be debited from your'
                   TO SD-TEXT
               WRITE STATEMENT-LINE FROM STMT-DETAIL
               MOVE 'checking account on the payment due date.'
                   TO SD-TEXT
               WRITE STATEMENT-LINE FROM STMT-DETAIL
           END-IF
           IF LT-STATUS(LT-IDX) = 'S'
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE 'Your line is suspended and no new advances will'
                   TO SD-TEXT
               WRITE STATEMENT-LINE FROM STMT-DETAIL
               MOVE 'be made. Please contact your branch.'
                   TO SD-TEXT
               WRITE STATEMENT-LINE FROM STMT-DETAIL
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE FROM STMT-HEADER
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-ESTATE-ADDRESS.
           MOVE SPACES TO SD-TEXT
           STRING 'ESTATE OF ' CM-CUSTOMER-NAME
               DELIMITED BY SIZE INTO SD-TEXT
           WRITE STATEMENT-LINE FROM STMT-DETAIL
           MOVE SPACES TO SD-TEXT
           STRING 'C/O ' ES-T-CONTACT-NAME(ES-IDX)
               DELIMITED BY SIZE INTO SD-TEXT
           WRITE STATEMENT-LINE FROM STMT-DETAIL
           MOVE ES-T-CONTACT-ADDR-1(ES-IDX) TO SD-TEXT
           WRITE STATEMENT-LINE FROM STMT-DETAIL
           IF ES-T-CONTACT-ADDR-2(ES-IDX) NOT = SPACES
               MOVE ES-T-CONTACT-ADDR-2(ES-IDX) TO SD-TEXT
               WRITE STATEMENT-LINE FROM STMT-DETAIL
           END-IF
           MOVE ES-T-CONTACT-CSZ(ES-IDX) TO SD-TEXT
           WRITE STATEMENT-LINE FROM STMT-DETAIL.

      *    NO PAPER STATEMENT GOES TO AN ADDRESS MARKED UNDELIVERABLE.
      *    WITH AN EMAIL ON FILE THE MINIMUM DUE IS SENT AS AN ALERT
      *    INSTEAD, OTHERWISE THE STATEMENT IS HELD.
       HOLD-UNDELIVERABLE-STATEMENT.
           MOVE LT-ACCT(LT-IDX) TO HM-ACCT-NUMBER
           MOVE 'ODL-STMT' TO HM-SOURCE
           MOVE WS-TODAY-NUM TO HM-DATE
           IF CM-EMAIL NOT = SPACES
               MOVE SPACES TO ALERT-RECORD
               MOVE LT-ACCT(LT-IDX) TO AL-ACCT-NUMBER
               MOVE 'ODLC-STMT' TO AL-EVENT-CODE
               MOVE LT-MIN-DUE(LT-IDX) TO AL-AMOUNT
               MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
               MOVE CM-EMAIL TO AL-EMAIL
               MOVE CM-SMS-FLAG TO AL-SMS-FLAG
               WRITE ALERT-RECORD
               ADD 1 TO WS-ALERT-COUNT
               ADD 1 TO WS-STMT-REDIR-COUNT
               MOVE 'E' TO HM-DISPOSITION
           ELSE
               ADD 1 TO WS-STMT-HELD-COUNT
               MOVE 'S' TO HM-DISPOSITION
           END-IF
           WRITE HELD-MAIL-RECORD
           DISPLAY "Line statement held - address undeliverable: "
                   LT-ACCT(LT-IDX).

      *    THE MINIMUM IS DEBITED FROM THE CHECKING ACCOUNT ON AND
      *    AFTER THE DUE DATE, AS FAR AS THE AVAILABLE BALANCE ALLOWS.
      *    THE DEBIT NEVER OVERDRAWS THE ACCOUNT OR TAKES HELD FUNDS.
      *    WHAT IS STILL UNPAID AFTER THE DUE DATE IS A MISSED OR
      *    PARTIAL PAYMENT, COUNTED ONCE PER DUE DATE, AND COLLECTION
      *    IS RETRIED ON EACH LATER RUN.
       COLLECT-MINIMUM-PAYMENT.
           MOVE 0 TO WS-PAYMENT-AMT
           IF WS-ACCT-FOUND = 'Y'
               AND ACCT-STATUS NOT = 'C'
               AND ACCT-STATUS NOT = 'F'
               AND ACCT-STATUS NOT = 'E'
               AND CURRENT-BALANCE > 0
               AND AVAILABLE-BALANCE > 0
               MOVE CURRENT-BALANCE TO WS-FUNDS-AVAILABLE
               IF AVAILABLE-BALANCE < WS-FUNDS-AVAILABLE
                   MOVE AVAILABLE-BALANCE TO WS-FUNDS-AVAILABLE
               END-IF
               MOVE LT-MIN-DUE(LT-IDX) TO WS-PAYMENT-AMT
               IF WS-PAYMENT-AMT > WS-FUNDS-AVAILABLE
                   MOVE WS-FUNDS-AVAILABLE TO WS-PAYMENT-AMT
               END-IF
           END-IF

           IF WS-PAYMENT-AMT > 0
               SUBTRACT WS-PAYMENT-AMT FROM CURRENT-BALANCE
               SUBTRACT WS-PAYMENT-AMT FROM AVAILABLE-BALANCE
               REWRITE ACCOUNT-RECORD
               SUBTRACT WS-PAYMENT-AMT FROM LT-BALANCE(LT-IDX)
               SUBTRACT WS-PAYMENT-AMT FROM LT-MIN-DUE(LT-IDX)
               IF LT-PAST-DUE(LT-IDX) > WS-PAYMENT-AMT
                   SUBTRACT WS-PAYMENT-AMT FROM LT-PAST-DUE(LT-IDX)
               ELSE
                   MOVE 0 TO LT-PAST-DUE(LT-IDX)
               END-IF
               ADD WS-PAYMENT-AMT TO LT-CYCLE-PAYMENTS(LT-IDX)
               ADD 1 TO WS-PAYMENT-COUNT
               ADD WS-PAYMENT-AMT TO WS-PAYMENT-TOTAL
               MOVE LT-ACCT(LT-IDX) TO LG-ACCT-NUMBER
               MOVE 'PAYM' TO LG-EVENT
               MOVE WS-PAYMENT-AMT TO LG-AMOUNT
               MOVE WS-TODAY-NUM TO LG-DATE
               WRITE LINE-GL-RECORD
               MOVE WS-PAYMENT-AMT TO WS-AUDIT-AMT
               MOVE SPACES TO AUDIT-LINE
               STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                      WS-RUN-ID '|ODLC-PAYMENT|Account '
                      LT-ACCT(LT-IDX) ' debited '
                      WS-AUDIT-AMT ' to overdraft line'
                   DELIMITED BY SIZE INTO AUDIT-LINE
               WRITE AUDIT-LINE
               ADD 1 TO WS-AUDIT-SEQ-NUM
           END-IF

           IF LT-MIN-DUE(LT-IDX) = 0
               MOVE 0 TO LT-PAST-DUE(LT-IDX)
               MOVE SPACES TO LT-DELINQ-DATE(LT-IDX)
               MOVE 0 TO LT-DAYS-PAST-DUE(LT-IDX)
               MOVE 'MINIMUM PAID' TO WS-LINE-ACTION
           ELSE
               IF WS-PAYMENT-AMT > 0
                   MOVE 'PARTIAL PAYMENT' TO WS-LINE-ACTION
               ELSE
                   MOVE 'PAYMENT NOT COLLECTED' TO WS-LINE-ACTION
               END-IF
               IF LT-LAST-MISSED(LT-IDX) NOT = LT-DUE-DATE(LT-IDX)
                   PERFORM RECORD-MISSED-PAYMENT
               END-IF
           END-IF.

       RECORD-MISSED-PAYMENT.
           IF LT-MISSED-COUNT(LT-IDX) < 99
               ADD 1 TO LT-MISSED-COUNT(LT-IDX)
           END-IF
           MOVE LT-DUE-DATE(LT-IDX) TO LT-LAST-MISSED(LT-IDX)
           IF LT-DELINQ-DATE(LT-IDX) = SPACES
               MOVE LT-DUE-DATE(LT-IDX) TO LT-DELINQ-DATE(LT-IDX)
           END-IF
           ADD 1 TO WS-MISSED-COUNT
           MOVE 'ODLC-PASTDUE' TO AL-EVENT-CODE
           MOVE LT-MIN-DUE(LT-IDX) TO AL-AMOUNT
           PERFORM WRITE-LINE-ALERT
           MOVE LT-MIN-DUE(LT-IDX) TO WS-AUDIT-AMT
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|ODLC-MISSED|Account '
                  LT-ACCT(LT-IDX) ' missed payment due '
                  LT-DUE-DATE(LT-IDX) ' unpaid ' WS-AUDIT-AMT
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

      *    DAYS PAST DUE RUN FROM THE OLDEST MISSED DUE DATE. AT THE
      *    SUSPENSION THRESHOLD THE LINE STOPS ADVANCING. SUSPENSION
      *    IS NOT LIFTED BY A LATER PAYMENT - REINSTATING THE LINE IS
      *    A CREDIT DECISION FOR THE BRANCH.
       AGE-CREDIT-LINE.
           MOVE 0 TO LT-DAYS-PAST-DUE(LT-IDX)
           IF LT-DELINQ-DATE(LT-IDX) NOT = SPACES
               MOVE LT-DELINQ-DATE(LT-IDX) TO WS-FROM-NUM
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-NUM)
               COMPUTE WS-DAYS-ELAPSED = WS-TODAY-INT - WS-FROM-INT
               IF WS-DAYS-ELAPSED > 999
                   MOVE 999 TO LT-DAYS-PAST-DUE(LT-IDX)
               ELSE
                   IF WS-DAYS-ELAPSED > 0
                       MOVE WS-DAYS-ELAPSED
                           TO LT-DAYS-PAST-DUE(LT-IDX)
                   END-IF
               END-IF
           END-IF

           IF LT-DAYS-PAST-DUE(LT-IDX) NOT < WS-SUSPEND-DAYS
               AND LT-STATUS(LT-IDX) = 'A'
               PERFORM SUSPEND-CREDIT-LINE
           END-IF.

       ACCUMULATE-LINE-AGING.
           EVALUATE TRUE
               WHEN LT-DELINQ-DATE(LT-IDX) = SPACES
                   MOVE 1 TO WS-AGE-SUB
               WHEN LT-DAYS-PAST-DUE(LT-IDX) < 30
                   MOVE 2 TO WS-AGE-SUB
               WHEN LT-DAYS-PAST-DUE(LT-IDX) < 60
                   MOVE 3 TO WS-AGE-SUB
               WHEN LT-DAYS-PAST-DUE(LT-IDX) < 90
                   MOVE 4 TO WS-AGE-SUB
               WHEN OTHER
                   MOVE 5 TO WS-AGE-SUB
           END-EVALUATE
           ADD 1 TO WS-AGE-COUNT(WS-AGE-SUB)
           ADD LT-BALANCE(LT-IDX) TO WS-AGE-AMOUNT(WS-AGE-SUB)
           ADD LT-BALANCE(LT-IDX) TO WS-OUTSTANDING-TOTAL.

       SUSPEND-CREDIT-LINE.
           MOVE 'S' TO LT-STATUS(LT-IDX)
           MOVE WS-TODAY-NUM TO LT-STATUS-DATE(LT-IDX)
           ADD 1 TO WS-SUSPEND-COUNT
           MOVE 'LINE SUSPENDED' TO WS-LINE-ACTION
           MOVE 'ODLC-SUSPEND' TO AL-EVENT-CODE
           MOVE LT-BALANCE(LT-IDX) TO AL-AMOUNT
           PERFORM WRITE-LINE-ALERT
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|ODLC-SUSPEND|Account '
                  LT-ACCT(LT-IDX) ' line suspended at '
                  LT-DAYS-PAST-DUE(LT-IDX) ' days past due'
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

      *    CALLER SETS AL-EVENT-CODE AND AL-AMOUNT.
       WRITE-LINE-ALERT.
           MOVE LT-ACCT(LT-IDX) TO AL-ACCT-NUMBER
           MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
           MOVE SPACES TO AL-DISPATCH-FLAG
           MOVE SPACES TO AL-DISPATCH-DATE
           PERFORM FIND-CUSTOMER-MASTER
           IF WS-CM-FOUND = 'Y'
               MOVE CM-EMAIL TO AL-EMAIL
               MOVE CM-SMS-FLAG TO AL-SMS-FLAG
           ELSE
               MOVE SPACES TO AL-EMAIL
               MOVE 'N' TO AL-SMS-FLAG
           END-IF
           WRITE ALERT-RECORD
           ADD 1 TO WS-ALERT-COUNT.

       WRITE-LINE-CLOSED-AUDIT.
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|ODLC-CLOSE|Account '
                  LT-ACCT(LT-IDX)
                  ' overdraft line closed with checking account'
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       FIND-CUSTOMER-MASTER.
           MOVE 'N' TO WS-CM-FOUND
           IF WS-CM-STATUS = '00'
               MOVE LT-ACCT(LT-IDX) TO CM-ACCT-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CM-FOUND
               END-READ
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
               WHEN ES-T-ACCT(ES-IDX) = LT-ACCT(LT-IDX)
                   MOVE 'Y' TO WS-ESTATE-FOUND
           END-SEARCH.

       REWRITE-CREDIT-LINE-FILE.
           IF WS-LC-LOADED = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CREDIT-LINE-FILE-NEW
           PERFORM WRITE-CREDIT-LINE-ENTRY
               VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > WS-LC-COUNT
           CLOSE CREDIT-LINE-FILE-NEW
           CALL 'CBL_DELETE_FILE' USING 'od_credit_lines.dat'
           CALL 'CBL_RENAME_FILE' USING 'od_credit_lines.dat.new'
               'od_credit_lines.dat'.

       WRITE-CREDIT-LINE-ENTRY.
           MOVE LT-ENTRY(LT-IDX) TO CREDIT-LINE-RECORD-NEW
           WRITE CREDIT-LINE-RECORD-NEW.

       WRITE-REPORT-HEADINGS.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CREDIT LINE ACTIVITY' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM DETAIL-HEADER
           WRITE REPORT-LINE FROM HEADER-1.

       WRITE-LINE-DETAIL.
           MOVE LT-ACCT(LT-IDX) TO DL-ACCOUNT
           MOVE LT-STATUS(LT-IDX) TO DL-STATUS
           MOVE LT-CREDIT-LIMIT(LT-IDX) TO DL-LIMIT
           MOVE LT-BALANCE(LT-IDX) TO DL-BALANCE
           MOVE WS-INTEREST-AMT TO DL-INTEREST
           MOVE LT-MIN-DUE(LT-IDX) TO DL-MIN-DUE
           MOVE LT-DUE-DATE(LT-IDX) TO DL-DUE-DATE
           MOVE LT-DAYS-PAST-DUE(LT-IDX) TO DL-DPD
           MOVE WS-LINE-ACTION TO DL-ACTION
           WRITE REPORT-LINE FROM DETAIL-LINE.

       WRITE-REPORT-SUMMARY.
           IF WS-LINES-REVIEWED = 0
               MOVE SPACES TO REPORT-LINE
               MOVE '     No open overdraft lines of credit.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LINE BALANCE AGING' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM WRITE-AGING-BUCKET
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 5

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SUMMARY' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1

           MOVE 'Credit Lines Reviewed:' TO CL-LABEL
           MOVE WS-LINES-REVIEWED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Statements Billed:' TO CL-LABEL
           MOVE WS-STMT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Statements Held (Undeliverable):' TO CL-LABEL
           MOVE WS-STMT-HELD-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Statements Sent As Alerts:' TO CL-LABEL
           MOVE WS-STMT-REDIR-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Minimum Payments Debited:' TO CL-LABEL
           MOVE WS-PAYMENT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Missed Payments:' TO CL-LABEL
           MOVE WS-MISSED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Lines Suspended:' TO CL-LABEL
           MOVE WS-SUSPEND-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Lines Closed:' TO CL-LABEL
           MOVE WS-LINES-CLOSED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Customer Alerts Written:' TO CL-LABEL
           MOVE WS-ALERT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Interest Accrued Today:' TO SL-LABEL
           MOVE WS-ACCRUED-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Interest Billed To Lines:' TO SL-LABEL
           MOVE WS-BILLED-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Payments Debited From Checking:' TO SL-LABEL
           MOVE WS-PAYMENT-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Total Line Balances Outstanding:' TO SL-LABEL
           MOVE WS-OUTSTANDING-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           DISPLAY "Credit lines reviewed: " WS-LINES-REVIEWED
           DISPLAY "Statements billed: " WS-STMT-COUNT
           DISPLAY "Payments debited: " WS-PAYMENT-COUNT
           DISPLAY "Missed payments: " WS-MISSED-COUNT
           DISPLAY "Lines suspended: " WS-SUSPEND-COUNT.

       WRITE-AGING-BUCKET.
           MOVE WS-AGE-LABEL(WS-AGE-SUB) TO AGL-LABEL
           MOVE WS-AGE-COUNT(WS-AGE-SUB) TO AGL-COUNT
           MOVE WS-AGE-AMOUNT(WS-AGE-SUB) TO AGL-AMOUNT
           WRITE REPORT-LINE FROM AGING-LINE.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'OD-LINE' TO JC-JOB-NAME
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
           MOVE 'OD-LINE' TO JC-JOB-NAME
           MOVE WS-CURRENT-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-LINES-REVIEWED TO JC-RECORDS-PROC
           MOVE WS-MISSED-COUNT TO JC-RECORDS-ERROR
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
           MOVE 'OD-LINE' TO LK-JOB-NAME
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
           IF WS-CM-STATUS = '00'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE STATEMENT-FILE
           CLOSE BILLING-REPORT
           CLOSE LINE-GL-FILE
           CLOSE ALERT-EXTRACT
           CLOSE HELD-MAIL-FILE
           CLOSE AUDIT-LOG

           DISPLAY " "
           DISPLAY "========================================="
           DISPLAY "OVERDRAFT LINE BILLING JOB COMPLETED"
           DISPLAY "=========================================".
