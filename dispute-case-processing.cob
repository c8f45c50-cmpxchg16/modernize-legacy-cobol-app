       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeCaseProcessing.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CASE-FILE ASSIGN TO 'dispute_cases.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT DISPUTE-CASE-FILE-NEW ASSIGN TO
               'dispute_cases.dat.new'
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
           SELECT DISPUTE-GL-FILE ASSIGN TO
               'dispute_gl_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-GL-STATUS.
           SELECT NOTICE-FILE ASSIGN TO 'dispute_notices.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT ASSIGN TO 'dispute_aging_report.txt'
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
      *    ONE ROW PER CUSTOMER DISPUTE OF AN ELECTRONIC DEBIT, KEYED
      *    BY OPERATIONS WITH THE CASE NUMBER, ACCOUNT, LEDGER
      *    REFERENCE OF THE DISPUTED DEBIT AND THE DATE THE CUSTOMER
      *    GAVE NOTICE. EXTENDED-FLAG 'Y' (NEW ACCOUNT, POINT OF SALE
      *    OR FOREIGN-INITIATED) ALLOWS 90 DAYS TO RESOLVE, OTHERWISE
      *    45. A ZERO DISPUTE AMOUNT DISPUTES THE WHOLE DEBIT.
      *    STATUS: BLANK/'N' KEYED, 'O' OPEN, 'P' PROVISIONAL CREDIT
      *    GIVEN, 'R' RESOLVED, 'X' REJECTED. OPERATIONS RESOLVE A
      *    CASE BY KEYING RESOLUTION 'C' (FOUND FOR THE CUSTOMER) OR
      *    'B' (FOUND FOR THE BANK).
       FD  DISPUTE-CASE-FILE.
       01  DISPUTE-CASE-RECORD.
           05  DC-CASE-NUMBER    PIC X(10).
           05  DC-ACCT-NUMBER    PIC X(12).
           05  DC-TXN-REF        PIC X(15).
           05  DC-NOTICE-DATE    PIC X(8).
           05  DC-EXTENDED-FLAG  PIC X(1).
           05  DC-DISPUTE-AMOUNT PIC 9(8)V99.
           05  DC-RESOLUTION     PIC X(1).
           05  DC-STATUS         PIC X(1).
           05  DC-TXN-DATE       PIC X(8).
           05  DC-TXN-CHANNEL    PIC X(10).
           05  DC-PROV-DUE-DATE  PIC X(8).
           05  DC-FINAL-DUE-DATE PIC X(8).
           05  DC-PROV-DATE      PIC X(8).
           05  DC-PROV-AMOUNT    PIC 9(8)V99.
           05  DC-RESOLVED-DATE  PIC X(8).
           05  DC-REASON         PIC X(30).

       FD  DISPUTE-CASE-FILE-NEW.
       01  DISPUTE-CASE-RECORD-NEW PIC X(148).

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

      *    ONE ROW PER DISPUTE MONEY MOVEMENT FOR POSTINGCONSOLIDATION:
      *    PROV - PROVISIONAL CREDIT GIVEN, REVS - PROVISIONAL CREDIT
      *    TAKEN BACK, FINL - PROVISIONAL CREDIT MADE FINAL, LOSS -
      *    CREDIT GIVEN ON RESOLUTION WITH NO PROVISIONAL CREDIT.
       FD  DISPUTE-GL-FILE.
       01  DISPUTE-GL-RECORD.
           05  DG-CASE-NUMBER    PIC X(10).
           05  DG-ACCT-NUMBER    PIC X(12).
           05  DG-EVENT          PIC X(4).
           05  DG-AMOUNT         PIC 9(8)V99.
           05  DG-DATE           PIC X(8).

       FD  NOTICE-FILE.
       01  NOTICE-LINE           PIC X(80).

       FD  AGING-REPORT.
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
       01  WS-CASE-STATUS        PIC XX.
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-CM-STATUS          PIC XX.
       01  WS-LOOKUP-STATUS      PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-HOLIDAY-STATUS     PIC XX.
       01  WS-DISPUTE-GL-STATUS  PIC XX.
       01  WS-LOCK-STATUS        PIC XX.
       01  WS-LOCK-OVERRIDE-STATUS PIC XX.
       01  WS-LOCK-HELD          PIC X VALUE 'N'.
       01  WS-LOCK-ACQUIRED      PIC X VALUE 'N'.
       01  WS-LOCK-HOLDER-NAME   PIC X(15).
       01  WS-LOCK-HOLDER-ID     PIC 9(9).
       01  WS-LOCK-HOLDER-TIME   PIC X(14).
       01  WS-CASE-EOF           PIC X VALUE 'N'.
       01  WS-LOOKUP-EOF         PIC X VALUE 'N'.
       01  WS-HOLIDAY-EOF        PIC X VALUE 'N'.
       01  WS-ACCT-FOUND         PIC X.
       01  WS-CM-FOUND           PIC X.
       01  WS-CM-OPEN            PIC X VALUE 'N'.
       01  WS-TXN-FOUND          PIC X.
       01  WS-TXN-AMOUNT         PIC 9(8)V99.
      *    NOTICES ON A DECEASED CUSTOMER'S ACCOUNT GO TO THE ESTATE
      *    CONTACT ON THE PENDING ESTATE REGISTER, IN THE NAME OF THE
      *    ESTATE.
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
       01  WS-TODAY-NUM          PIC 9(8).
       01  WS-TODAY-INT          PIC S9(9).
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

      *    PROVISIONAL CREDIT IS DUE ON THE TENTH BUSINESS DAY AFTER
      *    NOTICE, COUNTING WEEKENDS AND HOLIDAY_CALENDAR.DAT DATES
      *    OUT. THE FINAL DEADLINE IS 45 CALENDAR DAYS (90 EXTENDED)
      *    AFTER NOTICE; CASES WITHIN THE WARNING WINDOW OF IT ARE
      *    FLAGGED ON EVERY RUN UNTIL RESOLVED.
       01  WS-PROV-BUS-DAYS      PIC 9(2) VALUE 10.
       01  WS-FINAL-DAYS         PIC 9(3) VALUE 45.
       01  WS-FINAL-DAYS-EXT     PIC 9(3) VALUE 90.
       01  WS-FINAL-WARN-DAYS    PIC 9(3) VALUE 10.

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

       01  WS-CASE-COUNT         PIC 9(4) VALUE 0.
       01  WS-CASE-SCAN          PIC 9(4).
       01  CASE-TABLE.
           05  CASE-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-CASE-COUNT
                   INDEXED BY DC-IDX.
               10  DC-T-RECORD   PIC X(148).

       01  WS-DATE-NUM           PIC 9(8).
       01  WS-DATE-INT           PIC S9(9).
       01  WS-DAYS-TO-FINAL      PIC S9(5).
       01  WS-MONEY-AMOUNT       PIC 9(8)V99.
       01  WS-LEDGER-TYPE        PIC X(6).
       01  WS-LEDGER-DESC        PIC X(30).
       01  WS-GL-EVENT           PIC X(4).
       01  WS-AUDIT-EVENT        PIC X(16).
       01  WS-NOTICE-KIND        PIC X(1).
       01  WS-EDIT-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
       01  WS-AGING-FLAG         PIC X(22).

       01  WS-CASES-READ         PIC 9(5) VALUE 0.
       01  WS-OPENED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-PROV-COUNT         PIC 9(5) VALUE 0.
       01  WS-PROV-LATE-COUNT    PIC 9(5) VALUE 0.
       01  WS-PROV-MISSED-COUNT  PIC 9(5) VALUE 0.
       01  WS-REVERSED-COUNT     PIC 9(5) VALUE 0.
       01  WS-FINAL-COUNT        PIC 9(5) VALUE 0.
       01  WS-DENIED-COUNT       PIC 9(5) VALUE 0.
       01  WS-OPEN-CASE-COUNT    PIC 9(5) VALUE 0.
       01  WS-FINAL-WARN-COUNT   PIC 9(5) VALUE 0.
       01  WS-FINAL-OVERDUE-COUNT PIC 9(5) VALUE 0.
       01  WS-BUCKET-OVERDUE     PIC 9(5) VALUE 0.
       01  WS-BUCKET-0-10        PIC 9(5) VALUE 0.
       01  WS-BUCKET-11-20       PIC 9(5) VALUE 0.
       01  WS-BUCKET-21-45       PIC 9(5) VALUE 0.
       01  WS-BUCKET-OVER-45     PIC 9(5) VALUE 0.
       01  WS-TOTAL-PROV         PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-REVERSED     PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-FINAL        PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-OUTSTANDING  PIC 9(12)V99 VALUE 0.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(52)
               VALUE 'ELECTRONIC FUNDS TRANSFER DISPUTE AGING REPORT'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(18) VALUE 'Processing Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(104) VALUE SPACES.

       01  DETAIL-HEADER.
           05  FILLER            PIC X(12) VALUE 'Case'.
           05  FILLER            PIC X(14) VALUE 'Account'.
           05  FILLER            PIC X(17) VALUE 'Txn Reference'.
           05  FILLER            PIC X(8) VALUE 'Channel'.
           05  FILLER            PIC X(10) VALUE 'Notice'.
           05  FILLER            PIC X(10) VALUE 'Prov Due'.
           05  FILLER            PIC X(10) VALUE 'Final Due'.
           05  FILLER            PIC X(7) VALUE ' Days'.
           05  FILLER            PIC X(14) VALUE '       Amount'.
           05  FILLER            PIC X(30) VALUE '  Status'.

       01  DETAIL-LINE.
           05  DL-CASE           PIC X(12).
           05  DL-ACCOUNT        PIC X(14).
           05  DL-TXN-REF        PIC X(17).
           05  DL-CHANNEL        PIC X(8).
           05  DL-NOTICE         PIC X(10).
           05  DL-PROV-DUE       PIC X(10).
           05  DL-FINAL-DUE      PIC X(10).
           05  DL-DAYS           PIC -ZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-STATUS         PIC X(29).

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
           PERFORM LOAD-DISPUTE-CASES
           PERFORM PROCESS-DISPUTE-CASES
           PERFORM REWRITE-DISPUTE-CASES
           PERFORM GENERATE-AGING-REPORT
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
           STRING 'DSP-' WS-TODAY-YYYYMMDD '-' WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           ACCEPT WS-JOB-ID FROM TIME
           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

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
                       "notices print without an address"
           END-IF
           OPEN EXTEND POSTED-LEDGER
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT POSTED-LEDGER
           END-IF
           CLOSE POSTED-LEDGER
           OPEN EXTEND DISPUTE-GL-FILE
           IF WS-DISPUTE-GL-STATUS NOT = '00'
               OPEN OUTPUT DISPUTE-GL-FILE
           END-IF
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT AGING-REPORT
           PERFORM LOAD-ESTATE-REGISTER

           DISPLAY "========================================="
           DISPLAY "EFT DISPUTE CASE PROCESSING JOB STARTED"
           DISPLAY "========================================="
           DISPLAY "Processing Date: " WS-FORMATTED-DATE
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

       LOAD-DISPUTE-CASES.
           OPEN INPUT DISPUTE-CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY "No dispute_cases.dat present - no cases "
                       "on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-DISPUTE-CASE UNTIL WS-CASE-EOF = 'Y'
           CLOSE DISPUTE-CASE-FILE.

       READ-DISPUTE-CASE.
           READ DISPUTE-CASE-FILE
               AT END
                   MOVE 'Y' TO WS-CASE-EOF
               NOT AT END
                   ADD 1 TO WS-CASES-READ
                   IF WS-CASE-COUNT < 1000
                       ADD 1 TO WS-CASE-COUNT
                       SET DC-IDX TO WS-CASE-COUNT
                       MOVE DISPUTE-CASE-RECORD TO DC-T-RECORD(DC-IDX)
                   ELSE
                       DISPLAY "ERROR: Case table full - case "
                               DC-CASE-NUMBER " not processed"
                   END-IF
           END-READ.

       PROCESS-DISPUTE-CASES.
           PERFORM PROCESS-ONE-CASE
               VARYING WS-CASE-SCAN FROM 1 BY 1
               UNTIL WS-CASE-SCAN > WS-CASE-COUNT.

      *    A KEYED CASE IS OPENED FIRST, THEN RESOLVED IF OPERATIONS
      *    HAVE DECIDED IT, OTHERWISE GIVEN PROVISIONAL CREDIT ONCE
      *    THE TENTH BUSINESS DAY IS REACHED.
       PROCESS-ONE-CASE.
           SET DC-IDX TO WS-CASE-SCAN
           MOVE DC-T-RECORD(DC-IDX) TO DISPUTE-CASE-RECORD
           IF DC-STATUS = SPACE OR DC-STATUS = 'N'
               PERFORM OPEN-DISPUTE-CASE
           END-IF
           IF DC-STATUS = 'O' OR DC-STATUS = 'P'
               IF DC-RESOLUTION = 'C' OR DC-RESOLUTION = 'B'
                   PERFORM RESOLVE-DISPUTE-CASE
               ELSE
                   IF DC-STATUS = 'O'
                       AND DC-PROV-DUE-DATE <= WS-TODAY-YYYYMMDD
                       PERFORM GRANT-PROVISIONAL-CREDIT
                   END-IF
                   PERFORM CHECK-FINAL-DEADLINE
               END-IF
           END-IF
           MOVE DISPUTE-CASE-RECORD TO DC-T-RECORD(DC-IDX).

       OPEN-DISPUTE-CASE.
           MOVE SPACES TO DC-REASON
           MOVE 'N' TO WS-ACCT-FOUND
           MOVE DC-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           IF WS-ACCT-FOUND = 'N'
               MOVE 'ACCOUNT NOT FOUND' TO DC-REASON
               PERFORM REJECT-DISPUTE-CASE
               EXIT PARAGRAPH
           END-IF
           IF DC-NOTICE-DATE IS NOT NUMERIC
               MOVE 'INVALID NOTICE DATE' TO DC-REASON
               PERFORM REJECT-DISPUTE-CASE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DISPUTED-DEBIT
           IF WS-TXN-FOUND = 'N'
               MOVE 'NO MATCHING DEBIT ON LEDGER' TO DC-REASON
               PERFORM REJECT-DISPUTE-CASE
               EXIT PARAGRAPH
           END-IF
           IF DC-TXN-CHANNEL = 'MAINT' OR DC-TXN-CHANNEL = 'LEGAL'
               OR DC-TXN-CHANNEL = 'REVIEW'
               OR DC-TXN-CHANNEL = 'DISPUTE'
               MOVE 'NOT A CUSTOMER EFT DEBIT' TO DC-REASON
               PERFORM REJECT-DISPUTE-CASE
               EXIT PARAGRAPH
           END-IF
           IF DC-DISPUTE-AMOUNT = 0
               OR DC-DISPUTE-AMOUNT > WS-TXN-AMOUNT
               MOVE WS-TXN-AMOUNT TO DC-DISPUTE-AMOUNT
           END-IF

           MOVE DC-NOTICE-DATE TO WS-BDAY-START
           MOVE WS-PROV-BUS-DAYS TO WS-BDAY-COUNT
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-BDAY-RESULT TO DC-PROV-DUE-DATE
           MOVE DC-NOTICE-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF DC-EXTENDED-FLAG = 'Y'
               ADD WS-FINAL-DAYS-EXT TO WS-DATE-INT
           ELSE
               ADD WS-FINAL-DAYS TO WS-DATE-INT
           END-IF
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO DC-FINAL-DUE-DATE
           MOVE SPACES TO DC-PROV-DATE
           MOVE 0 TO DC-PROV-AMOUNT
           MOVE SPACES TO DC-RESOLVED-DATE
           MOVE 'O' TO DC-STATUS
           ADD 1 TO WS-OPENED-COUNT

           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|DISPUTE-OPEN|Case '
                  DC-CASE-NUMBER ' account ' DC-ACCT-NUMBER
                  ' ref ' DC-TXN-REF ' amount ' DC-DISPUTE-AMOUNT
                  ' provisional by ' DC-PROV-DUE-DATE
                  ' final by ' DC-FINAL-DUE-DATE
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM
           DISPLAY "Case opened: " DC-CASE-NUMBER " account "
                   DC-ACCT-NUMBER " provisional credit due "
                   DC-PROV-DUE-DATE.

       REJECT-DISPUTE-CASE.
           MOVE 'X' TO DC-STATUS
           MOVE WS-TODAY-YYYYMMDD TO DC-RESOLVED-DATE
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|DISPUTE-REJECT|Case '
                  DC-CASE-NUMBER ' account ' DC-ACCT-NUMBER
                  ' ref ' DC-TXN-REF ' reason ' DC-REASON
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM
           DISPLAY "Case rejected: " DC-CASE-NUMBER " - " DC-REASON.

       FIND-DISPUTED-DEBIT.
           MOVE 'N' TO WS-TXN-FOUND
           MOVE 'N' TO WS-LOOKUP-EOF
           OPEN INPUT LEDGER-LOOKUP
           IF WS-LOOKUP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-DISPUTE-LEDGER UNTIL WS-LOOKUP-EOF = 'Y'
           CLOSE LEDGER-LOOKUP.

       SCAN-DISPUTE-LEDGER.
           READ LEDGER-LOOKUP
               AT END
                   MOVE 'Y' TO WS-LOOKUP-EOF
               NOT AT END
                   IF LK-TR-ACCT-NUMBER = DC-ACCT-NUMBER
                       AND LK-TR-REFERENCE = DC-TXN-REF
                       AND LK-TR-TYPE = 'DEBIT '
                       MOVE 'Y' TO WS-TXN-FOUND
                       MOVE 'Y' TO WS-LOOKUP-EOF
                       MOVE LK-TR-DATE TO DC-TXN-DATE
                       MOVE LK-TR-CHANNEL TO DC-TXN-CHANNEL
                       MOVE LK-TR-AMOUNT TO WS-TXN-AMOUNT
                   END-IF
           END-READ.

       GRANT-PROVISIONAL-CREDIT.
           MOVE 'N' TO WS-ACCT-FOUND
           MOVE DC-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           IF WS-ACCT-FOUND = 'N'
               ADD 1 TO WS-PROV-MISSED-COUNT
               DISPLAY "ERROR: Case " DC-CASE-NUMBER " account "
                       DC-ACCT-NUMBER " not found - provisional "
                       "credit not given"
               EXIT PARAGRAPH
           END-IF
           MOVE DC-DISPUTE-AMOUNT TO WS-MONEY-AMOUNT
           ADD WS-MONEY-AMOUNT TO CURRENT-BALANCE
           ADD WS-MONEY-AMOUNT TO AVAILABLE-BALANCE
           REWRITE ACCOUNT-RECORD
           MOVE 'P' TO DC-STATUS
           MOVE WS-TODAY-YYYYMMDD TO DC-PROV-DATE
           MOVE WS-MONEY-AMOUNT TO DC-PROV-AMOUNT
           ADD 1 TO WS-PROV-COUNT
           ADD WS-MONEY-AMOUNT TO WS-TOTAL-PROV
           IF DC-PROV-DUE-DATE < WS-TODAY-YYYYMMDD
               ADD 1 TO WS-PROV-LATE-COUNT
               DISPLAY "WARNING: Case " DC-CASE-NUMBER
                       " provisional credit given after its due "
                       "date " DC-PROV-DUE-DATE
           END-IF

           MOVE 'CREDIT' TO WS-LEDGER-TYPE
           MOVE 'DISPUTE PROVISIONAL CREDIT' TO WS-LEDGER-DESC
           PERFORM WRITE-DISPUTE-LEDGER
           MOVE 'PROV' TO WS-GL-EVENT
           PERFORM WRITE-DISPUTE-GL
           MOVE 'DISPUTE-PROVCR' TO WS-AUDIT-EVENT
           PERFORM WRITE-DISPUTE-AUDIT
           MOVE 'P' TO WS-NOTICE-KIND
           PERFORM WRITE-DISPUTE-NOTICE.

      *    FOUND FOR THE CUSTOMER: A PROVISIONAL CREDIT BECOMES FINAL,
      *    OTHERWISE THE CUSTOMER IS CREDITED NOW. FOUND FOR THE BANK:
      *    ANY PROVISIONAL CREDIT IS TAKEN BACK.
       RESOLVE-DISPUTE-CASE.
           MOVE 'N' TO WS-ACCT-FOUND
           MOVE DC-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           IF WS-ACCT-FOUND = 'N'
               DISPLAY "ERROR: Case " DC-CASE-NUMBER " account "
                       DC-ACCT-NUMBER " not found - resolution "
                       "deferred"
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN DC-RESOLUTION = 'C' AND DC-STATUS = 'P'
                   MOVE DC-PROV-AMOUNT TO WS-MONEY-AMOUNT
                   MOVE 'FINL' TO WS-GL-EVENT
                   PERFORM WRITE-DISPUTE-GL
                   MOVE 'DISPUTE-FINAL' TO WS-AUDIT-EVENT
                   ADD 1 TO WS-FINAL-COUNT
                   ADD WS-MONEY-AMOUNT TO WS-TOTAL-FINAL
               WHEN DC-RESOLUTION = 'C'
                   MOVE DC-DISPUTE-AMOUNT TO WS-MONEY-AMOUNT
                   ADD WS-MONEY-AMOUNT TO CURRENT-BALANCE
                   ADD WS-MONEY-AMOUNT TO AVAILABLE-BALANCE
                   REWRITE ACCOUNT-RECORD
                   MOVE 'CREDIT' TO WS-LEDGER-TYPE
                   MOVE 'DISPUTE RESOLVED CREDIT' TO WS-LEDGER-DESC
                   PERFORM WRITE-DISPUTE-LEDGER
                   MOVE 'LOSS' TO WS-GL-EVENT
                   PERFORM WRITE-DISPUTE-GL
                   MOVE 'DISPUTE-FINAL' TO WS-AUDIT-EVENT
                   ADD 1 TO WS-FINAL-COUNT
                   ADD WS-MONEY-AMOUNT TO WS-TOTAL-FINAL
               WHEN DC-STATUS = 'P'
                   MOVE DC-PROV-AMOUNT TO WS-MONEY-AMOUNT
                   SUBTRACT WS-MONEY-AMOUNT FROM CURRENT-BALANCE
                   SUBTRACT WS-MONEY-AMOUNT FROM AVAILABLE-BALANCE
                   REWRITE ACCOUNT-RECORD
                   MOVE 'DEBIT ' TO WS-LEDGER-TYPE
                   MOVE 'DISPUTE CREDIT REVERSED' TO WS-LEDGER-DESC
                   PERFORM WRITE-DISPUTE-LEDGER
                   MOVE 'REVS' TO WS-GL-EVENT
                   PERFORM WRITE-DISPUTE-GL
                   MOVE 'DISPUTE-REVERSE' TO WS-AUDIT-EVENT
                   ADD 1 TO WS-REVERSED-COUNT
                   ADD WS-MONEY-AMOUNT TO WS-TOTAL-REVERSED
               WHEN OTHER
                   MOVE 0 TO WS-MONEY-AMOUNT
                   MOVE 'DISPUTE-DENIED' TO WS-AUDIT-EVENT
                   ADD 1 TO WS-DENIED-COUNT
           END-EVALUATE

           MOVE 'R' TO DC-STATUS
           MOVE WS-TODAY-YYYYMMDD TO DC-RESOLVED-DATE
           IF DC-FINAL-DUE-DATE < WS-TODAY-YYYYMMDD
               ADD 1 TO WS-FINAL-OVERDUE-COUNT
               DISPLAY "WARNING: Case " DC-CASE-NUMBER
                       " resolved after its final deadline "
                       DC-FINAL-DUE-DATE
           END-IF
           PERFORM WRITE-DISPUTE-AUDIT
           MOVE DC-RESOLUTION TO WS-NOTICE-KIND
           PERFORM WRITE-DISPUTE-NOTICE.

       CHECK-FINAL-DEADLINE.
           MOVE DC-FINAL-DUE-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DAYS-TO-FINAL = WS-DATE-INT - WS-TODAY-INT
           IF WS-DAYS-TO-FINAL < 0
               DISPLAY "WARNING: Case " DC-CASE-NUMBER
                       " is past its final resolution deadline "
                       DC-FINAL-DUE-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-DAYS-TO-FINAL <= WS-FINAL-WARN-DAYS
               ADD 1 TO WS-FINAL-WARN-COUNT
               DISPLAY "WARNING: Case " DC-CASE-NUMBER
                       " final resolution due " DC-FINAL-DUE-DATE
                       " in " WS-DAYS-TO-FINAL " days"
           END-IF.

       WRITE-DISPUTE-LEDGER.
           OPEN EXTEND POSTED-LEDGER
           MOVE SPACES TO LEDGER-RECORD
           MOVE DC-ACCT-NUMBER TO TR-ACCT-NUMBER
           MOVE WS-TODAY-YYYYMMDD TO TR-DATE
           MOVE WS-CURRENT-TIME(1:6) TO TR-TIME
           MOVE WS-LEDGER-TYPE TO TR-TYPE
           MOVE WS-MONEY-AMOUNT TO TR-AMOUNT
           MOVE WS-LEDGER-DESC TO TR-DESCRIPTION
           MOVE DC-CASE-NUMBER TO TR-REFERENCE
           MOVE 'DISPUTE' TO TR-CHANNEL
           IF CURRENCY-CODE = SPACES
               MOVE 'USD' TO TR-CURRENCY
           ELSE
               MOVE CURRENCY-CODE TO TR-CURRENCY
           END-IF
           WRITE LEDGER-RECORD
           MOVE 'Y' TO WS-MF-WRITTEN
           CLOSE POSTED-LEDGER.

       WRITE-DISPUTE-GL.
           MOVE SPACES TO DISPUTE-GL-RECORD
           MOVE DC-CASE-NUMBER TO DG-CASE-NUMBER
           MOVE DC-ACCT-NUMBER TO DG-ACCT-NUMBER
           MOVE WS-GL-EVENT TO DG-EVENT
           MOVE WS-MONEY-AMOUNT TO DG-AMOUNT
           MOVE WS-TODAY-YYYYMMDD TO DG-DATE
           WRITE DISPUTE-GL-RECORD.

       WRITE-DISPUTE-AUDIT.
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|'
                      DELIMITED BY SIZE
                  WS-AUDIT-EVENT
                      DELIMITED BY SPACE
                  '|Case ' DC-CASE-NUMBER ' account ' DC-ACCT-NUMBER
                  ' ref ' DC-TXN-REF ' amount ' WS-MONEY-AMOUNT
                  ' resolution ' DC-RESOLUTION
                      DELIMITED BY SIZE
                  INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM
           DISPLAY WS-AUDIT-EVENT ": case " DC-CASE-NUMBER
                   " account " DC-ACCT-NUMBER " amount "
                   WS-MONEY-AMOUNT.

      *    NOTICE KIND: P - PROVISIONAL CREDIT GIVEN, C - RESOLVED FOR
      *    THE CUSTOMER, B - RESOLVED FOR THE BANK.
       WRITE-DISPUTE-NOTICE.
           MOVE 'N' TO WS-CM-FOUND
           IF WS-CM-OPEN = 'Y'
               MOVE DC-ACCT-NUMBER TO CM-ACCT-NUMBER
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
           WRITE NOTICE-LINE FROM NOTICE-HEADER
           EVALUATE WS-NOTICE-KIND
               WHEN 'P'
                   MOVE 'NOTICE OF PROVISIONAL CREDIT' TO NT-TEXT
               WHEN 'C'
                   MOVE 'NOTICE OF DISPUTE RESOLUTION - CREDIT FINAL'
                       TO NT-TEXT
               WHEN OTHER
                   MOVE 'NOTICE OF DISPUTE RESOLUTION - NO ERROR FOUND'
                       TO NT-TEXT
           END-EVALUATE
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
           STRING 'Case ' DC-CASE-NUMBER ' - account '
                  DC-ACCT-NUMBER
               DELIMITED BY SIZE INTO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT
           MOVE SPACES TO NT-TEXT
           STRING 'Disputed transaction ' DC-TXN-REF ' dated '
                  DC-TXN-DATE
               DELIMITED BY SIZE INTO NT-TEXT
           WRITE NOTICE-LINE FROM NOTICE-TEXT
           MOVE WS-MONEY-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO NT-TEXT
           EVALUATE WS-NOTICE-KIND
               WHEN 'P'
                   STRING 'We have credited your account '
                          WS-EDIT-AMOUNT
                          ' while we investigate.'
                       DELIMITED BY SIZE INTO NT-TEXT
                   WRITE NOTICE-LINE FROM NOTICE-TEXT
                   MOVE SPACES TO NT-TEXT
                   STRING 'We will tell you the outcome no later '
                          'than ' DC-FINAL-DUE-DATE '.'
                       DELIMITED BY SIZE INTO NT-TEXT
                   WRITE NOTICE-LINE FROM NOTICE-TEXT
               WHEN 'C'
                   STRING 'We found in your favour. The credit of '
                          WS-EDIT-AMOUNT ' is final.'
                       DELIMITED BY SIZE INTO NT-TEXT
                   WRITE NOTICE-LINE FROM NOTICE-TEXT
               WHEN OTHER
                   STRING 'Our investigation found the '
                          'transaction was correct.'
                       DELIMITED BY SIZE INTO NT-TEXT
                   WRITE NOTICE-LINE FROM NOTICE-TEXT
                   IF WS-MONEY-AMOUNT > 0
                       MOVE SPACES TO NT-TEXT
                       STRING 'The provisional credit of '
                              WS-EDIT-AMOUNT ' was debited on '
                              WS-TODAY-YYYYMMDD '.'
                           DELIMITED BY SIZE INTO NT-TEXT
                       WRITE NOTICE-LINE FROM NOTICE-TEXT
                   END-IF
                   MOVE SPACES TO NT-TEXT
                   STRING 'You may ask for copies of the documents '
                          'we relied on.'
                       DELIMITED BY SIZE INTO NT-TEXT
                   WRITE NOTICE-LINE FROM NOTICE-TEXT
           END-EVALUATE
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

       REWRITE-DISPUTE-CASES.
           IF WS-CASE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DISPUTE-CASE-FILE-NEW
           PERFORM WRITE-DISPUTE-CASE
               VARYING WS-CASE-SCAN FROM 1 BY 1
               UNTIL WS-CASE-SCAN > WS-CASE-COUNT
           CLOSE DISPUTE-CASE-FILE-NEW
           CALL 'CBL_DELETE_FILE' USING 'dispute_cases.dat'
           CALL 'CBL_RENAME_FILE' USING 'dispute_cases.dat.new'
               'dispute_cases.dat'.

       WRITE-DISPUTE-CASE.
           SET DC-IDX TO WS-CASE-SCAN
           MOVE DC-T-RECORD(DC-IDX) TO DISPUTE-CASE-RECORD-NEW
           WRITE DISPUTE-CASE-RECORD-NEW.

      *    OPEN CASES ONLY, BUCKETED BY CALENDAR DAYS LEFT TO THE
      *    FINAL RESOLUTION DEADLINE. AN OPEN CASE STILL WITHOUT
      *    PROVISIONAL CREDIT PAST ITS DUE DATE IS THE FINDING THE
      *    REPORT EXISTS TO CATCH AND IS FLAGGED FIRST.
       GENERATE-AGING-REPORT.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM DETAIL-HEADER
           WRITE REPORT-LINE FROM HEADER-1

           PERFORM WRITE-AGING-DETAIL
               VARYING WS-CASE-SCAN FROM 1 BY 1
               UNTIL WS-CASE-SCAN > WS-CASE-COUNT

           IF WS-OPEN-CASE-COUNT = 0
               MOVE 'No open dispute cases.' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           MOVE 'Open Cases:' TO CL-LABEL
           MOVE WS-OPEN-CASE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Past Final Deadline:' TO CL-LABEL
           MOVE WS-BUCKET-OVERDUE TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Final Due In 0-10 Days:' TO CL-LABEL
           MOVE WS-BUCKET-0-10 TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Final Due In 11-20 Days:' TO CL-LABEL
           MOVE WS-BUCKET-11-20 TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Final Due In 21-45 Days:' TO CL-LABEL
           MOVE WS-BUCKET-21-45 TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Final Due In Over 45 Days:' TO CL-LABEL
           MOVE WS-BUCKET-OVER-45 TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Cases Opened Today:' TO CL-LABEL
           MOVE WS-OPENED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Cases Rejected Today:' TO CL-LABEL
           MOVE WS-REJECTED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Provisional Credits Given:' TO CL-LABEL
           MOVE WS-PROV-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Given After Due Date:' TO CL-LABEL
           MOVE WS-PROV-LATE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Not Given - Account Missing:' TO CL-LABEL
           MOVE WS-PROV-MISSED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Resolved For Customer:' TO CL-LABEL
           MOVE WS-FINAL-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Resolved For Bank - Credit Reversed:' TO CL-LABEL
           MOVE WS-REVERSED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Resolved For Bank - No Credit Given:' TO CL-LABEL
           MOVE WS-DENIED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Resolved After Final Deadline:' TO CL-LABEL
           MOVE WS-FINAL-OVERDUE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Provisional Credit Given Today:' TO SL-LABEL
           MOVE WS-TOTAL-PROV TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Provisional Credit Reversed Today:' TO SL-LABEL
           MOVE WS-TOTAL-REVERSED TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Credit Made Final Today:' TO SL-LABEL
           MOVE WS-TOTAL-FINAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Disputed Amount Still Open:' TO SL-LABEL
           MOVE WS-TOTAL-OUTSTANDING TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "Dispute case processing completed:"
           DISPLAY "  Cases on file: " WS-CASE-COUNT
           DISPLAY "  Opened: " WS-OPENED-COUNT
           DISPLAY "  Provisional credits: " WS-PROV-COUNT
           DISPLAY "  Open cases: " WS-OPEN-CASE-COUNT
           DISPLAY "  Nearing final deadline: " WS-FINAL-WARN-COUNT
           DISPLAY " "
           DISPLAY "Report generated: dispute_aging_report.txt"
           DISPLAY "Notices generated: dispute_notices.txt"
           DISPLAY "========================================="
           DISPLAY "EFT DISPUTE CASE PROCESSING JOB COMPLETED"
           DISPLAY "=========================================".

       WRITE-AGING-DETAIL.
           SET DC-IDX TO WS-CASE-SCAN
           MOVE DC-T-RECORD(DC-IDX) TO DISPUTE-CASE-RECORD
           IF DC-STATUS NOT = 'O' AND DC-STATUS NOT = 'P'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-CASE-COUNT
           ADD DC-DISPUTE-AMOUNT TO WS-TOTAL-OUTSTANDING
           MOVE DC-FINAL-DUE-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DAYS-TO-FINAL = WS-DATE-INT - WS-TODAY-INT
           EVALUATE TRUE
               WHEN WS-DAYS-TO-FINAL < 0
                   ADD 1 TO WS-BUCKET-OVERDUE
               WHEN WS-DAYS-TO-FINAL <= 10
                   ADD 1 TO WS-BUCKET-0-10
               WHEN WS-DAYS-TO-FINAL <= 20
                   ADD 1 TO WS-BUCKET-11-20
               WHEN WS-DAYS-TO-FINAL <= 45
                   ADD 1 TO WS-BUCKET-21-45
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-OVER-45
           END-EVALUATE
           EVALUATE TRUE
               WHEN DC-STATUS = 'O'
                   AND DC-PROV-DUE-DATE < WS-TODAY-YYYYMMDD
                   MOVE '*** PROV CREDIT OVERDUE' TO WS-AGING-FLAG
               WHEN WS-DAYS-TO-FINAL < 0
                   MOVE '*** FINAL OVERDUE' TO WS-AGING-FLAG
               WHEN WS-DAYS-TO-FINAL <= WS-FINAL-WARN-DAYS
                   MOVE '** FINAL DUE SOON' TO WS-AGING-FLAG
               WHEN DC-STATUS = 'P'
                   MOVE 'PROVISIONAL CREDIT' TO WS-AGING-FLAG
               WHEN OTHER
                   MOVE 'INVESTIGATING' TO WS-AGING-FLAG
           END-EVALUATE
           MOVE DC-CASE-NUMBER TO DL-CASE
           MOVE DC-ACCT-NUMBER TO DL-ACCOUNT
           MOVE DC-TXN-REF TO DL-TXN-REF
           MOVE DC-TXN-CHANNEL TO DL-CHANNEL
           MOVE DC-NOTICE-DATE TO DL-NOTICE
           MOVE DC-PROV-DUE-DATE TO DL-PROV-DUE
           MOVE DC-FINAL-DUE-DATE TO DL-FINAL-DUE
           MOVE WS-DAYS-TO-FINAL TO DL-DAYS
           MOVE DC-DISPUTE-AMOUNT TO DL-AMOUNT
           MOVE WS-AGING-FLAG TO DL-STATUS
           WRITE REPORT-LINE FROM DETAIL-LINE.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'DISPUTES' TO JC-JOB-NAME
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
           MOVE 'DISPUTES' TO JC-JOB-NAME
           MOVE WS-CURRENT-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-CASE-COUNT TO JC-RECORDS-PROC
           COMPUTE JC-RECORDS-ERROR = WS-REJECTED-COUNT
                                    + WS-PROV-LATE-COUNT
                                    + WS-PROV-MISSED-COUNT
                                    + WS-FINAL-OVERDUE-COUNT
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
           MOVE 'DISPUTES' TO LK-JOB-NAME
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
           CLOSE DISPUTE-GL-FILE
           CLOSE NOTICE-FILE
           CLOSE AGING-REPORT
           CLOSE AUDIT-LOG.

      *    A RUN THAT ADDED ROWS TO THE HAND-OFF FILE RESTAMPS ITS
      *    MANIFEST WITH THE NEW COUNT AND HASH.
       RECORD-OUTPUT-MANIFESTS.
           MOVE WS-JOB-ID TO WS-MF-JOB-ID
           MOVE 'DISPUTES' TO WS-MF-JOB-NAME
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
