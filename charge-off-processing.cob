       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChargeOffProcessing.
       AUTHOR. Banking Operations Team.

      *    CHARGE-OFF AND RECOVERY PROCESSING
      *    RUNS DAILY AFTER OVERDRAFTPROCESSING HAS WRITTEN THE DAY'S
      *    COLLECTIONS REFERRALS. AN ACCOUNT APPROVED FOR CHARGE-OFF
      *    UNDER DUAL CONTROL IN ACCOUNTMAINTENANCE IS CHARGED OFF ONCE
      *    IT IS FLAGGED AS AGED PAST THE CHARGE-OFF THRESHOLD: THE
      *    NEGATIVE BALANCE IS WRITTEN OFF TO THE LOSS ACCOUNT, THE
      *    ACCOUNT IS FROZEN AND THE LOSS IS ENTERED ON THE CHARGE-OFF
      *    REGISTER. CREDITS THAT LATER REACH A CHARGED-OFF ACCOUNT ARE
      *    TAKEN OFF THE BALANCE AS RECOVERIES AGAINST THE REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'account_balances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT REFERRAL-EXTRACT ASSIGN TO
               'collections_referrals.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-FILE-STATUS.
           SELECT CHARGEOFF-APPROVAL-FILE ASSIGN TO
               'chargeoff_approvals.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT CHARGEOFF-APPROVAL-FILE-NEW ASSIGN TO
               'chargeoff_approvals.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGEOFF-REGISTER-FILE ASSIGN TO
               'chargeoff_register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.
           SELECT CHARGEOFF-REGISTER-FILE-NEW ASSIGN TO
               'chargeoff_register.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGEOFF-GL-FILE ASSIGN TO
               'chargeoff_gl_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CG-FILE-STATUS.
           SELECT CHARGEOFF-REPORT ASSIGN TO 'chargeoff_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
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

      *    WRITTEN FRESH EACH DAY BY OVERDRAFTPROCESSING FOR EVERY
      *    ACCOUNT OVERDRAWN 60 DAYS OR MORE. THE CHARGE-OFF FLAG IS
      *    'Y' FROM 90 DAYS.
       FD  REFERRAL-EXTRACT.
       01  REFERRAL-RECORD.
           05  RF-ACCT-NUMBER    PIC X(12).
           05  RF-CUSTOMER-NAME  PIC X(30).
           05  RF-ADDRESS-1      PIC X(30).
           05  RF-ADDRESS-2      PIC X(30).
           05  RF-CITY-STATE-ZIP PIC X(30).
           05  RF-PHONE          PIC X(12).
           05  RF-BALANCE        PIC S9(10)V99.
           05  RF-TOTAL-FEES     PIC 9(8)V99.
           05  RF-DAYS-NEGATIVE  PIC 9(3).
           05  RF-CHARGEOFF-FLAG PIC X(1).

      *    WRITTEN BY ACCOUNTMAINTENANCE WHEN A CHGOFF REQUEST IS
      *    RELEASED BY ITS SECOND OPERATOR. STATUS 'A' APPROVED, 'D'
      *    CHARGED OFF, 'X' CANCELLED.
       FD  CHARGEOFF-APPROVAL-FILE.
       01  CHARGEOFF-APPROVAL-RECORD.
           05  CA-ACCT-NUMBER    PIC X(12).
           05  CA-REQUESTED-BY   PIC X(12).
           05  CA-APPROVED-BY    PIC X(12).
           05  CA-APPROVED-DATE  PIC X(8).
           05  CA-STATUS         PIC X(1).
           05  CA-STATUS-DATE    PIC X(8).

       FD  CHARGEOFF-APPROVAL-FILE-NEW.
       01  CHARGEOFF-APPROVAL-RECORD-NEW PIC X(53).

      *    ONE ROW PER CHARGE-OFF, KEEPING THE ORIGINAL AMOUNT WRITTEN
      *    OFF AND WHAT HAS BEEN RECOVERED AGAINST IT. STATUS 'O' OPEN,
      *    'R' RECOVERED IN FULL.
       FD  CHARGEOFF-REGISTER-FILE.
       01  CHARGEOFF-REGISTER-RECORD.
           05  CO-ACCT-NUMBER    PIC X(12).
           05  CO-ACCT-TYPE      PIC X(8).
           05  CO-CHARGEOFF-DATE PIC X(8).
           05  CO-ORIGINAL-AMT   PIC 9(10)V99.
           05  CO-RECOVERED-AMT  PIC 9(10)V99.
           05  CO-LAST-RECOVERY  PIC X(8).
           05  CO-DAYS-NEGATIVE  PIC 9(3).
           05  CO-REQUESTED-BY   PIC X(12).
           05  CO-APPROVED-BY    PIC X(12).
           05  CO-STATUS         PIC X(1).

       FD  CHARGEOFF-REGISTER-FILE-NEW.
       01  CHARGEOFF-REGISTER-RECORD-NEW PIC X(88).

      *    CHARGE-OFFS AND RECOVERIES FOR POSTINGCONSOLIDATION: EVENT
      *    CHGO OR RCVY. KEPT AS THE HISTORY BEHIND THE MONTHLY TOTALS.
       FD  CHARGEOFF-GL-FILE.
       01  CHARGEOFF-GL-RECORD.
           05  CG-ACCT-NUMBER    PIC X(12).
           05  CG-EVENT          PIC X(4).
           05  CG-AMOUNT         PIC 9(10)V99.
           05  CG-DATE           PIC X(8).
           05  CG-ACCT-TYPE      PIC X(8).

       FD  CHARGEOFF-REPORT.
       01  REPORT-LINE           PIC X(132).

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

       FD  AUDIT-LOG.
       01  AUDIT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-RF-FILE-STATUS     PIC XX.
       01  WS-CA-FILE-STATUS     PIC XX.
       01  WS-CO-FILE-STATUS     PIC XX.
       01  WS-CG-FILE-STATUS     PIC XX.
       01  WS-BD-STATUS          PIC XX.
       01  WS-LOCK-STATUS        PIC XX.
       01  WS-LOCK-OVERRIDE-STATUS PIC XX.
       01  WS-LOCK-HELD          PIC X VALUE 'N'.
       01  WS-LOCK-ACQUIRED      PIC X VALUE 'N'.
       01  WS-LOCK-HOLDER-NAME   PIC X(15).
       01  WS-LOCK-HOLDER-ID     PIC 9(9).
       01  WS-LOCK-HOLDER-TIME   PIC X(14).

       01  WS-CURRENT-DATE.
           05  WS-YEAR           PIC 9(4).
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.
       01  WS-FORMATTED-DATE     PIC X(10).
       01  WS-TODAY-NUM          PIC 9(8).

      *    THE MONTHLY TOTALS COVER THE MONTH TO DATE (SLOT 1) AND THE
      *    WHOLE OF THE PRIOR MONTH (SLOT 2).
       01  WS-RPT-PERIOD.
           05  WS-RPT-YEAR       PIC 9(4).
           05  WS-RPT-MONTH      PIC 99.
       01  WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR     PIC 9(4).
           05  WS-PRIOR-MONTH    PIC 99.
       01  WS-PERIOD-SUB         PIC 9.
       01  WS-PERIOD-TITLE       PIC X(50).

       01  WS-RF-EOF             PIC X VALUE 'N'.
       01  WS-CA-EOF             PIC X VALUE 'N'.
       01  WS-CA-LOADED          PIC X VALUE 'N'.
       01  WS-CO-EOF             PIC X VALUE 'N'.
       01  WS-CO-LOADED          PIC X VALUE 'N'.
       01  WS-CG-EOF             PIC X VALUE 'N'.
       01  WS-ACCT-FOUND         PIC X VALUE 'N'.
       01  WS-RX-FOUND           PIC X VALUE 'N'.
       01  WS-RT-FOUND           PIC X VALUE 'N'.
       01  WS-TY-FOUND           PIC X VALUE 'N'.
       01  WS-CHARGEOFF-AMT      PIC 9(10)V99.
       01  WS-RECOVERY-AMT       PIC 9(10)V99.
       01  WS-RECOVERABLE        PIC 9(10)V99.
       01  WS-OUTSTANDING-AMT    PIC 9(10)V99.
       01  WS-DETAIL-ACCT        PIC X(12).
       01  WS-DETAIL-TYPE        PIC X(8).
       01  WS-DETAIL-DAYS        PIC 9(3).
       01  WS-DETAIL-AMT         PIC 9(10)V99.
       01  WS-DETAIL-ACTION      PIC X(40).
       01  WS-AUDIT-AMT          PIC 9(10)V99.

       01  WS-APPROVALS-REVIEWED PIC 9(5) VALUE 0.
       01  WS-CHARGEOFF-COUNT    PIC 9(5) VALUE 0.
       01  WS-AWAITING-COUNT     PIC 9(5) VALUE 0.
       01  WS-CANCELLED-COUNT    PIC 9(5) VALUE 0.
       01  WS-REGISTER-REVIEWED  PIC 9(5) VALUE 0.
       01  WS-RECOVERY-COUNT     PIC 9(5) VALUE 0.
       01  WS-FULL-RECOVERY-COUNT PIC 9(5) VALUE 0.
       01  WS-CHARGEOFF-TOTAL    PIC 9(12)V99 VALUE 0.
       01  WS-RECOVERY-TOTAL     PIC 9(12)V99 VALUE 0.
       01  WS-REGISTER-ORIGINAL  PIC 9(12)V99 VALUE 0.
       01  WS-REGISTER-RECOVERED PIC 9(12)V99 VALUE 0.
       01  WS-REGISTER-OPEN      PIC 9(12)V99 VALUE 0.

      *    ACCOUNTS ON TODAY'S REFERRAL FILE FLAGGED FOR CHARGE-OFF.
       01  WS-RX-COUNT           PIC 9(4) VALUE 0.
       01  REFERRAL-TABLE.
           05  RX-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RX-COUNT
                   INDEXED BY RX-IDX.
               10  RX-ACCT           PIC X(12).
               10  RX-DAYS-NEGATIVE  PIC 9(3).

       01  WS-CA-COUNT           PIC 9(4) VALUE 0.
       01  APPROVAL-TABLE.
           05  AT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CA-COUNT
                   INDEXED BY AT-IDX.
               10  AT-ACCT           PIC X(12).
               10  AT-REQUESTED-BY   PIC X(12).
               10  AT-APPROVED-BY    PIC X(12).
               10  AT-APPROVED-DATE  PIC X(8).
               10  AT-STATUS         PIC X(1).
               10  AT-STATUS-DATE    PIC X(8).

       01  WS-CO-COUNT           PIC 9(4) VALUE 0.
       01  REGISTER-TABLE.
           05  RT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CO-COUNT
                   INDEXED BY RT-IDX.
               10  RT-ACCT           PIC X(12).
               10  RT-ACCT-TYPE      PIC X(8).
               10  RT-CHARGEOFF-DATE PIC X(8).
               10  RT-ORIGINAL-AMT   PIC 9(10)V99.
               10  RT-RECOVERED-AMT  PIC 9(10)V99.
               10  RT-LAST-RECOVERY  PIC X(8).
               10  RT-DAYS-NEGATIVE  PIC 9(3).
               10  RT-REQUESTED-BY   PIC X(12).
               10  RT-APPROVED-BY    PIC X(12).
               10  RT-STATUS         PIC X(1).

      *    CHARGE-OFFS, RECOVERIES AND NET LOSS BY ACCOUNT TYPE FOR
      *    EACH PERIOD SLOT, WITH A TOTAL ACROSS ALL TYPES.
       01  WS-TY-COUNT           PIC 9(2) VALUE 0.
       01  TYPE-TOTALS-TABLE.
           05  TY-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-TY-COUNT
                   INDEXED BY TY-IDX.
               10  TY-ACCT-TYPE      PIC X(8).
               10  TY-PERIOD OCCURS 2 TIMES.
                   15  TY-CHGO-COUNT PIC 9(5).
                   15  TY-CHGO-AMT   PIC 9(12)V99.
                   15  TY-RCVY-COUNT PIC 9(5).
                   15  TY-RCVY-AMT   PIC 9(12)V99.
       01  PERIOD-TOTALS-TABLE.
           05  PT-PERIOD OCCURS 2 TIMES.
               10  PT-CHGO-COUNT     PIC 9(5).
               10  PT-CHGO-AMT       PIC 9(12)V99.
               10  PT-RCVY-COUNT     PIC 9(5).
               10  PT-RCVY-AMT       PIC 9(12)V99.
       01  WS-NET-LOSS           PIC S9(12)V99.

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
               VALUE 'CHARGE-OFF AND RECOVERY REPORT'.
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
           05  FILLER            PIC X(8) VALUE 'Type'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(4) VALUE 'Days'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE '        Amount'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE '   Outstanding'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(40) VALUE 'Action'.
           05  FILLER            PIC X(20) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  DL-ACCOUNT        PIC X(12).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  DL-TYPE           PIC X(8).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  DL-DAYS           PIC ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  DL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  DL-OUTSTANDING    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  DL-ACTION         PIC X(40).
           05  FILLER            PIC X(20) VALUE SPACES.

       01  TYPE-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Account Type'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(7) VALUE '  Count'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(16) VALUE '     Charged Off'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(7) VALUE '  Count'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(16) VALUE '       Recovered'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(17) VALUE '         Net Loss'.
           05  FILLER            PIC X(37) VALUE SPACES.

       01  TYPE-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  TL-TYPE           PIC X(12).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  TL-CHGO-COUNT     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  TL-CHGO-AMT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  TL-RCVY-COUNT     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  TL-RCVY-AMT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  TL-NET-LOSS       PIC --,---,---,--9.99.
           05  FILLER            PIC X(37) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  SL-LABEL          PIC X(40).
           05  SL-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(69) VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CL-LABEL          PIC X(40).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM PROCESS-CHARGEOFF-APPROVAL
               VARYING AT-IDX FROM 1 BY 1
               UNTIL AT-IDX > WS-CA-COUNT
           PERFORM RECOVER-CHARGED-OFF-ACCOUNT
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-CO-COUNT
           PERFORM REWRITE-APPROVAL-FILE
           PERFORM REWRITE-REGISTER-FILE
           PERFORM WRITE-REPORT-SUMMARY
           PERFORM WRITE-MONTHLY-TOTALS
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
           STRING WS-TODAY-NUM WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
           STRING 'CHO-' WS-TODAY-NUM '-' WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           ACCEPT WS-JOB-ID FROM TIME
           PERFORM DETERMINE-REPORT-PERIODS

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
           OPEN OUTPUT CHARGEOFF-REPORT
           OPEN EXTEND CHARGEOFF-GL-FILE
           IF WS-CG-FILE-STATUS NOT = '00'
               OPEN OUTPUT CHARGEOFF-GL-FILE
           END-IF
           OPEN EXTEND AUDIT-LOG

           PERFORM LOAD-REFERRALS
           PERFORM LOAD-APPROVALS
           PERFORM LOAD-REGISTER

           DISPLAY "========================================="
           DISPLAY "CHARGE-OFF PROCESSING JOB STARTED"
           DISPLAY "========================================="
           DISPLAY "Processing Date: " WS-FORMATTED-DATE
           DISPLAY "Accounts Flagged For Charge-Off: " WS-RX-COUNT
           DISPLAY "Charge-Off Approvals Loaded: " WS-CA-COUNT
           DISPLAY "Register Entries Loaded: " WS-CO-COUNT
           DISPLAY " ".

       DETERMINE-REPORT-PERIODS.
           MOVE WS-YEAR TO WS-RPT-YEAR
           MOVE WS-MONTH TO WS-RPT-MONTH
           IF WS-RPT-MONTH = 01
               COMPUTE WS-PRIOR-YEAR = WS-RPT-YEAR - 1
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               MOVE WS-RPT-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MONTH = WS-RPT-MONTH - 1
           END-IF.

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

       LOAD-REFERRALS.
           OPEN INPUT REFERRAL-EXTRACT
           IF WS-RF-FILE-STATUS = '00'
               MOVE 'N' TO WS-RF-EOF
               PERFORM READ-REFERRAL-ENTRY UNTIL WS-RF-EOF = 'Y'
               CLOSE REFERRAL-EXTRACT
           ELSE
               DISPLAY "No collections_referrals.dat - no accounts "
                       "can be charged off today"
           END-IF.

       READ-REFERRAL-ENTRY.
           READ REFERRAL-EXTRACT
               AT END
                   MOVE 'Y' TO WS-RF-EOF
               NOT AT END
                   IF RF-CHARGEOFF-FLAG = 'Y'
                       IF WS-RX-COUNT < 2000
                           ADD 1 TO WS-RX-COUNT
                           SET RX-IDX TO WS-RX-COUNT
                           MOVE RF-ACCT-NUMBER TO RX-ACCT(RX-IDX)
                           MOVE RF-DAYS-NEGATIVE
                               TO RX-DAYS-NEGATIVE(RX-IDX)
                       ELSE
                           DISPLAY "ERROR: Referral table full - "
                                   RF-ACCT-NUMBER " not loaded"
                       END-IF
                   END-IF
           END-READ.

       LOAD-APPROVALS.
           OPEN INPUT CHARGEOFF-APPROVAL-FILE
           IF WS-CA-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CA-LOADED
               MOVE 'N' TO WS-CA-EOF
               PERFORM READ-APPROVAL-ENTRY UNTIL WS-CA-EOF = 'Y'
               CLOSE CHARGEOFF-APPROVAL-FILE
           END-IF.

       READ-APPROVAL-ENTRY.
           READ CHARGEOFF-APPROVAL-FILE
               AT END
                   MOVE 'Y' TO WS-CA-EOF
               NOT AT END
                   IF WS-CA-COUNT < 2000
                       ADD 1 TO WS-CA-COUNT
                       SET AT-IDX TO WS-CA-COUNT
                       MOVE CHARGEOFF-APPROVAL-RECORD
                           TO AT-ENTRY(AT-IDX)
                   ELSE
                       DISPLAY "ERROR: Approval table full - "
                               CA-ACCT-NUMBER " not loaded"
                   END-IF
           END-READ.

       LOAD-REGISTER.
           OPEN INPUT CHARGEOFF-REGISTER-FILE
           IF WS-CO-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CO-LOADED
               MOVE 'N' TO WS-CO-EOF
               PERFORM READ-REGISTER-ENTRY UNTIL WS-CO-EOF = 'Y'
               CLOSE CHARGEOFF-REGISTER-FILE
           END-IF.

       READ-REGISTER-ENTRY.
           READ CHARGEOFF-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-CO-EOF
               NOT AT END
                   IF WS-CO-COUNT < 2000
                       ADD 1 TO WS-CO-COUNT
                       SET RT-IDX TO WS-CO-COUNT
                       MOVE CHARGEOFF-REGISTER-RECORD
                           TO RT-ENTRY(RT-IDX)
                   ELSE
                       DISPLAY "ERROR: Charge-off register table full"
                               " - " CO-ACCT-NUMBER " not loaded"
                   END-IF
           END-READ.

      *    ONE APPROVED CHARGE-OFF. IT IS CARRIED OUT ONLY WHILE THE
      *    ACCOUNT IS STILL OVERDRAWN AND ON TODAY'S REFERRAL FILE WITH
      *    THE CHARGE-OFF FLAG SET; UNTIL THEN THE APPROVAL WAITS. AN
      *    ACCOUNT THAT HAS COME BACK TO A ZERO OR POSITIVE BALANCE, OR
      *    HAS CLOSED, CANCELS ITS APPROVAL.
       PROCESS-CHARGEOFF-APPROVAL.
           IF AT-STATUS(AT-IDX) NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APPROVALS-REVIEWED
           MOVE AT-ACCT(AT-IDX) TO WS-DETAIL-ACCT
           MOVE SPACES TO WS-DETAIL-TYPE
           MOVE 0 TO WS-DETAIL-DAYS
           MOVE 0 TO WS-DETAIL-AMT
           MOVE 0 TO WS-OUTSTANDING-AMT

           MOVE 'N' TO WS-ACCT-FOUND
           MOVE AT-ACCT(AT-IDX) TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
                   MOVE ACCT-TYPE TO WS-DETAIL-TYPE
           END-READ

           EVALUATE TRUE
               WHEN WS-ACCT-FOUND = 'N'
                   MOVE 'CANCELLED - ACCOUNT NOT FOUND'
                       TO WS-DETAIL-ACTION
                   PERFORM CANCEL-CHARGEOFF-APPROVAL
                   EXIT PARAGRAPH
               WHEN ACCT-STATUS = 'C'
                   MOVE 'CANCELLED - ACCOUNT CLOSED'
                       TO WS-DETAIL-ACTION
                   PERFORM CANCEL-CHARGEOFF-APPROVAL
                   EXIT PARAGRAPH
               WHEN CURRENT-BALANCE NOT < 0
                   MOVE 'CANCELLED - NO LONGER OVERDRAWN'
                       TO WS-DETAIL-ACTION
                   PERFORM CANCEL-CHARGEOFF-APPROVAL
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM FIND-REGISTER-ENTRY
           IF WS-RT-FOUND = 'Y'
               MOVE 'CANCELLED - ALREADY CHARGED OFF'
                   TO WS-DETAIL-ACTION
               PERFORM CANCEL-CHARGEOFF-APPROVAL
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-REFERRAL-ENTRY
           IF WS-RX-FOUND = 'N'
               ADD 1 TO WS-AWAITING-COUNT
               COMPUTE WS-DETAIL-AMT = 0 - CURRENT-BALANCE
               MOVE 'AWAITING CHARGE-OFF AGING' TO WS-DETAIL-ACTION
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHARGE-OFF-ACCOUNT.

      *    THE NEGATIVE BALANCE IS WRITTEN OFF IN FULL: THE ACCOUNT IS
      *    BROUGHT TO ZERO AND FROZEN SO NO FURTHER DEBITS POST, WHILE
      *    CREDITS STILL POST AND ARE SWEPT UP AS RECOVERIES.
       CHARGE-OFF-ACCOUNT.
           COMPUTE WS-CHARGEOFF-AMT = 0 - CURRENT-BALANCE
           ADD WS-CHARGEOFF-AMT TO CURRENT-BALANCE
           ADD WS-CHARGEOFF-AMT TO AVAILABLE-BALANCE
           MOVE SPACES TO LAST-OD-DATE
           MOVE 'F' TO ACCT-STATUS
           REWRITE ACCOUNT-RECORD

           IF WS-CO-COUNT < 2000
               ADD 1 TO WS-CO-COUNT
               SET RT-IDX TO WS-CO-COUNT
               MOVE AT-ACCT(AT-IDX) TO RT-ACCT(RT-IDX)
               MOVE ACCT-TYPE TO RT-ACCT-TYPE(RT-IDX)
               MOVE WS-TODAY-NUM TO RT-CHARGEOFF-DATE(RT-IDX)
               MOVE WS-CHARGEOFF-AMT TO RT-ORIGINAL-AMT(RT-IDX)
               MOVE 0 TO RT-RECOVERED-AMT(RT-IDX)
               MOVE SPACES TO RT-LAST-RECOVERY(RT-IDX)
               MOVE RX-DAYS-NEGATIVE(RX-IDX)
                   TO RT-DAYS-NEGATIVE(RT-IDX)
               MOVE AT-REQUESTED-BY(AT-IDX)
                   TO RT-REQUESTED-BY(RT-IDX)
               MOVE AT-APPROVED-BY(AT-IDX) TO RT-APPROVED-BY(RT-IDX)
               MOVE 'O' TO RT-STATUS(RT-IDX)
               MOVE 'Y' TO WS-CO-LOADED
           ELSE
               DISPLAY "ERROR: Charge-off register table full - "
                       AT-ACCT(AT-IDX) " not registered"
           END-IF

           MOVE 'D' TO AT-STATUS(AT-IDX)
           MOVE WS-TODAY-NUM TO AT-STATUS-DATE(AT-IDX)
           ADD 1 TO WS-CHARGEOFF-COUNT
           ADD WS-CHARGEOFF-AMT TO WS-CHARGEOFF-TOTAL

           MOVE AT-ACCT(AT-IDX) TO CG-ACCT-NUMBER
           MOVE 'CHGO' TO CG-EVENT
           MOVE WS-CHARGEOFF-AMT TO CG-AMOUNT
           MOVE WS-TODAY-NUM TO CG-DATE
           MOVE ACCT-TYPE TO CG-ACCT-TYPE
           WRITE CHARGEOFF-GL-RECORD

           MOVE WS-CHARGEOFF-AMT TO WS-AUDIT-AMT
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|CHARGE-OFF|Account '
                  AT-ACCT(AT-IDX) ' charged off ' WS-AUDIT-AMT
                  ' approved by ' AT-APPROVED-BY(AT-IDX)
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM

           MOVE RX-DAYS-NEGATIVE(RX-IDX) TO WS-DETAIL-DAYS
           MOVE WS-CHARGEOFF-AMT TO WS-DETAIL-AMT
           MOVE WS-CHARGEOFF-AMT TO WS-OUTSTANDING-AMT
           MOVE 'CHARGED OFF - ACCOUNT FROZEN' TO WS-DETAIL-ACTION
           PERFORM WRITE-DETAIL-LINE.

       CANCEL-CHARGEOFF-APPROVAL.
           MOVE 'X' TO AT-STATUS(AT-IDX)
           MOVE WS-TODAY-NUM TO AT-STATUS-DATE(AT-IDX)
           ADD 1 TO WS-CANCELLED-COUNT
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|CHARGE-OFF-CANCEL|Account '
                  AT-ACCT(AT-IDX) ' approval ' WS-DETAIL-ACTION
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM
           PERFORM WRITE-DETAIL-LINE.

       FIND-REFERRAL-ENTRY.
           MOVE 'N' TO WS-RX-FOUND
           IF WS-RX-COUNT > 0
               SET RX-IDX TO 1
               SEARCH RX-ENTRY
                   AT END
                       MOVE 'N' TO WS-RX-FOUND
                   WHEN RX-ACCT(RX-IDX) = AT-ACCT(AT-IDX)
                       MOVE 'Y' TO WS-RX-FOUND
               END-SEARCH
           END-IF.

       FIND-REGISTER-ENTRY.
           MOVE 'N' TO WS-RT-FOUND
           IF WS-CO-COUNT > 0
               SET RT-IDX TO 1
               SEARCH RT-ENTRY
                   AT END
                       MOVE 'N' TO WS-RT-FOUND
                   WHEN RT-ACCT(RT-IDX) = AT-ACCT(AT-IDX)
                       AND RT-STATUS(RT-IDX) = 'O'
                       MOVE 'Y' TO WS-RT-FOUND
               END-SEARCH
           END-IF.

      *    A CREDIT THAT HAS REACHED A CHARGED-OFF ACCOUNT SHOWS AS A
      *    POSITIVE BALANCE. IT IS TAKEN OFF THE ACCOUNT AS A RECOVERY,
      *    UP TO WHAT IS STILL OUTSTANDING ON THE REGISTER AND ONLY FROM
      *    COLLECTED FUNDS - A DEPOSIT STILL ON HOLD IS RECOVERED ONCE
      *    IT IS RELEASED. ANYTHING BEYOND THE LOSS STAYS WITH THE
      *    CUSTOMER.
       RECOVER-CHARGED-OFF-ACCOUNT.
           IF RT-STATUS(RT-IDX) NOT = 'O'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REGISTER-REVIEWED
           MOVE RT-ACCT(RT-IDX) TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "WARNING: Charged-off account not found - "
                           RT-ACCT(RT-IDX)
                   EXIT PARAGRAPH
           END-READ
           IF CURRENT-BALANCE NOT > 0 OR AVAILABLE-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RECOVERABLE =
               RT-ORIGINAL-AMT(RT-IDX) - RT-RECOVERED-AMT(RT-IDX)
           MOVE CURRENT-BALANCE TO WS-RECOVERY-AMT
           IF AVAILABLE-BALANCE < WS-RECOVERY-AMT
               MOVE AVAILABLE-BALANCE TO WS-RECOVERY-AMT
           END-IF
           IF WS-RECOVERY-AMT > WS-RECOVERABLE
               MOVE WS-RECOVERABLE TO WS-RECOVERY-AMT
           END-IF
           IF WS-RECOVERY-AMT = 0
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-RECOVERY-AMT FROM CURRENT-BALANCE
           SUBTRACT WS-RECOVERY-AMT FROM AVAILABLE-BALANCE
           REWRITE ACCOUNT-RECORD
           ADD WS-RECOVERY-AMT TO RT-RECOVERED-AMT(RT-IDX)
           MOVE WS-TODAY-NUM TO RT-LAST-RECOVERY(RT-IDX)
           ADD 1 TO WS-RECOVERY-COUNT
           ADD WS-RECOVERY-AMT TO WS-RECOVERY-TOTAL
           COMPUTE WS-OUTSTANDING-AMT =
               RT-ORIGINAL-AMT(RT-IDX) - RT-RECOVERED-AMT(RT-IDX)
           IF WS-OUTSTANDING-AMT = 0
               MOVE 'R' TO RT-STATUS(RT-IDX)
               ADD 1 TO WS-FULL-RECOVERY-COUNT
               MOVE 'RECOVERED IN FULL' TO WS-DETAIL-ACTION
           ELSE
               MOVE 'RECOVERY APPLIED' TO WS-DETAIL-ACTION
           END-IF

           MOVE RT-ACCT(RT-IDX) TO CG-ACCT-NUMBER
           MOVE 'RCVY' TO CG-EVENT
           MOVE WS-RECOVERY-AMT TO CG-AMOUNT
           MOVE WS-TODAY-NUM TO CG-DATE
           MOVE RT-ACCT-TYPE(RT-IDX) TO CG-ACCT-TYPE
           WRITE CHARGEOFF-GL-RECORD

           MOVE WS-RECOVERY-AMT TO WS-AUDIT-AMT
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|CHARGE-OFF-RECOVERY|Account '
                  RT-ACCT(RT-IDX) ' recovered ' WS-AUDIT-AMT
                  ' against charge-off of '
                  RT-CHARGEOFF-DATE(RT-IDX)
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM

           MOVE RT-ACCT(RT-IDX) TO WS-DETAIL-ACCT
           MOVE RT-ACCT-TYPE(RT-IDX) TO WS-DETAIL-TYPE
           MOVE RT-DAYS-NEGATIVE(RT-IDX) TO WS-DETAIL-DAYS
           MOVE WS-RECOVERY-AMT TO WS-DETAIL-AMT
           PERFORM WRITE-DETAIL-LINE.

       REWRITE-APPROVAL-FILE.
           IF WS-CA-LOADED = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHARGEOFF-APPROVAL-FILE-NEW
           PERFORM WRITE-APPROVAL-ENTRY
               VARYING AT-IDX FROM 1 BY 1
               UNTIL AT-IDX > WS-CA-COUNT
           CLOSE CHARGEOFF-APPROVAL-FILE-NEW
           CALL 'CBL_DELETE_FILE' USING 'chargeoff_approvals.dat'
           CALL 'CBL_RENAME_FILE' USING 'chargeoff_approvals.dat.new'
               'chargeoff_approvals.dat'.

       WRITE-APPROVAL-ENTRY.
           MOVE AT-ENTRY(AT-IDX) TO CHARGEOFF-APPROVAL-RECORD-NEW
           WRITE CHARGEOFF-APPROVAL-RECORD-NEW.

       REWRITE-REGISTER-FILE.
           IF WS-CO-LOADED = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHARGEOFF-REGISTER-FILE-NEW
           PERFORM WRITE-REGISTER-ENTRY
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-CO-COUNT
           CLOSE CHARGEOFF-REGISTER-FILE-NEW
           CALL 'CBL_DELETE_FILE' USING 'chargeoff_register.dat'
           CALL 'CBL_RENAME_FILE' USING 'chargeoff_register.dat.new'
               'chargeoff_register.dat'.

       WRITE-REGISTER-ENTRY.
           MOVE RT-ENTRY(RT-IDX) TO CHARGEOFF-REGISTER-RECORD-NEW
           WRITE CHARGEOFF-REGISTER-RECORD-NEW
           ADD RT-ORIGINAL-AMT(RT-IDX) TO WS-REGISTER-ORIGINAL
           ADD RT-RECOVERED-AMT(RT-IDX) TO WS-REGISTER-RECOVERED.

       WRITE-REPORT-HEADINGS.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CHARGE-OFF AND RECOVERY ACTIVITY' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM DETAIL-HEADER
           WRITE REPORT-LINE FROM HEADER-1.

       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-ACCT TO DL-ACCOUNT
           MOVE WS-DETAIL-TYPE TO DL-TYPE
           MOVE WS-DETAIL-DAYS TO DL-DAYS
           MOVE WS-DETAIL-AMT TO DL-AMOUNT
           MOVE WS-OUTSTANDING-AMT TO DL-OUTSTANDING
           MOVE WS-DETAIL-ACTION TO DL-ACTION
           WRITE REPORT-LINE FROM DETAIL-LINE.

       WRITE-REPORT-SUMMARY.
           IF WS-APPROVALS-REVIEWED = 0 AND WS-RECOVERY-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE '     No charge-offs or recoveries today.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SUMMARY' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1

           MOVE 'Approvals Reviewed:' TO CL-LABEL
           MOVE WS-APPROVALS-REVIEWED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Accounts Charged Off:' TO CL-LABEL
           MOVE WS-CHARGEOFF-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Approvals Awaiting Charge-Off Aging:' TO CL-LABEL
           MOVE WS-AWAITING-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Approvals Cancelled:' TO CL-LABEL
           MOVE WS-CANCELLED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Open Charge-Offs Reviewed:' TO CL-LABEL
           MOVE WS-REGISTER-REVIEWED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Recoveries Applied:' TO CL-LABEL
           MOVE WS-RECOVERY-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Charge-Offs Recovered In Full:' TO CL-LABEL
           MOVE WS-FULL-RECOVERY-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Charged Off Today:' TO SL-LABEL
           MOVE WS-CHARGEOFF-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Recovered Today:' TO SL-LABEL
           MOVE WS-RECOVERY-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           COMPUTE WS-REGISTER-OPEN =
               WS-REGISTER-ORIGINAL - WS-REGISTER-RECOVERED
           MOVE 'Register - Total Charged Off:' TO SL-LABEL
           MOVE WS-REGISTER-ORIGINAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Register - Total Recovered:' TO SL-LABEL
           MOVE WS-REGISTER-RECOVERED TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Register - Unrecovered Loss:' TO SL-LABEL
           MOVE WS-REGISTER-OPEN TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           DISPLAY "Approvals reviewed: " WS-APPROVALS-REVIEWED
           DISPLAY "Accounts charged off: " WS-CHARGEOFF-COUNT
           DISPLAY "Approvals awaiting aging: " WS-AWAITING-COUNT
           DISPLAY "Approvals cancelled: " WS-CANCELLED-COUNT
           DISPLAY "Recoveries applied: " WS-RECOVERY-COUNT.

      *    CHARGE-OFFS, RECOVERIES AND NET LOSS BY ACCOUNT TYPE FOR THE
      *    MONTH TO DATE AND THE PRIOR MONTH, FROM THE POSTING HISTORY
      *    INCLUDING TODAY'S ROWS.
       WRITE-MONTHLY-TOTALS.
           INITIALIZE PERIOD-TOTALS-TABLE
           MOVE 0 TO WS-TY-COUNT
           CLOSE CHARGEOFF-GL-FILE
           OPEN INPUT CHARGEOFF-GL-FILE
           IF WS-CG-FILE-STATUS = '00'
               MOVE 'N' TO WS-CG-EOF
               PERFORM READ-CHARGEOFF-GL-ROW UNTIL WS-CG-EOF = 'Y'
               CLOSE CHARGEOFF-GL-FILE
           END-IF

           MOVE SPACES TO WS-PERIOD-TITLE
           STRING 'MONTH TO DATE ' WS-RPT-YEAR '/' WS-RPT-MONTH
                  ' BY ACCOUNT TYPE'
               DELIMITED BY SIZE INTO WS-PERIOD-TITLE
           MOVE 1 TO WS-PERIOD-SUB
           PERFORM WRITE-PERIOD-TOTALS
           MOVE SPACES TO WS-PERIOD-TITLE
           STRING 'PRIOR MONTH ' WS-PRIOR-YEAR '/' WS-PRIOR-MONTH
                  ' BY ACCOUNT TYPE'
               DELIMITED BY SIZE INTO WS-PERIOD-TITLE
           MOVE 2 TO WS-PERIOD-SUB
           PERFORM WRITE-PERIOD-TOTALS.

       READ-CHARGEOFF-GL-ROW.
           READ CHARGEOFF-GL-FILE
               AT END
                   MOVE 'Y' TO WS-CG-EOF
               NOT AT END
                   EVALUATE CG-DATE(1:6)
                       WHEN WS-RPT-PERIOD
                           MOVE 1 TO WS-PERIOD-SUB
                           PERFORM ACCUMULATE-TYPE-TOTALS
                       WHEN WS-PRIOR-PERIOD
                           MOVE 2 TO WS-PERIOD-SUB
                           PERFORM ACCUMULATE-TYPE-TOTALS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       ACCUMULATE-TYPE-TOTALS.
           PERFORM FIND-TYPE-ENTRY
           IF WS-TY-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           EVALUATE CG-EVENT
               WHEN 'CHGO'
                   ADD 1 TO TY-CHGO-COUNT(TY-IDX, WS-PERIOD-SUB)
                   ADD CG-AMOUNT TO TY-CHGO-AMT(TY-IDX, WS-PERIOD-SUB)
                   ADD 1 TO PT-CHGO-COUNT(WS-PERIOD-SUB)
                   ADD CG-AMOUNT TO PT-CHGO-AMT(WS-PERIOD-SUB)
               WHEN 'RCVY'
                   ADD 1 TO TY-RCVY-COUNT(TY-IDX, WS-PERIOD-SUB)
                   ADD CG-AMOUNT TO TY-RCVY-AMT(TY-IDX, WS-PERIOD-SUB)
                   ADD 1 TO PT-RCVY-COUNT(WS-PERIOD-SUB)
                   ADD CG-AMOUNT TO PT-RCVY-AMT(WS-PERIOD-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-TYPE-ENTRY.
           MOVE 'N' TO WS-TY-FOUND
           IF WS-TY-COUNT > 0
               SET TY-IDX TO 1
               SEARCH TY-ENTRY
                   AT END
                       MOVE 'N' TO WS-TY-FOUND
                   WHEN TY-ACCT-TYPE(TY-IDX) = CG-ACCT-TYPE
                       MOVE 'Y' TO WS-TY-FOUND
               END-SEARCH
           END-IF
           IF WS-TY-FOUND = 'N'
               IF WS-TY-COUNT < 20
                   ADD 1 TO WS-TY-COUNT
                   SET TY-IDX TO WS-TY-COUNT
                   INITIALIZE TY-ENTRY(TY-IDX)
                   MOVE CG-ACCT-TYPE TO TY-ACCT-TYPE(TY-IDX)
                   MOVE 'Y' TO WS-TY-FOUND
               ELSE
                   DISPLAY "ERROR: Account type table full - "
                           CG-ACCT-TYPE " not totalled"
               END-IF
           END-IF.

       WRITE-PERIOD-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PERIOD-TITLE TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM TYPE-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM WRITE-TYPE-TOTAL-LINE
               VARYING TY-IDX FROM 1 BY 1
               UNTIL TY-IDX > WS-TY-COUNT
           MOVE 'ALL TYPES' TO TL-TYPE
           MOVE PT-CHGO-COUNT(WS-PERIOD-SUB) TO TL-CHGO-COUNT
           MOVE PT-CHGO-AMT(WS-PERIOD-SUB) TO TL-CHGO-AMT
           MOVE PT-RCVY-COUNT(WS-PERIOD-SUB) TO TL-RCVY-COUNT
           MOVE PT-RCVY-AMT(WS-PERIOD-SUB) TO TL-RCVY-AMT
           COMPUTE WS-NET-LOSS = PT-CHGO-AMT(WS-PERIOD-SUB)
                               - PT-RCVY-AMT(WS-PERIOD-SUB)
           MOVE WS-NET-LOSS TO TL-NET-LOSS
           WRITE REPORT-LINE FROM TYPE-LINE.

       WRITE-TYPE-TOTAL-LINE.
           IF TY-CHGO-COUNT(TY-IDX, WS-PERIOD-SUB) = 0
               AND TY-RCVY-COUNT(TY-IDX, WS-PERIOD-SUB) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE TY-ACCT-TYPE(TY-IDX) TO TL-TYPE
           MOVE TY-CHGO-COUNT(TY-IDX, WS-PERIOD-SUB) TO TL-CHGO-COUNT
           MOVE TY-CHGO-AMT(TY-IDX, WS-PERIOD-SUB) TO TL-CHGO-AMT
           MOVE TY-RCVY-COUNT(TY-IDX, WS-PERIOD-SUB) TO TL-RCVY-COUNT
           MOVE TY-RCVY-AMT(TY-IDX, WS-PERIOD-SUB) TO TL-RCVY-AMT
           COMPUTE WS-NET-LOSS = TY-CHGO-AMT(TY-IDX, WS-PERIOD-SUB)
                               - TY-RCVY-AMT(TY-IDX, WS-PERIOD-SUB)
           MOVE WS-NET-LOSS TO TL-NET-LOSS
           WRITE REPORT-LINE FROM TYPE-LINE.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'CHARGEOFF' TO JC-JOB-NAME
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
           MOVE 'CHARGEOFF' TO JC-JOB-NAME
           MOVE WS-CURRENT-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           COMPUTE JC-RECORDS-PROC =
               WS-APPROVALS-REVIEWED + WS-REGISTER-REVIEWED
           MOVE WS-CANCELLED-COUNT TO JC-RECORDS-ERROR
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
           MOVE 'CHARGEOFF' TO LK-JOB-NAME
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
           CLOSE CHARGEOFF-REPORT
           CLOSE AUDIT-LOG

           DISPLAY " "
           DISPLAY "========================================="
           DISPLAY "CHARGE-OFF PROCESSING JOB COMPLETED"
           DISPLAY "=========================================".
