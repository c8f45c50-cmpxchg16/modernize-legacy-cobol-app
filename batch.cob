       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-FILE ASSIGN TO DYNAMIC WS-BATCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC
               WS-SUSPENSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC
               WS-CHECKPOINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT REVIEW-QUEUE ASSIGN TO DYNAMIC
               WS-REVIEW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT PENDING-WAREHOUSE ASSIGN TO
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT ACCOUNT-LOCK-FILE ASSIGN TO DYNAMIC
               WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT LOCK-OVERRIDE-FILE ASSIGN TO
               'alert_thresholds.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESH-STATUS.
           SELECT ALERT-EXTRACT ASSIGN TO DYNAMIC
               WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT POSTED-LEDGER ASSIGN TO DYNAMIC
               WS-LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT LEDGER-LOOKUP ASSIGN TO DYNAMIC
               WS-LOOKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOOKUP-STATUS.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT BRANCH-ACTIVITY ASSIGN TO DYNAMIC
               WS-BRANCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT BATCH-REGISTRY ASSIGN TO 'batch_file_registry.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT EXCEPTION-REPO ASSIGN TO DYNAMIC
               WS-XREPO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREPO-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO 'fee_schedule.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT RETURNED-ITEMS ASSIGN TO DYNAMIC
               WS-RETURNS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.
           SELECT SERVICE-CHARGE-POSTINGS ASSIGN TO DYNAMIC
               WS-SC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO 'fx_rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT FX-PARM-FILE ASSIGN TO 'fx_spread_parms.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-PARM-STATUS.
           SELECT FX-SPREAD-FILE ASSIGN TO DYNAMIC
               WS-FX-SPREAD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-SPREAD-STATUS.
           SELECT ESTATE-AUTH-FILE ASSIGN TO
               'estate_debit_authorizations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-AUTH-STATUS.
           SELECT RATE-MASTER-FILE ASSIGN TO
               'interest_rate_master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-MASTER-STATUS.
           SELECT EW-PENALTY-SCHEDULE ASSIGN TO
               'cd_penalty_schedule.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EW-SCHED-STATUS.
           SELECT EW-PENALTY-FILE ASSIGN TO DYNAMIC
               WS-EW-PENALTY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EW-PENALTY-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'accounting_periods.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT BACK-VALUE-REGISTER ASSIGN TO DYNAMIC
               WS-BV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BV-REG-STATUS.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO
               'batch_partition_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT PARTITION-TOTALS-FILE ASSIGN TO DYNAMIC
               WS-TOTALS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
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
       FD  BATCH-FILE.
           05  CM-WITHHOLD-FLAG  PIC X(1).
           05  CM-WITHHOLD-RATE  PIC 9V9999.
           05  CM-DELIVERY-PREF  PIC X(1).
           05  CM-UNDELIV-FLAG   PIC X(1).

       FD  ALERT-THRESHOLD-FILE.
       01  ALERT-THRESHOLD-RECORD.
           05  XR-REASON         PIC X(40).
           05  XR-STATUS         PIC X(1).

       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-RECORD.
           05  FS-ACCT-TYPE      PIC X(8).
           05  FS-MONTHLY-FEE    PIC 9(5)V99.
           05  FS-NSF-FEE        PIC 9(5)V99.

       FD  ESTATE-AUTH-FILE.
       01  ESTATE-AUTH-RECORD.
           05  EA-ACCT-NUMBER    PIC X(12).
           05  EA-TXN-ID         PIC X(10).
           05  EA-MAX-AMOUNT     PIC 9(8)V99.
           05  EA-AUTHORIZED-BY  PIC X(30).
           05  EA-AUTH-DATE      PIC X(8).

       FD  RETURNED-ITEMS.
       01  RETURNED-ITEM-RECORD.
           05  RI-TXN-ID         PIC X(10).
           05  RI-ACCT-NUMBER    PIC X(12).
           05  RI-TXN-TYPE       PIC X(8).
           05  RI-AMOUNT         PIC 9(6)V99.
           05  RI-BRANCH-ID      PIC X(6).
           05  RI-CYCLE          PIC 9(2).
           05  RI-REASON-CODE    PIC X(3).
           05  RI-RETURN-DATE    PIC X(8).
           05  RI-FEE-AMOUNT     PIC 9(5)V99.
           05  RI-REPEAT-COUNT   PIC 9(3).

       FD  SERVICE-CHARGE-POSTINGS.
       01  SERVICE-CHARGE-RECORD.
           05  SC-ACCT-NUMBER    PIC X(12).
           05  SC-AMOUNT         PIC 9(5)V99.
           05  SC-TYPE           PIC X(15).
           05  SC-DATE           PIC X(8).

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           05  FX-DATE           PIC X(8).
           05  FX-CURRENCY       PIC X(3).
           05  FX-RATE-TO-USD    PIC 9(3)V9(6).

       FD  FX-PARM-FILE.
       01  FX-PARM-RECORD.
           05  FP-BUY-SPREAD     PIC 9V9(4).
           05  FP-SELL-SPREAD    PIC 9V9(4).

       FD  FX-SPREAD-FILE.
       01  FX-SPREAD-RECORD.
           05  FI-TXN-ID         PIC X(10).
           05  FI-ACCT-NUMBER    PIC X(12).
           05  FI-FROM-CURRENCY  PIC X(3).
           05  FI-TO-CURRENCY    PIC X(3).
           05  FI-FROM-AMOUNT    PIC 9(6)V99.
           05  FI-TO-AMOUNT      PIC 9(8)V99.
           05  FI-RATE           PIC 9(9)V9(6).
           05  FI-SPREAD-USD     PIC 9(8)V99.
           05  FI-DATE           PIC X(8).

       FD  RATE-MASTER-FILE.
       01  RATE-MASTER-RECORD.
           05  RM-TIER-CODE      PIC X(4).
           05  RM-MIN-BALANCE    PIC 9(8)V99.
           05  RM-MAX-BALANCE    PIC 9(8)V99.
           05  RM-RATE           PIC 9V9999.
           05  RM-EFFECTIVE-DATE PIC X(8).

       FD  EW-PENALTY-SCHEDULE.
       01  EW-PENALTY-SCHEDULE-RECORD.
           05  PS-MAX-TERM-MONTHS PIC 9(3).
           05  PS-PENALTY-DAYS   PIC 9(3).

       FD  EW-PENALTY-FILE.
       01  EW-PENALTY-RECORD.
           05  EP-ACCT-NUMBER    PIC X(12).
           05  EP-TXN-ID         PIC X(10).
           05  EP-DATE           PIC X(8).
           05  EP-TXN-TYPE       PIC X(8).
           05  EP-WITHDRAWN      PIC 9(8)V99.
           05  EP-PENALTY        PIC 9(8)V99.
           05  EP-TERM-MONTHS    PIC 9(3).
           05  EP-PENALTY-DAYS   PIC 9(3).
           05  EP-RATE           PIC 9V9999.
           05  EP-MATURITY-DATE  PIC X(8).

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05  PS-PERIOD         PIC X(6).
           05  PS-STATUS         PIC X(1).
           05  PS-CLOSED-DATE    PIC X(8).

      *    ONE ROW PER ACCOUNT SIDE OF A BACK-VALUED POSTING, SIGNED
      *    AS THE BALANCE MOVED. STATUS 'P' PENDING UNTIL THE
      *    BACK-VALUE ADJUSTMENT JOB HAS CORRECTED THE INTEREST FOR
      *    THE DAYS BETWEEN THE VALUE DATE AND THE POSTING DATE, THEN
      *    'A' ADJUSTED.
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

      *    CUT BY THE PARTITION SPLIT JOB - ONE FILE ROW CARRYING THE
      *    WHOLE BATCH FILE'S CONTROLS, THEN ONE ROW PER PARTITION WITH
      *    ITS ACCOUNT RANGE AND THE DETAIL COUNT AND HASH IT WAS CUT
      *    WITH. A BLANK LOW OR HIGH BOUND IS OPEN-ENDED.
       FD  PARTITION-CONTROL-FILE.
       01  PARTITION-CONTROL-RECORD.
           05  PC-REC-TYPE       PIC X(4).
           05  PC-PARTITION      PIC 9(2).
           05  PC-LOW-ACCT       PIC X(12).
           05  PC-HIGH-ACCT      PIC X(12).
           05  PC-RECORD-COUNT   PIC 9(6).
           05  PC-HASH-TOTAL     PIC 9(10)V99.
           05  PC-FILE-DATE      PIC X(8).
           05  PC-BRANCH-ID      PIC X(6).
           05  PC-CYCLE          PIC 9(2).
           05  PC-SPLIT-JOB-ID   PIC 9(9).

      *    RUN TOTALS OF ONE PARTITION, WRITTEN WHEN IT COMPLETES, FOR
      *    THE MERGE JOB TO PROVE AND SUMMARISE.
       FD  PARTITION-TOTALS-FILE.
       01  PARTITION-TOTALS-RECORD.
           05  PT-PARTITION      PIC 9(2).
           05  PT-DETAIL-COUNT   PIC 9(6).
           05  PT-HASH-TOTAL     PIC 9(10)V99.
           05  PT-RECORD-COUNT   PIC 9(5).
           05  PT-SUCCESS-COUNT  PIC 9(5).
           05  PT-ERROR-COUNT    PIC 9(5).
           05  PT-HOLD-COUNT     PIC 9(5).
           05  PT-REVERSAL-COUNT PIC 9(5).
           05  PT-REVIEW-COUNT   PIC 9(5).
           05  PT-ALERT-COUNT    PIC 9(5).
           05  PT-LEDGER-COUNT   PIC 9(5).
           05  PT-FX-XFER-COUNT  PIC 9(5).
           05  PT-FX-SPREAD-TOTAL PIC 9(10)V99.
           05  PT-EW-COUNT       PIC 9(5).
           05  PT-EW-TOTAL       PIC 9(8)V99.
           05  PT-EW-MINBAL-COUNT PIC 9(5).
           05  PT-BV-POSTED-COUNT PIC 9(5).
           05  PT-BV-CLOSED-COUNT PIC 9(5).
           05  PT-NSF-RETURN-COUNT PIC 9(5).
           05  PT-NSF-RETURN-AMOUNT PIC 9(8)V99.
           05  PT-NSF-FEE-TOTAL  PIC 9(8)V99.
           05  PT-NSF-CHRONIC-COUNT PIC 9(5).
           05  PT-WAREHOUSED-COUNT PIC 9(5).
           05  PT-RELEASED-COUNT PIC 9(5).
           05  PT-CARRIED-FWD-COUNT PIC 9(5).
           05  PT-TOTAL-CREDITS  PIC 9(8)V99.
           05  PT-TOTAL-DEBITS   PIC 9(8)V99.
           05  PT-COMPLETED-TS   PIC X(14).

       FD  JOB-CONTROL.
       01  JOB-CONTROL-RECORD.
           05  JC-JOB-ID         PIC 9(9).
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
       01  WS-CTL-BRANCH-ID      PIC X(6) VALUE SPACES.
       01  WS-CTL-CYCLE          PIC 9(2) VALUE 1.
       01  WS-JC-NAME            PIC X(15) VALUE 'BATCH'.

      *    A RUN STARTED WITH A PARTITION PARAMETER (Pnn) POSTS ONLY
      *    batch_transactions.Pnn.dat AS CUT BY THE PARTITION SPLIT
      *    JOB. PARTITION 00 IS THE SERIAL PASS - WAREHOUSE SWEEP,
      *    FUTURE-DATED ITEMS AND TRANSFERS THAT CROSS PARTITIONS - AND
      *    RUNS ALONE BEFORE THE RANGE PARTITIONS. RANGE PARTITIONS RUN
      *    CONCURRENTLY, EACH LOCKING ONLY ITS OWN ACCOUNT RANGE UNDER
      *    THE FILE LOCK THE SPLIT JOB HOLDS FOR THEM, AND WRITE EVERY
      *    SHARED FILE THEY WOULD APPEND TO AS A .Pnn COPY. THE
      *    PARTITION MERGE JOB FOLDS THE COPIES BACK AND PROVES THE
      *    TOTALS AGAINST THE ORIGINAL TRAILER.
       01  WS-PARM-STRING        PIC X(20) VALUE SPACES.
       01  WS-PARTITION-MODE     PIC X VALUE 'N'.
       01  WS-PARTITION-NO       PIC 9(2) VALUE 0.
       01  WS-PARTITION-SUFFIX   PIC X(3) VALUE SPACES.
       01  WS-PART-LOW-ACCT      PIC X(12) VALUE LOW-VALUES.
       01  WS-PART-HIGH-ACCT     PIC X(12) VALUE HIGH-VALUES.
       01  WS-PART-FOUND         PIC X VALUE 'N'.
       01  WS-PART-IN-RANGE      PIC X VALUE 'Y'.
       01  WS-PART-EXP-COUNT     PIC 9(6) VALUE 0.
       01  WS-PART-EXP-HASH      PIC 9(10)V99 VALUE 0.
       01  WS-PART-FILE-DATE     PIC X(8) VALUE SPACES.
       01  WS-PART-BRANCH-ID     PIC X(6) VALUE SPACES.
       01  WS-PART-CYCLE         PIC 9(2) VALUE 0.
       01  WS-PC-STATUS          PIC XX.
       01  WS-PC-EOF             PIC X VALUE 'N'.
       01  WS-PT-STATUS          PIC XX.
       01  WS-PN-SCAN            PIC 9(3).
       01  WS-NAME-STEM          PIC X(30).
       01  WS-NAME-EXT           PIC X(4).
       01  WS-NAME-RESULT        PIC X(40).
       01  WS-OWN-LOCK-NAME      PIC X(40)
           VALUE 'account_balances.lock'.

       01  WS-BATCH-FILE-NAME    PIC X(40)
           VALUE 'batch_transactions.dat'.
       01  WS-REPORT-FILE-NAME   PIC X(40) VALUE 'batch_report.txt'.
       01  WS-CSV-FILE-NAME      PIC X(40) VALUE 'batch_report.csv'.
       01  WS-SUSPENSE-FILE-NAME PIC X(40) VALUE 'batch_suspense.dat'.
       01  WS-CHECKPOINT-FILE-NAME PIC X(40)
           VALUE 'batch_checkpoint.dat'.
       01  WS-REVIEW-FILE-NAME   PIC X(40)
           VALUE 'batch_review_queue.dat'.
       01  WS-BRANCH-FILE-NAME   PIC X(40)
           VALUE 'branch_activity.dat'.
       01  WS-TOTALS-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-LOCK-FILE-NAME     PIC X(40)
           VALUE 'account_balances.lock'.
       01  WS-AUDIT-FILE-NAME    PIC X(40)
           VALUE 'bank_audit_trail.log'.
       01  WS-LEDGER-FILE-NAME   PIC X(40)
           VALUE 'monthly_transactions.dat'.
       01  WS-LOOKUP-FILE-NAME   PIC X(40)
           VALUE 'monthly_transactions.dat'.
       01  WS-ALERT-FILE-NAME    PIC X(40)
           VALUE 'customer_alerts.dat'.
       01  WS-HOLD-FILE-NAME     PIC X(40) VALUE 'account_holds.dat'.
       01  WS-XREPO-FILE-NAME    PIC X(40)
           VALUE 'exception_repository.dat'.
       01  WS-BV-FILE-NAME       PIC X(40)
           VALUE 'back_value_register.dat'.
       01  WS-FX-SPREAD-FILE-NAME PIC X(40)
           VALUE 'fx_spread_income.dat'.
       01  WS-RETURNS-FILE-NAME  PIC X(40)
           VALUE 'returned_items.dat'.
       01  WS-RETURNS-OWN-NAME   PIC X(40)
           VALUE 'returned_items.dat'.
       01  WS-SC-FILE-NAME       PIC X(40)
           VALUE 'service_charge_postings.dat'.
       01  WS-EW-PENALTY-FILE-NAME PIC X(40)
           VALUE 'cd_penalties.dat'.

       01  WS-PN-COUNT           PIC 9(3) VALUE 0.
       01  PARTITION-TABLE.
           05  PARTITION-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-PN-COUNT
                   INDEXED BY PN-IDX.
               10  PN-PARTITION      PIC 9(2).
               10  PN-LOW-ACCT       PIC X(12).
               10  PN-HIGH-ACCT      PIC X(12).
       01  WS-CM-STATUS          PIC XX.
       01  WS-THRESH-STATUS      PIC XX.
       01  WS-SUSPENSE-STATUS    PIC XX.
       01  WS-LEDGER-TYPE        PIC X(6).
       01  WS-LEDGER-DESC        PIC X(30).
       01  WS-LEDGER-CURRENCY    PIC X(3).
       01  WS-LEDGER-AMOUNT      PIC 9(8)V99.
       01  WS-TO-CURRENCY        PIC X(3).
       01  WS-LOOKUP-STATUS      PIC XX.
       01  WS-LOOKUP-EOF         PIC X.
               10  TH-ACCT           PIC X(12).
               10  TH-THRESHOLD      PIC 9(6)V99.

      *    A DEBIT OR TRANSFER DECLINED FOR INSUFFICIENT FUNDS IS
      *    RETURNED TO THE ORIGINATOR (REASON R01) AND THE ACCOUNT IS
      *    CHARGED THE NSF ITEM FEE FOR ITS TYPE FROM THE NSF COLUMN
      *    OF fee_schedule.dat - TYPES NOT PRICED THERE PAY THE
      *    STANDARD FEE. AN ACCOUNT WITH THREE OR MORE RETURNS INSIDE
      *    NINETY DAYS IS A CHRONIC RETURNER AND IS RAISED TO THE
      *    EXCEPTION REPOSITORY FOR REVIEW.
       01  WS-SCHED-STATUS       PIC XX.
       01  WS-SCHED-EOF          PIC X VALUE 'N'.
       01  WS-RETURNS-STATUS     PIC XX.
       01  WS-RETURNS-EOF        PIC X VALUE 'N'.
       01  WS-SC-FILE-STATUS     PIC XX.
       01  WS-NSF-REASON-CODE    PIC X(3) VALUE 'R01'.
       01  WS-NSF-STANDARD-FEE   PIC 9(5)V99 VALUE 35.00.
       01  WS-NSF-FEE            PIC 9(5)V99.
       01  WS-NSF-WINDOW-DAYS    PIC 9(3) VALUE 90.
       01  WS-NSF-CHRONIC-LIMIT  PIC 9(3) VALUE 3.
       01  WS-NSF-REPEAT-COUNT   PIC 9(3).
       01  WS-NSF-TODAY-INT      PIC S9(9).
       01  WS-NSF-ROW-INT        PIC S9(9).
       01  WS-NSF-DATE-NUM       PIC 9(8).
       01  WS-NSF-BRANCH-ID      PIC X(6).
       01  WS-NSF-RETURN-COUNT   PIC 9(5) VALUE 0.
       01  WS-NSF-RETURN-AMOUNT  PIC 9(8)V99 VALUE 0.
       01  WS-NSF-FEE-TOTAL      PIC 9(8)V99 VALUE 0.
       01  WS-NSF-CHRONIC-COUNT  PIC 9(5) VALUE 0.

       01  WS-NSF-TYPE-COUNT     PIC 9(2) VALUE 0.
       01  NSF-FEE-TABLE.
           05  NSF-FEE-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-NSF-TYPE-COUNT
                   INDEXED BY NF-IDX.
               10  NF-ACCT-TYPE      PIC X(8).
               10  NF-FEE            PIC 9(5)V99.

      *    A DECEASED CUSTOMER'S ACCOUNT (STATUS 'E') TAKES NO DEBIT
      *    UNLESS THE ESTATE'S REPRESENTATIVE HAS AUTHORISED THAT
      *    TRANSACTION ID FOR THAT ACCOUNT, UP TO THE AMOUNT SIGNED.
       01  WS-ESTATE-AUTH-STATUS PIC XX.
       01  WS-ESTATE-AUTH-EOF    PIC X VALUE 'N'.
       01  WS-ESTATE-AUTH-OK     PIC X.
       01  WS-ESTATE-AUTH-ACCT   PIC X(12).
       01  WS-ESTATE-AUTH-COUNT  PIC 9(4) VALUE 0.
       01  ESTATE-AUTH-TABLE.
           05  ESTATE-AUTH-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-ESTATE-AUTH-COUNT
                   INDEXED BY EA-IDX.
               10  EA-T-ACCT         PIC X(12).
               10  EA-T-TXN-ID       PIC X(10).
               10  EA-T-MAX-AMOUNT   PIC 9(8)V99.

      *    A TRANSFER BETWEEN ACCOUNTS IN DIFFERENT CURRENCIES IS
      *    CONVERTED THROUGH USD AT THE LATEST fx_rates.dat RATE ON OR
      *    BEFORE THE BUSINESS DATE (THE SAME RATE FX REVALUATION
      *    USES). THE BANK BUYS THE FROM CURRENCY BELOW MID AND SELLS
      *    THE TO CURRENCY ABOVE MID BY THE SPREADS IN
      *    fx_spread_parms.dat; THE DIFFERENCE IS FX SPREAD INCOME,
      *    WRITTEN TO fx_spread_income.dat IN USD FOR GL CONSOLIDATION.
      *    NO RATE FOR EITHER SIDE SENDS THE TRANSFER TO SUSPENSE.
       01  WS-RATE-STATUS        PIC XX.
       01  WS-RATE-EOF           PIC X VALUE 'N'.
       01  WS-FX-PARM-STATUS     PIC XX.
       01  WS-FX-SPREAD-STATUS   PIC XX.
       01  WS-FX-BUY-SPREAD      PIC 9V9(4) VALUE 0.0050.
       01  WS-FX-SELL-SPREAD     PIC 9V9(4) VALUE 0.0050.
       01  WS-FROM-CURRENCY      PIC X(3).
       01  WS-FX-CONVERTED       PIC X VALUE 'N'.
       01  WS-FX-RATE-OK         PIC X.
       01  WS-FX-LOOKUP-CCY      PIC X(3).
       01  WS-FX-LOOKUP-RATE     PIC 9(3)V9(6).
       01  WS-FX-FROM-RATE       PIC 9(3)V9(6).
       01  WS-FX-TO-RATE         PIC 9(3)V9(6).
       01  WS-FX-APPLIED-RATE    PIC 9(9)V9(6).
       01  WS-FX-RATE-EDIT       PIC ZZZZZ9.9(6).
       01  WS-FX-TO-AMOUNT       PIC 9(10)V99.
       01  WS-FX-SPREAD-USD      PIC S9(10)V99.
       01  WS-FX-MAX-AMOUNT      PIC 9(8)V99 VALUE 99999999.99.
       01  WS-FX-XFER-COUNT      PIC 9(5) VALUE 0.
       01  WS-FX-SPREAD-TOTAL    PIC 9(10)V99 VALUE 0.
       01  WS-CCY-FOUND          PIC X.

       01  WS-CCY-COUNT          PIC 9(2) VALUE 0.
       01  FX-CURRENCY-TABLE.
           05  FX-CCY-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-CCY-COUNT
                   INDEXED BY CY-IDX.
               10  CY-CODE           PIC X(3).
               10  CY-RATE           PIC 9(3)V9(6).
               10  CY-RATE-DATE      PIC X(8).

      *    A DEBIT OR TRANSFER OUT OF A CD BEFORE ITS MATURITY DATE
      *    FORFEITS INTEREST ON THE AMOUNT WITHDRAWN: THE CD RATE FOR
      *    THE BALANCE TIER, ON A 360-DAY BASIS, FOR THE NUMBER OF DAYS
      *    cd_penalty_schedule.dat SETS FOR THE TERM. SCHEDULE ROWS
      *    ARE IN ASCENDING TERM ORDER; THE FIRST ROW WHOSE MAXIMUM
      *    TERM COVERS THE CD APPLIES, AND A TERM BEYOND THE LAST ROW
      *    TAKES THE LAST ROW. THE RATES ARE THE INTEREST RUN'S BUILT-IN
      *    CD TIERS UNLESS interest_rate_master.dat CARRIES A CD ROW
      *    EFFECTIVE ON OR BEFORE THE BUSINESS DATE. A PARTIAL
      *    WITHDRAWAL THAT WOULD LEAVE THE CD BELOW ITS MINIMUM
      *    BALANCE IS REFUSED; TAKING THE WHOLE BALANCE IS NOT.
       01  WS-RATE-MASTER-STATUS PIC XX.
       01  WS-RATE-MASTER-EOF    PIC X VALUE 'N'.
       01  WS-EW-SCHED-STATUS    PIC XX.
       01  WS-EW-SCHED-EOF       PIC X VALUE 'N'.
       01  WS-EW-PENALTY-STATUS  PIC XX.
       01  WS-EW-APPLIES         PIC X VALUE 'N'.
       01  WS-EW-MINBAL-BREACH   PIC X VALUE 'N'.
       01  WS-EW-ACCOUNT         PIC X(12).
       01  WS-EW-CURRENCY        PIC X(3).
       01  WS-EW-TERM-MONTHS     PIC 9(3).
       01  WS-EW-MATURITY-DATE   PIC X(8).
       01  WS-EW-DAYS            PIC 9(3).
       01  WS-EW-RATE            PIC 9V9999.
       01  WS-EW-PENALTY         PIC 9(8)V99 VALUE 0.
       01  WS-EW-REMAINING       PIC S9(10)V99.
       01  WS-EW-COUNT           PIC 9(5) VALUE 0.
       01  WS-EW-TOTAL           PIC 9(8)V99 VALUE 0.
       01  WS-EW-MINBAL-COUNT    PIC 9(5) VALUE 0.

       01  CD-RATE-TABLE.
           05  CR-ENTRY OCCURS 4 TIMES INDEXED BY CR-IDX.
               10  CR-CODE           PIC X(4).
               10  CR-MIN            PIC 9(8)V99.
               10  CR-MAX            PIC 9(8)V99.
               10  CR-RATE           PIC 9V9999.
               10  CR-EFFECTIVE      PIC X(8).

       01  WS-EW-SCHED-COUNT     PIC 9(2) VALUE 0.
       01  EW-SCHEDULE-TABLE.
           05  EW-SCHEDULE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-EW-SCHED-COUNT
                   INDEXED BY EW-IDX.
               10  EW-MAX-TERM       PIC 9(3).
               10  EW-PENALTY-DAYS   PIC 9(3).

      *    A CREDIT, DEBIT OR TRANSFER WHOSE EFFECTIVE DATE IS BEFORE
      *    THE BUSINESS DATE IS BACK-VALUED: IT POSTS TO THE LEDGER
      *    UNDER ITS VALUE DATE AND IS REGISTERED IN
      *    back_value_register.dat SO THE BACK-VALUE ADJUSTMENT JOB
      *    CAN CORRECT THE INTEREST FOR THE DAYS IT WAS MISSING. A
      *    VALUE DATE IN A PERIOD FINANCE HAS CLOSED IN
      *    accounting_periods.dat IS REFUSED - CREDITS AND DEBITS GO
      *    TO THE REVIEW QUEUE, TRANSFERS (WHICH THE REVIEW QUEUE
      *    CANNOT CARRY) TO SUSPENSE.
       01  WS-PERIOD-STATUS      PIC XX.
       01  WS-PERIOD-EOF         PIC X VALUE 'N'.
       01  WS-PERIOD-OPEN        PIC X VALUE 'Y'.
       01  WS-PERIOD-CHECK       PIC X(6).
       01  WS-PD-COUNT           PIC 9(2) VALUE 0.
       01  PERIOD-TABLE.
           05  PD-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-PD-COUNT
                   INDEXED BY PD-IDX.
               10  PD-PERIOD     PIC X(6).
               10  PD-STATUS     PIC X(1).
       01  WS-BV-REG-STATUS      PIC XX.
       01  WS-BACK-VALUED        PIC X VALUE 'N'.
       01  WS-VALUE-DATE         PIC X(8).
       01  WS-BV-ACCOUNT         PIC X(12).
       01  WS-BV-SIGN            PIC X(1).
       01  WS-BV-AMOUNT          PIC 9(8)V99.
       01  WS-BV-POSTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-BV-CLOSED-COUNT    PIC 9(5) VALUE 0.

       01  REPORT-HEADER.
           05  FILLER            PIC X(92) VALUE ALL '='.
       01  REPORT-TITLE.
           05  SL-VALUE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(42) VALUE SPACES.

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
           PERFORM INITIALIZE-RUN-CONTEXT
           PERFORM INITIALIZE-PARTITION-MODE
           PERFORM VALIDATE-BATCH-CONTROLS
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM INITIALIZE-BATCH
           PERFORM PROCESS-TRANSACTIONS
           PERFORM GENERATE-SUMMARY
           PERFORM WRITE-BRANCH-ACTIVITY
           PERFORM WRITE-PARTITION-TOTALS
           PERFORM WRITE-BATCH-REGISTRY
           PERFORM REPLACE-PENDING-WAREHOUSE
           PERFORM UPDATE-JOB-CONTROL-RECORD
           PERFORM DELETE-CHECKPOINT-FILE
           PERFORM CLEANUP
           IF WS-PARTITION-NO = 0
               PERFORM RECORD-OUTPUT-MANIFESTS
           END-IF
           STOP RUN.

       INITIALIZE-RUN-CONTEXT.
           ACCEPT WS-JOB-START-TIME FROM TIME
           ACCEPT WS-JOB-ID FROM TIME.

       INITIALIZE-PARTITION-MODE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PARM-STRING(1:1) NOT = 'P'
               OR WS-PARM-STRING(2:2) IS NOT NUMERIC
               OR WS-PARM-STRING(4:17) NOT = SPACES
               DISPLAY "ERROR: Partition parameter "
                       FUNCTION TRIM(WS-PARM-STRING)
                       " is not of the form Pnn - nothing was posted"
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-PARTITION-MODE
           MOVE WS-PARM-STRING(2:2) TO WS-PARTITION-NO
           MOVE WS-PARM-STRING(1:3) TO WS-PARTITION-SUFFIX
           PERFORM LOAD-PARTITION-CONTROL
           IF WS-PART-FOUND = 'N'
               DISPLAY "ERROR: Partition " WS-PARTITION-SUFFIX
                       " is not in batch_partition_control.dat - "
                       "run the partition split first"
               DISPLAY "Nothing was posted."
               STOP RUN
           END-IF
           PERFORM SET-PARTITION-FILE-NAMES
           DISPLAY "Partition " WS-PARTITION-SUFFIX " posting "
                   FUNCTION TRIM(WS-BATCH-FILE-NAME).

       LOAD-PARTITION-CONTROL.
           MOVE 'N' TO WS-PART-FOUND
           MOVE 0 TO WS-PN-COUNT
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PC-EOF
           PERFORM READ-PARTITION-CONTROL-ROW UNTIL WS-PC-EOF = 'Y'
           CLOSE PARTITION-CONTROL-FILE.

       READ-PARTITION-CONTROL-ROW.
           READ PARTITION-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-PC-EOF
               NOT AT END
                   IF PC-REC-TYPE = 'FILE'
                       MOVE PC-FILE-DATE TO WS-PART-FILE-DATE
                       MOVE PC-BRANCH-ID TO WS-PART-BRANCH-ID
                       MOVE PC-CYCLE TO WS-PART-CYCLE
                   END-IF
                   IF PC-REC-TYPE = 'PART' AND WS-PN-COUNT < 100
                       PERFORM STORE-PARTITION-ROW
                   END-IF
           END-READ.

       STORE-PARTITION-ROW.
           ADD 1 TO WS-PN-COUNT
           SET PN-IDX TO WS-PN-COUNT
           MOVE PC-PARTITION TO PN-PARTITION(PN-IDX)
           IF PC-LOW-ACCT = SPACES
               MOVE LOW-VALUES TO PN-LOW-ACCT(PN-IDX)
           ELSE
               MOVE PC-LOW-ACCT TO PN-LOW-ACCT(PN-IDX)
           END-IF
           IF PC-HIGH-ACCT = SPACES
               MOVE HIGH-VALUES TO PN-HIGH-ACCT(PN-IDX)
           ELSE
               MOVE PC-HIGH-ACCT TO PN-HIGH-ACCT(PN-IDX)
           END-IF
           IF PC-PARTITION = WS-PARTITION-NO
               MOVE 'Y' TO WS-PART-FOUND
               MOVE PN-LOW-ACCT(PN-IDX) TO WS-PART-LOW-ACCT
               MOVE PN-HIGH-ACCT(PN-IDX) TO WS-PART-HIGH-ACCT
               MOVE PC-RECORD-COUNT TO WS-PART-EXP-COUNT
               MOVE PC-HASH-TOTAL TO WS-PART-EXP-HASH
           END-IF.

      *    EVERY PARTITION HAS ITS OWN INPUT, REPORTS, SUSPENSE,
      *    REVIEW QUEUE, CHECKPOINT, BRANCH ROW AND LOCK. THE SERIAL
      *    PASS RUNS ALONE AND APPENDS TO THE OTHER SHARED FILES
      *    DIRECTLY; A RANGE PARTITION KEEPS ITS OWN COPY OF THOSE TOO.
       SET-PARTITION-FILE-NAMES.
           MOVE 'batch_transactions' TO WS-NAME-STEM
           MOVE 'dat' TO WS-NAME-EXT
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-BATCH-FILE-NAME
           MOVE 'batch_report' TO WS-NAME-STEM
           MOVE 'txt' TO WS-NAME-EXT
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-REPORT-FILE-NAME
           MOVE 'csv' TO WS-NAME-EXT
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-CSV-FILE-NAME
           MOVE 'batch_suspense' TO WS-NAME-STEM
           MOVE 'dat' TO WS-NAME-EXT
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-SUSPENSE-FILE-NAME
           MOVE 'batch_checkpoint' TO WS-NAME-STEM
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-CHECKPOINT-FILE-NAME
           MOVE 'batch_review_queue' TO WS-NAME-STEM
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-REVIEW-FILE-NAME
           MOVE 'branch_activity' TO WS-NAME-STEM
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-BRANCH-FILE-NAME
           MOVE 'batch_totals' TO WS-NAME-STEM
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-TOTALS-FILE-NAME
           MOVE 'account_balances' TO WS-NAME-STEM
           MOVE 'lock' TO WS-NAME-EXT
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-OWN-LOCK-NAME
           MOVE WS-NAME-RESULT TO WS-LOCK-FILE-NAME
           IF WS-PARTITION-NO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'bank_audit_trail' TO WS-NAME-STEM
           MOVE 'log' TO WS-NAME-EXT
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-AUDIT-FILE-NAME
           MOVE 'monthly_transactions' TO WS-NAME-STEM
           MOVE 'dat' TO WS-NAME-EXT
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-LEDGER-FILE-NAME
           MOVE 'customer_alerts' TO WS-NAME-STEM
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-ALERT-FILE-NAME
           MOVE 'account_holds' TO WS-NAME-STEM
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-HOLD-FILE-NAME
           MOVE 'exception_repository' TO WS-NAME-STEM
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-XREPO-FILE-NAME
           MOVE 'back_value_register' TO WS-NAME-STEM
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-BV-FILE-NAME
           MOVE 'fx_spread_income' TO WS-NAME-STEM
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-FX-SPREAD-FILE-NAME
           MOVE 'returned_items' TO WS-NAME-STEM
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-RETURNS-OWN-NAME
           MOVE WS-NAME-RESULT TO WS-RETURNS-FILE-NAME
           MOVE 'service_charge_postings' TO WS-NAME-STEM
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-SC-FILE-NAME
           MOVE 'cd_penalties' TO WS-NAME-STEM
           PERFORM BUILD-PARTITION-NAME
           MOVE WS-NAME-RESULT TO WS-EW-PENALTY-FILE-NAME.

       BUILD-PARTITION-NAME.
           MOVE SPACES TO WS-NAME-RESULT
           STRING WS-NAME-STEM DELIMITED BY SPACE
                  '.' WS-PARTITION-SUFFIX '.' DELIMITED BY SIZE
                  WS-NAME-EXT DELIMITED BY SPACE
               INTO WS-NAME-RESULT.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           END-IF

           IF WS-CTL-RECORD-COUNT > 0
               AND WS-PARTITION-MODE = 'N'
               PERFORM CHECK-BATCH-REGISTRY
               IF WS-REPLAY-FOUND = 'Y'
                   DISPLAY "========================================="
      *    THE OVERNIGHT FILE (CYCLE 01) KEEPS THE PLAIN BATCH JOB
      *    NAME SO THE SCHEDULER PREREQUISITES STILL PAIR UP; EXTRA
      *    INTRADAY CYCLES ARE TRACKED UNDER BATCH-Cnn.
      *    A PARTITION RUN ADDS -Pnn SO THE MERGE JOB ALONE RECORDS
      *    THE BATCH JOB NAME THE REST OF THE NIGHT WAITS ON.
       SET-CYCLE-JOB-NAME.
           IF WS-CTL-CYCLE > 1
               MOVE SPACES TO WS-JC-NAME
                   DELIMITED BY SIZE INTO WS-JC-NAME
           ELSE
               MOVE 'BATCH' TO WS-JC-NAME
           END-IF
           IF WS-PARTITION-MODE = 'Y'
               MOVE WS-JC-NAME TO WS-NAME-RESULT
               MOVE SPACES TO WS-JC-NAME
               STRING WS-NAME-RESULT DELIMITED BY SPACE
                      '-' WS-PARTITION-SUFFIX DELIMITED BY SIZE
                   INTO WS-JC-NAME
           END-IF.

       VALIDATE-CONTROL-RECORD.
                           WS-CTL-TRAILER-HASH " does not match "
                           "computed total " WS-CTL-HASH-TOTAL
               END-IF
           END-IF
           IF WS-PARTITION-MODE = 'Y'
               PERFORM CHECK-PARTITION-CONTROLS
           END-IF.

      *    THE PARTITION FILE MUST BE THE ONE THE SPLIT JOB CUT FOR
      *    THIS BATCH FILE - SAME HEADER, AND THE COUNT AND HASH
      *    RECORDED AGAINST THE PARTITION IN THE CONTROL FILE.
       CHECK-PARTITION-CONTROLS.
           IF WS-CTL-TRAILER-COUNT NOT = WS-PART-EXP-COUNT
               OR WS-CTL-TRAILER-HASH NOT = WS-PART-EXP-HASH
               MOVE 'N' TO WS-CTL-VALID
               DISPLAY "ERROR: Partition " WS-PARTITION-SUFFIX
                       " trailer count " WS-CTL-TRAILER-COUNT
                       " hash " WS-CTL-TRAILER-HASH
                       " does not match the split control row "
                       WS-PART-EXP-COUNT " " WS-PART-EXP-HASH
           END-IF
           IF WS-CTL-HEADER-DATE NOT = WS-PART-FILE-DATE
               OR WS-CTL-BRANCH-ID NOT = WS-PART-BRANCH-ID
               OR WS-CTL-CYCLE NOT = WS-PART-CYCLE
               MOVE 'N' TO WS-CTL-VALID
               DISPLAY "ERROR: Partition " WS-PARTITION-SUFFIX
                       " header does not match the batch file the "
                       "split control was cut from"
           END-IF.

      *    A RE-SENT FILE WITH A FRESHLY KEYED HEADER DATE STILL
      *    CHECKPOINT RESTART OF AN ABENDED RUN IS NOT REFUSED.
       WRITE-BATCH-REGISTRY.
           IF WS-CTL-RECORD-COUNT = 0
               OR WS-PARTITION-MODE = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BATCH-REGISTRY
           END-IF
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM LOAD-ALERT-THRESHOLDS
           PERFORM LOAD-NSF-FEE-SCHEDULE
           PERFORM LOAD-ESTATE-AUTHORIZATIONS
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-FX-SPREAD-PARMS
           PERFORM LOAD-CD-RATES
           PERFORM LOAD-EW-PENALTY-SCHEDULE
           PERFORM LOAD-PERIOD-TABLE
           MOVE WS-JOB-START-DATE TO WS-VALUE-DATE
           OPEN EXTEND BACK-VALUE-REGISTER
           IF WS-BV-REG-STATUS NOT = '00'
               OPEN OUTPUT BACK-VALUE-REGISTER
           END-IF
           OPEN EXTEND FX-SPREAD-FILE
           IF WS-FX-SPREAD-STATUS NOT = '00'
               OPEN OUTPUT FX-SPREAD-FILE
           END-IF

           MOVE 'ACCOUNT,TXN_ID,TXN_TYPE,TXN_AMOUNT,STATUS' TO CSV-LINE
           WRITE CSV-LINE
       SUM-ACCOUNT-BALANCES.
           MOVE 0 TO WS-TOTAL-BALANCE
           MOVE 'N' TO WS-ACCT-EOF
           MOVE WS-PART-LOW-ACCT TO ACCT-NUMBER
           START ACCOUNT-FILE KEY >= ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-EOF
           END-START
           PERFORM ADD-ACCOUNT-BALANCE UNTIL WS-ACCT-EOF = 'Y'.

      *    A PARTITION TOTALS ONLY THE ACCOUNTS IN ITS OWN RANGE.
       ADD-ACCOUNT-BALANCE.
           READ ACCOUNT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF
               NOT AT END
                   IF ACCT-NUMBER > WS-PART-HIGH-ACCT
                       MOVE 'Y' TO WS-ACCT-EOF
                   ELSE
                       ADD CURRENT-BALANCE TO WS-TOTAL-BALANCE
                   END-IF
           END-READ
           IF WS-ACCOUNT-STATUS NOT = '00'
               MOVE 'Y' TO WS-ACCT-EOF
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-PART-IN-RANGE
           IF WS-PARTITION-MODE = 'Y'
               PERFORM CHECK-PARTITION-RANGE
           END-IF

           IF WS-RELEASE-MODE = 'N'
               AND TXN-EFFECTIVE-DATE > WS-JOB-START-DATE
               AND WS-PART-IN-RANGE = 'Y'
               MOVE ACCOUNT-NUMBER TO DL-ACCOUNT
               MOVE TXN-ID TO DL-TXN-ID
               MOVE TXN-TYPE TO DL-TYPE
           MOVE TXN-AMOUNT TO DL-AMOUNT
           MOVE SPACES TO DL-LINK

           PERFORM DETERMINE-VALUE-DATE
           PERFORM VALIDATE-TXN-CHECK-DIGITS
           IF WS-CHECK-DIGIT-OK = 'N'
               MOVE 'BADCHK' TO WS-OPERATION-TYPE
           END-IF
           IF WS-OPERATION-TYPE NOT = 'BADCHK'
               AND WS-BACK-VALUED = 'Y'
               AND WS-PERIOD-OPEN = 'N'
               MOVE 'BVCLOSED' TO WS-OPERATION-TYPE
           END-IF
           IF WS-PART-IN-RANGE = 'N'
               MOVE 'BADPART' TO WS-OPERATION-TYPE
           END-IF

           EVALUATE WS-OPERATION-TYPE
               WHEN 'BADCHK'
                       WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-RECORD

               WHEN 'BVCLOSED'
                   PERFORM REFUSE-CLOSED-PERIOD

               WHEN 'BADPART'
                   MOVE 'PARTITION' TO DL-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "Error: " TXN-ID " - not postable in "
                           "partition " WS-PARTITION-SUFFIX
                           " - rejected"
                   MOVE 'NOT POSTABLE IN THIS PARTITION' TO
                       WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-RECORD

               WHEN 'CREDIT'
                   IF WS-AMOUNT > WS-TXN-LIMIT
                       PERFORM WRITE-REVIEW-RECORD
                       WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-RECORD
           END-EVALUATE

           IF WS-BACK-VALUED = 'Y'
               AND (DL-STATUS = 'SUCCESS' OR DL-STATUS = 'TRANSFER')
               PERFORM REGISTER-BACK-VALUE
           END-IF
           
           WRITE REPORT-LINE FROM DETAIL-LINE
           PERFORM WRITE-CSV-DETAIL
               PERFORM CHECK-CHECKPOINT
           END-IF.

      *    A PARTITION POSTS ONLY ACCOUNTS INSIDE ITS LOCKED RANGE -
      *    BOTH SIDES OF A TRANSFER - AND ONLY THE SERIAL PASS MAY
      *    WAREHOUSE A FUTURE-DATED ITEM. THE SPLIT JOB ROUTES THEM SO;
      *    ANYTHING ELSE IN A PARTITION FILE IS REJECTED UNPOSTED.
       CHECK-PARTITION-RANGE.
           IF ACCOUNT-NUMBER < WS-PART-LOW-ACCT
               OR ACCOUNT-NUMBER > WS-PART-HIGH-ACCT
               MOVE 'N' TO WS-PART-IN-RANGE
           END-IF
           IF TXN-TYPE = 'TRANSFER'
               AND (TO-ACCOUNT-NUMBER < WS-PART-LOW-ACCT
                   OR TO-ACCOUNT-NUMBER > WS-PART-HIGH-ACCT)
               MOVE 'N' TO WS-PART-IN-RANGE
           END-IF
           IF WS-PARTITION-NO > 0
               AND TXN-EFFECTIVE-DATE > WS-JOB-START-DATE
               MOVE 'N' TO WS-PART-IN-RANGE
           END-IF.

       CHECK-CHECKPOINT.
           ADD 1 TO WS-CHECKPOINT-COUNTER
           IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
      *    EARLIER IN THIS RUN ARE FLUSHED AND VISIBLE TO THE SCAN -
      *    A SAME-DAY CORRECTION MAY REVERSE A POSTING FROM THE SAME
      *    CYCLE FILE.
      *    A RANGE PARTITION'S OWN POSTINGS ARE IN ITS LEDGER COPY
      *    UNTIL THE MERGE, SO THAT IS SCANNED AFTER THE SHARED LEDGER.
       LOOKUP-ORIGINAL-POSTING.
           MOVE 'N' TO WS-ORIG-FOUND
           CLOSE POSTED-LEDGER
           MOVE 'monthly_transactions.dat' TO WS-LOOKUP-FILE-NAME
           PERFORM SCAN-LEDGER-FILE
           IF WS-LEDGER-FILE-NAME NOT = WS-LOOKUP-FILE-NAME
               MOVE WS-LEDGER-FILE-NAME TO WS-LOOKUP-FILE-NAME
               PERFORM SCAN-LEDGER-FILE
           END-IF
           PERFORM OPEN-POSTED-LEDGER.

       SCAN-LEDGER-FILE.
           MOVE 'N' TO WS-LOOKUP-EOF
           OPEN INPUT LEDGER-LOOKUP
           IF WS-LOOKUP-STATUS = '00'
               PERFORM SCAN-LEDGER-RECORD UNTIL WS-LOOKUP-EOF = 'Y'
               CLOSE LEDGER-LOOKUP
           END-IF.

       SCAN-LEDGER-RECORD.
           READ LEDGER-LOOKUP
           STRING 'REVERSAL OF ' WS-ORIG-TXN-ID
               DELIMITED BY SIZE INTO WS-LEDGER-DESC
           MOVE CURRENCY-CODE TO WS-LEDGER-CURRENCY
           MOVE WS-AMOUNT TO WS-LEDGER-AMOUNT
           PERFORM WRITE-LEDGER-RECORD
           PERFORM WRITE-REVERSAL-AUDIT
           DISPLAY "Reversed: " TXN-ID " backs out " WS-ORIG-TXN-ID
           DISPLAY "Warehoused: " TXN-ID " - effective "
                   TXN-EFFECTIVE-DATE.

      *    THE WAREHOUSE IS SWEPT AND REPLACED BY A SERIAL RUN ONLY -
      *    NEVER BY A RANGE PARTITION.
       SWEEP-PENDING-WAREHOUSE.
           IF WS-PARTITION-NO > 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PENDING-WAREHOUSE-NEW
           OPEN INPUT PENDING-WAREHOUSE
           IF WS-WAREHOUSE-STATUS = '00'
                   " - effective " WH-EFFECTIVE-DATE.

       REPLACE-PENDING-WAREHOUSE.
           IF WS-PARTITION-NO > 0
               EXIT PARAGRAPH
           END-IF
           CLOSE PENDING-WAREHOUSE-NEW
           CALL 'CBL_DELETE_FILE' USING 'batch_pending_warehouse.dat'
           CALL 'CBL_RENAME_FILE' USING
                   ACCOUNT-NUMBER " - Amount " TXN-AMOUNT
                   " exceeds limit " WS-TXN-LIMIT.

       DETERMINE-VALUE-DATE.
           MOVE 'N' TO WS-BACK-VALUED
           MOVE 'Y' TO WS-PERIOD-OPEN
           MOVE WS-JOB-START-DATE TO WS-VALUE-DATE
           IF TXN-EFFECTIVE-DATE IS NOT NUMERIC
               OR TXN-EFFECTIVE-DATE NOT < WS-JOB-START-DATE
               EXIT PARAGRAPH
           END-IF
           IF TXN-TYPE NOT = 'CREDIT'
               AND TXN-TYPE NOT = 'DEBIT '
               AND TXN-TYPE NOT = 'TRANSFER'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-BACK-VALUED
           MOVE TXN-EFFECTIVE-DATE TO WS-VALUE-DATE
           MOVE WS-VALUE-DATE(1:6) TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-OPEN.

       REFUSE-CLOSED-PERIOD.
           ADD 1 TO WS-BV-CLOSED-COUNT
           IF TXN-TYPE = 'TRANSFER'
               MOVE 'BV-CLOSED' TO DL-STATUS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'BACK-VALUE INTO CLOSED PERIOD' TO
                   WS-SUSPENSE-REASON
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
               MOVE TXN-ID TO RV-TXN-ID
               MOVE TXN-TYPE TO RV-TXN-TYPE
               MOVE ACCOUNT-NUMBER TO RV-ACCOUNT-NUMBER
               MOVE TXN-AMOUNT TO RV-TXN-AMOUNT
               MOVE 'BACK-VALUE INTO CLOSED PERIOD' TO RV-REASON
               MOVE WS-JOB-START-DATE TO RV-QUEUE-DATE
               WRITE REVIEW-RECORD
               MOVE 'REVIEW' TO DL-STATUS
               ADD 1 TO WS-REVIEW-COUNT
           END-IF
           DISPLAY "Refused: " TXN-ID " - value date "
                   WS-VALUE-DATE " is in closed period "
                   WS-PERIOD-CHECK.

      *    THE PAYING SIDE MOVED BY THE AMOUNT PLUS ANY EARLY
      *    WITHDRAWAL PENALTY, THE RECEIVING SIDE BY THE AMOUNT IN
      *    ITS OWN CURRENCY.
       REGISTER-BACK-VALUE.
           ADD 1 TO WS-BV-POSTED-COUNT
           EVALUATE TXN-TYPE
               WHEN 'CREDIT'
                   MOVE ACCOUNT-NUMBER TO WS-BV-ACCOUNT
                   MOVE '+' TO WS-BV-SIGN
                   MOVE WS-AMOUNT TO WS-BV-AMOUNT
                   PERFORM WRITE-BACK-VALUE-ROW
               WHEN 'DEBIT '
                   MOVE ACCOUNT-NUMBER TO WS-BV-ACCOUNT
                   MOVE '-' TO WS-BV-SIGN
                   COMPUTE WS-BV-AMOUNT = WS-AMOUNT + WS-EW-PENALTY
                   PERFORM WRITE-BACK-VALUE-ROW
               WHEN 'TRANSFER'
                   MOVE ACCOUNT-NUMBER TO WS-BV-ACCOUNT
                   MOVE '-' TO WS-BV-SIGN
                   COMPUTE WS-BV-AMOUNT = WS-AMOUNT + WS-EW-PENALTY
                   PERFORM WRITE-BACK-VALUE-ROW
                   MOVE WS-TO-ACCOUNT-NUMBER TO WS-BV-ACCOUNT
                   MOVE '+' TO WS-BV-SIGN
                   MOVE WS-FX-TO-AMOUNT TO WS-BV-AMOUNT
                   PERFORM WRITE-BACK-VALUE-ROW
           END-EVALUATE
           DISPLAY "Back-valued: " TXN-ID " - value date "
                   WS-VALUE-DATE.

       WRITE-BACK-VALUE-ROW.
           MOVE SPACES TO BACK-VALUE-RECORD
           MOVE WS-BV-ACCOUNT TO BV-ACCT-NUMBER
           MOVE TXN-ID TO BV-TXN-ID
           MOVE TXN-TYPE TO BV-TXN-TYPE
           MOVE WS-VALUE-DATE TO BV-VALUE-DATE
           MOVE WS-JOB-START-DATE TO BV-POST-DATE
           MOVE WS-BV-SIGN TO BV-SIGN
           MOVE WS-BV-AMOUNT TO BV-AMOUNT
           MOVE 'P' TO BV-STATUS
           WRITE BACK-VALUE-RECORD.

       LOAD-PERIOD-TABLE.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = '00'
               MOVE 'N' TO WS-PERIOD-EOF
               PERFORM READ-PERIOD-ROW UNTIL WS-PERIOD-EOF = 'Y'
               CLOSE PERIOD-FILE
           END-IF.

       READ-PERIOD-ROW.
           READ PERIOD-FILE
               AT END
                   MOVE 'Y' TO WS-PERIOD-EOF
               NOT AT END
                   IF WS-PD-COUNT < 60
                       ADD 1 TO WS-PD-COUNT
                       SET PD-IDX TO WS-PD-COUNT
                       MOVE PS-PERIOD TO PD-PERIOD(PD-IDX)
                       MOVE PS-STATUS TO PD-STATUS(PD-IDX)
                   END-IF
           END-READ.

       CHECK-PERIOD-OPEN.
           MOVE 'Y' TO WS-PERIOD-OPEN
           IF WS-PD-COUNT > 0
               SET PD-IDX TO 1
               SEARCH PD-ENTRY
                   AT END
                       CONTINUE
                   WHEN PD-PERIOD(PD-IDX) = WS-PERIOD-CHECK
                       IF PD-STATUS(PD-IDX) = 'C'
                           MOVE 'N' TO WS-PERIOD-OPEN
                       END-IF
               END-SEARCH
           END-IF.

       VALIDATE-TXN-CHECK-DIGITS.
           MOVE ACCOUNT-NUMBER TO WS-CD-ACCOUNT
           PERFORM VALIDATE-INTAKE-NUMBER
               MOVE 'CREDIT' TO WS-LEDGER-TYPE
               MOVE 'BATCH CREDIT' TO WS-LEDGER-DESC
               MOVE CURRENCY-CODE TO WS-LEDGER-CURRENCY
               MOVE WS-AMOUNT TO WS-LEDGER-AMOUNT
               PERFORM WRITE-LEDGER-RECORD
               DISPLAY "Processed: " TXN-ID " - Account "
                       WS-ACCOUNT-NUMBER " - CREDIT " WS-AMOUNT
                           "debit refused"
                   EXIT PARAGRAPH
               END-IF
               IF ACCT-STATUS = 'E'
                   MOVE WS-ACCOUNT-NUMBER TO WS-ESTATE-AUTH-ACCT
                   PERFORM CHECK-ESTATE-AUTHORIZATION
                   IF WS-ESTATE-AUTH-OK = 'N'
                       MOVE 'DECEASED' TO DL-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "Declined: " TXN-ID " - Account "
                               WS-ACCOUNT-NUMBER " is deceased - "
                               "debit not authorised by estate"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM COMPUTE-EW-PENALTY
               IF WS-EW-MINBAL-BREACH = 'Y'
                   PERFORM REFUSE-CD-MINBAL
                   EXIT PARAGRAPH
               END-IF
               IF AVAILABLE-BALANCE >= WS-AMOUNT + WS-EW-PENALTY
                   SUBTRACT WS-AMOUNT FROM CURRENT-BALANCE
                   SUBTRACT WS-AMOUNT FROM AVAILABLE-BALANCE
                   SUBTRACT WS-EW-PENALTY FROM CURRENT-BALANCE
                   SUBTRACT WS-EW-PENALTY FROM AVAILABLE-BALANCE
                   MOVE CURRENT-BALANCE TO WS-BALANCE
                   REWRITE ACCOUNT-RECORD
                   MOVE 'SUCCESS' TO DL-STATUS
                   MOVE 'DEBIT ' TO WS-LEDGER-TYPE
                   MOVE 'BATCH DEBIT' TO WS-LEDGER-DESC
                   MOVE CURRENCY-CODE TO WS-LEDGER-CURRENCY
                   MOVE WS-AMOUNT TO WS-LEDGER-AMOUNT
                   PERFORM WRITE-LEDGER-RECORD
                   IF WS-EW-PENALTY > 0
                       PERFORM POST-EW-PENALTY
                   END-IF
                   DISPLAY "Processed: " TXN-ID " - Account "
                           WS-ACCOUNT-NUMBER " - DEBIT " WS-AMOUNT
                           " - New Balance: " WS-BALANCE
                   MOVE 'INSUF-FND' TO WS-ALERT-EVENT
                   MOVE WS-AMOUNT TO WS-ALERT-AMOUNT
                   PERFORM WRITE-ALERT-RECORD
                   PERFORM RETURN-NSF-ITEM
                   DISPLAY "Error: " TXN-ID " - Insufficient funds"
               END-IF
           END-IF.
           MOVE CURRENT-BALANCE TO WS-FROM-BALANCE
           MOVE AVAILABLE-BALANCE TO WS-FROM-AVAILABLE
           MOVE ACCT-STATUS TO WS-FROM-STATUS
           MOVE CURRENCY-CODE TO WS-FROM-CURRENCY
           IF WS-FROM-CURRENCY = SPACES
               MOVE 'USD' TO WS-FROM-CURRENCY
           END-IF
           MOVE 'N' TO WS-EW-MINBAL-BREACH
           MOVE 0 TO WS-EW-PENALTY
           IF WS-FROM-FOUND = 'Y'
               PERFORM COMPUTE-EW-PENALTY
           END-IF

           MOVE WS-TO-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
           PERFORM READ-ACCOUNT-KEYED
           MOVE WS-ACCT-FOUND TO WS-TO-FOUND
           MOVE CURRENCY-CODE TO WS-TO-CURRENCY
           IF WS-TO-CURRENCY = SPACES
               MOVE 'USD' TO WS-TO-CURRENCY
           END-IF

           IF WS-FROM-FOUND = 'N' OR WS-TO-FOUND = 'N'
               MOVE 'NO-ACCT' TO DL-STATUS
                           "transfer out refused"
                   EXIT PARAGRAPH
               END-IF
               IF WS-FROM-STATUS = 'E'
                   MOVE ACCOUNT-NUMBER TO WS-ESTATE-AUTH-ACCT
                   PERFORM CHECK-ESTATE-AUTHORIZATION
                   IF WS-ESTATE-AUTH-OK = 'N'
                       MOVE 'DECEASED' TO DL-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "Declined: " TXN-ID " - Account "
                               ACCOUNT-NUMBER " is deceased - "
                               "transfer not authorised by estate"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WS-EW-MINBAL-BREACH = 'Y'
                   PERFORM REFUSE-CD-MINBAL
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AMOUNT TO WS-FX-TO-AMOUNT
               MOVE 'N' TO WS-FX-CONVERTED
               IF WS-FROM-CURRENCY NOT = WS-TO-CURRENCY
                   PERFORM CONVERT-TRANSFER-AMOUNT
                   IF WS-FX-RATE-OK = 'N'
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WS-FROM-AVAILABLE >= WS-AMOUNT + WS-EW-PENALTY
                   ADD WS-FX-TO-AMOUNT TO CURRENT-BALANCE
                   ADD WS-FX-TO-AMOUNT TO AVAILABLE-BALANCE
                   REWRITE ACCOUNT-RECORD
                   MOVE ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
                   PERFORM READ-ACCOUNT-KEYED
                   SUBTRACT WS-AMOUNT FROM CURRENT-BALANCE
                   SUBTRACT WS-AMOUNT FROM AVAILABLE-BALANCE
                   SUBTRACT WS-EW-PENALTY FROM CURRENT-BALANCE
                   SUBTRACT WS-EW-PENALTY FROM AVAILABLE-BALANCE
                   REWRITE ACCOUNT-RECORD
                   MOVE 'TRANSFER' TO DL-STATUS
                   ADD 1 TO WS-SUCCESS-COUNT
                       MOVE 'TRANSFER OUT' TO WS-LEDGER-DESC
                   END-IF
                   MOVE CURRENCY-CODE TO WS-LEDGER-CURRENCY
                   MOVE WS-AMOUNT TO WS-LEDGER-AMOUNT
                   PERFORM WRITE-LEDGER-RECORD
                   MOVE WS-TO-ACCOUNT-NUMBER TO WS-LEDGER-ACCOUNT
                   MOVE 'CREDIT' TO WS-LEDGER-TYPE
                       MOVE 'TRANSFER IN' TO WS-LEDGER-DESC
                   END-IF
                   MOVE WS-TO-CURRENCY TO WS-LEDGER-CURRENCY
                   MOVE WS-FX-TO-AMOUNT TO WS-LEDGER-AMOUNT
                   PERFORM WRITE-LEDGER-RECORD
                   IF WS-FX-CONVERTED = 'Y'
                       PERFORM WRITE-FX-SPREAD-RECORD
                   END-IF
                   IF WS-EW-PENALTY > 0
                       PERFORM POST-EW-PENALTY
                   END-IF
                   DISPLAY "Processed: " TXN-ID " - Transfer "
                           WS-AMOUNT " from " ACCOUNT-NUMBER
                           " to " WS-TO-ACCOUNT-NUMBER
                   MOVE 'INSUF-FND' TO WS-ALERT-EVENT
                   MOVE WS-AMOUNT TO WS-ALERT-AMOUNT
                   PERFORM WRITE-ALERT-RECORD
                   PERFORM RETURN-NSF-ITEM
                   DISPLAY "Error: " TXN-ID
                           " - Transfer insufficient funds"
               END-IF
           END-IF.

      *    ON ENTRY THE ACCOUNT RECORD AREA HOLDS THE PAYING ACCOUNT.
       COMPUTE-EW-PENALTY.
           MOVE 'N' TO WS-EW-APPLIES
           MOVE 'N' TO WS-EW-MINBAL-BREACH
           MOVE 0 TO WS-EW-PENALTY
           IF ACCT-TYPE NOT = 'CD'
               OR ACCT-MATURITY-DATE = SPACES
               OR ACCT-MATURITY-DATE <= WS-VALUE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-EW-APPLIES
           MOVE ACCT-NUMBER TO WS-EW-ACCOUNT
           MOVE CURRENCY-CODE TO WS-EW-CURRENCY
           MOVE ACCT-MATURITY-DATE TO WS-EW-MATURITY-DATE
           IF ACCT-TERM-MONTHS IS NUMERIC
               MOVE ACCT-TERM-MONTHS TO WS-EW-TERM-MONTHS
           ELSE
               MOVE 0 TO WS-EW-TERM-MONTHS
           END-IF
           PERFORM LOOKUP-EW-PENALTY-DAYS
           PERFORM LOOKUP-CD-RATE
           COMPUTE WS-EW-PENALTY ROUNDED =
               WS-AMOUNT * WS-EW-RATE * WS-EW-DAYS / 360
           COMPUTE WS-EW-REMAINING =
               CURRENT-BALANCE - WS-AMOUNT - WS-EW-PENALTY
           IF WS-EW-REMAINING > 0
               AND WS-EW-REMAINING < MINIMUM-BALANCE
               MOVE 'Y' TO WS-EW-MINBAL-BREACH
           END-IF.

       LOOKUP-EW-PENALTY-DAYS.
           SET EW-IDX TO WS-EW-SCHED-COUNT
           MOVE EW-PENALTY-DAYS(EW-IDX) TO WS-EW-DAYS
           SET EW-IDX TO 1
           SEARCH EW-SCHEDULE-ENTRY
               AT END
                   CONTINUE
               WHEN EW-MAX-TERM(EW-IDX) >= WS-EW-TERM-MONTHS
                   MOVE EW-PENALTY-DAYS(EW-IDX) TO WS-EW-DAYS
           END-SEARCH.

      *    THE TIER IS SET BY THE BALANCE BEFORE THE WITHDRAWAL, AS
      *    THE INTEREST RUN WOULD HAVE ACCRUED IT.
       LOOKUP-CD-RATE.
           MOVE CR-RATE(4) TO WS-EW-RATE
           SET CR-IDX TO 1
           SEARCH CR-ENTRY
               AT END
                   CONTINUE
               WHEN CURRENT-BALANCE >= CR-MIN(CR-IDX)
                   AND CURRENT-BALANCE <= CR-MAX(CR-IDX)
                   MOVE CR-RATE(CR-IDX) TO WS-EW-RATE
           END-SEARCH.

       REFUSE-CD-MINBAL.
           MOVE 'CD-MINBAL' TO DL-STATUS
           ADD 1 TO WS-ERROR-COUNT
           ADD 1 TO WS-EW-MINBAL-COUNT
           MOVE 'CD WITHDRAWAL BELOW MINIMUM BALANCE' TO
               WS-SUSPENSE-REASON
           PERFORM WRITE-SUSPENSE-RECORD
           DISPLAY "Declined: " TXN-ID " - CD " WS-EW-ACCOUNT
                   " would fall below its minimum balance".

      *    THE PENALTY POSTS AS ITS OWN DEBIT ON THE LEDGER AND AS A
      *    SERVICE CHARGE FOR GL CONSOLIDATION, AND IS LOGGED FOR THE
      *    CD MATURITY REPORT.
       POST-EW-PENALTY.
           MOVE WS-EW-ACCOUNT TO WS-LEDGER-ACCOUNT
           MOVE 'DEBIT ' TO WS-LEDGER-TYPE
           MOVE 'CD EARLY WITHDRAWAL PENALTY' TO WS-LEDGER-DESC
           MOVE WS-EW-CURRENCY TO WS-LEDGER-CURRENCY
           MOVE WS-EW-PENALTY TO WS-LEDGER-AMOUNT
           PERFORM WRITE-LEDGER-RECORD

           OPEN EXTEND SERVICE-CHARGE-POSTINGS
           IF WS-SC-FILE-STATUS NOT = '00'
               OPEN OUTPUT SERVICE-CHARGE-POSTINGS
           END-IF
           MOVE WS-EW-ACCOUNT TO SC-ACCT-NUMBER
           MOVE WS-EW-PENALTY TO SC-AMOUNT
           MOVE 'CD-EW-PENALTY' TO SC-TYPE
           MOVE WS-JOB-START-DATE TO SC-DATE
           WRITE SERVICE-CHARGE-RECORD
           CLOSE SERVICE-CHARGE-POSTINGS

           OPEN EXTEND EW-PENALTY-FILE
           IF WS-EW-PENALTY-STATUS NOT = '00'
               OPEN OUTPUT EW-PENALTY-FILE
           END-IF
           MOVE SPACES TO EW-PENALTY-RECORD
           MOVE WS-EW-ACCOUNT TO EP-ACCT-NUMBER
           MOVE TXN-ID TO EP-TXN-ID
           MOVE WS-JOB-START-DATE TO EP-DATE
           MOVE TXN-TYPE TO EP-TXN-TYPE
           MOVE WS-AMOUNT TO EP-WITHDRAWN
           MOVE WS-EW-PENALTY TO EP-PENALTY
           MOVE WS-EW-TERM-MONTHS TO EP-TERM-MONTHS
           MOVE WS-EW-DAYS TO EP-PENALTY-DAYS
           MOVE WS-EW-RATE TO EP-RATE
           MOVE WS-EW-MATURITY-DATE TO EP-MATURITY-DATE
           WRITE EW-PENALTY-RECORD
           CLOSE EW-PENALTY-FILE

           ADD 1 TO WS-EW-COUNT
           ADD WS-EW-PENALTY TO WS-EW-TOTAL
           DISPLAY "Penalty: " TXN-ID " - CD " WS-EW-ACCOUNT
                   " early withdrawal penalty " WS-EW-PENALTY.

       LOAD-CD-RATES.
           MOVE 'CD1' TO CR-CODE(1)
           MOVE 0 TO CR-MIN(1)
           MOVE 4999.99 TO CR-MAX(1)
           MOVE 0.0300 TO CR-RATE(1)
           MOVE 'CD2' TO CR-CODE(2)
           MOVE 5000.00 TO CR-MIN(2)
           MOVE 24999.99 TO CR-MAX(2)
           MOVE 0.0375 TO CR-RATE(2)
           MOVE 'CD3' TO CR-CODE(3)
           MOVE 25000.00 TO CR-MIN(3)
           MOVE 99999.99 TO CR-MAX(3)
           MOVE 0.0450 TO CR-RATE(3)
           MOVE 'CD4' TO CR-CODE(4)
           MOVE 100000.00 TO CR-MIN(4)
           MOVE 99999999.99 TO CR-MAX(4)
           MOVE 0.0500 TO CR-RATE(4)
           MOVE SPACES TO CR-EFFECTIVE(1) CR-EFFECTIVE(2)
               CR-EFFECTIVE(3) CR-EFFECTIVE(4)
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATE-MASTER-STATUS = '00'
               MOVE 'N' TO WS-RATE-MASTER-EOF
               PERFORM LOAD-CD-RATE-ROW
                   UNTIL WS-RATE-MASTER-EOF = 'Y'
               CLOSE RATE-MASTER-FILE
           END-IF.

       LOAD-CD-RATE-ROW.
           READ RATE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-MASTER-EOF
               NOT AT END
                   IF RM-EFFECTIVE-DATE <= WS-JOB-START-DATE
                       AND RM-RATE IS NUMERIC
                       PERFORM APPLY-CD-RATE-ROW
                   END-IF
           END-READ.

       APPLY-CD-RATE-ROW.
           SET CR-IDX TO 1
           SEARCH CR-ENTRY
               AT END
                   CONTINUE
               WHEN CR-CODE(CR-IDX) = RM-TIER-CODE
                   IF CR-EFFECTIVE(CR-IDX) = SPACES
                       OR RM-EFFECTIVE-DATE > CR-EFFECTIVE(CR-IDX)
                       MOVE RM-EFFECTIVE-DATE TO CR-EFFECTIVE(CR-IDX)
                       MOVE RM-MIN-BALANCE TO CR-MIN(CR-IDX)
                       MOVE RM-MAX-BALANCE TO CR-MAX(CR-IDX)
                       MOVE RM-RATE TO CR-RATE(CR-IDX)
                   END-IF
           END-SEARCH.

      *    WITH NO SCHEDULE ON FILE, TERMS UP TO TWELVE MONTHS FORFEIT
      *    90 DAYS' INTEREST AND LONGER TERMS 180 DAYS'.
       LOAD-EW-PENALTY-SCHEDULE.
           OPEN INPUT EW-PENALTY-SCHEDULE
           IF WS-EW-SCHED-STATUS = '00'
               MOVE 'N' TO WS-EW-SCHED-EOF
               PERFORM LOAD-EW-PENALTY-ROW
                   UNTIL WS-EW-SCHED-EOF = 'Y'
               CLOSE EW-PENALTY-SCHEDULE
           END-IF
           IF WS-EW-SCHED-COUNT = 0
               MOVE 2 TO WS-EW-SCHED-COUNT
               MOVE 12 TO EW-MAX-TERM(1)
               MOVE 90 TO EW-PENALTY-DAYS(1)
               MOVE 999 TO EW-MAX-TERM(2)
               MOVE 180 TO EW-PENALTY-DAYS(2)
           END-IF.

       LOAD-EW-PENALTY-ROW.
           READ EW-PENALTY-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-EW-SCHED-EOF
               NOT AT END
                   IF PS-MAX-TERM-MONTHS IS NUMERIC
                       AND PS-PENALTY-DAYS IS NUMERIC
                       AND WS-EW-SCHED-COUNT < 20
                       ADD 1 TO WS-EW-SCHED-COUNT
                       SET EW-IDX TO WS-EW-SCHED-COUNT
                       MOVE PS-MAX-TERM-MONTHS TO EW-MAX-TERM(EW-IDX)
                       MOVE PS-PENALTY-DAYS TO
                           EW-PENALTY-DAYS(EW-IDX)
                   END-IF
           END-READ.

       LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY "WARNING: fx_rates.dat not found - "
                       "cross-currency transfers will be suspended"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RATE-EOF
           PERFORM READ-FX-RATE UNTIL WS-RATE-EOF = 'Y'
           CLOSE FX-RATE-FILE.

       READ-FX-RATE.
           READ FX-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF
               NOT AT END
                   IF FX-DATE <= WS-JOB-START-DATE
                       AND FX-RATE-TO-USD IS NUMERIC
                       AND FX-RATE-TO-USD > 0
                       PERFORM STORE-FX-RATE
                   END-IF
           END-READ.

       STORE-FX-RATE.
           MOVE 'N' TO WS-CCY-FOUND
           IF WS-CCY-COUNT > 0
               SET CY-IDX TO 1
               SEARCH FX-CCY-ENTRY
                   AT END
                       MOVE 'N' TO WS-CCY-FOUND
                   WHEN CY-CODE(CY-IDX) = FX-CURRENCY
                       MOVE 'Y' TO WS-CCY-FOUND
               END-SEARCH
           END-IF
           IF WS-CCY-FOUND = 'N'
               IF WS-CCY-COUNT < 50
                   ADD 1 TO WS-CCY-COUNT
                   SET CY-IDX TO WS-CCY-COUNT
                   MOVE FX-CURRENCY TO CY-CODE(CY-IDX)
                   MOVE FX-RATE-TO-USD TO CY-RATE(CY-IDX)
                   MOVE FX-DATE TO CY-RATE-DATE(CY-IDX)
               END-IF
           ELSE
               IF FX-DATE > CY-RATE-DATE(CY-IDX)
                   MOVE FX-RATE-TO-USD TO CY-RATE(CY-IDX)
                   MOVE FX-DATE TO CY-RATE-DATE(CY-IDX)
               END-IF
           END-IF.

       LOAD-FX-SPREAD-PARMS.
           OPEN INPUT FX-PARM-FILE
           IF WS-FX-PARM-STATUS = '00'
               READ FX-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-BUY-SPREAD IS NUMERIC
                           MOVE FP-BUY-SPREAD TO WS-FX-BUY-SPREAD
                       END-IF
                       IF FP-SELL-SPREAD IS NUMERIC
                           MOVE FP-SELL-SPREAD TO WS-FX-SELL-SPREAD
                       END-IF
               END-READ
               CLOSE FX-PARM-FILE
           END-IF.

      *    USD IS THE BASE CURRENCY AND NEEDS NO RATE ROW.
       LOOKUP-FX-RATE.
           MOVE 'N' TO WS-CCY-FOUND
           MOVE 0 TO WS-FX-LOOKUP-RATE
           IF WS-FX-LOOKUP-CCY = 'USD'
               MOVE 'Y' TO WS-CCY-FOUND
               MOVE 1 TO WS-FX-LOOKUP-RATE
               EXIT PARAGRAPH
           END-IF
           IF WS-CCY-COUNT > 0
               SET CY-IDX TO 1
               SEARCH FX-CCY-ENTRY
                   AT END
                       MOVE 'N' TO WS-CCY-FOUND
                   WHEN CY-CODE(CY-IDX) = WS-FX-LOOKUP-CCY
                       MOVE 'Y' TO WS-CCY-FOUND
                       MOVE CY-RATE(CY-IDX) TO WS-FX-LOOKUP-RATE
               END-SEARCH
           END-IF.

      *    CUSTOMER RATE = FROM RATE LESS THE BUY SPREAD OVER TO RATE
      *    PLUS THE SELL SPREAD. NO SPREAD IS TAKEN ON A USD SIDE.
       CONVERT-TRANSFER-AMOUNT.
           MOVE 'Y' TO WS-FX-RATE-OK
           MOVE WS-FROM-CURRENCY TO WS-FX-LOOKUP-CCY
           PERFORM LOOKUP-FX-RATE
           MOVE WS-FX-LOOKUP-RATE TO WS-FX-FROM-RATE
           IF WS-CCY-FOUND = 'Y'
               MOVE WS-TO-CURRENCY TO WS-FX-LOOKUP-CCY
               PERFORM LOOKUP-FX-RATE
               MOVE WS-FX-LOOKUP-RATE TO WS-FX-TO-RATE
           END-IF
           IF WS-CCY-FOUND = 'N'
               MOVE 'N' TO WS-FX-RATE-OK
               MOVE 'NO-FXRATE' TO DL-STATUS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'NO FX RATE FOR CURRENCY PAIR' TO
                   WS-SUSPENSE-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               DISPLAY "Error: " TXN-ID " - no FX rate for "
                       WS-FROM-CURRENCY " to " WS-TO-CURRENCY
                       " - transfer suspended"
               EXIT PARAGRAPH
           END-IF

           IF WS-FROM-CURRENCY = 'USD'
               COMPUTE WS-FX-APPLIED-RATE ROUNDED =
                   WS-FX-FROM-RATE /
                   (WS-FX-TO-RATE * (1 + WS-FX-SELL-SPREAD))
           ELSE
               IF WS-TO-CURRENCY = 'USD'
                   COMPUTE WS-FX-APPLIED-RATE ROUNDED =
                       WS-FX-FROM-RATE * (1 - WS-FX-BUY-SPREAD)
                       / WS-FX-TO-RATE
               ELSE
                   COMPUTE WS-FX-APPLIED-RATE ROUNDED =
                       WS-FX-FROM-RATE * (1 - WS-FX-BUY-SPREAD)
                       / (WS-FX-TO-RATE * (1 + WS-FX-SELL-SPREAD))
               END-IF
           END-IF
           COMPUTE WS-FX-TO-AMOUNT ROUNDED =
               WS-AMOUNT * WS-FX-APPLIED-RATE

           IF WS-FX-TO-AMOUNT > WS-FX-MAX-AMOUNT
               MOVE 'N' TO WS-FX-RATE-OK
               MOVE 'ERROR' TO DL-STATUS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'FX CONVERTED AMOUNT TOO LARGE' TO
                   WS-SUSPENSE-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               DISPLAY "Error: " TXN-ID " - converted amount "
                       "exceeds the posting field - suspended"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-FX-SPREAD-USD ROUNDED =
               WS-AMOUNT * WS-FX-FROM-RATE
               - WS-FX-TO-AMOUNT * WS-FX-TO-RATE
           IF WS-FX-SPREAD-USD < 0
               MOVE 0 TO WS-FX-SPREAD-USD
           END-IF
           MOVE 'Y' TO WS-FX-CONVERTED
           MOVE WS-FX-APPLIED-RATE TO WS-FX-RATE-EDIT
           MOVE SPACES TO DL-LINK
           STRING 'FX ' WS-FROM-CURRENCY '>' WS-TO-CURRENCY
                  ' @ ' WS-FX-RATE-EDIT
               DELIMITED BY SIZE INTO DL-LINK.

       WRITE-FX-SPREAD-RECORD.
           MOVE TXN-ID TO FI-TXN-ID
           MOVE ACCOUNT-NUMBER TO FI-ACCT-NUMBER
           MOVE WS-FROM-CURRENCY TO FI-FROM-CURRENCY
           MOVE WS-TO-CURRENCY TO FI-TO-CURRENCY
           MOVE WS-AMOUNT TO FI-FROM-AMOUNT
           MOVE WS-FX-TO-AMOUNT TO FI-TO-AMOUNT
           MOVE WS-FX-APPLIED-RATE TO FI-RATE
           MOVE WS-FX-SPREAD-USD TO FI-SPREAD-USD
           MOVE WS-JOB-START-DATE TO FI-DATE
           WRITE FX-SPREAD-RECORD
           ADD 1 TO WS-FX-XFER-COUNT
           ADD WS-FX-SPREAD-USD TO WS-FX-SPREAD-TOTAL
           DISPLAY "Converted: " TXN-ID " " WS-AMOUNT " "
                   WS-FROM-CURRENCY " = " WS-FX-TO-AMOUNT " "
                   WS-TO-CURRENCY " at " WS-FX-RATE-EDIT.

       OPEN-ALERT-EXTRACT.
           OPEN EXTEND ALERT-EXTRACT
           IF WS-ALERT-STATUS NOT = '00'
           ACCEPT WS-CHECKPOINT-TIME FROM TIME
           MOVE WS-CHECKPOINT-TIME TO TR-TIME
           MOVE WS-LEDGER-TYPE TO TR-TYPE
           MOVE WS-LEDGER-AMOUNT TO TR-AMOUNT
           MOVE WS-LEDGER-DESC TO TR-DESCRIPTION
           MOVE TXN-ID TO TR-REFERENCE
           MOVE 'BATCH' TO TR-CHANNEL
               CLOSE ALERT-THRESHOLD-FILE
           END-IF.

       LOAD-NSF-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-SCHED-STATUS = '00'
               MOVE 'N' TO WS-SCHED-EOF
               PERFORM LOAD-NSF-FEE-ROW UNTIL WS-SCHED-EOF = 'Y'
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

      *    ROWS WRITTEN BEFORE THE NSF COLUMN WAS ADDED CARRY NO FEE
      *    AND LEAVE THE TYPE ON THE STANDARD FEE. AN EXPLICIT ZERO
      *    WAIVES THE FEE FOR THAT TYPE.
       LOAD-NSF-FEE-ROW.
           READ FEE-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF
               NOT AT END
                   IF FS-NSF-FEE IS NUMERIC
                       AND WS-NSF-TYPE-COUNT < 50
                       ADD 1 TO WS-NSF-TYPE-COUNT
                       SET NF-IDX TO WS-NSF-TYPE-COUNT
                       MOVE FS-ACCT-TYPE TO NF-ACCT-TYPE(NF-IDX)
                       MOVE FS-NSF-FEE TO NF-FEE(NF-IDX)
                   END-IF
           END-READ.

       LOAD-ESTATE-AUTHORIZATIONS.
           OPEN INPUT ESTATE-AUTH-FILE
           IF WS-ESTATE-AUTH-STATUS = '00'
               MOVE 'N' TO WS-ESTATE-AUTH-EOF
               PERFORM LOAD-ESTATE-AUTH-ROW
                   UNTIL WS-ESTATE-AUTH-EOF = 'Y'
               CLOSE ESTATE-AUTH-FILE
           END-IF.

       LOAD-ESTATE-AUTH-ROW.
           READ ESTATE-AUTH-FILE
               AT END
                   MOVE 'Y' TO WS-ESTATE-AUTH-EOF
               NOT AT END
                   IF EA-MAX-AMOUNT IS NUMERIC
                       AND WS-ESTATE-AUTH-COUNT < 1000
                       ADD 1 TO WS-ESTATE-AUTH-COUNT
                       SET EA-IDX TO WS-ESTATE-AUTH-COUNT
                       MOVE EA-ACCT-NUMBER TO EA-T-ACCT(EA-IDX)
                       MOVE EA-TXN-ID TO EA-T-TXN-ID(EA-IDX)
                       MOVE EA-MAX-AMOUNT TO EA-T-MAX-AMOUNT(EA-IDX)
                   END-IF
           END-READ.

       CHECK-ESTATE-AUTHORIZATION.
           MOVE 'N' TO WS-ESTATE-AUTH-OK
           IF WS-ESTATE-AUTH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET EA-IDX TO 1
           SEARCH ESTATE-AUTH-ENTRY
               AT END
                   CONTINUE
               WHEN EA-T-ACCT(EA-IDX) = WS-ESTATE-AUTH-ACCT
                   AND EA-T-TXN-ID(EA-IDX) = TXN-ID
                   AND EA-T-MAX-AMOUNT(EA-IDX) >= WS-AMOUNT
                   MOVE 'Y' TO WS-ESTATE-AUTH-OK
           END-SEARCH.

       LOOKUP-NSF-FEE.
           MOVE WS-NSF-STANDARD-FEE TO WS-NSF-FEE
           IF WS-NSF-TYPE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET NF-IDX TO 1
           SEARCH NSF-FEE-ENTRY
               AT END
                   CONTINUE
               WHEN NF-ACCT-TYPE(NF-IDX) = ACCT-TYPE
                   MOVE NF-FEE(NF-IDX) TO WS-NSF-FEE
           END-SEARCH.

      *    ON ENTRY WS-ACCOUNT-NUMBER HOLDS THE ACCOUNT THAT WAS SHORT.
      *    A TRANSFER LEAVES THE TO-ACCOUNT IN THE RECORD AREA, SO THE
      *    PAYING ACCOUNT IS ALWAYS READ AGAIN BEFORE THE FEE POSTS.
       RETURN-NSF-ITEM.
           PERFORM READ-ACCOUNT-KEYED
           IF WS-ACCT-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-NSF-FEE
           IF WS-NSF-FEE > 0
               SUBTRACT WS-NSF-FEE FROM CURRENT-BALANCE
               SUBTRACT WS-NSF-FEE FROM AVAILABLE-BALANCE
               REWRITE ACCOUNT-RECORD
               PERFORM WRITE-NSF-FEE-POSTING
               ADD WS-NSF-FEE TO WS-NSF-FEE-TOTAL
           END-IF

           IF WS-CTL-BRANCH-ID = SPACES
               MOVE 'SYSGEN' TO WS-NSF-BRANCH-ID
           ELSE
               MOVE WS-CTL-BRANCH-ID TO WS-NSF-BRANCH-ID
           END-IF
           PERFORM COUNT-PRIOR-RETURNS
           ADD 1 TO WS-NSF-REPEAT-COUNT
           PERFORM WRITE-RETURNED-ITEM
           ADD 1 TO WS-NSF-RETURN-COUNT
           ADD WS-AMOUNT TO WS-NSF-RETURN-AMOUNT
           PERFORM WRITE-NSF-RETURN-AUDIT

           IF WS-NSF-REPEAT-COUNT >= WS-NSF-CHRONIC-LIMIT
               ADD 1 TO WS-NSF-CHRONIC-COUNT
               MOVE 'CHRONIC NSF RETURNER' TO WS-SUSPENSE-REASON
               PERFORM WRITE-EXCEPTION-REPO
               DISPLAY "Review: " WS-ACCOUNT-NUMBER " - "
                       WS-NSF-REPEAT-COUNT " NSF returns in "
                       WS-NSF-WINDOW-DAYS " days"
           END-IF.

       WRITE-NSF-FEE-POSTING.
           OPEN EXTEND SERVICE-CHARGE-POSTINGS
           IF WS-SC-FILE-STATUS NOT = '00'
               OPEN OUTPUT SERVICE-CHARGE-POSTINGS
           END-IF
           MOVE WS-ACCOUNT-NUMBER TO SC-ACCT-NUMBER
           MOVE WS-NSF-FEE TO SC-AMOUNT
           MOVE 'NSF-ITEM-FEE' TO SC-TYPE
           MOVE WS-JOB-START-DATE TO SC-DATE
           WRITE SERVICE-CHARGE-RECORD
           CLOSE SERVICE-CHARGE-POSTINGS.

      *    EARLIER RETURNS FOR THE ACCOUNT INSIDE THE LOOK-BACK WINDOW.
       COUNT-PRIOR-RETURNS.
           MOVE 0 TO WS-NSF-REPEAT-COUNT
           MOVE WS-JOB-START-DATE TO WS-NSF-DATE-NUM
           COMPUTE WS-NSF-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-NSF-DATE-NUM)
           MOVE 'returned_items.dat' TO WS-RETURNS-FILE-NAME
           PERFORM SCAN-RETURNED-ITEMS-FILE
           IF WS-RETURNS-OWN-NAME NOT = WS-RETURNS-FILE-NAME
               MOVE WS-RETURNS-OWN-NAME TO WS-RETURNS-FILE-NAME
               PERFORM SCAN-RETURNED-ITEMS-FILE
           END-IF.

       SCAN-RETURNED-ITEMS-FILE.
           OPEN INPUT RETURNED-ITEMS
           IF WS-RETURNS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RETURNS-EOF
           PERFORM SCAN-RETURNED-ITEM UNTIL WS-RETURNS-EOF = 'Y'
           CLOSE RETURNED-ITEMS.

       SCAN-RETURNED-ITEM.
           READ RETURNED-ITEMS
               AT END
                   MOVE 'Y' TO WS-RETURNS-EOF
               NOT AT END
                   IF RI-ACCT-NUMBER = WS-ACCOUNT-NUMBER
                       AND RI-RETURN-DATE IS NUMERIC
                       MOVE RI-RETURN-DATE TO WS-NSF-DATE-NUM
                       COMPUTE WS-NSF-ROW-INT =
                           FUNCTION INTEGER-OF-DATE(WS-NSF-DATE-NUM)
                       IF WS-NSF-TODAY-INT - WS-NSF-ROW-INT
                               < WS-NSF-WINDOW-DAYS
                           AND WS-NSF-REPEAT-COUNT < 999
                           ADD 1 TO WS-NSF-REPEAT-COUNT
                       END-IF
                   END-IF
           END-READ.

       WRITE-RETURNED-ITEM.
           MOVE WS-RETURNS-OWN-NAME TO WS-RETURNS-FILE-NAME
           OPEN EXTEND RETURNED-ITEMS
           IF WS-RETURNS-STATUS NOT = '00'
               OPEN OUTPUT RETURNED-ITEMS
           END-IF
           MOVE TXN-ID TO RI-TXN-ID
           MOVE WS-ACCOUNT-NUMBER TO RI-ACCT-NUMBER
           MOVE TXN-TYPE TO RI-TXN-TYPE
           MOVE WS-AMOUNT TO RI-AMOUNT
           MOVE WS-NSF-BRANCH-ID TO RI-BRANCH-ID
           MOVE WS-CTL-CYCLE TO RI-CYCLE
           MOVE WS-NSF-REASON-CODE TO RI-REASON-CODE
           MOVE WS-JOB-START-DATE TO RI-RETURN-DATE
           IF WS-NSF-FEE > 0
               MOVE WS-NSF-FEE TO RI-FEE-AMOUNT
           ELSE
               MOVE 0 TO RI-FEE-AMOUNT
           END-IF
           MOVE WS-NSF-REPEAT-COUNT TO RI-REPEAT-COUNT
           WRITE RETURNED-ITEM-RECORD
           CLOSE RETURNED-ITEMS.

       WRITE-NSF-RETURN-AUDIT.
           ACCEPT WS-CHECKPOINT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHECKPOINT-TIME FROM TIME
           STRING WS-CHECKPOINT-DATE WS-CHECKPOINT-TIME
               DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|NSF-RETURN|Account '
                  WS-ACCOUNT-NUMBER ' item ' TXN-ID
                  ' amount ' WS-AMOUNT ' returned '
                  WS-NSF-REASON-CODE ' fee ' WS-NSF-FEE
                  ' repeat ' WS-NSF-REPEAT-COUNT
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       CHECK-LARGE-TXN-ALERT.
           MOVE WS-ALERT-DEFAULT-THRESH TO WS-ALERT-THRESH
           MOVE 'N' TO WS-THRESH-FOUND
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CROSS-CURRENCY TRANSFERS' TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Transfers Converted:' TO SL-LABEL
           MOVE WS-FX-XFER-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'FX Spread Income (USD):' TO SL-LABEL
           MOVE WS-FX-SPREAD-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CD EARLY WITHDRAWALS' TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Penalties Assessed:' TO SL-LABEL
           MOVE WS-EW-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Penalty Amount:' TO SL-LABEL
           MOVE WS-EW-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Refused Below Minimum:' TO SL-LABEL
           MOVE WS-EW-MINBAL-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BACK-VALUED ITEMS' TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Posted With Value Date:' TO SL-LABEL
           MOVE WS-BV-POSTED-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Refused - Closed Period:' TO SL-LABEL
           MOVE WS-BV-CLOSED-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RETURNED ITEMS (NSF)' TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Items Returned:' TO SL-LABEL
           MOVE WS-NSF-RETURN-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Returned Item Amount:' TO SL-LABEL
           MOVE WS-NSF-RETURN-AMOUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'NSF Fees Charged:' TO SL-LABEL
           MOVE WS-NSF-FEE-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Chronic Returners Flagged:' TO SL-LABEL
           MOVE WS-NSF-CHRONIC-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FUTURE-DATED WAREHOUSE ACTIVITY' TO REPORT-LINE
           DISPLAY "Total transactions: " WS-RECORD-COUNT
           DISPLAY "Successful: " WS-SUCCESS-COUNT
           DISPLAY "Errors: " WS-ERROR-COUNT
           DISPLAY "Report generated: "
                   FUNCTION TRIM(WS-REPORT-FILE-NAME)
           DISPLAY "CSV report generated: "
                   FUNCTION TRIM(WS-CSV-FILE-NAME)
           IF WS-ERROR-COUNT > 0
               DISPLAY "Rejected transactions: "
                       FUNCTION TRIM(WS-SUSPENSE-FILE-NAME)
           END-IF
           IF WS-REVIEW-COUNT > 0
               DISPLAY "Transactions held for review: "
                       FUNCTION TRIM(WS-REVIEW-FILE-NAME)
           END-IF
           IF WS-NSF-RETURN-COUNT > 0
               DISPLAY "Items returned NSF: " WS-NSF-RETURN-COUNT
                       " - " FUNCTION TRIM(WS-RETURNS-OWN-NAME)
           END-IF.

      *    ONE SETTLEMENT ROW PER POSTING RUN - BRANCH OPERATIONS
           WRITE BRANCH-ACTIVITY-RECORD
           CLOSE BRANCH-ACTIVITY.

       WRITE-PARTITION-TOTALS.
           IF WS-PARTITION-MODE = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PARTITION-TOTALS-FILE
           MOVE SPACES TO PARTITION-TOTALS-RECORD
           MOVE WS-PARTITION-NO TO PT-PARTITION
           MOVE WS-CTL-DETAIL-COUNT TO PT-DETAIL-COUNT
           MOVE WS-CTL-HASH-TOTAL TO PT-HASH-TOTAL
           MOVE WS-RECORD-COUNT TO PT-RECORD-COUNT
           MOVE WS-SUCCESS-COUNT TO PT-SUCCESS-COUNT
           MOVE WS-ERROR-COUNT TO PT-ERROR-COUNT
           MOVE WS-HOLD-COUNT TO PT-HOLD-COUNT
           MOVE WS-REVERSAL-COUNT TO PT-REVERSAL-COUNT
           MOVE WS-REVIEW-COUNT TO PT-REVIEW-COUNT
           MOVE WS-ALERT-COUNT TO PT-ALERT-COUNT
           MOVE WS-LEDGER-COUNT TO PT-LEDGER-COUNT
           MOVE WS-FX-XFER-COUNT TO PT-FX-XFER-COUNT
           MOVE WS-FX-SPREAD-TOTAL TO PT-FX-SPREAD-TOTAL
           MOVE WS-EW-COUNT TO PT-EW-COUNT
           MOVE WS-EW-TOTAL TO PT-EW-TOTAL
           MOVE WS-EW-MINBAL-COUNT TO PT-EW-MINBAL-COUNT
           MOVE WS-BV-POSTED-COUNT TO PT-BV-POSTED-COUNT
           MOVE WS-BV-CLOSED-COUNT TO PT-BV-CLOSED-COUNT
           MOVE WS-NSF-RETURN-COUNT TO PT-NSF-RETURN-COUNT
           MOVE WS-NSF-RETURN-AMOUNT TO PT-NSF-RETURN-AMOUNT
           MOVE WS-NSF-FEE-TOTAL TO PT-NSF-FEE-TOTAL
           MOVE WS-NSF-CHRONIC-COUNT TO PT-NSF-CHRONIC-COUNT
           MOVE WS-WAREHOUSED-COUNT TO PT-WAREHOUSED-COUNT
           MOVE WS-RELEASED-COUNT TO PT-RELEASED-COUNT
           MOVE WS-CARRIED-FWD-COUNT TO PT-CARRIED-FWD-COUNT
           MOVE WS-TOTAL-CREDITS TO PT-TOTAL-CREDITS
           MOVE WS-TOTAL-DEBITS TO PT-TOTAL-DEBITS
           ACCEPT WS-CHECKPOINT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHECKPOINT-TIME FROM TIME
           STRING WS-CHECKPOINT-DATE WS-CHECKPOINT-TIME
               DELIMITED BY SIZE INTO PT-COMPLETED-TS
           WRITE PARTITION-TOTALS-RECORD
           CLOSE PARTITION-TOTALS-FILE.

       ACQUIRE-ACCOUNT-LOCK.
           IF WS-PARTITION-MODE = 'Y'
               PERFORM ACQUIRE-PARTITION-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LOCK-HELD
           OPEN INPUT ACCOUNT-LOCK-FILE
           IF WS-LOCK-STATUS = '00'
           CLOSE ACCOUNT-LOCK-FILE
           MOVE 'Y' TO WS-LOCK-ACQUIRED.

      *    THE SPLIT JOB HOLDS THE FILE-WIDE LOCK FOR THE PARTITION
      *    SET SO NO OTHER JOB UPDATES THE ACCOUNT FILE UNTIL THE
      *    MERGE. EACH PARTITION THEN LOCKS ITS OWN RANGE AND WAITS ON
      *    NO PARTITION WHOSE RANGE DOES NOT OVERLAP IT - ONLY THE
      *    SERIAL PASS, WHICH SPANS THE WHOLE FILE, OVERLAPS THEM ALL.
       ACQUIRE-PARTITION-LOCK.
           MOVE 'account_balances.lock' TO WS-LOCK-FILE-NAME
           PERFORM READ-LOCK-HOLDER
           IF WS-LOCK-HELD = 'N'
               OR WS-LOCK-HOLDER-NAME NOT = 'BATCH-PART'
               DISPLAY "ERROR: Partition posting needs the account "
                       "file lock taken for it by the partition "
                       "split job"
               IF WS-LOCK-HELD = 'Y'
                   DISPLAY "account_balances.dat is locked by job "
                           WS-LOCK-HOLDER-NAME " id "
                           WS-LOCK-HOLDER-ID
               END-IF
               STOP RUN
           END-IF
           PERFORM CHECK-OTHER-PARTITION-LOCK
               VARYING WS-PN-SCAN FROM 1 BY 1
               UNTIL WS-PN-SCAN > WS-PN-COUNT
           MOVE WS-OWN-LOCK-NAME TO WS-LOCK-FILE-NAME
           PERFORM READ-LOCK-HOLDER
           IF WS-LOCK-HELD = 'Y'
               PERFORM CHECK-LOCK-OVERRIDE
           END-IF
           IF WS-LOCK-HELD = 'Y'
               DISPLAY "ERROR: Partition " WS-PARTITION-SUFFIX
                       " is locked by job " WS-LOCK-HOLDER-NAME
                       " id " WS-LOCK-HOLDER-ID
               DISPLAY "Lock taken at " WS-LOCK-HOLDER-TIME
               DISPLAY "If the holding run abended, create "
                       "account_lock_override.dat and rerun"
               STOP RUN
           END-IF
           OPEN OUTPUT ACCOUNT-LOCK-FILE
           MOVE WS-JC-NAME TO LK-JOB-NAME
           MOVE WS-JOB-ID TO LK-JOB-ID
           MOVE WS-JOB-START-TIMESTAMP TO LK-START-TIME
           WRITE ACCOUNT-LOCK-RECORD
           CLOSE ACCOUNT-LOCK-FILE
           MOVE 'Y' TO WS-LOCK-ACQUIRED.

       CHECK-OTHER-PARTITION-LOCK.
           SET PN-IDX TO WS-PN-SCAN
           IF PN-PARTITION(PN-IDX) = WS-PARTITION-NO
               EXIT PARAGRAPH
           END-IF
           IF PN-LOW-ACCT(PN-IDX) > WS-PART-HIGH-ACCT
               OR PN-HIGH-ACCT(PN-IDX) < WS-PART-LOW-ACCT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LOCK-FILE-NAME
           STRING 'account_balances.P' PN-PARTITION(PN-IDX) '.lock'
               DELIMITED BY SIZE INTO WS-LOCK-FILE-NAME
           PERFORM READ-LOCK-HOLDER
           IF WS-LOCK-HELD = 'Y'
               DISPLAY "ERROR: Overlapping partition P"
                       PN-PARTITION(PN-IDX) " is still posting - "
                       "locked by job " WS-LOCK-HOLDER-NAME
                       " id " WS-LOCK-HOLDER-ID
               DISPLAY "Partition " WS-PARTITION-SUFFIX
                       " must wait until it completes"
               STOP RUN
           END-IF.

       READ-LOCK-HOLDER.
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
           END-IF.

       CHECK-LOCK-OVERRIDE.
           OPEN INPUT LOCK-OVERRIDE-FILE
           IF WS-LOCK-OVERRIDE-STATUS = '00'
           CLOSE POSTED-LEDGER
           CLOSE AUDIT-LOG
           CLOSE EXCEPTION-REPO
           CLOSE FX-SPREAD-FILE
           CLOSE BACK-VALUE-REGISTER
           CLOSE HOLD-FILE
           CLOSE BATCH-FILE
           CLOSE REPORT-FILE
           CLOSE CSV-FILE
           CLOSE REVIEW-QUEUE
           CLOSE ACCOUNT-FILE.

      *    A SERIAL RUN POSTS STRAIGHT TO THE SHARED LEDGER AND CHARGE
      *    FILES AND STAMPS THEM HERE. A RANGE PARTITION WRITES ITS OWN
      *    COPIES AND THE MERGE STAMPS THE SHARED FILES INSTEAD.
       RECORD-OUTPUT-MANIFESTS.
           MOVE WS-JOB-ID TO WS-MF-JOB-ID
           MOVE WS-JC-NAME TO WS-MF-JOB-NAME
           MOVE WS-JOB-START-DATE TO WS-MF-DATE
           MOVE 'monthly_transactions.dat' TO WS-MF-FILE-NAME
           MOVE 33 TO WS-MF-POS
           MOVE 10 TO WS-MF-LEN
           PERFORM WRITE-FILE-MANIFEST
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
