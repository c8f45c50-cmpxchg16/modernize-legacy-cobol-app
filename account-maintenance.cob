           SELECT ODP-LINK-FILE-NEW ASSIGN TO
               'od_protection_links.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDIT-LINE-FILE ASSIGN TO 'od_credit_lines.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-FILE-STATUS.
           SELECT CHARGEOFF-APPROVAL-FILE ASSIGN TO
               'chargeoff_approvals.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT CHARGEOFF-REGISTER-FILE ASSIGN TO
               'chargeoff_register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.
           SELECT OWNERSHIP-FILE ASSIGN TO 'account_ownership.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-FILE-STATUS.
           SELECT OWNERSHIP-FILE-NEW ASSIGN TO
               'account_ownership.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO 'bank_audit_trail.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
               'exception_repository.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREPO-STATUS.
           SELECT SANCTIONS-LIST ASSIGN TO 'sanctions_list.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANCTIONS-STATUS.
           SELECT SCREENING-QUEUE ASSIGN TO
               'sanctions_screening_queue.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT SCREENING-QUEUE-NEW ASSIGN TO
               'sanctions_screening_queue.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO 'account_holds.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT RATE-MASTER-FILE ASSIGN TO
               'interest_rate_master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO 'fee_schedule.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT INTEREST-POSTINGS ASSIGN TO 'interest_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-POST-STATUS.
           SELECT WITHHOLDING-FILE ASSIGN TO
               'withholding_remittance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WITHHOLD-STATUS.
           SELECT SERVICE-CHARGE-POSTINGS ASSIGN TO
               'service_charge_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.
           SELECT POSTED-LEDGER ASSIGN TO
               'monthly_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO
               'official_check_payouts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT CLOSING-STATEMENT-FILE ASSIGN TO
               'closing_statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.
           SELECT CLOSURE-REGISTER ASSIGN TO
               'account_closure_register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESTATE-REGISTER ASSIGN TO 'estate_register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
           SELECT ESTATE-REGISTER-NEW ASSIGN TO
               'estate_register.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BENEFIT-CREDIT-FILE ASSIGN TO
               'federal_benefit_credits.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-STATUS.
           SELECT BENEFIT-CREDIT-FILE-NEW ASSIGN TO
               'federal_benefit_credits.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BENEFIT-RETURN-FILE ASSIGN TO
               'federal_benefit_returns.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-RETURN-STATUS.
           SELECT RETURNED-MAIL-LOG ASSIGN TO 'returned_mail_log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-LOG-STATUS.
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
       FD  MAINTENANCE-FILE.
           05  MR-CUSTOMER-ID        PIC X(10).
           05  MR-TO-ACCOUNT         PIC X(12).
           05  MR-SO-AMOUNT          PIC 9(6)V99.
           05  MR-OWNER-PERCENT REDEFINES MR-SO-AMOUNT PIC 9(6)V99.
           05  MR-SO-FREQUENCY       PIC X(8).
           05  MR-OWNER-ROLE REDEFINES MR-SO-FREQUENCY PIC X(8).
           05  MR-SO-NEXT-DATE       PIC X(8).
           05  MR-DEATH-DATE REDEFINES MR-SO-NEXT-DATE PIC X(8).
           05  MR-SO-EXPIRY          PIC X(8).
           05  MR-CD-TERM-MONTHS     PIC 9(3).
           05  MR-LINE-MIN-PCT REDEFINES MR-CD-TERM-MONTHS PIC 9V99.
           05  MR-EMAIL              PIC X(40).
           05  MR-SMS-FLAG           PIC X(1).
           05  MR-OPERATOR-ID        PIC X(12).
           05  MR-CYCLE-CODE         PIC X(2).
           05  MR-LINE-DUE-DAY REDEFINES MR-CYCLE-CODE PIC 9(2).
           05  MR-WITHHOLD-FLAG      PIC X(1).
           05  MR-WITHHOLD-RATE      PIC 9V9999.
           05  MR-LINE-APR REDEFINES MR-WITHHOLD-RATE PIC 9V9999.
           05  MR-DELIVERY-PREF      PIC X(1).

       FD  ACCOUNT-FILE.
           05  CM-WITHHOLD-FLAG      PIC X(1).
           05  CM-WITHHOLD-RATE      PIC 9V9999.
           05  CM-DELIVERY-PREF      PIC X(1).
           05  CM-UNDELIV-FLAG       PIC X(1).

       FD  MAINTENANCE-REPORT.
       01  REPORT-LINE               PIC X(132).
           05  ODP-SWEEP-LIMIT-NEW   PIC 9(8)V99.
           05  ODP-LINK-STATUS-NEW   PIC X(1).

      *    OVERDRAFT LINE OF CREDIT ON A CHECKING ACCOUNT. THIS JOB
      *    ONLY OPENS LINES; BALANCES, BILLING AND DELINQUENCY FIELDS
      *    ARE KEPT BY OVERDRAFTPROCESSING AND OVERDRAFTLINEBILLING.
      *    STATUS 'A' ACTIVE, 'S' SUSPENDED, 'C' CLOSED.
       FD  CREDIT-LINE-FILE.
       01  CREDIT-LINE-RECORD.
           05  LC-ACCT-NUMBER        PIC X(12).
           05  LC-CREDIT-LIMIT       PIC 9(8)V99.
           05  LC-APR                PIC 9V9999.
           05  LC-MIN-PAY-PCT        PIC 9V99.
           05  LC-DUE-DAY            PIC 9(2).
           05  LC-STATUS             PIC X(1).
           05  LC-OPENED-DATE        PIC X(8).
           05  LC-BALANCE            PIC 9(8)V99.
           05  LC-ACCRUED-INT        PIC 9(6)V99.
           05  LC-LAST-ACCRUAL       PIC X(8).
           05  LC-CYCLE-ADVANCES     PIC 9(8)V99.
           05  LC-CYCLE-PAYMENTS     PIC 9(8)V99.
           05  LC-STMT-DATE          PIC X(8).
           05  LC-STMT-BALANCE       PIC 9(8)V99.
           05  LC-MIN-DUE            PIC 9(8)V99.
           05  LC-DUE-DATE           PIC X(8).
           05  LC-PAST-DUE           PIC 9(8)V99.
           05  LC-DELINQ-DATE        PIC X(8).
           05  LC-LAST-MISSED        PIC X(8).
           05  LC-DAYS-PAST-DUE      PIC 9(3).
           05  LC-MISSED-COUNT       PIC 9(2).
           05  LC-STATUS-DATE        PIC X(8).

      *    A CHARGE-OFF APPROVED UNDER DUAL CONTROL, WAITING FOR
      *    CHARGEOFFPROCESSING. STATUS 'A' APPROVED, 'D' CHARGED OFF,
      *    'X' CANCELLED BECAUSE THE ACCOUNT WAS NO LONGER OVERDRAWN.
       FD  CHARGEOFF-APPROVAL-FILE.
       01  CHARGEOFF-APPROVAL-RECORD.
           05  CA-ACCT-NUMBER        PIC X(12).
           05  CA-REQUESTED-BY       PIC X(12).
           05  CA-APPROVED-BY        PIC X(12).
           05  CA-APPROVED-DATE      PIC X(8).
           05  CA-STATUS             PIC X(1).
           05  CA-STATUS-DATE        PIC X(8).

      *    KEPT BY CHARGEOFFPROCESSING. READ HERE ONLY TO STOP A
      *    SECOND CHARGE-OFF AND TO KEEP A CHARGED-OFF ACCOUNT FROZEN
      *    UNTIL THE LOSS IS RECOVERED. STATUS 'O' OPEN, 'R' RECOVERED.
       FD  CHARGEOFF-REGISTER-FILE.
       01  CHARGEOFF-REGISTER-RECORD.
           05  CO-ACCT-NUMBER        PIC X(12).
           05  CO-ACCT-TYPE          PIC X(8).
           05  CO-CHARGEOFF-DATE     PIC X(8).
           05  CO-ORIGINAL-AMT       PIC 9(10)V99.
           05  CO-RECOVERED-AMT      PIC 9(10)V99.
           05  CO-LAST-RECOVERY      PIC X(8).
           05  CO-DAYS-NEGATIVE      PIC 9(3).
           05  CO-REQUESTED-BY       PIC X(12).
           05  CO-APPROVED-BY        PIC X(12).
           05  CO-STATUS             PIC X(1).

      *    ONE ROW PER PARTY TO AN ACCOUNT. ROLE IS PRIMARY, JOINT,
      *    POD (PAYABLE-ON-DEATH BENEFICIARY), TRUSTEE OR SIGNER.
      *    THE PERCENTAGE IS THE PARTY'S SHARE AMONG THE OWNERS
      *    (PRIMARY AND JOINT) OR AMONG THE POD BENEFICIARIES; ZERO
      *    MEANS EQUAL SHARES. STATUS 'A' ACTIVE, 'D' REMOVED.
       FD  OWNERSHIP-FILE.
       01  OWNERSHIP-RECORD.
           05  OW-ACCT-NUMBER        PIC X(12).
           05  OW-CUSTOMER-ID        PIC X(10).
           05  OW-CUSTOMER-NAME      PIC X(30).
           05  OW-ROLE               PIC X(8).
           05  OW-PERCENT            PIC 9(3)V99.
           05  OW-STATUS             PIC X(1).
           05  OW-ADDED-DATE         PIC X(8).

       FD  OWNERSHIP-FILE-NEW.
       01  OWNERSHIP-RECORD-NEW      PIC X(74).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  RJ-ACTION             PIC X(6).
       FD  LOCK-OVERRIDE-FILE.
       01  LOCK-OVERRIDE-RECORD  PIC X(80).

       FD  SANCTIONS-LIST.
       01  SANCTIONS-LIST-RECORD.
           05  SX-ENTRY-ID       PIC X(10).
           05  SX-NAME           PIC X(30).
           05  SX-ADDRESS        PIC X(30).
           05  SX-PROGRAM        PIC X(10).

       FD  SCREENING-QUEUE.
       01  SCREENING-QUEUE-RECORD.
           05  SQ-SCREEN-ID      PIC X(20).
           05  SQ-SOURCE         PIC X(8).
           05  SQ-ACCT-NUMBER    PIC X(12).
           05  SQ-REFERENCE      PIC X(15).
           05  SQ-SCREENED-NAME  PIC X(30).
           05  SQ-LIST-ENTRY     PIC X(10).
           05  SQ-LIST-NAME      PIC X(30).
           05  SQ-SCORE          PIC 9(3).
           05  SQ-AMOUNT         PIC 9(8)V99.
           05  SQ-QUEUE-DATE     PIC X(8).
           05  SQ-STATUS         PIC X(1).
           05  SQ-ANALYST-ID     PIC X(12).
           05  SQ-DECISION-DATE  PIC X(8).
           05  SQ-HELD-DATA      PIC X(292).

       FD  SCREENING-QUEUE-NEW.
       01  SCREENING-QUEUE-RECORD-NEW PIC X(459).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HD-ACCT-NUMBER    PIC X(12).
           05  HD-TXN-ID         PIC X(10).
           05  HD-AMOUNT         PIC 9(8)V99.
           05  HD-PLACED-DATE    PIC X(8).
           05  HD-RELEASE-DATE   PIC X(8).
           05  HD-STATUS         PIC X(1).

       FD  RATE-MASTER-FILE.
       01  RATE-MASTER-RECORD.
           05  RM-TIER-CODE      PIC X(4).
           05  RM-MIN-BALANCE    PIC 9(8)V99.
           05  RM-MAX-BALANCE    PIC 9(8)V99.
           05  RM-RATE           PIC 9V9999.
           05  RM-EFFECTIVE-DATE PIC X(8).

       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-RECORD.
           05  FS-ACCT-TYPE      PIC X(8).
           05  FS-MONTHLY-FEE    PIC 9(5)V99.
           05  FS-NSF-FEE        PIC 9(5)V99.

       FD  INTEREST-POSTINGS.
       01  POSTING-RECORD.
           05  POST-ACCT-NUMBER  PIC X(12).
           05  POST-AMOUNT       PIC 9(8)V99.
           05  POST-RATE         PIC 9V9999.
           05  POST-DATE         PIC X(8).

       FD  WITHHOLDING-FILE.
       01  WITHHOLDING-RECORD.
           05  WH-ACCT-NUMBER    PIC X(12).
           05  WH-DATE           PIC X(8).
           05  WH-GROSS          PIC 9(8)V99.
           05  WH-WITHHELD       PIC 9(8)V99.
           05  WH-RATE           PIC 9V9999.

       FD  SERVICE-CHARGE-POSTINGS.
       01  SERVICE-CHARGE-RECORD.
           05  SC-ACCT-NUMBER    PIC X(12).
           05  SC-AMOUNT         PIC 9(5)V99.
           05  SC-TYPE           PIC X(15).
           05  SC-DATE           PIC X(8).

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

       FD  OFFICIAL-CHECK-FILE.
       01  OFFICIAL-CHECK-RECORD.
           05  OC-CHECK-NUMBER   PIC X(14).
           05  OC-ACCT-NUMBER    PIC X(12).
           05  OC-PAYEE-NAME     PIC X(30).
           05  OC-ADDRESS-1      PIC X(30).
           05  OC-ADDRESS-2      PIC X(30).
           05  OC-CITY-STATE-ZIP PIC X(30).
           05  OC-AMOUNT         PIC 9(8)V99.
           05  OC-CURRENCY       PIC X(3).
           05  OC-ISSUE-DATE     PIC X(8).
           05  OC-STATUS         PIC X(1).

       FD  CLOSING-STATEMENT-FILE.
       01  CLOSING-STATEMENT-LINE    PIC X(132).

       FD  CLOSURE-REGISTER.
       01  REGISTER-LINE             PIC X(132).

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

       FD  ESTATE-REGISTER-NEW.
       01  ESTATE-REGISTER-RECORD-NEW PIC X(167).

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

       FD  BENEFIT-CREDIT-FILE-NEW.
       01  BENEFIT-CREDIT-RECORD-NEW PIC X(82).

       FD  BENEFIT-RETURN-FILE.
       01  BENEFIT-RETURN-RECORD.
           05  BR-ACCT-NUMBER    PIC X(12).
           05  BR-TXN-ID         PIC X(10).
           05  BR-TRACE          PIC X(15).
           05  BR-COMPANY-ID     PIC X(10).
           05  BR-COMPANY-NAME   PIC X(16).
           05  BR-AMOUNT         PIC 9(8)V99.
           05  BR-CREDIT-DATE    PIC X(8).
           05  BR-DEATH-DATE     PIC X(8).
           05  BR-RETURN-DATE    PIC X(8).
           05  BR-REASON         PIC X(3).

      *    RETURNED-MAIL HISTORY. AN ADDR-CHG ROW CLOSES OUT THE
      *    RETURNS COUNTED AGAINST THE OLD ADDRESS.
       FD  RETURNED-MAIL-LOG.
       01  RETURNED-MAIL-LOG-RECORD.
           05  RL-ACCT-NUMBER    PIC X(12).
           05  RL-EVENT          PIC X(10).
           05  RL-EVENT-DATE     PIC X(8).
           05  RL-REASON         PIC X(20).
           05  RL-LOGGED-DATE    PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE  PIC X(8).
           05  JC-RECORDS-PROC       PIC 9(9).
           05  JC-RECORDS-ERROR      PIC 9(9).

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
       01  WS-ODP-FOUND              PIC X VALUE 'N'.
       01  WS-ODP-ADD-COUNT          PIC 9(5) VALUE 0.
       01  WS-ODP-DEL-COUNT          PIC 9(5) VALUE 0.
       01  WS-LC-FILE-STATUS         PIC XX.
       01  WS-LC-EOF                 PIC X VALUE 'N'.
       01  WS-LC-FOUND               PIC X VALUE 'N'.
       01  WS-LC-OWED                PIC 9(9)V99 VALUE 0.
       01  WS-ODL-ADD-COUNT          PIC 9(5) VALUE 0.
       01  WS-CA-FILE-STATUS         PIC XX.
       01  WS-CA-EOF                 PIC X VALUE 'N'.
       01  WS-CA-FOUND               PIC X VALUE 'N'.
       01  WS-CO-FILE-STATUS         PIC XX.
       01  WS-CO-EOF                 PIC X VALUE 'N'.
       01  WS-CO-FOUND               PIC X VALUE 'N'.
       01  WS-CHGOFF-COUNT           PIC 9(5) VALUE 0.

      *    ACCOUNT OWNERSHIP. THE PRIMARY ROW IS KEPT IN STEP WITH THE
      *    NAME AND CUSTOMER ID ON THE MASTER; AN ACCOUNT WITH NO ROWS
      *    YET IS OWNED SOLELY BY ITS MASTER HOLDER, WHO IS WRITTEN
      *    AS PRIMARY WHEN THE FIRST OTHER PARTY IS ADDED.
       01  WS-OWN-FILE-STATUS        PIC XX.
       01  WS-OWN-EOF                PIC X VALUE 'N'.
       01  WS-OWN-COUNT              PIC 9(4) VALUE 0.
       01  WS-OWN-FOUND              PIC X VALUE 'N'.
       01  WS-OWN-PRIMARY-FOUND      PIC X VALUE 'N'.
       01  WS-OWN-ADD-COUNT          PIC 9(5) VALUE 0.
       01  WS-OWN-DEL-COUNT          PIC 9(5) VALUE 0.
       01  WS-OWN-PERCENT            PIC 9(6)V99.
       01  WS-OWN-SHARE-TOTAL        PIC 9(6)V99.
       01  WS-OWN-SCAN               PIC 9(4).
       01  WS-ROLE-CHECK             PIC X(8).
       01  WS-ROLE-GROUP             PIC X(1).
       01  WS-NEW-ROLE-GROUP         PIC X(1).
       01  WS-OWN-PRIMARY-ID         PIC X(10).

       01  OWNERSHIP-TABLE.
           05  OWN-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OWN-COUNT
                   INDEXED BY OWN-IDX.
               10  OW-T-ACCT         PIC X(12).
               10  OW-T-CUSTOMER     PIC X(10).
               10  OW-T-NAME         PIC X(30).
               10  OW-T-ROLE         PIC X(8).
               10  OW-T-PERCENT      PIC 9(3)V99.
               10  OW-T-STATUS       PIC X(1).
               10  OW-T-ADDED        PIC X(8).

       01  ODP-LINK-TABLE.
           05  ODP-ENTRY OCCURS 1 TO 1000 TIMES
               10  AP-T-ACTION       PIC X(6).
               10  AP-T-APPROVER     PIC X(12).

      *    SANCTIONS SCREENING: A NEW CUSTOMER'S NAME IS SPLIT INTO
      *    WORDS AND SCORED AGAINST EACH LIST ENTRY AS THE PERCENTAGE
      *    OF THE ENTRY'S WORDS FOUND IN THE NAME, IN ANY ORDER.
      *    SINGLE LETTERS (INITIALS) DO NOT COUNT. A NAME HIT WHOSE
      *    LISTED ADDRESS ALSO APPEARS IN THE REQUEST ADDRESS GAINS
      *    THE ADDRESS BONUS. AN ADD SCORING AT OR ABOVE THE
      *    THRESHOLD IS HELD ON THE SCREENING QUEUE AND ONLY OPENS
      *    ON A LATER RUN ONCE AN ANALYST HAS CLEARED IT.
       01  WS-SANCTIONS-STATUS       PIC XX.
       01  WS-SANCTIONS-EOF          PIC X VALUE 'N'.
       01  WS-SANCTIONS-LOADED       PIC X VALUE 'N'.
       01  WS-QUEUE-STATUS           PIC XX.
       01  WS-QUEUE-EOF              PIC X VALUE 'N'.
       01  WS-SCREEN-RELEASE         PIC X VALUE 'N'.
       01  WS-MATCH-THRESHOLD        PIC 9(3) VALUE 75.
       01  WS-ADDRESS-BONUS          PIC 9(3) VALUE 10.
       01  WS-SCREEN-NAME            PIC X(30).
       01  WS-SCREEN-ADDRESS         PIC X(90).
       01  WS-SCREEN-TOKENS.
           05  WS-SCREEN-TOKEN       PIC X(15) OCCURS 6 TIMES.
       01  WS-SCREEN-TOKEN-COUNT     PIC 9(2).
       01  WS-TOKEN-SCAN             PIC 9(2).
       01  WS-TOKEN-SCAN-2           PIC 9(2).
       01  WS-TOKEN-FOUND            PIC X.
       01  WS-TOKEN-MATCHES          PIC 9(2).
       01  WS-ENTRY-SCORE            PIC 9(3).
       01  WS-BEST-SCORE             PIC 9(3).
       01  WS-BEST-ENTRY             PIC X(10).
       01  WS-BEST-LIST-NAME         PIC X(30).
       01  WS-ADDRESS-HITS           PIC 9(3).
       01  WS-SANCTIONS-SCAN         PIC 9(4).
       01  WS-HIT-SEQ                PIC 9(4) VALUE 0.
       01  WS-SCREEN-HELD-COUNT      PIC 9(5) VALUE 0.
       01  WS-SCREEN-RELEASED-COUNT  PIC 9(5) VALUE 0.
       01  WS-SN-COUNT               PIC 9(4) VALUE 0.
       01  SANCTIONS-TABLE.
           05  SANCTION-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-SN-COUNT
                   INDEXED BY SN-IDX.
               10  SN-T-ENTRY-ID     PIC X(10).
               10  SN-T-NAME         PIC X(30).
               10  SN-T-ADDRESS      PIC X(30).
               10  SN-T-ADDRESS-LEN  PIC 9(2).
               10  SN-T-TOKEN-COUNT  PIC 9(2).
               10  SN-T-TOKEN        PIC X(15) OCCURS 6 TIMES.

       01  WS-ACCT-FOUND             PIC X VALUE 'N'.
       01  WS-ACCT-EXISTS            PIC X VALUE 'N'.
       01  WS-CM-FOUND               PIC X VALUE 'N'.
       01  WS-CURRENCY-IDX           PIC 9(2).
       01  WS-CURRENCY-VALID         PIC X VALUE 'N'.

      *    ACCOUNT CLOSURE SETTLEMENT. A CLOSE PAYS OUT THE INTEREST
      *    BUCKET PLUS THE ACCRUAL SINCE THE LAST INTEREST RUN,
      *    TAKES THIS MONTH'S MAINTENANCE FEE WHEN THE ASSESSMENT
      *    RUN HAS NOT, AND DISBURSES WHAT IS LEFT - TO THE
      *    MR-TO-ACCOUNT WHEN ONE IS NAMED, OTHERWISE BY OFFICIAL
      *    CHECK TO THE ACCOUNT HOLDER - SO NO CLOSED ACCOUNT IS
      *    LEFT CARRYING A BALANCE.
       01  WS-HOLD-STATUS            PIC XX.
       01  WS-HOLD-EOF               PIC X VALUE 'N'.
       01  WS-OPEN-HOLD-COUNT        PIC 9(5) VALUE 0.
       01  WS-RATE-FILE-STATUS       PIC XX.
       01  WS-RATE-EOF               PIC X VALUE 'N'.
       01  WS-SCHED-STATUS           PIC XX.
       01  WS-SCHED-EOF              PIC X VALUE 'N'.
       01  WS-INT-POST-STATUS        PIC XX.
       01  WS-WITHHOLD-STATUS        PIC XX.
       01  WS-SC-FILE-STATUS         PIC XX.
       01  WS-SC-EOF                 PIC X VALUE 'N'.
       01  WS-LEDGER-STATUS          PIC XX.
       01  WS-CHECK-FILE-STATUS      PIC XX.
       01  WS-CHECK-EOF              PIC X VALUE 'N'.
       01  WS-STMT-FILE-STATUS       PIC XX.
       01  WS-CLOSE-CURRENCY         PIC X(3).
       01  WS-PAYOUT-CURRENCY        PIC X(3).
       01  WS-CLOSE-PAYOUT-MAX       PIC 9(8)V99 VALUE 99999999.99.
       01  WS-INT-MINIMUM-REQUIRED   PIC 9(8)V99 VALUE 100.00.
       01  WS-ANNUAL-RATE            PIC 9V9999.
       01  WS-DAILY-RATE             PIC 9V999999.
       01  WS-DAY-COUNT-DIVISOR      PIC 9(3).
       01  WS-ACCRUAL-DAYS           PIC S9(5).
       01  WS-LAST-INT-DATE-NUM      PIC 9(8).
       01  WS-RATE-BASE              PIC 9(2).
       01  WS-RATE-SCAN              PIC 9(2).
       01  WS-CLS-OPENING-BAL        PIC S9(10)V99.
       01  WS-CLS-ACCRUAL            PIC 9(8)V99.
       01  WS-CLS-GROSS-INTEREST     PIC 9(8)V99.
       01  WS-CLS-WITHHELD           PIC 9(8)V99.
       01  WS-CLS-INTEREST           PIC 9(8)V99.
       01  WS-CLS-FEE                PIC 9(5)V99.
       01  WS-CLS-FEE-ASSESSED       PIC X.
       01  WS-CLS-PAYOUT             PIC 9(8)V99.
       01  WS-CLS-ACCT-TYPE          PIC X(8).
       01  WS-CLS-METHOD             PIC X(6).
       01  WS-CLS-REFERENCE          PIC X(14).
       01  WS-CLS-SO-CANCELLED       PIC 9(3).
       01  WS-CLS-ODP-REMOVED        PIC 9(3).
       01  WS-CLS-COUNT-DISPLAY      PIC ZZ9.
       01  WS-CHECK-SEQ              PIC 9(4) VALUE 0.
       01  WS-CHECK-SEQ-X            PIC X(4).
       01  WS-CHECK-SEQ-N REDEFINES WS-CHECK-SEQ-X PIC 9(4).
       01  WS-CHECK-NUMBER           PIC X(14).
       01  WS-LEDGER-ACCOUNT         PIC X(12).
       01  WS-LEDGER-TYPE            PIC X(6).
       01  WS-LEDGER-DESC            PIC X(30).
       01  WS-LEDGER-REF             PIC X(15).
       01  WS-LEDGER-AMOUNT          PIC 9(8)V99.
       01  WS-LEDGER-CURRENCY        PIC X(3).
       01  WS-CLS-CHECK-COUNT        PIC 9(5) VALUE 0.
       01  WS-CLS-TRANSFER-COUNT     PIC 9(5) VALUE 0.
       01  WS-CLS-TOTAL-INTEREST     PIC 9(10)V99 VALUE 0.
       01  WS-CLS-TOTAL-WITHHELD     PIC 9(10)V99 VALUE 0.
       01  WS-CLS-TOTAL-FEES         PIC 9(10)V99 VALUE 0.
       01  WS-CLS-TOTAL-CHECKS       PIC 9(10)V99 VALUE 0.
       01  WS-CLS-TOTAL-TRANSFERS    PIC 9(10)V99 VALUE 0.

      *    INTEREST TIERS FOR THE CLOSING ACCRUAL - THE SAME
      *    COMPILED DEFAULTS THE INTEREST RUN CARRIES, OVERRIDDEN BY
      *    THE LATEST interest_rate_master.dat ROW PER TIER DATED ON
      *    OR BEFORE THE BUSINESS DATE. ROWS 1-4 SAVINGS AND
      *    CHECKING, 5-8 MONEY MARKET, 9-12 CD.
       01  CLOSING-RATE-VALUES.
           05  FILLER                PIC X(4) VALUE 'T1'.
           05  FILLER                PIC 9(8)V99 VALUE 0.
           05  FILLER                PIC 9V9999 VALUE 0.0050.
           05  FILLER                PIC X(8) VALUE SPACES.
           05  FILLER                PIC X(4) VALUE 'T2'.
           05  FILLER                PIC 9(8)V99 VALUE 1000.00.
           05  FILLER                PIC 9V9999 VALUE 0.0150.
           05  FILLER                PIC X(8) VALUE SPACES.
           05  FILLER                PIC X(4) VALUE 'T3'.
           05  FILLER                PIC 9(8)V99 VALUE 10000.00.
           05  FILLER                PIC 9V9999 VALUE 0.0250.
           05  FILLER                PIC X(8) VALUE SPACES.
           05  FILLER                PIC X(4) VALUE 'T4'.
           05  FILLER                PIC 9(8)V99 VALUE 100000.00.
           05  FILLER                PIC 9V9999 VALUE 0.0350.
           05  FILLER                PIC X(8) VALUE SPACES.
           05  FILLER                PIC X(4) VALUE 'MM1'.
           05  FILLER                PIC 9(8)V99 VALUE 0.
           05  FILLER                PIC 9V9999 VALUE 0.0100.
           05  FILLER                PIC X(8) VALUE SPACES.
           05  FILLER                PIC X(4) VALUE 'MM2'.
           05  FILLER                PIC 9(8)V99 VALUE 2500.00.
           05  FILLER                PIC 9V9999 VALUE 0.0225.
           05  FILLER                PIC X(8) VALUE SPACES.
           05  FILLER                PIC X(4) VALUE 'MM3'.
           05  FILLER                PIC 9(8)V99 VALUE 25000.00.
           05  FILLER                PIC 9V9999 VALUE 0.0325.
           05  FILLER                PIC X(8) VALUE SPACES.
           05  FILLER                PIC X(4) VALUE 'MM4'.
           05  FILLER                PIC 9(8)V99 VALUE 100000.00.
           05  FILLER                PIC 9V9999 VALUE 0.0400.
           05  FILLER                PIC X(8) VALUE SPACES.
           05  FILLER                PIC X(4) VALUE 'CD1'.
           05  FILLER                PIC 9(8)V99 VALUE 0.
           05  FILLER                PIC 9V9999 VALUE 0.0300.
           05  FILLER                PIC X(8) VALUE SPACES.
           05  FILLER                PIC X(4) VALUE 'CD2'.
           05  FILLER                PIC 9(8)V99 VALUE 5000.00.
           05  FILLER                PIC 9V9999 VALUE 0.0375.
           05  FILLER                PIC X(8) VALUE SPACES.
           05  FILLER                PIC X(4) VALUE 'CD3'.
           05  FILLER                PIC 9(8)V99 VALUE 25000.00.
           05  FILLER                PIC 9V9999 VALUE 0.0450.
           05  FILLER                PIC X(8) VALUE SPACES.
           05  FILLER                PIC X(4) VALUE 'CD4'.
           05  FILLER                PIC 9(8)V99 VALUE 100000.00.
           05  FILLER                PIC 9V9999 VALUE 0.0500.
           05  FILLER                PIC X(8) VALUE SPACES.
       01  CLOSING-RATE-TABLE REDEFINES CLOSING-RATE-VALUES.
           05  CLOSING-RATE-ENTRY OCCURS 12 TIMES
                   INDEXED BY CR-IDX.
               10  CR-CODE           PIC X(4).
               10  CR-MIN            PIC 9(8)V99.
               10  CR-RATE           PIC 9V9999.
               10  CR-EFFECTIVE      PIC X(8).

      *    MONTHLY MAINTENANCE FEES FOR THE CLOSING ASSESSMENT - THE
      *    ASSESSMENT RUN'S DEFAULTS, OVERRIDDEN BY fee_schedule.dat.
       01  CLOSING-FEE-VALUES.
           05  FILLER                PIC X(8) VALUE 'CHECKING'.
           05  FILLER                PIC 9(5)V99 VALUE 12.00.
           05  FILLER                PIC X(8) VALUE 'SAVINGS'.
           05  FILLER                PIC 9(5)V99 VALUE 5.00.
           05  FILLER                PIC X(8) VALUE 'MMKT'.
           05  FILLER                PIC 9(5)V99 VALUE 10.00.
           05  FILLER                PIC X(8) VALUE 'PREMIUM'.
           05  FILLER                PIC 9(5)V99 VALUE 0.
           05  FILLER                PIC X(8) VALUE 'CD'.
           05  FILLER                PIC 9(5)V99 VALUE 0.
       01  CLOSING-FEE-TABLE REDEFINES CLOSING-FEE-VALUES.
           05  CLOSING-FEE-ENTRY OCCURS 5 TIMES
                   INDEXED BY CF-IDX.
               10  CF-TYPE           PIC X(8).
               10  CF-FEE            PIC 9(5)V99.

      *    DECEASED CUSTOMERS. A DECEAS REQUEST CARRIES THE
      *    CUSTOMER ID, THE DATE OF DEATH IN THE NEXT-DATE FIELD AND
      *    THE ESTATE CONTACT IN THE NAME AND ADDRESS FIELDS. EVERY
      *    ACCOUNT THE CUSTOMER HOLDS TAKES DECEASED STATUS 'E' - A
      *    FROZEN ACCOUNT STAYS FROZEN UNDER ITS LEGAL HOLD - HAS
      *    ITS STANDING ORDERS STOPPED, AND SITS ON THE ESTATE
      *    REGISTER UNTIL THE ESTATE CLOSES IT. FEDERAL BENEFIT
      *    CREDITS EFFECTIVE AFTER THE DATE OF DEATH ARE TAKEN BACK
      *    OFF THE ACCOUNT AND RETURNED TO THE AGENCY AS R15.
       01  WS-ESTATE-FILE-STATUS     PIC XX.
       01  WS-ESTATE-EOF             PIC X VALUE 'N'.
       01  WS-ESTATE-COUNT           PIC 9(4) VALUE 0.
       01  WS-ESTATE-CHANGED         PIC X VALUE 'N'.
       01  WS-ESTATE-FOUND           PIC X VALUE 'N'.
       01  WS-BENEFIT-STATUS         PIC XX.
       01  WS-BENEFIT-EOF            PIC X VALUE 'N'.
       01  WS-BENEFIT-RETURN-STATUS  PIC XX.
       01  WS-RETURN-LOG-STATUS      PIC XX.
       01  WS-ADDRESS-CHANGED        PIC X VALUE 'N'.
       01  WS-BENEFIT-RETURN-REASON  PIC X(3) VALUE 'R15'.
       01  WS-MASTER-EOF             PIC X VALUE 'N'.
       01  WS-DEC-CUSTOMER-ID        PIC X(10).
       01  WS-DEC-ACCT-COUNT         PIC 9(3) VALUE 0.
       01  WS-DEC-ALREADY-COUNT      PIC 9(3) VALUE 0.
       01  WS-DEC-SO-CANCELLED       PIC 9(3).
       01  WS-DEC-RETURN-COUNT       PIC 9(3).
       01  WS-DEC-RETURN-AMOUNT      PIC 9(10)V99.
       01  WS-DEC-COUNT-DISPLAY      PIC ZZ9.
       01  WS-DECEASED-COUNT         PIC 9(5) VALUE 0.
       01  WS-DECEASED-ACCT-COUNT    PIC 9(5) VALUE 0.
       01  WS-BENEFIT-RETURN-COUNT   PIC 9(5) VALUE 0.
       01  WS-BENEFIT-RETURN-TOTAL   PIC 9(10)V99 VALUE 0.

       01  DECEASED-ACCOUNT-TABLE.
           05  DECEASED-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-DEC-ACCT-COUNT
                   INDEXED BY DEC-IDX.
               10  DEC-T-ACCT        PIC X(12).

       01  ESTATE-TABLE.
           05  ESTATE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ESTATE-COUNT
                   INDEXED BY ES-IDX.
               10  ES-T-ACCT         PIC X(12).
               10  ES-T-CUSTOMER-ID  PIC X(10).
               10  ES-T-DEATH-DATE   PIC X(8).
               10  ES-T-NOTIFY-DATE  PIC X(8).
               10  ES-T-CONTACT-NAME PIC X(30).
               10  ES-T-CONTACT-ADDR-1 PIC X(30).
               10  ES-T-CONTACT-ADDR-2 PIC X(30).
               10  ES-T-CONTACT-CSZ  PIC X(30).
               10  ES-T-STATUS       PIC X(1).
               10  ES-T-SETTLED-DATE PIC X(8).

       01  HEADER-1.
           05  FILLER                PIC X(92) VALUE ALL '='.
       01  HEADER-2.
           05  SL-VALUE              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(58) VALUE SPACES.

       01  REGISTER-HEADER-1.
           05  FILLER                PIC X(132) VALUE ALL '='.
       01  REGISTER-HEADER-2.
           05  FILLER                PIC X(46) VALUE SPACES.
           05  FILLER                PIC X(40)
               VALUE 'ACCOUNT CLOSURE REGISTER'.
           05  FILLER                PIC X(46) VALUE SPACES.
       01  REGISTER-HEADER-3.
           05  FILLER                PIC X(15) VALUE 'Business Date: '.
           05  RH3-DATE              PIC X(10).
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(8) VALUE 'Run ID: '.
           05  RH3-RUN-ID            PIC X(24).
           05  FILLER                PIC X(65) VALUE SPACES.
       01  REGISTER-COLUMNS.
           05  FILLER                PIC X(14) VALUE 'Account'.
           05  FILLER                PIC X(10) VALUE 'Type'.
           05  FILLER                PIC X(16) VALUE 'Prior Balance'.
           05  FILLER                PIC X(15) VALUE 'Interest Paid'.
           05  FILLER                PIC X(12) VALUE 'Tax Withheld'.
           05  FILLER                PIC X(11) VALUE 'Final Fee'.
           05  FILLER                PIC X(15) VALUE 'Paid Out'.
           05  FILLER                PIC X(8) VALUE 'Method'.
           05  FILLER                PIC X(16) VALUE 'Reference'.
           05  FILLER                PIC X(5) VALUE 'SO'.
           05  FILLER                PIC X(3) VALUE 'ODP'.
           05  FILLER                PIC X(7) VALUE SPACES.
       01  REGISTER-DETAIL.
           05  RG-ACCOUNT            PIC X(12).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RG-TYPE               PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RG-BALANCE            PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RG-INTEREST           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RG-WITHHELD           PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RG-FEE                PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RG-PAYOUT             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RG-METHOD             PIC X(6).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RG-REFERENCE          PIC X(14).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RG-SO                 PIC ZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  RG-ODP                PIC ZZ9.
           05  FILLER                PIC X(7) VALUE SPACES.
       01  REGISTER-TOTAL.
           05  RT-LABEL              PIC X(40).
           05  RT-VALUE              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(78) VALUE SPACES.
       01  REGISTER-COUNT.
           05  RC-LABEL              PIC X(40).
           05  RC-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(85) VALUE SPACES.

       01  CLOSING-STMT-RULE.
           05  FILLER                PIC X(132) VALUE ALL '*'.
       01  CLOSING-STMT-TITLE.
           05  FILLER                PIC X(25) VALUE SPACES.
           05  FILLER                PIC X(82)
               VALUE 'FIRST NATIONAL BANK - ACCOUNT CLOSING STATEMENT'.
           05  FILLER                PIC X(25) VALUE SPACES.
       01  CLOSING-STMT-BANK.
           05  FILLER                PIC X(25) VALUE SPACES.
           05  FILLER                PIC X(82)
               VALUE '123 Main St, Anytown, ST 12345 | (555) 123-4567'.
           05  FILLER                PIC X(25) VALUE SPACES.
       01  CLOSING-STMT-TEXT.
           05  FILLER                PIC X(5) VALUE SPACES.
           05  CST-TEXT              PIC X(80).
           05  FILLER                PIC X(47) VALUE SPACES.
       01  CLOSING-STMT-AMOUNT.
           05  FILLER                PIC X(5) VALUE SPACES.
           05  CSA-LABEL             PIC X(30).
           05  CSA-AMOUNT            PIC $$$,$$$,$$9.99.
           05  FILLER                PIC X(83) VALUE SPACES.

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
       01  WS-MF-INT-WRITTEN     PIC X VALUE 'N'.
       01  WS-MF-SC-WRITTEN      PIC X VALUE 'N'.
       01  WS-MF-LEDGER-WRITTEN  PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-STANDING-ORDER-TABLE
           PERFORM LOAD-ODP-LINK-TABLE
           PERFORM LOAD-OWNERSHIP-TABLE
           PERFORM LOAD-ESTATE-REGISTER
           PERFORM PROCESS-MAINTENANCE-REQUESTS
           PERFORM PROCESS-PENDING-APPROVALS
           PERFORM PROCESS-SCREENING-RELEASES
           PERFORM REWRITE-STANDING-ORDER-FILE
           PERFORM REWRITE-ODP-LINK-FILE
           PERFORM REWRITE-OWNERSHIP-FILE
           PERFORM REWRITE-ESTATE-REGISTER
           PERFORM GENERATE-SUMMARY
           PERFORM UPDATE-JOB-CONTROL-RECORD
           PERFORM CLEANUP
           PERFORM RECORD-OUTPUT-MANIFESTS
           STOP RUN.

       INITIALIZE-JOB.
               OPEN OUTPUT EXCEPTION-REPO
           END-IF
           OPEN EXTEND AUDIT-LOG
           PERFORM LOAD-SANCTIONS-LIST
           PERFORM LOAD-CLOSING-RATES
           PERFORM LOAD-CLOSING-FEE-SCHEDULE
           PERFORM DETERMINE-CHECK-SEQ-START
           PERFORM OPEN-CLOSURE-FILES
           PERFORM ACQUIRE-ACCOUNT-LOCK
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
           WRITE REPORT-LINE FROM DETAIL-HEADER
           WRITE REPORT-LINE FROM HEADER-1

           WRITE REGISTER-LINE FROM REGISTER-HEADER-1
           WRITE REGISTER-LINE FROM REGISTER-HEADER-2
           WRITE REGISTER-LINE FROM REGISTER-HEADER-1
           MOVE WS-FORMATTED-DATE TO RH3-DATE
           MOVE WS-RUN-ID TO RH3-RUN-ID
           WRITE REGISTER-LINE FROM REGISTER-HEADER-3
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM REGISTER-COLUMNS
           WRITE REGISTER-LINE FROM REGISTER-HEADER-1

           DISPLAY "========================================="
           DISPLAY "ACCOUNT MAINTENANCE JOB STARTED"
           DISPLAY "Run ID: " WS-RUN-ID
           IF WS-VALID-REQUEST = 'Y'
               AND WS-RELEASE-MODE = 'N'
               AND (MR-ACTION = 'CLOSE' OR MR-ACTION = 'ODPADD'
                   OR MR-ACTION = 'ODLADD' OR MR-ACTION = 'CHGOFF'
                   OR MR-ACTION = 'SOADD' OR MR-ACTION = 'SODEL'
                   OR MR-ACTION = 'OWNADD' OR MR-ACTION = 'OWNDEL')
               IF MR-OPERATOR-ID = SPACES
                   MOVE 'N' TO WS-VALID-REQUEST
                   MOVE 'OPERATOR ID REQUIRED FOR DUAL CONTROL'
               END-IF
           END-IF

           IF WS-VALID-REQUEST = 'Y'
               AND WS-SCREEN-RELEASE = 'N'
               AND MR-ACTION = 'ADD'
               PERFORM SCREEN-ADD-REQUEST
               IF WS-BEST-SCORE >= WS-MATCH-THRESHOLD
                   PERFORM QUEUE-FOR-SCREENING
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-VALID-REQUEST = 'N'
               PERFORM REJECT-REQUEST
           ELSE
                       PERFORM APPLY-ODPADD-REQUEST
                   WHEN 'ODPDEL'
                       PERFORM APPLY-ODPDEL-REQUEST
                   WHEN 'ODLADD'
                       PERFORM APPLY-ODLADD-REQUEST
                   WHEN 'CHGOFF'
                       PERFORM APPLY-CHGOFF-REQUEST
                   WHEN 'NEWNUM'
                       PERFORM APPLY-NEWNUM-REQUEST
                   WHEN 'DECEAS'
                       PERFORM APPLY-DECEASED-REQUEST
                   WHEN 'OWNADD'
                       PERFORM APPLY-OWNADD-REQUEST
                   WHEN 'OWNDEL'
                       PERFORM APPLY-OWNDEL-REQUEST
               END-EVALUATE
           END-IF.

                   PERFORM VALIDATE-ODPADD-REQUEST
               WHEN 'ODPDEL'
                   PERFORM VALIDATE-ODPDEL-REQUEST
               WHEN 'ODLADD'
                   PERFORM VALIDATE-ODLADD-REQUEST
               WHEN 'CHGOFF'
                   PERFORM VALIDATE-CHGOFF-REQUEST
               WHEN 'NEWNUM'
                   PERFORM VALIDATE-NEWNUM-REQUEST
               WHEN 'DECEAS'
                   PERFORM VALIDATE-DECEASED-REQUEST
               WHEN 'OWNADD'
                   PERFORM VALIDATE-OWNADD-REQUEST
               WHEN 'OWNDEL'
                   PERFORM VALIDATE-OWNDEL-REQUEST
               WHEN OTHER
                   MOVE 'N' TO WS-VALID-REQUEST
                   MOVE 'INVALID MAINTENANCE ACTION' TO
               END-IF
           END-IF.

      *    A CLOSE IS REFUSED WHILE THE ACCOUNT IS OVERDRAWN OR ANY
      *    DEPOSIT HOLD ON IT IS STILL OPEN - THE HELD FUNDS HAVE
      *    NOT CLEARED AND CANNOT BE PAID OUT. A NAMED PAYOUT
      *    ACCOUNT MUST BE ANOTHER OPEN ACCOUNT IN THE SAME CURRENCY.
      *    A DECEASED CUSTOMER'S ACCOUNT IS CLOSED TO SETTLE THE
      *    ESTATE, SO DECEASED STATUS COUNTS AS OPEN HERE.
       VALIDATE-CLOSE-REQUEST.
           IF WS-ACCT-FOUND = 'N'
               AND WS-ACCT-EXISTS = 'Y'
               AND ACCT-STATUS = 'E'
               MOVE 'Y' TO WS-ACCT-FOUND
           END-IF
           IF WS-ACCT-FOUND = 'N'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CURRENT-BALANCE < 0
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'CANNOT CLOSE OVERDRAWN ACCOUNT' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CURRENT-BALANCE + ACCRUED-INTEREST > WS-CLOSE-PAYOUT-MAX
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'BALANCE TOO LARGE FOR CLOSEOUT' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CURRENCY-CODE TO WS-CLOSE-CURRENCY
           IF WS-CLOSE-CURRENCY = SPACES
               MOVE 'USD' TO WS-CLOSE-CURRENCY
           END-IF
           PERFORM COUNT-OPEN-HOLDS
           IF WS-OPEN-HOLD-COUNT > 0
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'OPEN DEPOSIT HOLDS ON ACCOUNT' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CREDIT-LINE
           IF WS-LC-OWED > 0
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'CREDIT LINE BALANCE OUTSTANDING' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MR-TO-ACCOUNT NOT = SPACES
               PERFORM VALIDATE-CLOSE-PAYOUT-ACCT
           END-IF.

       COUNT-OPEN-HOLDS.
           MOVE 0 TO WS-OPEN-HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '00'
               MOVE 'N' TO WS-HOLD-EOF
               PERFORM READ-HOLD-ENTRY UNTIL WS-HOLD-EOF = 'Y'
               CLOSE HOLD-FILE
           END-IF.

       READ-HOLD-ENTRY.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF
               NOT AT END
                   IF HD-ACCT-NUMBER = MR-ACCT-NUMBER
                       AND HD-STATUS NOT = 'R'
                       ADD 1 TO WS-OPEN-HOLD-COUNT
                   END-IF
           END-READ.

       VALIDATE-CLOSE-PAYOUT-ACCT.
           IF MR-TO-ACCOUNT = MR-ACCT-NUMBER
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'PAYOUT ACCOUNT SAME AS CLOSING' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE MR-TO-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-REQUEST
                   MOVE 'PAYOUT ACCOUNT NOT FOUND' TO
                       WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE CURRENCY-CODE TO WS-PAYOUT-CURRENCY
                   IF WS-PAYOUT-CURRENCY = SPACES
                       MOVE 'USD' TO WS-PAYOUT-CURRENCY
                   END-IF
                   EVALUATE TRUE
                       WHEN ACCT-STATUS NOT = 'A'
                           AND ACCT-STATUS NOT = SPACES
                           MOVE 'N' TO WS-VALID-REQUEST
                           MOVE 'PAYOUT ACCOUNT NOT OPEN' TO
                               WS-REJECT-REASON
                       WHEN WS-PAYOUT-CURRENCY NOT = WS-CLOSE-CURRENCY
                           MOVE 'N' TO WS-VALID-REQUEST
                           MOVE 'PAYOUT ACCOUNT CURRENCY DIFFERS' TO
                               WS-REJECT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       VALIDATE-CURRENCY-CODE.
           MOVE 'N' TO WS-CURRENCY-VALID
           MOVE 'ODP-LINK-DEL' TO DL-DETAIL
           PERFORM WRITE-AUDIT-LOG.

      *    A LINE IS OPENED ONLY ON AN OPEN CHECKING ACCOUNT. THE DUE
      *    DAY IS HELD TO 15-28 SO THE MONTH-START BILLING STATEMENT
      *    ALWAYS FALLS DUE IN THE SAME MONTH, AT LEAST TWO WEEKS OUT.
       VALIDATE-ODLADD-REQUEST.
           IF WS-ACCT-EXISTS = 'N'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACCT-STATUS NOT = 'A' AND ACCT-STATUS NOT = SPACES
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'ACCOUNT NOT OPEN' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACCT-TYPE NOT = 'CHECKING' AND ACCT-TYPE NOT = 'PREMIUM'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'CREDIT LINE NEEDS A CHECKING ACCOUNT' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MR-SO-AMOUNT NOT NUMERIC OR MR-SO-AMOUNT = 0
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'CREDIT LIMIT REQUIRED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MR-LINE-APR NOT NUMERIC OR MR-LINE-APR = 0
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'LINE APR REQUIRED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MR-LINE-MIN-PCT NOT NUMERIC OR MR-LINE-MIN-PCT = 0
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'MINIMUM PAYMENT PERCENT REQUIRED' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MR-LINE-DUE-DAY NOT NUMERIC
               OR MR-LINE-DUE-DAY < 15 OR MR-LINE-DUE-DAY > 28
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'PAYMENT DUE DAY MUST BE 15-28' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CREDIT-LINE
           IF WS-LC-FOUND = 'Y'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'CREDIT LINE ALREADY EXISTS' TO WS-REJECT-REASON
           END-IF.

       FIND-CREDIT-LINE.
           MOVE 'N' TO WS-LC-FOUND
           MOVE 0 TO WS-LC-OWED
           OPEN INPUT CREDIT-LINE-FILE
           IF WS-LC-FILE-STATUS = '00'
               MOVE 'N' TO WS-LC-EOF
               PERFORM READ-CREDIT-LINE-ENTRY UNTIL WS-LC-EOF = 'Y'
               CLOSE CREDIT-LINE-FILE
           END-IF.

       READ-CREDIT-LINE-ENTRY.
           READ CREDIT-LINE-FILE
               AT END
                   MOVE 'Y' TO WS-LC-EOF
               NOT AT END
                   IF LC-ACCT-NUMBER = MR-ACCT-NUMBER
                       AND LC-STATUS NOT = 'C'
                       MOVE 'Y' TO WS-LC-FOUND
                       COMPUTE WS-LC-OWED = WS-LC-OWED + LC-BALANCE
                                          + LC-ACCRUED-INT
                   END-IF
           END-READ.

       APPLY-ODLADD-REQUEST.
           OPEN EXTEND CREDIT-LINE-FILE
           IF WS-LC-FILE-STATUS NOT = '00'
               OPEN OUTPUT CREDIT-LINE-FILE
           END-IF
           MOVE SPACES TO CREDIT-LINE-RECORD
           MOVE MR-ACCT-NUMBER TO LC-ACCT-NUMBER
           MOVE MR-SO-AMOUNT TO LC-CREDIT-LIMIT
           MOVE MR-LINE-APR TO LC-APR
           MOVE MR-LINE-MIN-PCT TO LC-MIN-PAY-PCT
           MOVE MR-LINE-DUE-DAY TO LC-DUE-DAY
           MOVE 'A' TO LC-STATUS
           MOVE WS-TODAY-YYYYMMDD TO LC-OPENED-DATE
           MOVE 0 TO LC-BALANCE
           MOVE 0 TO LC-ACCRUED-INT
           MOVE WS-TODAY-YYYYMMDD TO LC-LAST-ACCRUAL
           MOVE 0 TO LC-CYCLE-ADVANCES
           MOVE 0 TO LC-CYCLE-PAYMENTS
           MOVE 0 TO LC-STMT-BALANCE
           MOVE 0 TO LC-MIN-DUE
           MOVE 0 TO LC-PAST-DUE
           MOVE 0 TO LC-DAYS-PAST-DUE
           MOVE 0 TO LC-MISSED-COUNT
           MOVE WS-TODAY-YYYYMMDD TO LC-STATUS-DATE
           WRITE CREDIT-LINE-RECORD
           CLOSE CREDIT-LINE-FILE
           ADD 1 TO WS-ODL-ADD-COUNT
           MOVE 'ODLADD' TO DL-ACTION
           MOVE MR-ACCT-NUMBER TO DL-ACCOUNT
           MOVE 'ACCEPTED' TO DL-RESULT
           MOVE 'Overdraft credit line opened' TO DL-DETAIL
           WRITE REPORT-LINE FROM DETAIL-LINE
           MOVE 'ODL-LINE-ADD' TO DL-DETAIL
           PERFORM WRITE-AUDIT-LOG.

      *    A CHARGE-OFF IS APPROVED HERE AND CARRIED OUT BY
      *    CHARGEOFFPROCESSING ONCE OVERDRAFTPROCESSING HAS FLAGGED
      *    THE ACCOUNT AS AGED PAST THE CHARGE-OFF THRESHOLD.
       VALIDATE-CHGOFF-REQUEST.
           IF WS-ACCT-EXISTS = 'N'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACCT-STATUS = 'C'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CURRENT-BALANCE NOT < 0
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'ACCOUNT NOT OVERDRAWN' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CHARGEOFF-ENTRY
           IF WS-CO-FOUND = 'Y'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'ACCOUNT ALREADY CHARGED OFF' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CHARGEOFF-APPROVAL
           IF WS-CA-FOUND = 'Y'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'CHARGE-OFF ALREADY APPROVED' TO WS-REJECT-REASON
           END-IF.

       FIND-CHARGEOFF-ENTRY.
           MOVE 'N' TO WS-CO-FOUND
           OPEN INPUT CHARGEOFF-REGISTER-FILE
           IF WS-CO-FILE-STATUS = '00'
               MOVE 'N' TO WS-CO-EOF
               PERFORM READ-CHARGEOFF-ENTRY UNTIL WS-CO-EOF = 'Y'
               CLOSE CHARGEOFF-REGISTER-FILE
           END-IF.

       READ-CHARGEOFF-ENTRY.
           READ CHARGEOFF-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-CO-EOF
               NOT AT END
                   IF CO-ACCT-NUMBER = MR-ACCT-NUMBER
                       AND CO-STATUS = 'O'
                       MOVE 'Y' TO WS-CO-FOUND
                   END-IF
           END-READ.

       FIND-CHARGEOFF-APPROVAL.
           MOVE 'N' TO WS-CA-FOUND
           OPEN INPUT CHARGEOFF-APPROVAL-FILE
           IF WS-CA-FILE-STATUS = '00'
               MOVE 'N' TO WS-CA-EOF
               PERFORM READ-CHARGEOFF-APPROVAL UNTIL WS-CA-EOF = 'Y'
               CLOSE CHARGEOFF-APPROVAL-FILE
           END-IF.

       READ-CHARGEOFF-APPROVAL.
           READ CHARGEOFF-APPROVAL-FILE
               AT END
                   MOVE 'Y' TO WS-CA-EOF
               NOT AT END
                   IF CA-ACCT-NUMBER = MR-ACCT-NUMBER
                       AND CA-STATUS = 'A'
                       MOVE 'Y' TO WS-CA-FOUND
                   END-IF
           END-READ.

       APPLY-CHGOFF-REQUEST.
           OPEN EXTEND CHARGEOFF-APPROVAL-FILE
           IF WS-CA-FILE-STATUS NOT = '00'
               OPEN OUTPUT CHARGEOFF-APPROVAL-FILE
           END-IF
           MOVE SPACES TO CHARGEOFF-APPROVAL-RECORD
           MOVE MR-ACCT-NUMBER TO CA-ACCT-NUMBER
           MOVE MR-OPERATOR-ID TO CA-REQUESTED-BY
           MOVE WS-APPROVER-ID TO CA-APPROVED-BY
           MOVE WS-TODAY-YYYYMMDD TO CA-APPROVED-DATE
           MOVE 'A' TO CA-STATUS
           MOVE WS-TODAY-YYYYMMDD TO CA-STATUS-DATE
           WRITE CHARGEOFF-APPROVAL-RECORD
           CLOSE CHARGEOFF-APPROVAL-FILE
           ADD 1 TO WS-CHGOFF-COUNT
           MOVE 'CHGOFF' TO DL-ACTION
           MOVE MR-ACCT-NUMBER TO DL-ACCOUNT
           MOVE 'ACCEPTED' TO DL-RESULT
           MOVE 'Charge-off approved' TO DL-DETAIL
           WRITE REPORT-LINE FROM DETAIL-LINE
           MOVE 'CHARGE-OFF-APPROVED' TO DL-DETAIL
           PERFORM WRITE-AUDIT-LOG.

       LOAD-ODP-LINK-TABLE.
           MOVE 0 TO WS-ODP-COUNT
           OPEN INPUT ODP-LINK-FILE
               WRITE ODP-LINK-RECORD-NEW
           END-IF.

       VALIDATE-OWNADD-REQUEST.
           IF WS-ACCT-EXISTS = 'N'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACCT-STATUS = 'C'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MR-CUSTOMER-ID = SPACES
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'PARTY CUSTOMER ID REQUIRED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MR-CUSTOMER-NAME = SPACES
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'PARTY NAME REQUIRED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE MR-OWNER-ROLE TO WS-ROLE-CHECK
           PERFORM DETERMINE-ROLE-GROUP
           IF WS-ROLE-GROUP = SPACE
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'INVALID OWNERSHIP ROLE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROLE-GROUP TO WS-NEW-ROLE-GROUP
           IF MR-OWNER-PERCENT IS NUMERIC
               MOVE MR-OWNER-PERCENT TO WS-OWN-PERCENT
           ELSE
               MOVE 0 TO WS-OWN-PERCENT
           END-IF
           IF WS-OWN-PERCENT > 100
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'OWNERSHIP SHARE OVER 100 PERCENT' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-ROLE-GROUP = 'N' AND WS-OWN-PERCENT > 0
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'NO SHARE FOR TRUSTEE OR SIGNER' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

      *    THE PRIMARY ROLE ONLY MOVES BY NAMING A NEW PRIMARY, SO
      *    THE CURRENT PRIMARY CANNOT BE RE-ADDED IN ANOTHER ROLE.
           PERFORM FIND-PRIMARY-OWNER
           IF WS-OWN-PRIMARY-FOUND = 'Y'
               MOVE OW-T-CUSTOMER(OWN-IDX) TO WS-OWN-PRIMARY-ID
           ELSE
               PERFORM FIND-CUSTOMER-MASTER-ENTRY
               MOVE CM-CUSTOMER-ID TO WS-OWN-PRIMARY-ID
               IF WS-OWN-PRIMARY-ID = SPACES
                   MOVE MR-ACCT-NUMBER(3:10) TO WS-OWN-PRIMARY-ID
               END-IF
           END-IF
           IF MR-CUSTOMER-ID = WS-OWN-PRIMARY-ID
               AND MR-OWNER-ROLE NOT = 'PRIMARY'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'PARTY IS PRIMARY - NAME A NEW PRIMARY' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OWN-SHARE-TOTAL
           IF WS-NEW-ROLE-GROUP NOT = 'N'
               PERFORM ADD-OWNERSHIP-SHARE
                   VARYING WS-OWN-SCAN FROM 1 BY 1
                   UNTIL WS-OWN-SCAN > WS-OWN-COUNT
           END-IF
           IF WS-OWN-SHARE-TOTAL + WS-OWN-PERCENT > 100
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'SHARES WOULD EXCEED 100 PERCENT' TO
                   WS-REJECT-REASON
           END-IF.

       ADD-OWNERSHIP-SHARE.
           SET OWN-IDX TO WS-OWN-SCAN
           IF OW-T-ACCT(OWN-IDX) NOT = MR-ACCT-NUMBER
               OR OW-T-STATUS(OWN-IDX) NOT = 'A'
               OR OW-T-CUSTOMER(OWN-IDX) = MR-CUSTOMER-ID
               EXIT PARAGRAPH
           END-IF
           MOVE OW-T-ROLE(OWN-IDX) TO WS-ROLE-CHECK
           PERFORM DETERMINE-ROLE-GROUP
           IF WS-ROLE-GROUP = WS-NEW-ROLE-GROUP
               ADD OW-T-PERCENT(OWN-IDX) TO WS-OWN-SHARE-TOTAL
           END-IF.

      *    OWNERS (PRIMARY AND JOINT) SHARE ONE 100 PERCENT, POD
      *    BENEFICIARIES ANOTHER; TRUSTEES AND SIGNERS HOLD NO SHARE.
       DETERMINE-ROLE-GROUP.
           EVALUATE WS-ROLE-CHECK
               WHEN 'PRIMARY'
               WHEN 'JOINT'
                   MOVE 'O' TO WS-ROLE-GROUP
               WHEN 'POD'
                   MOVE 'B' TO WS-ROLE-GROUP
               WHEN 'TRUSTEE'
               WHEN 'SIGNER'
                   MOVE 'N' TO WS-ROLE-GROUP
               WHEN OTHER
                   MOVE SPACE TO WS-ROLE-GROUP
           END-EVALUATE.

       VALIDATE-OWNDEL-REQUEST.
           PERFORM FIND-OWNERSHIP-ENTRY
           IF WS-OWN-FOUND = 'N'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'OWNERSHIP RECORD NOT FOUND' TO WS-REJECT-REASON
           ELSE
               IF OW-T-ROLE(OWN-IDX) = 'PRIMARY'
                   MOVE 'N' TO WS-VALID-REQUEST
                   MOVE 'PRIMARY OWNER CANNOT BE REMOVED' TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

       FIND-OWNERSHIP-ENTRY.
           MOVE 'N' TO WS-OWN-FOUND
           IF WS-OWN-COUNT > 0
               SET OWN-IDX TO 1
               SEARCH OWN-ENTRY
                   AT END
                       MOVE 'N' TO WS-OWN-FOUND
                   WHEN OW-T-ACCT(OWN-IDX) = MR-ACCT-NUMBER
                       AND OW-T-CUSTOMER(OWN-IDX) = MR-CUSTOMER-ID
                       AND OW-T-STATUS(OWN-IDX) = 'A'
                       MOVE 'Y' TO WS-OWN-FOUND
               END-SEARCH
           END-IF.

       FIND-PRIMARY-OWNER.
           MOVE 'N' TO WS-OWN-PRIMARY-FOUND
           IF WS-OWN-COUNT > 0
               SET OWN-IDX TO 1
               SEARCH OWN-ENTRY
                   AT END
                       MOVE 'N' TO WS-OWN-PRIMARY-FOUND
                   WHEN OW-T-ACCT(OWN-IDX) = MR-ACCT-NUMBER
                       AND OW-T-ROLE(OWN-IDX) = 'PRIMARY'
                       AND OW-T-STATUS(OWN-IDX) = 'A'
                       MOVE 'Y' TO WS-OWN-PRIMARY-FOUND
               END-SEARCH
           END-IF.

      *    A NEW PRIMARY DEMOTES THE OLD ONE TO JOINT AND TAKES OVER
      *    THE NAME AND CUSTOMER ID ON THE MASTER.
       APPLY-OWNADD-REQUEST.
           IF WS-OWN-COUNT > 4998
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'OWNERSHIP FILE FULL' TO WS-REJECT-REASON
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PRIMARY-OWNER
           IF WS-OWN-PRIMARY-FOUND = 'N'
               PERFORM FIND-CUSTOMER-MASTER-ENTRY
               IF WS-CM-FOUND = 'Y'
                   PERFORM ADD-PRIMARY-FROM-MASTER
               END-IF
               PERFORM FIND-PRIMARY-OWNER
           END-IF
           IF MR-OWNER-ROLE = 'PRIMARY'
               AND WS-OWN-PRIMARY-FOUND = 'Y'
               AND OW-T-CUSTOMER(OWN-IDX) NOT = MR-CUSTOMER-ID
               MOVE 'JOINT' TO OW-T-ROLE(OWN-IDX)
           END-IF

           PERFORM FIND-OWNERSHIP-ENTRY
           IF WS-OWN-FOUND = 'N'
               ADD 1 TO WS-OWN-COUNT
               SET OWN-IDX TO WS-OWN-COUNT
               MOVE MR-ACCT-NUMBER TO OW-T-ACCT(OWN-IDX)
               MOVE MR-CUSTOMER-ID TO OW-T-CUSTOMER(OWN-IDX)
               MOVE 'A' TO OW-T-STATUS(OWN-IDX)
               MOVE WS-TODAY-YYYYMMDD TO OW-T-ADDED(OWN-IDX)
           END-IF
           MOVE MR-CUSTOMER-NAME TO OW-T-NAME(OWN-IDX)
           MOVE MR-OWNER-ROLE TO OW-T-ROLE(OWN-IDX)
           IF MR-OWNER-PERCENT IS NUMERIC
               MOVE MR-OWNER-PERCENT TO OW-T-PERCENT(OWN-IDX)
           ELSE
               MOVE 0 TO OW-T-PERCENT(OWN-IDX)
           END-IF

           IF MR-OWNER-ROLE = 'PRIMARY'
               PERFORM FIND-CUSTOMER-MASTER-ENTRY
               IF WS-CM-FOUND = 'Y'
                   MOVE MR-CUSTOMER-ID TO CM-CUSTOMER-ID
                   MOVE MR-CUSTOMER-NAME TO CM-CUSTOMER-NAME
                   REWRITE CUSTOMER-MASTER-RECORD
               END-IF
           END-IF

           ADD 1 TO WS-OWN-ADD-COUNT
           MOVE 'OWNADD' TO DL-ACTION
           MOVE MR-ACCT-NUMBER TO DL-ACCOUNT
           MOVE 'ACCEPTED' TO DL-RESULT
           MOVE SPACES TO DL-DETAIL
           STRING MR-OWNER-ROLE DELIMITED BY SPACE
                  ' ' MR-CUSTOMER-ID ' ' MR-CUSTOMER-NAME
               DELIMITED BY SIZE INTO DL-DETAIL
           WRITE REPORT-LINE FROM DETAIL-LINE
           PERFORM WRITE-OWNERSHIP-AUDIT.

       APPLY-OWNDEL-REQUEST.
           MOVE 'D' TO OW-T-STATUS(OWN-IDX)
           MOVE OW-T-ROLE(OWN-IDX) TO MR-OWNER-ROLE
           ADD 1 TO WS-OWN-DEL-COUNT
           MOVE 'OWNDEL' TO DL-ACTION
           MOVE MR-ACCT-NUMBER TO DL-ACCOUNT
           MOVE 'ACCEPTED' TO DL-RESULT
           MOVE SPACES TO DL-DETAIL
           STRING OW-T-ROLE(OWN-IDX) DELIMITED BY SPACE
                  ' ' OW-T-CUSTOMER(OWN-IDX) ' removed'
               DELIMITED BY SIZE INTO DL-DETAIL
           WRITE REPORT-LINE FROM DETAIL-LINE
           PERFORM WRITE-OWNERSHIP-AUDIT.

      *    WRITES THE MASTER HOLDER AS PRIMARY; EXPECTS THE MASTER ROW
      *    FOR MR-ACCT-NUMBER TO HAVE BEEN READ.
       ADD-PRIMARY-FROM-MASTER.
           ADD 1 TO WS-OWN-COUNT
           SET OWN-IDX TO WS-OWN-COUNT
           MOVE MR-ACCT-NUMBER TO OW-T-ACCT(OWN-IDX)
           IF CM-CUSTOMER-ID = SPACES
               MOVE MR-ACCT-NUMBER(3:10) TO OW-T-CUSTOMER(OWN-IDX)
           ELSE
               MOVE CM-CUSTOMER-ID TO OW-T-CUSTOMER(OWN-IDX)
           END-IF
           MOVE CM-CUSTOMER-NAME TO OW-T-NAME(OWN-IDX)
           MOVE 'PRIMARY' TO OW-T-ROLE(OWN-IDX)
           MOVE 0 TO OW-T-PERCENT(OWN-IDX)
           MOVE 'A' TO OW-T-STATUS(OWN-IDX)
           MOVE WS-TODAY-YYYYMMDD TO OW-T-ADDED(OWN-IDX).

       WRITE-OWNERSHIP-AUDIT.
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|' DELIMITED BY SIZE
                  'OWNER-' MR-ACTION(4:3) DELIMITED BY SIZE
                  '|Account ' MR-ACCT-NUMBER
                  ' party ' MR-CUSTOMER-ID
                  ' role ' MR-OWNER-ROLE
                  ' requested by ' MR-OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       LOAD-OWNERSHIP-TABLE.
           MOVE 0 TO WS-OWN-COUNT
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWN-FILE-STATUS = '00'
               PERFORM READ-OWNERSHIP-ENTRY
                   UNTIL WS-OWN-EOF = 'Y'
               CLOSE OWNERSHIP-FILE
           END-IF.

       READ-OWNERSHIP-ENTRY.
           READ OWNERSHIP-FILE
               AT END
                   MOVE 'Y' TO WS-OWN-EOF
               NOT AT END
                   IF WS-OWN-COUNT < 5000
                       ADD 1 TO WS-OWN-COUNT
                       SET OWN-IDX TO WS-OWN-COUNT
                       MOVE OWNERSHIP-RECORD TO OWN-ENTRY(OWN-IDX)
                   END-IF
           END-READ.

       REWRITE-OWNERSHIP-FILE.
           OPEN OUTPUT OWNERSHIP-FILE-NEW
           PERFORM WRITE-OWNERSHIP-ENTRY
               VARYING OWN-IDX FROM 1 BY 1
               UNTIL OWN-IDX > WS-OWN-COUNT
           CLOSE OWNERSHIP-FILE-NEW
           CALL 'CBL_DELETE_FILE' USING 'account_ownership.dat'
           CALL 'CBL_RENAME_FILE' USING 'account_ownership.dat.new'
               'account_ownership.dat'.

       WRITE-OWNERSHIP-ENTRY.
           IF OW-T-STATUS(OWN-IDX) NOT = 'D'
               MOVE OWN-ENTRY(OWN-IDX) TO OWNERSHIP-RECORD-NEW
               WRITE OWNERSHIP-RECORD-NEW
           END-IF.

       COMPUTE-CD-MATURITY-DATE.
           MOVE WS-YEAR TO WS-CDM-YEAR
           MOVE WS-MONTH TO WS-CDM-MONTH
           MOVE WS-DAY TO WS-CDM-DAY
           COMPUTE WS-CDM-MONTH =
               WS-CDM-MONTH + MR-CD-TERM-MONTHS
           PERFORM UNTIL WS-CDM-MONTH <= 12
               SUBTRACT 12 FROM WS-CDM-MONTH
               ADD 1 TO WS-CDM-YEAR
           END-PERFORM
           MOVE WS-DAYS-IN-MONTH(WS-CDM-MONTH)
               TO WS-CDM-MONTH-DAYS
           IF WS-CDM-MONTH = 2
               PERFORM CHECK-CDM-LEAP-YEAR
           END-IF
           IF WS-CDM-DAY > WS-CDM-MONTH-DAYS
               MOVE WS-CDM-MONTH-DAYS TO WS-CDM-DAY
           END-IF
           COMPUTE WS-CDM-DATE-NUM = WS-CDM-YEAR * 10000
               + WS-CDM-MONTH * 100 + WS-CDM-DAY
           MOVE WS-CDM-DATE-NUM TO WS-CD-MATURITY-DATE.

       CHECK-CDM-LEAP-YEAR.
           COMPUTE WS-LEAP-CHECK-4 = FUNCTION MOD(WS-CDM-YEAR, 4)
           COMPUTE WS-LEAP-CHECK-100 =
               FUNCTION MOD(WS-CDM-YEAR, 100)
           COMPUTE WS-LEAP-CHECK-400 =
               FUNCTION MOD(WS-CDM-YEAR, 400)
           IF WS-LEAP-CHECK-4 = 0 AND
              (WS-LEAP-CHECK-100 NOT = 0 OR WS-LEAP-CHECK-400 = 0)
               MOVE 29 TO WS-CDM-MONTH-DAYS
           END-IF.

       VALIDATE-FREEZE-REQUEST.
           IF WS-ACCT-EXISTS = 'N'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
           ELSE
               EVALUATE ACCT-STATUS
                   WHEN 'F'
                       MOVE 'N' TO WS-VALID-REQUEST
                       MOVE 'ACCOUNT ALREADY FROZEN' TO
                           WS-REJECT-REASON
                   WHEN 'C'
                       MOVE 'N' TO WS-VALID-REQUEST
                       MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       VALIDATE-UNFREEZE-REQUEST.
           IF WS-ACCT-EXISTS = 'N'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
           ELSE
               IF ACCT-STATUS NOT = 'F'
                   MOVE 'N' TO WS-VALID-REQUEST
                   MOVE 'ACCOUNT NOT FROZEN' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-CHARGEOFF-ENTRY
               IF WS-CO-FOUND = 'Y'
                   MOVE 'N' TO WS-VALID-REQUEST
                   MOVE 'CHARGED-OFF BALANCE NOT RECOVERED' TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

       APPLY-FREEZE-REQUEST.
           MOVE MR-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: Account vanished on FREEZE - "
           MOVE 'ACCOUNT-FREEZE' TO DL-DETAIL
           PERFORM WRITE-AUDIT-LOG.

      *    A HOLD RELEASED ON AN ESTATE ACCOUNT RETURNS IT TO
      *    DECEASED STATUS, NOT TO ACTIVE.
       APPLY-UNFREEZE-REQUEST.
           PERFORM FIND-ESTATE-ENTRY
           MOVE MR-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: Account vanished on UNFREEZE - "
                           MR-ACCT-NUMBER
               NOT INVALID KEY
                   IF WS-ESTATE-FOUND = 'Y'
                       MOVE 'E' TO ACCT-STATUS
                   ELSE
                       MOVE 'A' TO ACCT-STATUS
                   END-IF
                   REWRITE ACCOUNT-RECORD
           END-READ

           ELSE
               MOVE MR-DELIVERY-PREF TO CM-DELIVERY-PREF
           END-IF
           MOVE 'N' TO CM-UNDELIV-FLAG
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Duplicate master row on WRITE - "
                           MR-ACCT-NUMBER
           END-WRITE
           PERFORM FIND-PRIMARY-OWNER
           IF WS-OWN-PRIMARY-FOUND = 'N'
               AND WS-OWN-COUNT < 5000
               PERFORM ADD-PRIMARY-FROM-MASTER
           END-IF

           ADD 1 TO WS-ADD-COUNT
           MOVE 'ADD' TO DL-ACTION
           MOVE 'ACCOUNT-ADD' TO DL-DETAIL
           PERFORM WRITE-AUDIT-LOG.

      *    A NEW ADDRESS STARTS THE RETURNED-MAIL COUNT AGAIN, SO
      *    THE ADDR-CHG ROW IS WRITTEN TO THE RETURNED-MAIL HISTORY.
       WRITE-ADDRESS-CHANGE-MARKER.
           OPEN EXTEND RETURNED-MAIL-LOG
           IF WS-RETURN-LOG-STATUS NOT = '00'
               OPEN OUTPUT RETURNED-MAIL-LOG
           END-IF
           MOVE MR-ACCT-NUMBER TO RL-ACCT-NUMBER
           MOVE 'ADDR-CHG' TO RL-EVENT
           MOVE WS-TODAY-YYYYMMDD TO RL-EVENT-DATE
           MOVE 'ADDRESS UPDATED' TO RL-REASON
           MOVE WS-TODAY-YYYYMMDD TO RL-LOGGED-DATE
           WRITE RETURNED-MAIL-LOG-RECORD
           CLOSE RETURNED-MAIL-LOG.

       APPLY-UPDATE-REQUEST.
           MOVE MR-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               IF MR-CUSTOMER-NAME NOT = SPACES
                   MOVE MR-CUSTOMER-NAME TO CM-CUSTOMER-NAME
               END-IF
               MOVE 'N' TO WS-ADDRESS-CHANGED
               IF MR-ADDRESS-1 NOT = SPACES
                   OR MR-ADDRESS-2 NOT = SPACES
                   OR MR-CITY-STATE-ZIP NOT = SPACES
                   MOVE 'Y' TO WS-ADDRESS-CHANGED
                   MOVE 'N' TO CM-UNDELIV-FLAG
               END-IF
               IF MR-ADDRESS-1 NOT = SPACES
                   MOVE MR-ADDRESS-1 TO CM-ADDRESS-1
               END-IF
                   MOVE MR-DELIVERY-PREF TO CM-DELIVERY-PREF
               END-IF
               REWRITE CUSTOMER-MASTER-RECORD
               IF WS-ADDRESS-CHANGED = 'Y'
                   PERFORM WRITE-ADDRESS-CHANGE-MARKER
               END-IF
               PERFORM FIND-PRIMARY-OWNER
               IF WS-OWN-PRIMARY-FOUND = 'Y'
                   MOVE CM-CUSTOMER-ID TO OW-T-CUSTOMER(OWN-IDX)
                   MOVE CM-CUSTOMER-NAME TO OW-T-NAME(OWN-IDX)
               END-IF
           END-IF

           ADD 1 TO WS-UPDATE-COUNT
           MOVE 'ACCOUNT-UPDATE' TO DL-DETAIL
           PERFORM WRITE-AUDIT-LOG.

      *    THE ACCOUNT IS SETTLED BEFORE THE STATUS FLIPS: INTEREST
      *    TO THE CLOSE DATE IS PAID, ANY PENDING MAINTENANCE FEE IS
      *    TAKEN, THE REMAINDER IS DISBURSED AND THE ACCOUNT IS
      *    WRITTEN BACK CLOSED AT A ZERO BALANCE. ITS STANDING
      *    ORDERS AND PROTECTION LINKS ARE CANCELLED WITH IT.
       APPLY-CLOSE-REQUEST.
           PERFORM FIND-CUSTOMER-MASTER-ENTRY
           PERFORM FIND-ESTATE-ENTRY
           MOVE MR-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: Account vanished on CLOSE - "
                           MR-ACCT-NUMBER
                   EXIT PARAGRAPH
           END-READ

           MOVE CURRENCY-CODE TO WS-CLOSE-CURRENCY
           IF WS-CLOSE-CURRENCY = SPACES
               MOVE 'USD' TO WS-CLOSE-CURRENCY
           END-IF
           MOVE CURRENT-BALANCE TO WS-CLS-OPENING-BAL
           MOVE ACCT-TYPE TO WS-CLS-ACCT-TYPE
           MOVE 0 TO WS-CLS-FEE
           MOVE SPACES TO WS-CLS-METHOD
           MOVE SPACES TO WS-CLS-REFERENCE
           PERFORM SETTLE-CLOSING-INTEREST
           PERFORM ASSESS-CLOSING-FEE
           MOVE CURRENT-BALANCE TO WS-CLS-PAYOUT

           MOVE 'C' TO ACCT-STATUS
           MOVE 0 TO CURRENT-BALANCE
           MOVE 0 TO AVAILABLE-BALANCE
           MOVE 0 TO ACCRUED-INTEREST
           MOVE WS-TODAY-YYYYMMDD TO LAST-INTEREST-DATE
           REWRITE ACCOUNT-RECORD

           IF WS-CLS-PAYOUT > 0
               IF MR-TO-ACCOUNT = SPACES
                   PERFORM ISSUE-CLOSEOUT-CHECK
               ELSE
                   PERFORM TRANSFER-CLOSEOUT-BALANCE
               END-IF
               PERFORM WRITE-CLOSEOUT-AUDIT
           END-IF

           MOVE 0 TO WS-CLS-SO-CANCELLED
           PERFORM CANCEL-CLOSED-ACCT-ORDER
               VARYING SO-IDX FROM 1 BY 1
               UNTIL SO-IDX > WS-SO-COUNT
           MOVE 0 TO WS-CLS-ODP-REMOVED
           PERFORM CANCEL-CLOSED-ACCT-LINK
               VARYING ODP-IDX FROM 1 BY 1
               UNTIL ODP-IDX > WS-ODP-COUNT

           IF WS-CM-FOUND = 'Y'
               MOVE 'C' TO CM-STATUS
               REWRITE CUSTOMER-MASTER-RECORD
           END-IF
           IF WS-ESTATE-FOUND = 'Y'
               PERFORM SETTLE-ESTATE-ENTRY
           END-IF
           PERFORM WRITE-CLOSING-STATEMENT
           PERFORM WRITE-CLOSURE-REGISTER-LINE

           ADD 1 TO WS-CLOSE-COUNT
           MOVE 'CLOSE' TO DL-ACTION
           MOVE MR-ACCT-NUMBER TO DL-ACCOUNT
           MOVE 'ACCEPTED' TO DL-RESULT
           MOVE SPACES TO DL-DETAIL
           EVALUATE WS-CLS-METHOD
               WHEN 'CHECK'
                   STRING 'Closed - official check ' WS-CLS-REFERENCE
                       DELIMITED BY SIZE INTO DL-DETAIL
               WHEN 'XFER'
                   STRING 'Closed - balance to ' WS-CLS-REFERENCE
                       DELIMITED BY SIZE INTO DL-DETAIL
               WHEN OTHER
                   MOVE 'Account closed' TO DL-DETAIL
           END-EVALUATE
           WRITE REPORT-LINE FROM DETAIL-LINE
           MOVE 'ACCOUNT-CLOSE' TO DL-DETAIL
           PERFORM WRITE-AUDIT-LOG.

      *    THE BUCKET PLUS THE ACCRUAL FROM THE LAST INTEREST DATE
      *    TO THE CLOSE DATE ARE PAID TOGETHER, NET OF ANY B-NOTICE
      *    WITHHOLDING, AND POSTED EXACTLY AS THE CAPITALIZATION RUN
      *    POSTS THEM SO THE GL AND AUDIT CROSS-FOOTS PICK THEM UP.
       SETTLE-CLOSING-INTEREST.
           MOVE 0 TO WS-CLS-ACCRUAL
           MOVE 0 TO WS-CLS-WITHHELD
           MOVE 0 TO WS-CLS-INTEREST
           MOVE 0 TO WS-ANNUAL-RATE
           IF CURRENT-BALANCE >= WS-INT-MINIMUM-REQUIRED
               PERFORM DETERMINE-CLOSING-RATE
               PERFORM DETERMINE-CLOSING-ACCRUAL-DAYS
               PERFORM DETERMINE-CLOSING-DAY-BASIS
               COMPUTE WS-DAILY-RATE =
                   WS-ANNUAL-RATE / WS-DAY-COUNT-DIVISOR
               COMPUTE WS-CLS-ACCRUAL ROUNDED =
                   CURRENT-BALANCE * WS-DAILY-RATE
               COMPUTE WS-CLS-ACCRUAL ROUNDED =
                   WS-CLS-ACCRUAL * WS-ACCRUAL-DAYS
           END-IF
           COMPUTE WS-CLS-GROSS-INTEREST =
               ACCRUED-INTEREST + WS-CLS-ACCRUAL
           IF WS-CLS-GROSS-INTEREST = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CM-FOUND = 'Y'
               AND CM-WITHHOLD-FLAG = 'Y'
               AND CM-WITHHOLD-RATE IS NUMERIC
               AND CM-WITHHOLD-RATE > 0
               COMPUTE WS-CLS-WITHHELD ROUNDED =
                   WS-CLS-GROSS-INTEREST * CM-WITHHOLD-RATE
           END-IF
           COMPUTE WS-CLS-INTEREST =
               WS-CLS-GROSS-INTEREST - WS-CLS-WITHHELD
           ADD WS-CLS-INTEREST TO CURRENT-BALANCE
           ADD WS-CLS-INTEREST TO AVAILABLE-BALANCE
           MOVE 0 TO ACCRUED-INTEREST
           ADD WS-CLS-INTEREST TO WS-CLS-TOTAL-INTEREST

           MOVE ACCT-NUMBER TO POST-ACCT-NUMBER
           MOVE WS-CLS-INTEREST TO POST-AMOUNT
           MOVE WS-ANNUAL-RATE TO POST-RATE
           MOVE WS-TODAY-YYYYMMDD TO POST-DATE
           WRITE POSTING-RECORD
           MOVE 'Y' TO WS-MF-INT-WRITTEN
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|INTEREST-POSTED|Account ' ACCT-NUMBER
                  ' posted interest ' WS-CLS-INTEREST
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM

           IF WS-CLS-WITHHELD > 0
               MOVE SPACES TO WITHHOLDING-RECORD
               MOVE ACCT-NUMBER TO WH-ACCT-NUMBER
               MOVE WS-TODAY-YYYYMMDD TO WH-DATE
               MOVE WS-CLS-GROSS-INTEREST TO WH-GROSS
               MOVE WS-CLS-WITHHELD TO WH-WITHHELD
               MOVE CM-WITHHOLD-RATE TO WH-RATE
               WRITE WITHHOLDING-RECORD
               ADD WS-CLS-WITHHELD TO WS-CLS-TOTAL-WITHHELD
               MOVE SPACES TO AUDIT-LINE
               STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                      WS-RUN-ID '|TAX-WITHHELD|Account ' ACCT-NUMBER
                      ' withheld ' WS-CLS-WITHHELD
                      ' from gross interest ' WS-CLS-GROSS-INTEREST
                   DELIMITED BY SIZE INTO AUDIT-LINE
               WRITE AUDIT-LINE
               ADD 1 TO WS-AUDIT-SEQ-NUM
           END-IF.

       DETERMINE-CLOSING-RATE.
           EVALUATE ACCT-TYPE
               WHEN 'MMKT'
                   MOVE 5 TO WS-RATE-BASE
               WHEN 'CD'
                   MOVE 9 TO WS-RATE-BASE
               WHEN OTHER
                   MOVE 1 TO WS-RATE-BASE
           END-EVALUATE
           MOVE 0 TO WS-ANNUAL-RATE
           PERFORM CHECK-CLOSING-RATE-TIER
               VARYING WS-RATE-SCAN FROM WS-RATE-BASE BY 1
               UNTIL WS-RATE-SCAN > WS-RATE-BASE + 3.

       CHECK-CLOSING-RATE-TIER.
           IF CURRENT-BALANCE >= CR-MIN(WS-RATE-SCAN)
               MOVE CR-RATE(WS-RATE-SCAN) TO WS-ANNUAL-RATE
           END-IF.

      *    NOTHING IS DUE FOR A DAY THE INTEREST RUN HAS ALREADY
      *    ACCRUED; AN ACCOUNT NEVER ACCRUED EARNS THE CLOSE DATE.
       DETERMINE-CLOSING-ACCRUAL-DAYS.
           MOVE 1 TO WS-ACCRUAL-DAYS
           IF LAST-INTEREST-DATE IS NUMERIC
               MOVE LAST-INTEREST-DATE TO WS-LAST-INT-DATE-NUM
               COMPUTE WS-ACCRUAL-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-INT-DATE-NUM)
               IF WS-ACCRUAL-DAYS < 0
                   MOVE 0 TO WS-ACCRUAL-DAYS
               END-IF
           END-IF.

       DETERMINE-CLOSING-DAY-BASIS.
           IF ACCT-TYPE = 'CD'
               MOVE 360 TO WS-DAY-COUNT-DIVISOR
           ELSE
               COMPUTE WS-LEAP-CHECK-4 = FUNCTION MOD(WS-YEAR, 4)
               COMPUTE WS-LEAP-CHECK-100 = FUNCTION MOD(WS-YEAR, 100)
               COMPUTE WS-LEAP-CHECK-400 = FUNCTION MOD(WS-YEAR, 400)
               IF WS-LEAP-CHECK-4 = 0 AND
                  (WS-LEAP-CHECK-100 NOT = 0 OR WS-LEAP-CHECK-400 = 0)
                   MOVE 366 TO WS-DAY-COUNT-DIVISOR
               ELSE
                   MOVE 365 TO WS-DAY-COUNT-DIVISOR
               END-IF
           END-IF.

      *    THE SAME WAIVER AND RERUN RULES AS THE MONTHLY
      *    ASSESSMENT: NO FEE AT OR ABOVE THE MINIMUM BALANCE, NONE
      *    IF THIS MONTH'S MAINT-FEE IS ALREADY POSTED, AND THE FEE
      *    NEVER TAKES THE ACCOUNT BELOW ZERO.
       ASSESS-CLOSING-FEE.
           MOVE 0 TO WS-CLS-FEE
           SET CF-IDX TO 1
           SEARCH CLOSING-FEE-ENTRY
               AT END
                   CONTINUE
               WHEN CF-TYPE(CF-IDX) = ACCT-TYPE
                   MOVE CF-FEE(CF-IDX) TO WS-CLS-FEE
           END-SEARCH
           IF WS-CLS-FEE = 0
               OR CURRENT-BALANCE >= MINIMUM-BALANCE
               MOVE 0 TO WS-CLS-FEE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CLOSING-FEE-ASSESSED
           IF WS-CLS-FEE-ASSESSED = 'Y'
               MOVE 0 TO WS-CLS-FEE
               EXIT PARAGRAPH
           END-IF
           IF WS-CLS-FEE > CURRENT-BALANCE
               MOVE CURRENT-BALANCE TO WS-CLS-FEE
           END-IF
           IF WS-CLS-FEE = 0
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-CLS-FEE FROM CURRENT-BALANCE
           SUBTRACT WS-CLS-FEE FROM AVAILABLE-BALANCE
           ADD WS-CLS-FEE TO WS-CLS-TOTAL-FEES

           OPEN EXTEND SERVICE-CHARGE-POSTINGS
           IF WS-SC-FILE-STATUS NOT = '00'
               OPEN OUTPUT SERVICE-CHARGE-POSTINGS
           END-IF
           MOVE ACCT-NUMBER TO SC-ACCT-NUMBER
           MOVE WS-CLS-FEE TO SC-AMOUNT
           MOVE 'MAINT-FEE' TO SC-TYPE
           MOVE WS-TODAY-YYYYMMDD TO SC-DATE
           WRITE SERVICE-CHARGE-RECORD
           CLOSE SERVICE-CHARGE-POSTINGS
           MOVE 'Y' TO WS-MF-SC-WRITTEN

           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|SERVICE-CHARGE|Account ' ACCT-NUMBER
                  ' assessed maintenance fee ' WS-CLS-FEE
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       CHECK-CLOSING-FEE-ASSESSED.
           MOVE 'N' TO WS-CLS-FEE-ASSESSED
           OPEN INPUT SERVICE-CHARGE-POSTINGS
           IF WS-SC-FILE-STATUS = '00'
               MOVE 'N' TO WS-SC-EOF
               PERFORM READ-CLOSING-FEE-POSTING
                   UNTIL WS-SC-EOF = 'Y'
               CLOSE SERVICE-CHARGE-POSTINGS
           END-IF.

       READ-CLOSING-FEE-POSTING.
           READ SERVICE-CHARGE-POSTINGS
               AT END
                   MOVE 'Y' TO WS-SC-EOF
               NOT AT END
                   IF SC-ACCT-NUMBER = MR-ACCT-NUMBER
                       AND SC-TYPE = 'MAINT-FEE'
                       AND SC-DATE(1:6) = WS-TODAY-YYYYMMDD(1:6)
                       MOVE 'Y' TO WS-CLS-FEE-ASSESSED
                   END-IF
           END-READ.

      *    OFFICIAL CHECKS ARE NUMBERED OC + BUSINESS DATE + A
      *    FOUR-DIGIT SEQUENCE THAT CONTINUES ACROSS RERUNS OF THE
      *    SAME DAY.
       ISSUE-CLOSEOUT-CHECK.
           ADD 1 TO WS-CHECK-SEQ
           MOVE SPACES TO WS-CHECK-NUMBER
           STRING 'OC' WS-TODAY-YYYYMMDD WS-CHECK-SEQ
               DELIMITED BY SIZE INTO WS-CHECK-NUMBER
           MOVE SPACES TO OFFICIAL-CHECK-RECORD
           MOVE WS-CHECK-NUMBER TO OC-CHECK-NUMBER
           MOVE MR-ACCT-NUMBER TO OC-ACCT-NUMBER
           EVALUATE TRUE
               WHEN WS-ESTATE-FOUND = 'Y' AND WS-CM-FOUND = 'Y'
                   PERFORM ADDRESS-ESTATE-CHECK
               WHEN WS-CM-FOUND = 'Y'
                   MOVE CM-CUSTOMER-NAME TO OC-PAYEE-NAME
                   MOVE CM-ADDRESS-1 TO OC-ADDRESS-1
                   MOVE CM-ADDRESS-2 TO OC-ADDRESS-2
                   MOVE CM-CITY-STATE-ZIP TO OC-CITY-STATE-ZIP
               WHEN OTHER
                   MOVE MR-CUSTOMER-NAME TO OC-PAYEE-NAME
                   MOVE MR-ADDRESS-1 TO OC-ADDRESS-1
                   MOVE MR-ADDRESS-2 TO OC-ADDRESS-2
                   MOVE MR-CITY-STATE-ZIP TO OC-CITY-STATE-ZIP
           END-EVALUATE
           MOVE WS-CLS-PAYOUT TO OC-AMOUNT
           MOVE WS-CLOSE-CURRENCY TO OC-CURRENCY
           MOVE WS-TODAY-YYYYMMDD TO OC-ISSUE-DATE
           MOVE 'I' TO OC-STATUS
           WRITE OFFICIAL-CHECK-RECORD

           MOVE 'CHECK' TO WS-CLS-METHOD
           MOVE WS-CHECK-NUMBER TO WS-CLS-REFERENCE
           ADD 1 TO WS-CLS-CHECK-COUNT
           ADD WS-CLS-PAYOUT TO WS-CLS-TOTAL-CHECKS

           MOVE MR-ACCT-NUMBER TO WS-LEDGER-ACCOUNT
           MOVE 'DEBIT ' TO WS-LEDGER-TYPE
           MOVE 'CLOSEOUT BY OFFICIAL CHECK' TO WS-LEDGER-DESC
           MOVE WS-CHECK-NUMBER TO WS-LEDGER-REF
           MOVE WS-CLS-PAYOUT TO WS-LEDGER-AMOUNT
           MOVE WS-CLOSE-CURRENCY TO WS-LEDGER-CURRENCY
           PERFORM WRITE-MAINT-LEDGER.

      *    AN ESTATE'S CHECK IS PAYABLE TO THE ESTATE AND MAILED TO
      *    THE ESTATE CONTACT.
       ADDRESS-ESTATE-CHECK.
           STRING 'ESTATE OF ' CM-CUSTOMER-NAME
               DELIMITED BY SIZE INTO OC-PAYEE-NAME
           IF ES-T-CONTACT-ADDR-2(ES-IDX) = SPACES
               STRING 'C/O ' ES-T-CONTACT-NAME(ES-IDX)
                   DELIMITED BY SIZE INTO OC-ADDRESS-1
               MOVE ES-T-CONTACT-ADDR-1(ES-IDX) TO OC-ADDRESS-2
           ELSE
               MOVE ES-T-CONTACT-ADDR-1(ES-IDX) TO OC-ADDRESS-1
               MOVE ES-T-CONTACT-ADDR-2(ES-IDX) TO OC-ADDRESS-2
           END-IF
           MOVE ES-T-CONTACT-CSZ(ES-IDX) TO OC-CITY-STATE-ZIP.

       TRANSFER-CLOSEOUT-BALANCE.
           MOVE MR-TO-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: Payout account vanished on CLOSE - "
                           MR-TO-ACCOUNT " - official check issued"
                   PERFORM ISSUE-CLOSEOUT-CHECK
               NOT INVALID KEY
                   ADD WS-CLS-PAYOUT TO CURRENT-BALANCE
                   ADD WS-CLS-PAYOUT TO AVAILABLE-BALANCE
                   REWRITE ACCOUNT-RECORD
                   PERFORM POST-CLOSEOUT-TRANSFER
           END-READ.

       POST-CLOSEOUT-TRANSFER.
           MOVE 'XFER' TO WS-CLS-METHOD
           MOVE MR-TO-ACCOUNT TO WS-CLS-REFERENCE
           ADD 1 TO WS-CLS-TRANSFER-COUNT
           ADD WS-CLS-PAYOUT TO WS-CLS-TOTAL-TRANSFERS
           MOVE SPACES TO WS-LEDGER-REF
           STRING 'CLS' MR-ACCT-NUMBER
               DELIMITED BY SIZE INTO WS-LEDGER-REF

           MOVE MR-ACCT-NUMBER TO WS-LEDGER-ACCOUNT
           MOVE 'DEBIT ' TO WS-LEDGER-TYPE
           MOVE SPACES TO WS-LEDGER-DESC
           STRING 'CLOSEOUT TO ' MR-TO-ACCOUNT
               DELIMITED BY SIZE INTO WS-LEDGER-DESC
           MOVE WS-CLS-PAYOUT TO WS-LEDGER-AMOUNT
           MOVE WS-CLOSE-CURRENCY TO WS-LEDGER-CURRENCY
           PERFORM WRITE-MAINT-LEDGER

           MOVE MR-TO-ACCOUNT TO WS-LEDGER-ACCOUNT
           MOVE 'CREDIT' TO WS-LEDGER-TYPE
           MOVE SPACES TO WS-LEDGER-DESC
           STRING 'CLOSEOUT FROM ' MR-ACCT-NUMBER
               DELIMITED BY SIZE INTO WS-LEDGER-DESC
           PERFORM WRITE-MAINT-LEDGER.

       WRITE-MAINT-LEDGER.
           MOVE SPACES TO LEDGER-RECORD
           MOVE WS-LEDGER-ACCOUNT TO TR-ACCT-NUMBER
           MOVE WS-TODAY-YYYYMMDD TO TR-DATE
           MOVE WS-CURRENT-TIME(1:6) TO TR-TIME
           MOVE WS-LEDGER-TYPE TO TR-TYPE
           MOVE WS-LEDGER-AMOUNT TO TR-AMOUNT
           MOVE WS-LEDGER-DESC TO TR-DESCRIPTION
           MOVE WS-LEDGER-REF TO TR-REFERENCE
           MOVE 'MAINT' TO TR-CHANNEL
           MOVE WS-LEDGER-CURRENCY TO TR-CURRENCY
           WRITE LEDGER-RECORD
           MOVE 'Y' TO WS-MF-LEDGER-WRITTEN.

       WRITE-CLOSEOUT-AUDIT.
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|ACCOUNT-CLOSEOUT|Account '
                  MR-ACCT-NUMBER ' paid out ' WS-CLS-PAYOUT
                  ' by ' WS-CLS-METHOD ' ' WS-CLS-REFERENCE
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       CANCEL-CLOSED-ACCT-ORDER.
           IF SO-T-ACCT(SO-IDX) = MR-ACCT-NUMBER
               AND SO-T-STATUS(SO-IDX) = 'A'
               MOVE 'C' TO SO-T-STATUS(SO-IDX)
               ADD 1 TO WS-CLS-SO-CANCELLED
               ADD 1 TO WS-SO-DEL-COUNT
           END-IF.

      *    A CLOSED ACCOUNT CAN NEITHER BE PROTECTED NOR FUND
      *    ANOTHER ACCOUNT'S PROTECTION, SO LINKS GO EITHER WAY.
       CANCEL-CLOSED-ACCT-LINK.
           IF (OL-T-PROTECTED(ODP-IDX) = MR-ACCT-NUMBER
               OR OL-T-FUNDING(ODP-IDX) = MR-ACCT-NUMBER)
               AND OL-T-STATUS(ODP-IDX) = 'A'
               MOVE 'D' TO OL-T-STATUS(ODP-IDX)
               ADD 1 TO WS-CLS-ODP-REMOVED
               ADD 1 TO WS-ODP-DEL-COUNT
           END-IF.

       WRITE-CLOSING-STATEMENT.
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-RULE
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TITLE
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-BANK
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-RULE
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           WRITE CLOSING-STATEMENT-LINE

           MOVE SPACES TO CST-TEXT
           EVALUATE TRUE
               WHEN WS-ESTATE-FOUND = 'Y' AND WS-CM-FOUND = 'Y'
                   STRING 'Account Holder: ESTATE OF ' CM-CUSTOMER-NAME
                       DELIMITED BY SIZE INTO CST-TEXT
                   WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
                   MOVE SPACES TO CST-TEXT
                   STRING 'C/O ' ES-T-CONTACT-NAME(ES-IDX)
                       DELIMITED BY SIZE INTO CST-TEXT
                   WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
                   MOVE ES-T-CONTACT-ADDR-1(ES-IDX) TO CST-TEXT
                   WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
                   MOVE ES-T-CONTACT-ADDR-2(ES-IDX) TO CST-TEXT
                   WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
                   MOVE ES-T-CONTACT-CSZ(ES-IDX) TO CST-TEXT
                   WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
               WHEN WS-CM-FOUND = 'Y'
                   STRING 'Account Holder: ' CM-CUSTOMER-NAME
                       DELIMITED BY SIZE INTO CST-TEXT
                   WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
                   MOVE CM-ADDRESS-1 TO CST-TEXT
                   WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
                   MOVE CM-ADDRESS-2 TO CST-TEXT
                   WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
                   MOVE CM-CITY-STATE-ZIP TO CST-TEXT
                   WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
               WHEN OTHER
                   STRING 'Account Holder: ' MR-CUSTOMER-NAME
                       DELIMITED BY SIZE INTO CST-TEXT
                   WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
           END-EVALUATE
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           WRITE CLOSING-STATEMENT-LINE

           MOVE SPACES TO CST-TEXT
           STRING 'Account Number: ' MR-ACCT-NUMBER
               DELIMITED BY SIZE INTO CST-TEXT
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
           MOVE SPACES TO CST-TEXT
           STRING 'Account Type:   ' WS-CLS-ACCT-TYPE
               DELIMITED BY SIZE INTO CST-TEXT
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
           MOVE SPACES TO CST-TEXT
           STRING 'Closing Date:   ' WS-FORMATTED-DATE
               DELIMITED BY SIZE INTO CST-TEXT
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           WRITE CLOSING-STATEMENT-LINE
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-RULE
           MOVE 'CLOSING SETTLEMENT' TO CST-TEXT
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-RULE

           MOVE 'Balance Before Closing:' TO CSA-LABEL
           MOVE WS-CLS-OPENING-BAL TO CSA-AMOUNT
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-AMOUNT
           MOVE 'Closing Interest Paid:' TO CSA-LABEL
           MOVE WS-CLS-INTEREST TO CSA-AMOUNT
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-AMOUNT
           IF WS-CLS-WITHHELD > 0
               MOVE 'Federal Tax Withheld:' TO CSA-LABEL
               MOVE WS-CLS-WITHHELD TO CSA-AMOUNT
               WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-AMOUNT
           END-IF
           IF WS-CLS-FEE > 0
               MOVE 'Final Maintenance Fee:' TO CSA-LABEL
               MOVE WS-CLS-FEE TO CSA-AMOUNT
               WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-AMOUNT
           END-IF
           EVALUATE WS-CLS-METHOD
               WHEN 'CHECK'
                   MOVE 'Paid By Official Check:' TO CSA-LABEL
               WHEN 'XFER'
                   MOVE 'Transferred To Account:' TO CSA-LABEL
               WHEN OTHER
                   MOVE 'Amount Disbursed:' TO CSA-LABEL
           END-EVALUATE
           MOVE WS-CLS-PAYOUT TO CSA-AMOUNT
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-AMOUNT
           MOVE 'Final Balance:' TO CSA-LABEL
           MOVE 0 TO CSA-AMOUNT
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-AMOUNT

           MOVE SPACES TO CLOSING-STATEMENT-LINE
           WRITE CLOSING-STATEMENT-LINE
           MOVE SPACES TO CST-TEXT
           EVALUATE WS-CLS-METHOD
               WHEN 'CHECK'
                   STRING 'Official check ' WS-CLS-REFERENCE
                          ' has been issued to the account holder.'
                       DELIMITED BY SIZE INTO CST-TEXT
                   WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
               WHEN 'XFER'
                   STRING 'The remaining balance was transferred to '
                          'account ' WS-CLS-REFERENCE '.'
                       DELIMITED BY SIZE INTO CST-TEXT
                   WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CLS-SO-CANCELLED > 0
               MOVE WS-CLS-SO-CANCELLED TO WS-CLS-COUNT-DISPLAY
               MOVE SPACES TO CST-TEXT
               STRING 'Standing orders cancelled: '
                      WS-CLS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO CST-TEXT
               WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
           END-IF
           IF WS-CLS-ODP-REMOVED > 0
               MOVE WS-CLS-ODP-REMOVED TO WS-CLS-COUNT-DISPLAY
               MOVE SPACES TO CST-TEXT
               STRING 'Overdraft protection links removed: '
                      WS-CLS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO CST-TEXT
               WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
           END-IF
           MOVE 'This account is closed. No further transactions'
               TO CST-TEXT
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
           MOVE 'will be accepted on it.' TO CST-TEXT
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           WRITE CLOSING-STATEMENT-LINE
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-RULE
           MOVE 'END OF CLOSING STATEMENT' TO CST-TEXT
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-TEXT
           WRITE CLOSING-STATEMENT-LINE FROM CLOSING-STMT-RULE
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           WRITE CLOSING-STATEMENT-LINE
           WRITE CLOSING-STATEMENT-LINE.

       WRITE-CLOSURE-REGISTER-LINE.
           MOVE MR-ACCT-NUMBER TO RG-ACCOUNT
           MOVE WS-CLS-ACCT-TYPE TO RG-TYPE
           MOVE WS-CLS-OPENING-BAL TO RG-BALANCE
           MOVE WS-CLS-INTEREST TO RG-INTEREST
           MOVE WS-CLS-WITHHELD TO RG-WITHHELD
           MOVE WS-CLS-FEE TO RG-FEE
           MOVE WS-CLS-PAYOUT TO RG-PAYOUT
           MOVE WS-CLS-METHOD TO RG-METHOD
           MOVE WS-CLS-REFERENCE TO RG-REFERENCE
           MOVE WS-CLS-SO-CANCELLED TO RG-SO
           MOVE WS-CLS-ODP-REMOVED TO RG-ODP
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.

       WRITE-CLOSURE-REGISTER-TOTALS.
           WRITE REGISTER-LINE FROM REGISTER-HEADER-1
           MOVE 'Accounts Closed:' TO RC-LABEL
           MOVE WS-CLOSE-COUNT TO RC-COUNT
           WRITE REGISTER-LINE FROM REGISTER-COUNT
           MOVE 'Paid By Official Check:' TO RC-LABEL
           MOVE WS-CLS-CHECK-COUNT TO RC-COUNT
           WRITE REGISTER-LINE FROM REGISTER-COUNT
           MOVE 'Paid By Transfer:' TO RC-LABEL
           MOVE WS-CLS-TRANSFER-COUNT TO RC-COUNT
           WRITE REGISTER-LINE FROM REGISTER-COUNT
           MOVE 'Closing Interest Paid:' TO RT-LABEL
           MOVE WS-CLS-TOTAL-INTEREST TO RT-VALUE
           WRITE REGISTER-LINE FROM REGISTER-TOTAL
           MOVE 'Tax Withheld:' TO RT-LABEL
           MOVE WS-CLS-TOTAL-WITHHELD TO RT-VALUE
           WRITE REGISTER-LINE FROM REGISTER-TOTAL
           MOVE 'Final Maintenance Fees:' TO RT-LABEL
           MOVE WS-CLS-TOTAL-FEES TO RT-VALUE
           WRITE REGISTER-LINE FROM REGISTER-TOTAL
           MOVE 'Official Checks Issued:' TO RT-LABEL
           MOVE WS-CLS-TOTAL-CHECKS TO RT-VALUE
           WRITE REGISTER-LINE FROM REGISTER-TOTAL
           MOVE 'Transferred To Other Accounts:' TO RT-LABEL
           MOVE WS-CLS-TOTAL-TRANSFERS TO RT-VALUE
           WRITE REGISTER-LINE FROM REGISTER-TOTAL.

       LOAD-CLOSING-RATES.
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATE-FILE-STATUS = '00'
               MOVE 'N' TO WS-RATE-EOF
               PERFORM READ-CLOSING-RATE-ROW
                   UNTIL WS-RATE-EOF = 'Y'
               CLOSE RATE-MASTER-FILE
           END-IF.

       READ-CLOSING-RATE-ROW.
           READ RATE-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF
               NOT AT END
                   PERFORM APPLY-CLOSING-RATE-ROW
           END-READ.

       APPLY-CLOSING-RATE-ROW.
           IF RM-EFFECTIVE-DATE > WS-TODAY-YYYYMMDD
               EXIT PARAGRAPH
           END-IF
           SET CR-IDX TO 1
           SEARCH CLOSING-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN CR-CODE(CR-IDX) = RM-TIER-CODE
                   IF CR-EFFECTIVE(CR-IDX) = SPACES
                       OR RM-EFFECTIVE-DATE > CR-EFFECTIVE(CR-IDX)
                       MOVE RM-EFFECTIVE-DATE TO CR-EFFECTIVE(CR-IDX)
                       MOVE RM-MIN-BALANCE TO CR-MIN(CR-IDX)
                       MOVE RM-RATE TO CR-RATE(CR-IDX)
                   END-IF
           END-SEARCH.

       LOAD-CLOSING-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-SCHED-STATUS = '00'
               MOVE 'N' TO WS-SCHED-EOF
               PERFORM READ-CLOSING-FEE-ROW
                   UNTIL WS-SCHED-EOF = 'Y'
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

       READ-CLOSING-FEE-ROW.
           READ FEE-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF
               NOT AT END
                   SET CF-IDX TO 1
                   SEARCH CLOSING-FEE-ENTRY
                       AT END
                           CONTINUE
                       WHEN CF-TYPE(CF-IDX) = FS-ACCT-TYPE
                           IF FS-MONTHLY-FEE IS NUMERIC
                               MOVE FS-MONTHLY-FEE TO CF-FEE(CF-IDX)
                           END-IF
                   END-SEARCH
           END-READ.

       DETERMINE-CHECK-SEQ-START.
           MOVE 0 TO WS-CHECK-SEQ
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF WS-CHECK-FILE-STATUS = '00'
               MOVE 'N' TO WS-CHECK-EOF
               PERFORM READ-OFFICIAL-CHECK-ENTRY
                   UNTIL WS-CHECK-EOF = 'Y'
               CLOSE OFFICIAL-CHECK-FILE
           END-IF.

       READ-OFFICIAL-CHECK-ENTRY.
           READ OFFICIAL-CHECK-FILE
               AT END
                   MOVE 'Y' TO WS-CHECK-EOF
               NOT AT END
                   IF OC-CHECK-NUMBER(3:8) = WS-TODAY-YYYYMMDD
                       MOVE OC-CHECK-NUMBER(11:4) TO WS-CHECK-SEQ-X
                       IF WS-CHECK-SEQ-X IS NUMERIC
                           AND WS-CHECK-SEQ-N > WS-CHECK-SEQ
                           MOVE WS-CHECK-SEQ-N TO WS-CHECK-SEQ
                       END-IF
                   END-IF
           END-READ.

       OPEN-CLOSURE-FILES.
           OPEN EXTEND INTEREST-POSTINGS
           IF WS-INT-POST-STATUS NOT = '00'
               OPEN OUTPUT INTEREST-POSTINGS
           END-IF
           OPEN EXTEND WITHHOLDING-FILE
           IF WS-WITHHOLD-STATUS NOT = '00'
               OPEN OUTPUT WITHHOLDING-FILE
           END-IF
           OPEN EXTEND POSTED-LEDGER
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT POSTED-LEDGER
           END-IF
           OPEN EXTEND OFFICIAL-CHECK-FILE
           IF WS-CHECK-FILE-STATUS NOT = '00'
               OPEN OUTPUT OFFICIAL-CHECK-FILE
           END-IF
           OPEN EXTEND CLOSING-STATEMENT-FILE
           IF WS-STMT-FILE-STATUS NOT = '00'
               OPEN OUTPUT CLOSING-STATEMENT-FILE
           END-IF
           OPEN EXTEND BENEFIT-RETURN-FILE
           IF WS-BENEFIT-RETURN-STATUS NOT = '00'
               OPEN OUTPUT BENEFIT-RETURN-FILE
           END-IF
           OPEN OUTPUT CLOSURE-REGISTER.

       VALIDATE-DECEASED-REQUEST.
           IF MR-CUSTOMER-ID = SPACES
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'CUSTOMER ID REQUIRED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MR-DEATH-DATE IS NOT NUMERIC
               OR MR-DEATH-DATE > WS-TODAY-YYYYMMDD
               OR MR-DEATH-DATE(5:2) < '01'
               OR MR-DEATH-DATE(5:2) > '12'
               OR MR-DEATH-DATE(7:2) < '01'
               OR MR-DEATH-DATE(7:2) > '31'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'INVALID DATE OF DEATH' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF MR-CUSTOMER-NAME = SPACES OR MR-ADDRESS-1 = SPACES
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'ESTATE CONTACT NAME AND ADDRESS REQUIRED' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM COLLECT-DECEASED-ACCOUNTS
           IF WS-DEC-ACCT-COUNT = 0
               MOVE 'N' TO WS-VALID-REQUEST
               IF WS-DEC-ALREADY-COUNT > 0
                   MOVE 'CUSTOMER ALREADY RECORDED DECEASED' TO
                       WS-REJECT-REASON
               ELSE
                   MOVE 'NO OPEN ACCOUNTS FOR CUSTOMER' TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

      *    A MASTER ROW WITH NO CUSTOMER ID BELONGS TO THE CUSTOMER
      *    NUMBERED BY ITS ACCOUNT NUMBER'S LAST TEN DIGITS.
       COLLECT-DECEASED-ACCOUNTS.
           MOVE 0 TO WS-DEC-ACCT-COUNT
           MOVE 0 TO WS-DEC-ALREADY-COUNT
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO CM-ACCT-NUMBER
           START CUSTOMER-MASTER-FILE KEY >= CM-ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM SCAN-DECEASED-MASTER UNTIL WS-MASTER-EOF = 'Y'.

       SCAN-DECEASED-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   PERFORM CHECK-DECEASED-MASTER
           END-READ.

       CHECK-DECEASED-MASTER.
           MOVE CM-CUSTOMER-ID TO WS-DEC-CUSTOMER-ID
           IF WS-DEC-CUSTOMER-ID = SPACES
               MOVE CM-ACCT-NUMBER(3:10) TO WS-DEC-CUSTOMER-ID
           END-IF
           IF WS-DEC-CUSTOMER-ID NOT = MR-CUSTOMER-ID
               OR CM-STATUS = 'C'
               EXIT PARAGRAPH
           END-IF
           IF CM-STATUS = 'E'
               ADD 1 TO WS-DEC-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-DEC-ACCT-COUNT < 50
               ADD 1 TO WS-DEC-ACCT-COUNT
               SET DEC-IDX TO WS-DEC-ACCT-COUNT
               MOVE CM-ACCT-NUMBER TO DEC-T-ACCT(DEC-IDX)
           END-IF.

       APPLY-DECEASED-REQUEST.
           MOVE 0 TO WS-DEC-SO-CANCELLED
           MOVE 0 TO WS-DEC-RETURN-COUNT
           MOVE 0 TO WS-DEC-RETURN-AMOUNT
           PERFORM MARK-ACCOUNT-DECEASED
               VARYING DEC-IDX FROM 1 BY 1
               UNTIL DEC-IDX > WS-DEC-ACCT-COUNT
           PERFORM RECLAIM-BENEFIT-CREDITS

           ADD 1 TO WS-DECEASED-COUNT
           MOVE 'DECEAS' TO DL-ACTION
           MOVE MR-CUSTOMER-ID TO DL-ACCOUNT
           MOVE 'ACCEPTED' TO DL-RESULT
           MOVE WS-DEC-ACCT-COUNT TO WS-CLS-COUNT-DISPLAY
           MOVE WS-DEC-RETURN-COUNT TO WS-DEC-COUNT-DISPLAY
           MOVE SPACES TO DL-DETAIL
           STRING WS-CLS-COUNT-DISPLAY ' accts deceased, '
                  WS-DEC-COUNT-DISPLAY ' benefit returns'
               DELIMITED BY SIZE INTO DL-DETAIL
           WRITE REPORT-LINE FROM DETAIL-LINE

           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|CUSTOMER-DECEASED|Customer '
                  MR-CUSTOMER-ID ' date of death ' MR-DEATH-DATE
                  ' accounts ' WS-CLS-COUNT-DISPLAY
                  ' estate contact ' MR-CUSTOMER-NAME
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM
           DISPLAY "Customer recorded deceased: " MR-CUSTOMER-ID
                   " - accounts: " WS-CLS-COUNT-DISPLAY.

       MARK-ACCOUNT-DECEASED.
           MOVE DEC-T-ACCT(DEC-IDX) TO CM-ACCT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'E' TO CM-STATUS
                   REWRITE CUSTOMER-MASTER-RECORD
           END-READ
           MOVE DEC-T-ACCT(DEC-IDX) TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-STATUS NOT = 'F' AND ACCT-STATUS NOT = 'C'
                       MOVE 'E' TO ACCT-STATUS
                       REWRITE ACCOUNT-RECORD
                   END-IF
           END-READ
           PERFORM ADD-ESTATE-ENTRY
           PERFORM CANCEL-DECEASED-ACCT-ORDER
               VARYING SO-IDX FROM 1 BY 1
               UNTIL SO-IDX > WS-SO-COUNT
           ADD 1 TO WS-DECEASED-ACCT-COUNT

           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|ACCOUNT-DECEASED|Account '
                  DEC-T-ACCT(DEC-IDX) ' customer ' MR-CUSTOMER-ID
                  ' date of death ' MR-DEATH-DATE
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       ADD-ESTATE-ENTRY.
           IF WS-ESTATE-COUNT >= 2000
               DISPLAY "WARNING: Estate register full - account "
                       DEC-T-ACCT(DEC-IDX) " not registered"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ESTATE-COUNT
           SET ES-IDX TO WS-ESTATE-COUNT
           MOVE DEC-T-ACCT(DEC-IDX) TO ES-T-ACCT(ES-IDX)
           MOVE MR-CUSTOMER-ID TO ES-T-CUSTOMER-ID(ES-IDX)
           MOVE MR-DEATH-DATE TO ES-T-DEATH-DATE(ES-IDX)
           MOVE WS-TODAY-YYYYMMDD TO ES-T-NOTIFY-DATE(ES-IDX)
           MOVE MR-CUSTOMER-NAME TO ES-T-CONTACT-NAME(ES-IDX)
           MOVE MR-ADDRESS-1 TO ES-T-CONTACT-ADDR-1(ES-IDX)
           MOVE MR-ADDRESS-2 TO ES-T-CONTACT-ADDR-2(ES-IDX)
           MOVE MR-CITY-STATE-ZIP TO ES-T-CONTACT-CSZ(ES-IDX)
           MOVE 'P' TO ES-T-STATUS(ES-IDX)
           MOVE SPACES TO ES-T-SETTLED-DATE(ES-IDX)
           MOVE 'Y' TO WS-ESTATE-CHANGED.

       CANCEL-DECEASED-ACCT-ORDER.
           IF SO-T-ACCT(SO-IDX) = DEC-T-ACCT(DEC-IDX)
               AND SO-T-STATUS(SO-IDX) = 'A'
               MOVE 'C' TO SO-T-STATUS(SO-IDX)
               ADD 1 TO WS-DEC-SO-CANCELLED
               ADD 1 TO WS-SO-DEL-COUNT
           END-IF.

      *    ONLY CREDITS STILL POSTED ('P') ARE RECLAIMED; ONE ALREADY
      *    RETURNED IS MARKED 'R' AND IS NEVER TAKEN BACK TWICE.
       RECLAIM-BENEFIT-CREDITS.
           OPEN INPUT BENEFIT-CREDIT-FILE
           IF WS-BENEFIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BENEFIT-CREDIT-FILE-NEW
           MOVE 'N' TO WS-BENEFIT-EOF
           PERFORM READ-BENEFIT-CREDIT UNTIL WS-BENEFIT-EOF = 'Y'
           CLOSE BENEFIT-CREDIT-FILE
           CLOSE BENEFIT-CREDIT-FILE-NEW
           IF WS-DEC-RETURN-COUNT > 0
               CALL 'CBL_DELETE_FILE' USING
                   'federal_benefit_credits.dat'
               CALL 'CBL_RENAME_FILE' USING
                   'federal_benefit_credits.dat.new'
                   'federal_benefit_credits.dat'
           ELSE
               CALL 'CBL_DELETE_FILE' USING
                   'federal_benefit_credits.dat.new'
           END-IF.

       READ-BENEFIT-CREDIT.
           READ BENEFIT-CREDIT-FILE
               AT END
                   MOVE 'Y' TO WS-BENEFIT-EOF
               NOT AT END
                   IF FB-STATUS = 'P'
                       AND FB-EFFECTIVE-DATE > MR-DEATH-DATE
                       SET DEC-IDX TO 1
                       SEARCH DECEASED-ENTRY
                           WHEN DEC-T-ACCT(DEC-IDX) = FB-ACCT-NUMBER
                               PERFORM RETURN-BENEFIT-CREDIT
                       END-SEARCH
                   END-IF
                   WRITE BENEFIT-CREDIT-RECORD-NEW
                       FROM BENEFIT-CREDIT-RECORD
           END-READ.

       RETURN-BENEFIT-CREDIT.
           MOVE FB-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ERROR: Account vanished on benefit "
                           "return - " FB-ACCT-NUMBER
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT FB-AMOUNT FROM CURRENT-BALANCE
           SUBTRACT FB-AMOUNT FROM AVAILABLE-BALANCE
           REWRITE ACCOUNT-RECORD

           MOVE FB-ACCT-NUMBER TO WS-LEDGER-ACCOUNT
           MOVE 'DEBIT ' TO WS-LEDGER-TYPE
           MOVE 'FED BENEFIT RETURN R15' TO WS-LEDGER-DESC
           MOVE FB-TXN-ID TO WS-LEDGER-REF
           MOVE FB-AMOUNT TO WS-LEDGER-AMOUNT
           MOVE CURRENCY-CODE TO WS-LEDGER-CURRENCY
           IF WS-LEDGER-CURRENCY = SPACES
               MOVE 'USD' TO WS-LEDGER-CURRENCY
           END-IF
           PERFORM WRITE-MAINT-LEDGER

           MOVE SPACES TO BENEFIT-RETURN-RECORD
           MOVE FB-ACCT-NUMBER TO BR-ACCT-NUMBER
           MOVE FB-TXN-ID TO BR-TXN-ID
           MOVE FB-TRACE TO BR-TRACE
           MOVE FB-COMPANY-ID TO BR-COMPANY-ID
           MOVE FB-COMPANY-NAME TO BR-COMPANY-NAME
           MOVE FB-AMOUNT TO BR-AMOUNT
           MOVE FB-EFFECTIVE-DATE TO BR-CREDIT-DATE
           MOVE MR-DEATH-DATE TO BR-DEATH-DATE
           MOVE WS-TODAY-YYYYMMDD TO BR-RETURN-DATE
           MOVE WS-BENEFIT-RETURN-REASON TO BR-REASON
           WRITE BENEFIT-RETURN-RECORD

           MOVE 'R' TO FB-STATUS
           ADD 1 TO WS-DEC-RETURN-COUNT
           ADD FB-AMOUNT TO WS-DEC-RETURN-AMOUNT
           ADD 1 TO WS-BENEFIT-RETURN-COUNT
           ADD FB-AMOUNT TO WS-BENEFIT-RETURN-TOTAL

           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|BENEFIT-RETURN|Account '
                  FB-ACCT-NUMBER ' item ' FB-TXN-ID ' amount '
                  FB-AMOUNT ' credited ' FB-EFFECTIVE-DATE
                  ' returned ' WS-BENEFIT-RETURN-REASON
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       FIND-ESTATE-ENTRY.
           MOVE 'N' TO WS-ESTATE-FOUND
           IF WS-ESTATE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET ES-IDX TO 1
           SEARCH ESTATE-ENTRY
               WHEN ES-T-ACCT(ES-IDX) = MR-ACCT-NUMBER
                   AND ES-T-STATUS(ES-IDX) = 'P'
                   MOVE 'Y' TO WS-ESTATE-FOUND
           END-SEARCH.

       SETTLE-ESTATE-ENTRY.
           MOVE 'S' TO ES-T-STATUS(ES-IDX)
           MOVE WS-TODAY-YYYYMMDD TO ES-T-SETTLED-DATE(ES-IDX)
           MOVE 'Y' TO WS-ESTATE-CHANGED
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|ESTATE-SETTLED|Account '
                  MR-ACCT-NUMBER ' customer '
                  ES-T-CUSTOMER-ID(ES-IDX) ' paid to estate '
                  WS-CLS-PAYOUT
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       LOAD-ESTATE-REGISTER.
           MOVE 0 TO WS-ESTATE-COUNT
           OPEN INPUT ESTATE-REGISTER
           IF WS-ESTATE-FILE-STATUS = '00'
               PERFORM READ-ESTATE-ENTRY
                   UNTIL WS-ESTATE-EOF = 'Y'
               CLOSE ESTATE-REGISTER
           END-IF.

       READ-ESTATE-ENTRY.
           READ ESTATE-REGISTER
               AT END
                   MOVE 'Y' TO WS-ESTATE-EOF
               NOT AT END
                   IF WS-ESTATE-COUNT < 2000
                       ADD 1 TO WS-ESTATE-COUNT
                       SET ES-IDX TO WS-ESTATE-COUNT
                       MOVE ESTATE-REGISTER-RECORD TO
                           ESTATE-ENTRY(ES-IDX)
                   END-IF
           END-READ.

       REWRITE-ESTATE-REGISTER.
           IF WS-ESTATE-CHANGED = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ESTATE-REGISTER-NEW
           PERFORM WRITE-ESTATE-ENTRY
               VARYING ES-IDX FROM 1 BY 1
               UNTIL ES-IDX > WS-ESTATE-COUNT
           CLOSE ESTATE-REGISTER-NEW
           CALL 'CBL_DELETE_FILE' USING 'estate_register.dat'
           CALL 'CBL_RENAME_FILE' USING 'estate_register.dat.new'
               'estate_register.dat'.

       WRITE-ESTATE-ENTRY.
           WRITE ESTATE-REGISTER-RECORD-NEW FROM ESTATE-ENTRY(ES-IDX).

       LOAD-STANDING-ORDER-TABLE.
           MOVE 0 TO WS-SO-COUNT
           OPEN INPUT STANDING-ORDER-FILE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       SCREEN-ADD-REQUEST.
           MOVE MR-CUSTOMER-NAME TO WS-SCREEN-NAME
           MOVE SPACES TO WS-SCREEN-ADDRESS
           STRING MR-ADDRESS-1 MR-ADDRESS-2 MR-CITY-STATE-ZIP
               DELIMITED BY SIZE INTO WS-SCREEN-ADDRESS
           PERFORM SCREEN-PARTY-NAME.

       QUEUE-FOR-SCREENING.
           ADD 1 TO WS-HIT-SEQ
           ADD 1 TO WS-SCREEN-HELD-COUNT
           MOVE SPACES TO SCREENING-QUEUE-RECORD
           STRING 'MA' WS-TODAY-YYYYMMDD WS-CURRENT-TIME(1:6)
                  WS-HIT-SEQ
               DELIMITED BY SIZE INTO SQ-SCREEN-ID
           MOVE 'ACCTADD' TO SQ-SOURCE
           MOVE MR-ACCT-NUMBER TO SQ-ACCT-NUMBER
           MOVE MR-OPERATOR-ID TO SQ-REFERENCE
           MOVE MR-CUSTOMER-NAME TO SQ-SCREENED-NAME
           MOVE WS-BEST-ENTRY TO SQ-LIST-ENTRY
           MOVE WS-BEST-LIST-NAME TO SQ-LIST-NAME
           MOVE WS-BEST-SCORE TO SQ-SCORE
           MOVE 0 TO SQ-AMOUNT
           MOVE WS-TODAY-YYYYMMDD TO SQ-QUEUE-DATE
           MOVE 'P' TO SQ-STATUS
           MOVE MAINTENANCE-RECORD TO SQ-HELD-DATA
           OPEN EXTEND SCREENING-QUEUE
           IF WS-QUEUE-STATUS NOT = '00'
               OPEN OUTPUT SCREENING-QUEUE
           END-IF
           WRITE SCREENING-QUEUE-RECORD
           CLOSE SCREENING-QUEUE

           MOVE MR-ACTION TO DL-ACTION
           MOVE MR-ACCT-NUMBER TO DL-ACCOUNT
           MOVE 'HELD' TO DL-RESULT
           MOVE 'Possible sanctions hit - analyst review' TO
               DL-DETAIL
           WRITE REPORT-LINE FROM DETAIL-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|SANCTIONS-HOLD|Account '
                  MR-ACCT-NUMBER ' screen ' SQ-SCREEN-ID
                  ' list entry ' WS-BEST-ENTRY ' score '
                  WS-BEST-SCORE
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM
           DISPLAY "Held for sanctions review: ADD - Account "
                   MR-ACCT-NUMBER " score " WS-BEST-SCORE.

      *    THE LIST IS NORMALISED ON LOAD - UPPER CASE, PUNCTUATION
      *    TO SPACES - AND EACH ENTRY'S NAME IS PRE-SPLIT INTO WORDS.
      *    WITHOUT A LIST NO NEW ACCOUNT CAN BE SHOWN CLEAN, SO EVERY
      *    ADD IS HELD FOR REVIEW.
       LOAD-SANCTIONS-LIST.
           OPEN INPUT SANCTIONS-LIST
           IF WS-SANCTIONS-STATUS NOT = '00'
               DISPLAY "WARNING: sanctions_list.dat not found - "
                       "new accounts will be held for review"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SANCTIONS-LOADED
           MOVE 'N' TO WS-SANCTIONS-EOF
           PERFORM READ-SANCTIONS-ENTRY UNTIL WS-SANCTIONS-EOF = 'Y'
           CLOSE SANCTIONS-LIST.

       READ-SANCTIONS-ENTRY.
           READ SANCTIONS-LIST
               AT END
                   MOVE 'Y' TO WS-SANCTIONS-EOF
               NOT AT END
                   IF SX-NAME NOT = SPACES
                       AND WS-SN-COUNT < 2000
                       PERFORM STORE-SANCTIONS-ENTRY
                   END-IF
           END-READ.

       STORE-SANCTIONS-ENTRY.
           ADD 1 TO WS-SN-COUNT
           SET SN-IDX TO WS-SN-COUNT
           MOVE SX-ENTRY-ID TO SN-T-ENTRY-ID(SN-IDX)
           MOVE SX-NAME TO SN-T-NAME(SN-IDX)
           MOVE SX-NAME TO WS-SCREEN-NAME
           PERFORM TOKENIZE-SCREEN-NAME
           MOVE WS-SCREEN-TOKEN-COUNT TO SN-T-TOKEN-COUNT(SN-IDX)
           PERFORM VARYING WS-TOKEN-SCAN FROM 1 BY 1
               UNTIL WS-TOKEN-SCAN > 6
               MOVE WS-SCREEN-TOKEN(WS-TOKEN-SCAN) TO
                   SN-T-TOKEN(SN-IDX, WS-TOKEN-SCAN)
           END-PERFORM
           MOVE SX-ADDRESS TO SN-T-ADDRESS(SN-IDX)
           INSPECT SN-T-ADDRESS(SN-IDX) CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF SX-ADDRESS = SPACES
               MOVE 0 TO SN-T-ADDRESS-LEN(SN-IDX)
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   SN-T-ADDRESS(SN-IDX) TRAILING))
                   TO SN-T-ADDRESS-LEN(SN-IDX)
           END-IF.

       TOKENIZE-SCREEN-NAME.
           INSPECT WS-SCREEN-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz.,-''/'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ     '
           MOVE SPACES TO WS-SCREEN-TOKENS
           UNSTRING FUNCTION TRIM(WS-SCREEN-NAME)
               DELIMITED BY ALL SPACE
               INTO WS-SCREEN-TOKEN(1) WS-SCREEN-TOKEN(2)
                    WS-SCREEN-TOKEN(3) WS-SCREEN-TOKEN(4)
                    WS-SCREEN-TOKEN(5) WS-SCREEN-TOKEN(6)
           END-UNSTRING
           MOVE 0 TO WS-SCREEN-TOKEN-COUNT
           PERFORM VARYING WS-TOKEN-SCAN FROM 1 BY 1
               UNTIL WS-TOKEN-SCAN > 6
               IF WS-SCREEN-TOKEN(WS-TOKEN-SCAN)(2:1) NOT = SPACE
                   ADD 1 TO WS-SCREEN-TOKEN-COUNT
               END-IF
           END-PERFORM.

       SCREEN-PARTY-NAME.
           MOVE 0 TO WS-BEST-SCORE
           MOVE SPACES TO WS-BEST-ENTRY
           MOVE SPACES TO WS-BEST-LIST-NAME
           IF WS-SANCTIONS-LOADED = 'N'
               MOVE 100 TO WS-BEST-SCORE
               MOVE 'NO-LIST' TO WS-BEST-ENTRY
               MOVE 'SANCTIONS LIST NOT AVAILABLE' TO
                   WS-BEST-LIST-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-SN-COUNT = 0 OR WS-SCREEN-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM TOKENIZE-SCREEN-NAME
           INSPECT WS-SCREEN-ADDRESS CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM SCORE-SANCTIONS-ENTRY
               VARYING WS-SANCTIONS-SCAN FROM 1 BY 1
               UNTIL WS-SANCTIONS-SCAN > WS-SN-COUNT.

       SCORE-SANCTIONS-ENTRY.
           SET SN-IDX TO WS-SANCTIONS-SCAN
           IF SN-T-TOKEN-COUNT(SN-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TOKEN-MATCHES
           PERFORM MATCH-SANCTIONS-TOKEN
               VARYING WS-TOKEN-SCAN FROM 1 BY 1
               UNTIL WS-TOKEN-SCAN > 6
           IF WS-TOKEN-MATCHES = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ENTRY-SCORE =
               WS-TOKEN-MATCHES * 100 / SN-T-TOKEN-COUNT(SN-IDX)
           IF WS-SCREEN-ADDRESS NOT = SPACES
               AND SN-T-ADDRESS-LEN(SN-IDX) > 0
               MOVE 0 TO WS-ADDRESS-HITS
               INSPECT WS-SCREEN-ADDRESS TALLYING WS-ADDRESS-HITS
                   FOR ALL SN-T-ADDRESS(SN-IDX)
                       (1:SN-T-ADDRESS-LEN(SN-IDX))
               IF WS-ADDRESS-HITS > 0
                   ADD WS-ADDRESS-BONUS TO WS-ENTRY-SCORE
                   IF WS-ENTRY-SCORE > 100
                       MOVE 100 TO WS-ENTRY-SCORE
                   END-IF
               END-IF
           END-IF
           IF WS-ENTRY-SCORE > WS-BEST-SCORE
               MOVE WS-ENTRY-SCORE TO WS-BEST-SCORE
               MOVE SN-T-ENTRY-ID(SN-IDX) TO WS-BEST-ENTRY
               MOVE SN-T-NAME(SN-IDX) TO WS-BEST-LIST-NAME
           END-IF.

       MATCH-SANCTIONS-TOKEN.
           IF SN-T-TOKEN(SN-IDX, WS-TOKEN-SCAN)(2:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TOKEN-FOUND
           PERFORM VARYING WS-TOKEN-SCAN-2 FROM 1 BY 1
               UNTIL WS-TOKEN-SCAN-2 > 6 OR WS-TOKEN-FOUND = 'Y'
               IF WS-SCREEN-TOKEN(WS-TOKEN-SCAN-2) =
                   SN-T-TOKEN(SN-IDX, WS-TOKEN-SCAN)
                   MOVE 'Y' TO WS-TOKEN-FOUND
               END-IF
           END-PERFORM
           IF WS-TOKEN-FOUND = 'Y'
               ADD 1 TO WS-TOKEN-MATCHES
           END-IF.

      *    ADDS AN ANALYST HAS CLEARED ARE APPLIED NOW, UNCHANGED AND
      *    WITHOUT RESCREENING; CONFIRMED MATCHES ARE REJECTED. THE
      *    QUEUE IS REBUILT WITH EACH ROW'S FINAL STATE.
       PROCESS-SCREENING-RELEASES.
           OPEN INPUT SCREENING-QUEUE
           IF WS-QUEUE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SCREENING-QUEUE-NEW
           MOVE 'N' TO WS-QUEUE-EOF
           PERFORM RELEASE-SCREENED-ITEM UNTIL WS-QUEUE-EOF = 'Y'
           CLOSE SCREENING-QUEUE
           CLOSE SCREENING-QUEUE-NEW
           CALL 'CBL_DELETE_FILE' USING
               'sanctions_screening_queue.dat'
           CALL 'CBL_RENAME_FILE' USING
               'sanctions_screening_queue.dat.new'
               'sanctions_screening_queue.dat'.

       RELEASE-SCREENED-ITEM.
           READ SCREENING-QUEUE
               AT END
                   MOVE 'Y' TO WS-QUEUE-EOF
               NOT AT END
                   IF SQ-SOURCE = 'ACCTADD'
                       PERFORM DISPOSE-SCREENED-ADD
                   END-IF
                   WRITE SCREENING-QUEUE-RECORD-NEW
                       FROM SCREENING-QUEUE-RECORD
           END-READ.

       DISPOSE-SCREENED-ADD.
           EVALUATE SQ-STATUS
               WHEN 'C'
                   MOVE SQ-HELD-DATA TO MAINTENANCE-RECORD
                   ADD 1 TO WS-SCREEN-RELEASED-COUNT
                   MOVE 'Y' TO WS-SCREEN-RELEASE
                   PERFORM PROCESS-SINGLE-REQUEST
                   MOVE 'N' TO WS-SCREEN-RELEASE
                   MOVE 'R' TO SQ-STATUS
               WHEN 'M'
                   MOVE SQ-HELD-DATA TO MAINTENANCE-RECORD
                   MOVE 'SANCTIONS MATCH CONFIRMED' TO
                       WS-REJECT-REASON
                   PERFORM REJECT-REQUEST
                   MOVE 'X' TO SQ-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REJECT-REQUEST.
           ADD 1 TO WS-REJECT-COUNT
           MOVE MR-ACTION TO RJ-ACTION
       WRITE-AUDIT-LOG.
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|' DL-DETAIL '|Account '
                  MR-ACCT-NUMBER ' by operator ' MR-OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.
           MOVE WS-CLOSE-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Closeout Official Checks:' TO SL-LABEL
           MOVE WS-CLS-CHECK-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Closeout Transfers:' TO SL-LABEL
           MOVE WS-CLS-TRANSFER-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Standing Orders Added:' TO SL-LABEL
           MOVE WS-SO-ADD-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE WS-ODP-DEL-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Overdraft Credit Lines Opened:' TO SL-LABEL
           MOVE WS-ODL-ADD-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Charge-Offs Approved:' TO SL-LABEL
           MOVE WS-CHGOFF-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Account Parties Added:' TO SL-LABEL
           MOVE WS-OWN-ADD-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Account Parties Removed:' TO SL-LABEL
           MOVE WS-OWN-DEL-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Accounts Frozen:' TO SL-LABEL
           MOVE WS-FREEZE-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE WS-UNFREEZE-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Customers Recorded Deceased:' TO SL-LABEL
           MOVE WS-DECEASED-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Accounts To Estate Status:' TO SL-LABEL
           MOVE WS-DECEASED-ACCT-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Benefit Credits Returned:' TO SL-LABEL
           MOVE WS-BENEFIT-RETURN-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Queued For Approval:' TO SL-LABEL
           MOVE WS-QUEUED-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE WS-CARRIED-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Held For Sanctions Review:' TO SL-LABEL
           MOVE WS-SCREEN-HELD-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Released After Screening:' TO SL-LABEL
           MOVE WS-SCREEN-RELEASED-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Rejected:' TO SL-LABEL
           MOVE WS-REJECT-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           PERFORM WRITE-CLOSURE-REGISTER-TOTALS

           DISPLAY " "
           DISPLAY "Account maintenance completed!"
           DISPLAY "Total requests: " WS-REQUEST-COUNT
               DISPLAY "Rejected requests: "
                       "account_maintenance_rejects.dat"
           END-IF
           IF WS-CLOSE-COUNT > 0
               DISPLAY "Closing statements: closing_statements.txt"
           END-IF
           IF WS-BENEFIT-RETURN-COUNT > 0
               DISPLAY "Benefit returns: federal_benefit_returns.dat"
           END-IF
           DISPLAY "Closure register: account_closure_register.txt"
           DISPLAY "Report generated: account_maintenance_report.txt".

       CREATE-JOB-CONTROL-RECORD.
           CLOSE REJECT-FILE
           CLOSE EXCEPTION-REPO
           CLOSE AUDIT-LOG
           CLOSE INTEREST-POSTINGS
           CLOSE WITHHOLDING-FILE
           CLOSE POSTED-LEDGER
           CLOSE OFFICIAL-CHECK-FILE
           CLOSE CLOSING-STATEMENT-FILE
           CLOSE CLOSURE-REGISTER
           CLOSE BENEFIT-RETURN-FILE
           CLOSE ACCOUNT-FILE.

      *    CLOSURES ADD TO THE NIGHT'S POSTING FILES, SO ANY FILE THIS
      *    RUN WROTE TO IS RESTAMPED WITH ITS NEW COUNT AND HASH.
       RECORD-OUTPUT-MANIFESTS.
           MOVE 13 TO WS-MF-POS
           MOVE WS-JOB-ID TO WS-MF-JOB-ID
           MOVE 'MAINTENANCE' TO WS-MF-JOB-NAME
           MOVE WS-TODAY-YYYYMMDD TO WS-MF-DATE
           IF WS-MF-INT-WRITTEN = 'Y'
               MOVE 'interest_postings.dat' TO WS-MF-FILE-NAME
               MOVE 10 TO WS-MF-LEN
               PERFORM WRITE-FILE-MANIFEST
           END-IF
           IF WS-MF-SC-WRITTEN = 'Y'
               MOVE 'service_charge_postings.dat' TO WS-MF-FILE-NAME
               MOVE 7 TO WS-MF-LEN
               PERFORM WRITE-FILE-MANIFEST
           END-IF
           IF WS-MF-LEDGER-WRITTEN = 'Y'
               MOVE 'monthly_transactions.dat' TO WS-MF-FILE-NAME
               MOVE 33 TO WS-MF-POS
               MOVE 10 TO WS-MF-LEN
               PERFORM WRITE-FILE-MANIFEST
           END-IF.

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
