           SELECT FEE-POSTINGS ASSIGN TO 'overdraft_fee_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT SERVICE-CHARGE-POSTINGS ASSIGN TO
               'service_charge_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.
           SELECT FX-SPREAD-FILE ASSIGN TO 'fx_spread_income.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-SPREAD-STATUS.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO
               'official_check_payouts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT LEGAL-REMIT-FILE ASSIGN TO
               'legal_order_remittances.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-FILE-STATUS.
           SELECT DISPUTE-GL-FILE ASSIGN TO
               'dispute_gl_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-FILE-STATUS.
           SELECT LINE-GL-FILE ASSIGN TO
               'od_line_gl_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-FILE-STATUS.
           SELECT CHARGEOFF-GL-FILE ASSIGN TO
               'chargeoff_gl_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CG-FILE-STATUS.
           SELECT BACK-VALUE-GL-FILE ASSIGN TO
               'back_value_gl_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BV-FILE-STATUS.
           SELECT GL-POSTING ASSIGN TO 'gl_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
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
       FD  INTEREST-POSTINGS.
           05  FEE-TYPE          PIC X(15).
           05  FEE-DATE          PIC X(8).

       FD  SERVICE-CHARGE-POSTINGS.
       01  SERVICE-CHARGE-RECORD.
           05  SC-ACCT-NUMBER    PIC X(12).
           05  SC-AMOUNT         PIC 9(5)V99.
           05  SC-TYPE           PIC X(15).
           05  SC-DATE           PIC X(8).

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

       FD  LEGAL-REMIT-FILE.
       01  LEGAL-REMIT-RECORD.
           05  RM-ORDER-NUMBER   PIC X(10).
           05  RM-ACCT-NUMBER    PIC X(12).
           05  RM-AGENCY-ID      PIC X(10).
           05  RM-AGENCY-NAME    PIC X(30).
           05  RM-AMOUNT         PIC 9(8)V99.
           05  RM-REMIT-DATE     PIC X(8).

       FD  DISPUTE-GL-FILE.
       01  DISPUTE-GL-RECORD.
           05  DG-CASE-NUMBER    PIC X(10).
           05  DG-ACCT-NUMBER    PIC X(12).
           05  DG-EVENT          PIC X(4).
           05  DG-AMOUNT         PIC 9(8)V99.
           05  DG-DATE           PIC X(8).

       FD  LINE-GL-FILE.
       01  LINE-GL-RECORD.
           05  LG-ACCT-NUMBER    PIC X(12).
           05  LG-EVENT          PIC X(4).
           05  LG-AMOUNT         PIC 9(8)V99.
           05  LG-DATE           PIC X(8).

       FD  CHARGEOFF-GL-FILE.
       01  CHARGEOFF-GL-RECORD.
           05  CG-ACCT-NUMBER    PIC X(12).
           05  CG-EVENT          PIC X(4).
           05  CG-AMOUNT         PIC 9(10)V99.
           05  CG-DATE           PIC X(8).
           05  CG-ACCT-TYPE      PIC X(8).

       FD  BACK-VALUE-GL-FILE.
       01  BACK-VALUE-GL-RECORD.
           05  BG-ACCT-NUMBER    PIC X(12).
           05  BG-TXN-ID         PIC X(10).
           05  BG-KIND           PIC X(4).
           05  BG-DIRECTION      PIC X(1).
           05  BG-AMOUNT         PIC 9(8)V99.
           05  BG-DATE           PIC X(8).

       FD  GL-POSTING.
       01  GL-RECORD.
           05  GL-RUN-ID         PIC X(20).
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
       01  WS-XREPO-STATUS       PIC XX.
       01  WS-INTEREST-STATUS    PIC XX.
       01  WS-GL-STATUS          PIC XX.
       01  WS-FEE-STATUS         PIC XX.
       01  WS-SC-FILE-STATUS     PIC XX.
       01  WS-NSF-EOF            PIC X VALUE 'N'.
       01  WS-FX-SPREAD-STATUS   PIC XX.
       01  WS-FX-SPREAD-EOF      PIC X VALUE 'N'.
       01  WS-CHECK-FILE-STATUS  PIC XX.
       01  WS-CHECK-EOF          PIC X VALUE 'N'.
       01  WS-LEGAL-FILE-STATUS  PIC XX.
       01  WS-LEGAL-EOF          PIC X VALUE 'N'.
       01  WS-DISPUTE-FILE-STATUS PIC XX.
       01  WS-DISPUTE-EOF        PIC X VALUE 'N'.
       01  WS-DISPUTE-DR-ACCT    PIC X(10).
       01  WS-DISPUTE-CR-ACCT    PIC X(10).
       01  WS-LG-FILE-STATUS     PIC XX.
       01  WS-LG-EOF             PIC X VALUE 'N'.
       01  WS-LINE-DR-ACCT       PIC X(10).
       01  WS-LINE-CR-ACCT       PIC X(10).
       01  WS-CG-FILE-STATUS     PIC XX.
       01  WS-CG-EOF             PIC X VALUE 'N'.
       01  WS-CHGO-DR-ACCT       PIC X(10).
       01  WS-CHGO-CR-ACCT       PIC X(10).
       01  WS-BV-FILE-STATUS     PIC XX.
       01  WS-BV-EOF             PIC X VALUE 'N'.
       01  WS-BV-DR-ACCT         PIC X(10).
       01  WS-BV-CR-ACCT         PIC X(10).
       01  WS-CURRENT-DATE.
           05  WS-YEAR           PIC 9(4).
           05  WS-MONTH          PIC 99.
       01  WS-GL-CUST-LIABILITY  PIC X(10) VALUE '2010-CUST'.
       01  WS-GL-OD-FEE-INCOME   PIC X(10) VALUE '4110-ODFE'.
       01  WS-GL-WITHHOLDING     PIC X(10) VALUE '2030-WHLD'.
       01  WS-GL-FX-INCOME       PIC X(10) VALUE '4160-FXIN'.
       01  WS-GL-OFFICIAL-CHECKS PIC X(10) VALUE '2050-OFCK'.
       01  WS-GL-LEGAL-ORDERS    PIC X(10) VALUE '2060-LGLO'.
       01  WS-GL-DISPUTE-RECV    PIC X(10) VALUE '1450-DISP'.
       01  WS-GL-DISPUTE-LOSS    PIC X(10) VALUE '5310-DISL'.
       01  WS-GL-CD-PENALTY      PIC X(10) VALUE '4170-CDPN'.
       01  WS-GL-OD-LINE-RECV    PIC X(10) VALUE '1460-ODLC'.
       01  WS-GL-OD-LINE-INCOME  PIC X(10) VALUE '4180-ODLI'.
       01  WS-GL-CHARGEOFF-LOSS  PIC X(10) VALUE '5320-CHGO'.
       01  WS-GL-RECOVERY-INCOME PIC X(10) VALUE '4190-RCVY'.

       01  WS-PERIOD-STATUS      PIC XX.
       01  WS-PERIOD-EOF         PIC X VALUE 'N'.
       01  WS-GL-ROWS-WRITTEN    PIC 9(7) VALUE 0.
       01  WS-TOTAL-INTEREST     PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-FEES         PIC 9(12)V99 VALUE 0.
       01  WS-NSF-FEE-COUNT      PIC 9(7) VALUE 0.
       01  WS-TOTAL-NSF-FEES     PIC 9(12)V99 VALUE 0.
       01  WS-CD-PENALTY-COUNT   PIC 9(7) VALUE 0.
       01  WS-TOTAL-CD-PENALTIES PIC 9(12)V99 VALUE 0.
       01  WS-FX-SPREAD-COUNT    PIC 9(7) VALUE 0.
       01  WS-TOTAL-FX-SPREAD    PIC 9(12)V99 VALUE 0.
       01  WS-OFFICIAL-CHECK-COUNT PIC 9(7) VALUE 0.
       01  WS-TOTAL-OFFICIAL-CHECKS PIC 9(12)V99 VALUE 0.
       01  WS-LEGAL-REMIT-COUNT  PIC 9(7) VALUE 0.
       01  WS-TOTAL-LEGAL-REMITS PIC 9(12)V99 VALUE 0.
       01  WS-DISPUTE-COUNT      PIC 9(7) VALUE 0.
       01  WS-TOTAL-DISPUTE-LOSS PIC 9(12)V99 VALUE 0.
       01  WS-OD-LINE-COUNT      PIC 9(7) VALUE 0.
       01  WS-TOTAL-LINE-ADVANCES PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-LINE-INTEREST PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-LINE-PAYMENTS PIC 9(12)V99 VALUE 0.
       01  WS-CHARGEOFF-GL-COUNT PIC 9(7) VALUE 0.
       01  WS-TOTAL-CHARGEOFFS   PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-RECOVERIES   PIC 9(12)V99 VALUE 0.
       01  WS-BACK-VALUE-COUNT   PIC 9(7) VALUE 0.
       01  WS-TOTAL-BACK-VALUE   PIC 9(12)V99 VALUE 0.

       01  HEADER-1.
           05  FILLER            PIC X(92) VALUE ALL '='.
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(45) VALUE SPACES.

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
       01  WS-MF-FOUND           PIC X VALUE 'N'.
       01  WS-MF-VERIFIED        PIC X VALUE 'Y'.
       01  WS-MF-EXP-DATE        PIC X(8).
       01  WS-MF-EXP-COUNT       PIC 9(9).
       01  WS-MF-EXP-HASH        PIC 9(15).
       01  WS-MF-EXP-POS         PIC 9(3).
       01  WS-MF-EXP-LEN         PIC 9(2).
       01  WS-MF-EXP-JOB-ID      PIC 9(9).
       01  WS-MF-EXP-JOB-NAME    PIC X(15).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM CONSOLIDATE-INTEREST-POSTINGS
           PERFORM CONSOLIDATE-FEE-POSTINGS
           PERFORM CONSOLIDATE-NSF-FEES
           PERFORM CONSOLIDATE-FX-SPREAD
           PERFORM CONSOLIDATE-OFFICIAL-CHECKS
           PERFORM CONSOLIDATE-LEGAL-REMITTANCES
           PERFORM CONSOLIDATE-DISPUTES
           PERFORM CONSOLIDATE-OD-LINE
           PERFORM CONSOLIDATE-CHARGEOFFS
           PERFORM CONSOLIDATE-BACK-VALUE
           PERFORM CONSOLIDATE-WITHHOLDING
           PERFORM GENERATE-REPORT
           PERFORM UPDATE-JOB-CONTROL-RECORD
           PERFORM CLEANUP
           PERFORM RECORD-OUTPUT-MANIFESTS
           STOP RUN.

       INITIALIZE-JOB.
               DELIMITED BY SIZE INTO WS-JOB-START-TIMESTAMP
           ACCEPT WS-JOB-ID FROM TIME

           PERFORM VERIFY-INPUT-MANIFESTS
           IF WS-MF-VERIFIED = 'N'
               DISPLAY "Job refused - no input was read"
               PERFORM WRITE-JOB-CONTROL-REFUSAL
               STOP RUN
           END-IF

           OPEN EXTEND GL-POSTING
           IF WS-GL-STATUS NOT = '00'
               OPEN OUTPUT GL-POSTING
               PERFORM WRITE-GL-ROW
           END-IF.

      *    NSF RETURNED-ITEM FEES ARE CHARGED BY THE POSTING RUN INTO
      *    THE SHARED SERVICE CHARGE FILE. THEY ARE FEE INCOME LIKE
      *    OVERDRAFT FEES: LIABILITY VS FEE INCOME. CD EARLY WITHDRAWAL
      *    PENALTIES COME THROUGH THE SAME FILE FROM THE SAME RUN AND
      *    ARE LIABILITY VS PENALTY INCOME. OTHER CHARGE TYPES IN THE
      *    FILE ARE NOT PART OF THIS CONSOLIDATION.
       CONSOLIDATE-NSF-FEES.
           OPEN INPUT SERVICE-CHARGE-POSTINGS
           IF WS-SC-FILE-STATUS = '00'
               PERFORM READ-NSF-FEE-POSTING
                   UNTIL WS-NSF-EOF = 'Y'
               CLOSE SERVICE-CHARGE-POSTINGS
           ELSE
               DISPLAY "No service charge posting file present - "
                       "NSF fees skipped"
           END-IF.

       READ-NSF-FEE-POSTING.
           READ SERVICE-CHARGE-POSTINGS
               AT END
                   MOVE 'Y' TO WS-NSF-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN SC-TYPE NOT = 'NSF-ITEM-FEE'
                           AND SC-TYPE NOT = 'CD-EW-PENALTY'
                           CONTINUE
                       WHEN SC-DATE NOT = WS-TODAY-YYYYMMDD
                           ADD 1 TO WS-PRIOR-DATE-SKIPPED
                       WHEN SC-TYPE = 'NSF-ITEM-FEE'
                           PERFORM CREATE-NSF-FEE-GL-PAIR
                       WHEN OTHER
                           PERFORM CREATE-CD-PENALTY-GL-PAIR
                   END-EVALUATE
           END-READ.

       CREATE-NSF-FEE-GL-PAIR.
           IF SC-AMOUNT = 0
               ADD 1 TO WS-FEE-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NSF-FEE-COUNT
           ADD SC-AMOUNT TO WS-TOTAL-NSF-FEES

           MOVE 'Y' TO WS-PAIR-VALID
           MOVE WS-GL-CUST-LIABILITY TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           MOVE WS-GL-OD-FEE-INCOME TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           IF WS-PAIR-VALID = 'N'
               MOVE 'GL ACCOUNT UNKNOWN OR INACTIVE' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: NSF fee pair for "
                       SC-ACCT-NUMBER " diverted - unknown or "
                       "inactive GL account"
           END-IF
           MOVE SC-DATE(1:6) TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-OPEN = 'N'
               MOVE 'N' TO WS-PAIR-VALID
               ADD 1 TO WS-CLOSED-DIVERTS
               MOVE 'POSTING DATE IN CLOSED PERIOD' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: NSF fee pair for "
                       SC-ACCT-NUMBER " dated in closed period "
                       WS-PERIOD-CHECK
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE SC-AMOUNT TO WS-XREPO-AMOUNT
               PERFORM WRITE-EXCEPTION-REPO
           END-IF

           MOVE SPACES TO GL-RECORD
           MOVE WS-RUN-ID TO GL-RUN-ID
           MOVE 'SYSTEM' TO GL-BRANCH-ID
           STRING 'NSF' SC-ACCT-NUMBER
               DELIMITED BY SIZE INTO GL-TXN-REF
           MOVE WS-GL-CUST-LIABILITY TO GL-ACCOUNT
           MOVE SC-AMOUNT TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           STRING 'NSF-ITEM-FEE-' SC-ACCT-NUMBER
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           MOVE SC-DATE TO GL-POST-DATE
           MOVE WS-CURRENT-TIME(1:6) TO GL-POST-TIME
           PERFORM WRITE-GL-ROW

           MOVE WS-GL-OD-FEE-INCOME TO GL-ACCOUNT
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE SC-AMOUNT TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-ROW.

       CREATE-CD-PENALTY-GL-PAIR.
           IF SC-AMOUNT = 0
               ADD 1 TO WS-FEE-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CD-PENALTY-COUNT
           ADD SC-AMOUNT TO WS-TOTAL-CD-PENALTIES

           MOVE 'Y' TO WS-PAIR-VALID
           MOVE WS-GL-CUST-LIABILITY TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           MOVE WS-GL-CD-PENALTY TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE 'GL ACCOUNT UNKNOWN OR INACTIVE' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: CD penalty pair for "
                       SC-ACCT-NUMBER " diverted - unknown or "
                       "inactive GL account"
           END-IF
           MOVE SC-DATE(1:6) TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-OPEN = 'N'
               MOVE 'N' TO WS-PAIR-VALID
               ADD 1 TO WS-CLOSED-DIVERTS
               MOVE 'POSTING DATE IN CLOSED PERIOD' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: CD penalty pair for "
                       SC-ACCT-NUMBER " dated in closed period "
                       WS-PERIOD-CHECK
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE SC-AMOUNT TO WS-XREPO-AMOUNT
               PERFORM WRITE-EXCEPTION-REPO
           END-IF

           MOVE SPACES TO GL-RECORD
           MOVE WS-RUN-ID TO GL-RUN-ID
           MOVE 'SYSTEM' TO GL-BRANCH-ID
           STRING 'CDP' SC-ACCT-NUMBER
               DELIMITED BY SIZE INTO GL-TXN-REF
           MOVE WS-GL-CUST-LIABILITY TO GL-ACCOUNT
           MOVE SC-AMOUNT TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           STRING 'CD-EW-PENALTY-' SC-ACCT-NUMBER
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           MOVE SC-DATE TO GL-POST-DATE
           MOVE WS-CURRENT-TIME(1:6) TO GL-POST-TIME
           PERFORM WRITE-GL-ROW

           MOVE WS-GL-CD-PENALTY TO GL-ACCOUNT
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE SC-AMOUNT TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-ROW.

      *    THE SPREAD ON A CROSS-CURRENCY TRANSFER IS THE USD VALUE
      *    THE CUSTOMER GAVE UP AGAINST MID RATE: LIABILITY VS FX
      *    SPREAD INCOME.
       CONSOLIDATE-FX-SPREAD.
           OPEN INPUT FX-SPREAD-FILE
           IF WS-FX-SPREAD-STATUS = '00'
               PERFORM READ-FX-SPREAD-ROW
                   UNTIL WS-FX-SPREAD-EOF = 'Y'
               CLOSE FX-SPREAD-FILE
           ELSE
               DISPLAY "No FX spread income file present - skipped"
           END-IF.

       READ-FX-SPREAD-ROW.
           READ FX-SPREAD-FILE
               AT END
                   MOVE 'Y' TO WS-FX-SPREAD-EOF
               NOT AT END
                   IF FI-DATE = WS-TODAY-YYYYMMDD
                       IF FI-SPREAD-USD > 0
                           PERFORM CREATE-FX-SPREAD-GL-PAIR
                       END-IF
                   ELSE
                       ADD 1 TO WS-PRIOR-DATE-SKIPPED
                   END-IF
           END-READ.

       CREATE-FX-SPREAD-GL-PAIR.
           ADD 1 TO WS-FX-SPREAD-COUNT
           ADD FI-SPREAD-USD TO WS-TOTAL-FX-SPREAD

           MOVE 'Y' TO WS-PAIR-VALID
           MOVE WS-GL-CUST-LIABILITY TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           MOVE WS-GL-FX-INCOME TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE 'GL ACCOUNT UNKNOWN OR INACTIVE' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: FX spread pair for "
                       FI-TXN-ID " diverted - unknown or "
                       "inactive GL account"
           END-IF
           MOVE FI-DATE(1:6) TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-OPEN = 'N'
               MOVE 'N' TO WS-PAIR-VALID
               ADD 1 TO WS-CLOSED-DIVERTS
               MOVE 'POSTING DATE IN CLOSED PERIOD' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: FX spread pair for "
                       FI-TXN-ID " dated in closed period "
                       WS-PERIOD-CHECK
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE FI-SPREAD-USD TO WS-XREPO-AMOUNT
               PERFORM WRITE-EXCEPTION-REPO
           END-IF

           MOVE SPACES TO GL-RECORD
           MOVE WS-RUN-ID TO GL-RUN-ID
           MOVE 'SYSTEM' TO GL-BRANCH-ID
           STRING 'FXS' FI-TXN-ID
               DELIMITED BY SIZE INTO GL-TXN-REF
           MOVE WS-GL-CUST-LIABILITY TO GL-ACCOUNT
           MOVE FI-SPREAD-USD TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           STRING 'FX-SPREAD-' FI-FROM-CURRENCY '-' FI-TO-CURRENCY
                  '-' FI-ACCT-NUMBER
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           MOVE FI-DATE TO GL-POST-DATE
           MOVE WS-CURRENT-TIME(1:6) TO GL-POST-TIME
           PERFORM WRITE-GL-ROW

           MOVE WS-GL-FX-INCOME TO GL-ACCOUNT
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE FI-SPREAD-USD TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-ROW.

      *    A CLOSEOUT PAID BY OFFICIAL CHECK MOVES THE BALANCE FROM
      *    CUSTOMER DEPOSITS TO OFFICIAL CHECKS OUTSTANDING UNTIL THE
      *    CHECK IS PRESENTED: LIABILITY VS LIABILITY.
       CONSOLIDATE-OFFICIAL-CHECKS.
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF WS-CHECK-FILE-STATUS = '00'
               PERFORM READ-OFFICIAL-CHECK-ROW
                   UNTIL WS-CHECK-EOF = 'Y'
               CLOSE OFFICIAL-CHECK-FILE
           ELSE
               DISPLAY "No official check file present - skipped"
           END-IF.

       READ-OFFICIAL-CHECK-ROW.
           READ OFFICIAL-CHECK-FILE
               AT END
                   MOVE 'Y' TO WS-CHECK-EOF
               NOT AT END
                   IF OC-ISSUE-DATE = WS-TODAY-YYYYMMDD
                       IF OC-AMOUNT > 0
                           PERFORM CREATE-OFFICIAL-CHECK-GL-PAIR
                       END-IF
                   ELSE
                       ADD 1 TO WS-PRIOR-DATE-SKIPPED
                   END-IF
           END-READ.

       CREATE-OFFICIAL-CHECK-GL-PAIR.
           ADD 1 TO WS-OFFICIAL-CHECK-COUNT
           ADD OC-AMOUNT TO WS-TOTAL-OFFICIAL-CHECKS

           MOVE 'Y' TO WS-PAIR-VALID
           MOVE WS-GL-CUST-LIABILITY TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           MOVE WS-GL-OFFICIAL-CHECKS TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE 'GL ACCOUNT UNKNOWN OR INACTIVE' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: Official check pair for "
                       OC-CHECK-NUMBER " diverted - unknown or "
                       "inactive GL account"
           END-IF
           MOVE OC-ISSUE-DATE(1:6) TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-OPEN = 'N'
               MOVE 'N' TO WS-PAIR-VALID
               ADD 1 TO WS-CLOSED-DIVERTS
               MOVE 'POSTING DATE IN CLOSED PERIOD' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: Official check pair for "
                       OC-CHECK-NUMBER " dated in closed period "
                       WS-PERIOD-CHECK
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE OC-AMOUNT TO WS-XREPO-AMOUNT
               PERFORM WRITE-EXCEPTION-REPO
           END-IF

           MOVE SPACES TO GL-RECORD
           MOVE WS-RUN-ID TO GL-RUN-ID
           MOVE 'SYSTEM' TO GL-BRANCH-ID
           MOVE OC-CHECK-NUMBER TO GL-TXN-REF
           MOVE WS-GL-CUST-LIABILITY TO GL-ACCOUNT
           MOVE OC-AMOUNT TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           STRING 'OFFICIAL-CHECK-' OC-ACCT-NUMBER
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           MOVE OC-ISSUE-DATE TO GL-POST-DATE
           MOVE WS-CURRENT-TIME(1:6) TO GL-POST-TIME
           PERFORM WRITE-GL-ROW

           MOVE WS-GL-OFFICIAL-CHECKS TO GL-ACCOUNT
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE OC-AMOUNT TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-ROW.

      *    FUNDS REMITTED UNDER A GARNISHMENT OR LEVY MOVE FROM
      *    CUSTOMER DEPOSITS TO LEGAL ORDERS PAYABLE UNTIL THE AGENCY
      *    IS PAID: LIABILITY VS LIABILITY.
       CONSOLIDATE-LEGAL-REMITTANCES.
           OPEN INPUT LEGAL-REMIT-FILE
           IF WS-LEGAL-FILE-STATUS = '00'
               PERFORM READ-LEGAL-REMIT-ROW
                   UNTIL WS-LEGAL-EOF = 'Y'
               CLOSE LEGAL-REMIT-FILE
           ELSE
               DISPLAY "No legal order remittance file present - "
                       "skipped"
           END-IF.

       READ-LEGAL-REMIT-ROW.
           READ LEGAL-REMIT-FILE
               AT END
                   MOVE 'Y' TO WS-LEGAL-EOF
               NOT AT END
                   IF RM-REMIT-DATE = WS-TODAY-YYYYMMDD
                       IF RM-AMOUNT > 0
                           PERFORM CREATE-LEGAL-REMIT-GL-PAIR
                       END-IF
                   ELSE
                       ADD 1 TO WS-PRIOR-DATE-SKIPPED
                   END-IF
           END-READ.

       CREATE-LEGAL-REMIT-GL-PAIR.
           ADD 1 TO WS-LEGAL-REMIT-COUNT
           ADD RM-AMOUNT TO WS-TOTAL-LEGAL-REMITS

           MOVE 'Y' TO WS-PAIR-VALID
           MOVE WS-GL-CUST-LIABILITY TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           MOVE WS-GL-LEGAL-ORDERS TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE 'GL ACCOUNT UNKNOWN OR INACTIVE' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: Legal order pair for "
                       RM-ORDER-NUMBER " diverted - unknown or "
                       "inactive GL account"
           END-IF
           MOVE RM-REMIT-DATE(1:6) TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-OPEN = 'N'
               MOVE 'N' TO WS-PAIR-VALID
               ADD 1 TO WS-CLOSED-DIVERTS
               MOVE 'POSTING DATE IN CLOSED PERIOD' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: Legal order pair for "
                       RM-ORDER-NUMBER " dated in closed period "
                       WS-PERIOD-CHECK
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE RM-AMOUNT TO WS-XREPO-AMOUNT
               PERFORM WRITE-EXCEPTION-REPO
           END-IF

           MOVE SPACES TO GL-RECORD
           MOVE WS-RUN-ID TO GL-RUN-ID
           MOVE 'SYSTEM' TO GL-BRANCH-ID
           MOVE RM-ORDER-NUMBER TO GL-TXN-REF
           MOVE WS-GL-CUST-LIABILITY TO GL-ACCOUNT
           MOVE RM-AMOUNT TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           STRING 'LEGAL-ORDER-' RM-ACCT-NUMBER
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           MOVE RM-REMIT-DATE TO GL-POST-DATE
           MOVE WS-CURRENT-TIME(1:6) TO GL-POST-TIME
           PERFORM WRITE-GL-ROW

           MOVE WS-GL-LEGAL-ORDERS TO GL-ACCOUNT
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE RM-AMOUNT TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-ROW.

      *    A PROVISIONAL DISPUTE CREDIT IS CARRIED AS A RECEIVABLE
      *    UNTIL THE CASE IS DECIDED. IT IS TAKEN BACK FROM THE
      *    CUSTOMER, OR WRITTEN OFF TO DISPUTE LOSSES WHEN MADE FINAL.
      *    A CREDIT GIVEN ONLY ON RESOLUTION GOES STRAIGHT TO LOSSES.
       CONSOLIDATE-DISPUTES.
           OPEN INPUT DISPUTE-GL-FILE
           IF WS-DISPUTE-FILE-STATUS = '00'
               PERFORM READ-DISPUTE-ROW
                   UNTIL WS-DISPUTE-EOF = 'Y'
               CLOSE DISPUTE-GL-FILE
           ELSE
               DISPLAY "No dispute posting file present - skipped"
           END-IF.

       READ-DISPUTE-ROW.
           READ DISPUTE-GL-FILE
               AT END
                   MOVE 'Y' TO WS-DISPUTE-EOF
               NOT AT END
                   IF DG-DATE = WS-TODAY-YYYYMMDD
                       IF DG-AMOUNT > 0
                           PERFORM CREATE-DISPUTE-GL-PAIR
                       END-IF
                   ELSE
                       ADD 1 TO WS-PRIOR-DATE-SKIPPED
                   END-IF
           END-READ.

       CREATE-DISPUTE-GL-PAIR.
           EVALUATE DG-EVENT
               WHEN 'PROV'
                   MOVE WS-GL-DISPUTE-RECV TO WS-DISPUTE-DR-ACCT
                   MOVE WS-GL-CUST-LIABILITY TO WS-DISPUTE-CR-ACCT
               WHEN 'REVS'
                   MOVE WS-GL-CUST-LIABILITY TO WS-DISPUTE-DR-ACCT
                   MOVE WS-GL-DISPUTE-RECV TO WS-DISPUTE-CR-ACCT
               WHEN 'FINL'
                   MOVE WS-GL-DISPUTE-LOSS TO WS-DISPUTE-DR-ACCT
                   MOVE WS-GL-DISPUTE-RECV TO WS-DISPUTE-CR-ACCT
                   ADD DG-AMOUNT TO WS-TOTAL-DISPUTE-LOSS
               WHEN 'LOSS'
                   MOVE WS-GL-DISPUTE-LOSS TO WS-DISPUTE-DR-ACCT
                   MOVE WS-GL-CUST-LIABILITY TO WS-DISPUTE-CR-ACCT
                   ADD DG-AMOUNT TO WS-TOTAL-DISPUTE-LOSS
               WHEN OTHER
                   DISPLAY "WARNING: Unknown dispute event " DG-EVENT
                           " for case " DG-CASE-NUMBER " - skipped"
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-DISPUTE-COUNT

           MOVE 'Y' TO WS-PAIR-VALID
           MOVE WS-DISPUTE-DR-ACCT TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           MOVE WS-DISPUTE-CR-ACCT TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE 'GL ACCOUNT UNKNOWN OR INACTIVE' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: Dispute pair for "
                       DG-CASE-NUMBER " diverted - unknown or "
                       "inactive GL account"
           END-IF
           MOVE DG-DATE(1:6) TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-OPEN = 'N'
               MOVE 'N' TO WS-PAIR-VALID
               ADD 1 TO WS-CLOSED-DIVERTS
               MOVE 'POSTING DATE IN CLOSED PERIOD' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: Dispute pair for "
                       DG-CASE-NUMBER " dated in closed period "
                       WS-PERIOD-CHECK
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE DG-AMOUNT TO WS-XREPO-AMOUNT
               PERFORM WRITE-EXCEPTION-REPO
           END-IF

           MOVE SPACES TO GL-RECORD
           MOVE WS-RUN-ID TO GL-RUN-ID
           MOVE 'SYSTEM' TO GL-BRANCH-ID
           MOVE DG-CASE-NUMBER TO GL-TXN-REF
           MOVE WS-DISPUTE-DR-ACCT TO GL-ACCOUNT
           MOVE DG-AMOUNT TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           STRING 'DISPUTE-' DG-EVENT '-' DG-ACCT-NUMBER
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           MOVE DG-DATE TO GL-POST-DATE
           MOVE WS-CURRENT-TIME(1:6) TO GL-POST-TIME
           PERFORM WRITE-GL-ROW

           MOVE WS-DISPUTE-CR-ACCT TO GL-ACCOUNT
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE DG-AMOUNT TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-ROW.

      *    OVERDRAFT LINE OF CREDIT. THE LINE BALANCE IS A LOAN
      *    RECEIVABLE: AN ADVANCE FUNDS THE CUSTOMER'S CHECKING
      *    ACCOUNT, BILLED INTEREST IS INCOME AGAINST THE RECEIVABLE,
      *    AND THE AUTO-DEBITED PAYMENT TAKES THE RECEIVABLE DOWN.
       CONSOLIDATE-OD-LINE.
           OPEN INPUT LINE-GL-FILE
           IF WS-LG-FILE-STATUS = '00'
               PERFORM READ-OD-LINE-ROW
                   UNTIL WS-LG-EOF = 'Y'
               CLOSE LINE-GL-FILE
           ELSE
               DISPLAY "No overdraft line posting file present - "
                       "skipped"
           END-IF.

       READ-OD-LINE-ROW.
           READ LINE-GL-FILE
               AT END
                   MOVE 'Y' TO WS-LG-EOF
               NOT AT END
                   IF LG-DATE = WS-TODAY-YYYYMMDD
                       IF LG-AMOUNT > 0
                           PERFORM CREATE-OD-LINE-GL-PAIR
                       END-IF
                   ELSE
                       ADD 1 TO WS-PRIOR-DATE-SKIPPED
                   END-IF
           END-READ.

       CREATE-OD-LINE-GL-PAIR.
           EVALUATE LG-EVENT
               WHEN 'ADVN'
                   MOVE WS-GL-OD-LINE-RECV TO WS-LINE-DR-ACCT
                   MOVE WS-GL-CUST-LIABILITY TO WS-LINE-CR-ACCT
                   ADD LG-AMOUNT TO WS-TOTAL-LINE-ADVANCES
               WHEN 'INTR'
                   MOVE WS-GL-OD-LINE-RECV TO WS-LINE-DR-ACCT
                   MOVE WS-GL-OD-LINE-INCOME TO WS-LINE-CR-ACCT
                   ADD LG-AMOUNT TO WS-TOTAL-LINE-INTEREST
               WHEN 'PAYM'
                   MOVE WS-GL-CUST-LIABILITY TO WS-LINE-DR-ACCT
                   MOVE WS-GL-OD-LINE-RECV TO WS-LINE-CR-ACCT
                   ADD LG-AMOUNT TO WS-TOTAL-LINE-PAYMENTS
               WHEN OTHER
                   DISPLAY "WARNING: Unknown overdraft line event "
                           LG-EVENT " for account " LG-ACCT-NUMBER
                           " - skipped"
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-OD-LINE-COUNT

           MOVE 'Y' TO WS-PAIR-VALID
           MOVE WS-LINE-DR-ACCT TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           MOVE WS-LINE-CR-ACCT TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE 'GL ACCOUNT UNKNOWN OR INACTIVE' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: Overdraft line pair for "
                       LG-ACCT-NUMBER " diverted - unknown or "
                       "inactive GL account"
           END-IF
           MOVE LG-DATE(1:6) TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-OPEN = 'N'
               MOVE 'N' TO WS-PAIR-VALID
               ADD 1 TO WS-CLOSED-DIVERTS
               MOVE 'POSTING DATE IN CLOSED PERIOD' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: Overdraft line pair for "
                       LG-ACCT-NUMBER " dated in closed period "
                       WS-PERIOD-CHECK
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE LG-AMOUNT TO WS-XREPO-AMOUNT
               PERFORM WRITE-EXCEPTION-REPO
           END-IF

           MOVE SPACES TO GL-RECORD
           MOVE WS-RUN-ID TO GL-RUN-ID
           MOVE 'SYSTEM' TO GL-BRANCH-ID
           MOVE LG-ACCT-NUMBER TO GL-TXN-REF
           MOVE WS-LINE-DR-ACCT TO GL-ACCOUNT
           MOVE LG-AMOUNT TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           STRING 'OD-LINE-' LG-EVENT '-' LG-ACCT-NUMBER
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           MOVE LG-DATE TO GL-POST-DATE
           MOVE WS-CURRENT-TIME(1:6) TO GL-POST-TIME
           PERFORM WRITE-GL-ROW

           MOVE WS-LINE-CR-ACCT TO GL-ACCOUNT
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE LG-AMOUNT TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-ROW.

      *    CHARGE-OFFS AND RECOVERIES. A CHARGE-OFF WRITES THE
      *    OVERDRAWN BALANCE OFF TO LOSS AND BRINGS THE CUSTOMER
      *    ACCOUNT BACK TO ZERO; A LATER CREDIT TAKEN AS A RECOVERY
      *    COMES OFF THE CUSTOMER ACCOUNT INTO RECOVERY INCOME.
       CONSOLIDATE-CHARGEOFFS.
           OPEN INPUT CHARGEOFF-GL-FILE
           IF WS-CG-FILE-STATUS = '00'
               PERFORM READ-CHARGEOFF-ROW
                   UNTIL WS-CG-EOF = 'Y'
               CLOSE CHARGEOFF-GL-FILE
           ELSE
               DISPLAY "No charge-off posting file present - "
                       "skipped"
           END-IF.

       READ-CHARGEOFF-ROW.
           READ CHARGEOFF-GL-FILE
               AT END
                   MOVE 'Y' TO WS-CG-EOF
               NOT AT END
                   IF CG-DATE = WS-TODAY-YYYYMMDD
                       IF CG-AMOUNT > 0
                           PERFORM CREATE-CHARGEOFF-GL-PAIR
                       END-IF
                   ELSE
                       ADD 1 TO WS-PRIOR-DATE-SKIPPED
                   END-IF
           END-READ.

       CREATE-CHARGEOFF-GL-PAIR.
           EVALUATE CG-EVENT
               WHEN 'CHGO'
                   MOVE WS-GL-CHARGEOFF-LOSS TO WS-CHGO-DR-ACCT
                   MOVE WS-GL-CUST-LIABILITY TO WS-CHGO-CR-ACCT
                   ADD CG-AMOUNT TO WS-TOTAL-CHARGEOFFS
               WHEN 'RCVY'
                   MOVE WS-GL-CUST-LIABILITY TO WS-CHGO-DR-ACCT
                   MOVE WS-GL-RECOVERY-INCOME TO WS-CHGO-CR-ACCT
                   ADD CG-AMOUNT TO WS-TOTAL-RECOVERIES
               WHEN OTHER
                   DISPLAY "WARNING: Unknown charge-off event "
                           CG-EVENT " for account " CG-ACCT-NUMBER
                           " - skipped"
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-CHARGEOFF-GL-COUNT

           MOVE 'Y' TO WS-PAIR-VALID
           MOVE WS-CHGO-DR-ACCT TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           MOVE WS-CHGO-CR-ACCT TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE 'GL ACCOUNT UNKNOWN OR INACTIVE' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: Charge-off pair for "
                       CG-ACCT-NUMBER " diverted - unknown or "
                       "inactive GL account"
           END-IF
           MOVE CG-DATE(1:6) TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-OPEN = 'N'
               MOVE 'N' TO WS-PAIR-VALID
               ADD 1 TO WS-CLOSED-DIVERTS
               MOVE 'POSTING DATE IN CLOSED PERIOD' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: Charge-off pair for "
                       CG-ACCT-NUMBER " dated in closed period "
                       WS-PERIOD-CHECK
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE CG-AMOUNT TO WS-XREPO-AMOUNT
               PERFORM WRITE-EXCEPTION-REPO
           END-IF

           MOVE SPACES TO GL-RECORD
           MOVE WS-RUN-ID TO GL-RUN-ID
           MOVE 'SYSTEM' TO GL-BRANCH-ID
           MOVE CG-ACCT-NUMBER TO GL-TXN-REF
           MOVE WS-CHGO-DR-ACCT TO GL-ACCOUNT
           MOVE CG-AMOUNT TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           STRING 'CHARGEOFF-' CG-EVENT '-' CG-ACCT-NUMBER
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           MOVE CG-DATE TO GL-POST-DATE
           MOVE WS-CURRENT-TIME(1:6) TO GL-POST-TIME
           PERFORM WRITE-GL-ROW

           MOVE WS-CHGO-CR-ACCT TO GL-ACCOUNT
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE CG-AMOUNT TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-ROW.

      *    BACK-VALUE INTEREST CORRECTIONS THAT MOVED A BALANCE.
      *    CORRECTIONS TO THE ACCRUAL BUCKET REACH GL WHEN THE MONTH'S
      *    INTEREST CAPITALIZES. PAID INTEREST TAKEN BACK REVERSES
      *    INTEREST EXPENSE; OVERDRAFT INTEREST MOVES BETWEEN
      *    OVERDRAFT FEE INCOME AND THE CUSTOMER.
       CONSOLIDATE-BACK-VALUE.
           OPEN INPUT BACK-VALUE-GL-FILE
           IF WS-BV-FILE-STATUS = '00'
               PERFORM READ-BACK-VALUE-ROW
                   UNTIL WS-BV-EOF = 'Y'
               CLOSE BACK-VALUE-GL-FILE
           ELSE
               DISPLAY "No back-value adjustment file present - "
                       "skipped"
           END-IF.

       READ-BACK-VALUE-ROW.
           READ BACK-VALUE-GL-FILE
               AT END
                   MOVE 'Y' TO WS-BV-EOF
               NOT AT END
                   IF BG-DATE = WS-TODAY-YYYYMMDD
                       IF BG-AMOUNT > 0
                           PERFORM CREATE-BACK-VALUE-GL-PAIR
                       END-IF
                   ELSE
                       ADD 1 TO WS-PRIOR-DATE-SKIPPED
                   END-IF
           END-READ.

       CREATE-BACK-VALUE-GL-PAIR.
           EVALUATE TRUE
               WHEN BG-KIND = 'CINT' AND BG-DIRECTION = 'D'
                   MOVE WS-GL-CUST-LIABILITY TO WS-BV-DR-ACCT
                   MOVE WS-GL-INT-EXPENSE TO WS-BV-CR-ACCT
               WHEN BG-KIND = 'DINT' AND BG-DIRECTION = 'D'
                   MOVE WS-GL-CUST-LIABILITY TO WS-BV-DR-ACCT
                   MOVE WS-GL-OD-FEE-INCOME TO WS-BV-CR-ACCT
               WHEN BG-KIND = 'DINT' AND BG-DIRECTION = 'C'
                   MOVE WS-GL-OD-FEE-INCOME TO WS-BV-DR-ACCT
                   MOVE WS-GL-CUST-LIABILITY TO WS-BV-CR-ACCT
               WHEN OTHER
                   DISPLAY "WARNING: Unknown back-value adjustment "
                           BG-KIND "/" BG-DIRECTION " for txn "
                           BG-TXN-ID " - skipped"
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-BACK-VALUE-COUNT
           ADD BG-AMOUNT TO WS-TOTAL-BACK-VALUE

           MOVE 'Y' TO WS-PAIR-VALID
           MOVE WS-BV-DR-ACCT TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           MOVE WS-BV-CR-ACCT TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE 'GL ACCOUNT UNKNOWN OR INACTIVE' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: Back-value pair for "
                       BG-TXN-ID " diverted - unknown or "
                       "inactive GL account"
           END-IF
           MOVE BG-DATE(1:6) TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-OPEN = 'N'
               MOVE 'N' TO WS-PAIR-VALID
               ADD 1 TO WS-CLOSED-DIVERTS
               MOVE 'POSTING DATE IN CLOSED PERIOD' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: Back-value pair for "
                       BG-TXN-ID " dated in closed period "
                       WS-PERIOD-CHECK
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE BG-AMOUNT TO WS-XREPO-AMOUNT
               PERFORM WRITE-EXCEPTION-REPO
           END-IF

           MOVE SPACES TO GL-RECORD
           MOVE WS-RUN-ID TO GL-RUN-ID
           MOVE 'SYSTEM' TO GL-BRANCH-ID
           STRING 'BV' BG-TXN-ID DELIMITED BY SIZE INTO GL-TXN-REF
           MOVE WS-BV-DR-ACCT TO GL-ACCOUNT
           MOVE BG-AMOUNT TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           STRING 'BACKVALUE-' BG-KIND '-' BG-ACCT-NUMBER
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           MOVE BG-DATE TO GL-POST-DATE
           MOVE WS-CURRENT-TIME(1:6) TO GL-POST-TIME
           PERFORM WRITE-GL-ROW

           MOVE WS-BV-CR-ACCT TO GL-ACCOUNT
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE BG-AMOUNT TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-ROW.

      *    BACKUP WITHHOLDING IS EXTRA INTEREST EXPENSE OWED TO THE
      *    IRS RATHER THAN THE CUSTOMER: EXPENSE VS THE WITHHOLDING
      *    PAYABLE ACCOUNT.
       CONSOLIDATE-WITHHOLDING.
           OPEN INPUT WITHHOLDING-FILE
           IF WS-WITHHOLD-STATUS = '00'
               PERFORM READ-WITHHOLDING-ROW
                   UNTIL WS-WITHHOLD-EOF = 'Y'
               CLOSE WITHHOLDING-FILE
           ELSE
               DISPLAY "No withholding remittance file present - "
                       "skipped"
           END-IF.

       READ-WITHHOLDING-ROW.
           READ WITHHOLDING-FILE
               AT END
                   MOVE 'Y' TO WS-WITHHOLD-EOF
               NOT AT END
                   IF WH-DATE = WS-TODAY-YYYYMMDD
                       AND WH-WITHHELD > 0
                       PERFORM CREATE-WITHHOLDING-GL-PAIR
                   ELSE
                       ADD 1 TO WS-PRIOR-DATE-SKIPPED
                   END-IF
           END-READ.

       CREATE-WITHHOLDING-GL-PAIR.
           ADD 1 TO WS-WITHHOLD-COUNT
           ADD WH-WITHHELD TO WS-TOTAL-WITHHELD

           MOVE 'Y' TO WS-PAIR-VALID
           MOVE WS-GL-INT-EXPENSE TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           MOVE WS-GL-WITHHOLDING TO WS-GL-CHECK-ACCT
           PERFORM CHECK-GL-ACCOUNT
           IF WS-GL-VALID = 'N'
               MOVE 'N' TO WS-PAIR-VALID
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE 'GL ACCOUNT UNKNOWN OR INACTIVE' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: withholding pair for "
                       WH-ACCT-NUMBER " diverted - unknown or "
                       "inactive GL account"
           END-IF
           MOVE WH-DATE(1:6) TO WS-PERIOD-CHECK
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-OPEN = 'N'
               MOVE 'N' TO WS-PAIR-VALID
               ADD 1 TO WS-CLOSED-DIVERTS
               MOVE 'POSTING DATE IN CLOSED PERIOD' TO
                   WS-XREPO-REASON
               DISPLAY "GL SUSPENSE: withholding pair for "
                       WH-ACCT-NUMBER " dated in closed period "
                       WS-PERIOD-CHECK
           END-IF
           IF WS-PAIR-VALID = 'N'
               MOVE WH-WITHHELD TO WS-XREPO-AMOUNT
               PERFORM WRITE-EXCEPTION-REPO
           END-IF

           MOVE SPACES TO GL-RECORD
           MOVE WS-RUN-ID TO GL-RUN-ID
           MOVE 'SYSTEM' TO GL-BRANCH-ID
           STRING 'WHT' WH-ACCT-NUMBER
               DELIMITED BY SIZE INTO GL-TXN-REF
           MOVE WS-GL-INT-EXPENSE TO GL-ACCOUNT
           MOVE WH-WITHHELD TO GL-DEBIT-AMOUNT
           MOVE 0 TO GL-CREDIT-AMOUNT
           STRING 'BACKUP-WITHHOLDING-' WH-ACCT-NUMBER
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           MOVE WH-DATE TO GL-POST-DATE
           MOVE WS-CURRENT-TIME(1:6) TO GL-POST-TIME
           PERFORM WRITE-GL-ROW

           MOVE WS-GL-WITHHOLDING TO GL-ACCOUNT
           MOVE 0 TO GL-DEBIT-AMOUNT
           MOVE WH-WITHHELD TO GL-CREDIT-AMOUNT
           PERFORM WRITE-GL-ROW.

       GENERATE-REPORT.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           MOVE WS-RUN-ID TO H3-RUN-ID
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Interest Postings Consolidated:' TO CL-LABEL
           MOVE WS-INTEREST-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Fee Postings Consolidated:' TO CL-LABEL
           MOVE WS-FEE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'NSF Item Fees Consolidated:' TO CL-LABEL
           MOVE WS-NSF-FEE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'CD Penalty Postings Consolidated:' TO CL-LABEL
           MOVE WS-CD-PENALTY-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'FX Spread Postings Consolidated:' TO CL-LABEL
           MOVE WS-FX-SPREAD-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Official Checks Consolidated:' TO CL-LABEL
           MOVE WS-OFFICIAL-CHECK-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Legal Order Remittances Consolidated:' TO CL-LABEL
           MOVE WS-LEGAL-REMIT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Dispute Postings Consolidated:' TO CL-LABEL
           MOVE WS-DISPUTE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Overdraft Line Postings Consolidated:' TO CL-LABEL
           MOVE WS-OD-LINE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Charge-Off Postings Consolidated:' TO CL-LABEL
           MOVE WS-CHARGEOFF-GL-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Back-Value Adjustments Consolidated:' TO CL-LABEL
           MOVE WS-BACK-VALUE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Zero-Amount Fee Postings Skipped:' TO CL-LABEL
           MOVE WS-FEE-SKIPPED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Prior-Date Postings Skipped:' TO CL-LABEL
           MOVE WS-PRIOR-DATE-SKIPPED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'GL Posting Rows Written:' TO CL-LABEL
           MOVE WS-GL-ROWS-WRITTEN TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Rows Diverted To GL Suspense:' TO CL-LABEL
           MOVE WS-SUSPENSE-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Pairs Refused For Closed Period:' TO CL-LABEL
           MOVE WS-CLOSED-DIVERTS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Total Interest Expense Posted:' TO SL-LABEL
           MOVE WS-TOTAL-INTEREST TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total Fee Income Posted:' TO SL-LABEL
           MOVE WS-TOTAL-FEES TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total NSF Fee Income Posted:' TO SL-LABEL
           MOVE WS-TOTAL-NSF-FEES TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total CD Penalty Income Posted:' TO SL-LABEL
           MOVE WS-TOTAL-CD-PENALTIES TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total FX Spread Income Posted:' TO SL-LABEL
           MOVE WS-TOTAL-FX-SPREAD TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total Official Checks Outstanding:' TO SL-LABEL
           MOVE WS-TOTAL-OFFICIAL-CHECKS TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total Legal Order Remittances Payable:' TO SL-LABEL
           MOVE WS-TOTAL-LEGAL-REMITS TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total Dispute Losses Posted:' TO SL-LABEL
           MOVE WS-TOTAL-DISPUTE-LOSS TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total Overdraft Line Advances Posted:' TO SL-LABEL
           MOVE WS-TOTAL-LINE-ADVANCES TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total Overdraft Line Interest Posted:' TO SL-LABEL
           MOVE WS-TOTAL-LINE-INTEREST TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total Overdraft Line Payments Posted:' TO SL-LABEL
           MOVE WS-TOTAL-LINE-PAYMENTS TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total Charge-Offs Posted To Loss:' TO SL-LABEL
           MOVE WS-TOTAL-CHARGEOFFS TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total Charge-Off Recoveries Posted:' TO SL-LABEL
           MOVE WS-TOTAL-RECOVERIES TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total Back-Value Adjustments Posted:' TO SL-LABEL
           MOVE WS-TOTAL-BACK-VALUE TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total Withholding Posted To Payable:' TO SL-LABEL
           MOVE WS-TOTAL-WITHHELD TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "GL consolidation completed:"
           DISPLAY "  Interest postings: " WS-INTEREST-COUNT
           DISPLAY "  Fee postings: " WS-FEE-COUNT
           DISPLAY "  NSF fee postings: " WS-NSF-FEE-COUNT
           DISPLAY "  CD penalty postings: " WS-CD-PENALTY-COUNT
           DISPLAY "  FX spread postings: " WS-FX-SPREAD-COUNT
           DISPLAY "  Official checks: " WS-OFFICIAL-CHECK-COUNT
           DISPLAY "  Legal order remittances: " WS-LEGAL-REMIT-COUNT
           DISPLAY "  Dispute postings: " WS-DISPUTE-COUNT
           DISPLAY "  Overdraft line postings: " WS-OD-LINE-COUNT
           DISPLAY "  Charge-off postings: " WS-CHARGEOFF-GL-COUNT
           DISPLAY "  Back-value adjustments: " WS-BACK-VALUE-COUNT
           DISPLAY "  GL rows written: " WS-GL-ROWS-WRITTEN
           DISPLAY " "
           DISPLAY "Report generated: gl_consolidation_report.txt"
           DISPLAY "========================================="
           DISPLAY "GL POSTING CONSOLIDATION JOB COMPLETED"
           DISPLAY "=========================================".

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'GL-CONSOL' TO JC-JOB-NAME
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
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'GL-CONSOL' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           COMPUTE JC-RECORDS-PROC = WS-INTEREST-COUNT + WS-FEE-COUNT
                                   + WS-NSF-FEE-COUNT
                                   + WS-CD-PENALTY-COUNT
                                   + WS-FX-SPREAD-COUNT
                                   + WS-OFFICIAL-CHECK-COUNT
                                   + WS-LEGAL-REMIT-COUNT
                                   + WS-DISPUTE-COUNT
                                   + WS-OD-LINE-COUNT
                                   + WS-CHARGEOFF-GL-COUNT
                                   + WS-BACK-VALUE-COUNT
           MOVE 0 TO JC-RECORDS-ERROR
           WRITE JOB-CONTROL-RECORD
           CLOSE JOB-CONTROL.

       WRITE-JOB-CONTROL-REFUSAL.
           ACCEPT WS-JOB-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JOB-END-TIME FROM TIME
           STRING WS-JOB-END-DATE WS-JOB-END-TIME
               DELIMITED BY SIZE INTO WS-JOB-END-TIMESTAMP
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'GL-CONSOL' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'REFUSED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE 0 TO JC-RECORDS-PROC
           MOVE 0 TO JC-RECORDS-ERROR
           WRITE JOB-CONTROL-RECORD
           CLOSE JOB-CONTROL.
           CLOSE GL-SUSPENSE
           CLOSE EXCEPTION-REPO
           CLOSE CONSOLIDATION-REPORT.

      *    THE GL FILE IS STAMPED FOR GLINTERFACEEXPORT ONCE THE NIGHT'S
      *    PAIRS ARE APPENDED. THE HASH COVERS THE DEBIT AMOUNT COLUMN.
       RECORD-OUTPUT-MANIFESTS.
           MOVE WS-JOB-ID TO WS-MF-JOB-ID
           MOVE 'GL-CONSOL' TO WS-MF-JOB-NAME
           MOVE WS-TODAY-YYYYMMDD TO WS-MF-DATE
           MOVE 'gl_postings.dat' TO WS-MF-FILE-NAME
           MOVE 46 TO WS-MF-POS
           MOVE 12 TO WS-MF-LEN
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

      *    THE THREE NIGHTLY POSTING FILES ARE PROVED AGAINST THEIR
      *    MANIFESTS BEFORE ANY OF THEM IS CONSOLIDATED.
       VERIFY-INPUT-MANIFESTS.
           MOVE 'Y' TO WS-MF-VERIFIED
           MOVE WS-JOB-ID TO WS-MF-JOB-ID
           MOVE 'GL-CONSOL' TO WS-MF-JOB-NAME
           MOVE WS-TODAY-YYYYMMDD TO WS-MF-DATE
           MOVE 'interest_postings.dat' TO WS-MF-FILE-NAME
           PERFORM VERIFY-FILE-MANIFEST
           MOVE 'overdraft_fee_postings.dat' TO WS-MF-FILE-NAME
           PERFORM VERIFY-FILE-MANIFEST
           MOVE 'service_charge_postings.dat' TO WS-MF-FILE-NAME
           PERFORM VERIFY-FILE-MANIFEST.

      *    A HAND-OFF FILE IS ONLY READ WHEN ITS LATEST PRODUCED
      *    MANIFEST ROW IS FOR THIS BUSINESS DATE AND THE FILE ON DISK
      *    STILL MATCHES THE RECORDED COUNT AND AMOUNT HASH - A STALE,
      *    HALF-WRITTEN OR MISSING FILE IS REFUSED AND THE REFUSAL IS
      *    RECORDED IN THE MANIFEST UNDER THIS JOB.
       VERIFY-FILE-MANIFEST.
           PERFORM FIND-MANIFEST-ROW
           MOVE SPACES TO WS-MF-REASON
           MOVE 0 TO WS-MF-COUNT
           MOVE 0 TO WS-MF-HASH
           MOVE 0 TO WS-MF-POS
           MOVE 0 TO WS-MF-LEN
           IF WS-MF-FOUND = 'N'
               MOVE 'NO PRODUCED MANIFEST ENTRY' TO WS-MF-REASON
           ELSE
               MOVE WS-MF-EXP-POS TO WS-MF-POS
               MOVE WS-MF-EXP-LEN TO WS-MF-LEN
               PERFORM SCAN-MANIFEST-FILE
               EVALUATE TRUE
                   WHEN WS-MF-EXP-DATE NOT = WS-MF-DATE
                       STRING 'PRODUCED FOR BUSINESS DATE '
                              WS-MF-EXP-DATE
                           DELIMITED BY SIZE INTO WS-MF-REASON
                   WHEN WS-MF-SCAN-FOUND = 'N'
                        AND WS-MF-EXP-COUNT > 0
                       MOVE 'FILE NOT PRESENT' TO WS-MF-REASON
                   WHEN WS-MF-COUNT NOT = WS-MF-EXP-COUNT
                       MOVE 'RECORD COUNT DOES NOT MATCH MANIFEST'
                           TO WS-MF-REASON
                   WHEN WS-MF-HASH NOT = WS-MF-EXP-HASH
                       MOVE 'AMOUNT HASH DOES NOT MATCH MANIFEST'
                           TO WS-MF-REASON
               END-EVALUATE
           END-IF
           IF WS-MF-REASON = SPACES
               MOVE 'VERIFIED' TO WS-MF-EVENT
               STRING 'PRODUCED BY ' DELIMITED BY SIZE
                      WS-MF-EXP-JOB-NAME DELIMITED BY SPACE
                      ' ' WS-MF-EXP-JOB-ID DELIMITED BY SIZE
                   INTO WS-MF-REASON
           ELSE
               MOVE 'REFUSED' TO WS-MF-EVENT
               MOVE 'N' TO WS-MF-VERIFIED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-MF-FILE-NAME)
                       " refused - " FUNCTION TRIM(WS-MF-REASON)
           END-IF
           PERFORM APPEND-MANIFEST-ROW.

       FIND-MANIFEST-ROW.
           MOVE 'N' TO WS-MF-FOUND
           MOVE 'N' TO WS-MF-EOF
           OPEN INPUT FILE-MANIFEST
           IF WS-MF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-MANIFEST-ROW UNTIL WS-MF-EOF = 'Y'
           CLOSE FILE-MANIFEST.

       READ-MANIFEST-ROW.
           READ FILE-MANIFEST
               AT END
                   MOVE 'Y' TO WS-MF-EOF
               NOT AT END
                   IF MF-FILE-NAME = WS-MF-FILE-NAME
                      AND MF-EVENT = 'PRODUCED'
                       MOVE 'Y' TO WS-MF-FOUND
                       MOVE MF-BUSINESS-DATE TO WS-MF-EXP-DATE
                       MOVE MF-RECORD-COUNT TO WS-MF-EXP-COUNT
                       MOVE MF-AMOUNT-HASH TO WS-MF-EXP-HASH
                       MOVE MF-HASH-START TO WS-MF-EXP-POS
                       MOVE MF-HASH-LENGTH TO WS-MF-EXP-LEN
                       MOVE MF-JOB-ID TO WS-MF-EXP-JOB-ID
                       MOVE MF-JOB-NAME TO WS-MF-EXP-JOB-NAME
                   END-IF
           END-READ.
