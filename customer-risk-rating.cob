       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerRiskRating.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'account_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCT-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT RISK-FILE ASSIGN TO 'customer_risk.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-STATUS.
           SELECT RISK-FILE-NEW ASSIGN TO 'customer_risk.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-DONE-FILE ASSIGN TO
               'kyc_reviews_completed.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.
           SELECT AML-CASE-FILE ASSIGN TO 'aml_cases.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AML-STATUS.
           SELECT CTR-EXTRACT ASSIGN TO 'ctr_extract.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.
           SELECT WIRE-FEED ASSIGN TO 'eod_wire.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIRE-STATUS.
           SELECT CASH-HISTORY ASSIGN TO 'aml_cash_history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT POSTED-LEDGER ASSIGN TO 'monthly_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT KYC-WORKLIST ASSIGN TO 'kyc_review_worklist.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RISK-REPORT ASSIGN TO 'customer_risk_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
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

      *    ONE ROW PER CUSTOMER. RATING L / M / H. THE CTR AND WIRE
      *    COUNTS RUN FROM CR-ACTIVITY-START AND RESTART AFTER A
      *    YEAR; ONLY ACTIVITY DATED AFTER CR-RATED-DATE IS ADDED,
      *    SO A RERUN ON THE SAME DAY DOES NOT COUNT IT TWICE.
       FD  RISK-FILE.
       01  RISK-RECORD.
           05  CR-CUSTOMER-ID    PIC X(10).
           05  CR-RATING         PIC X(1).
           05  CR-SCORE          PIC 9(3).
           05  CR-RATED-DATE     PIC X(8).
           05  CR-LAST-REVIEW    PIC X(8).
           05  CR-NEXT-REVIEW    PIC X(8).
           05  CR-ACTIVITY-START PIC X(8).
           05  CR-CTR-COUNT      PIC 9(5).
           05  CR-WIRE-COUNT     PIC 9(5).
           05  CR-WIRE-AMOUNT    PIC 9(12)V99.
           05  CR-CASH-PCT       PIC 9(3).
           05  CR-AML-OPEN       PIC 9(3).

       FD  RISK-FILE-NEW.
       01  RISK-RECORD-NEW       PIC X(76).

      *    KEYED BY THE KYC TEAM WHEN A PERIODIC REVIEW IS SIGNED OFF
       FD  REVIEW-DONE-FILE.
       01  REVIEW-DONE-RECORD.
           05  KD-CUSTOMER-ID    PIC X(10).
           05  KD-REVIEW-DATE    PIC X(8).
           05  KD-REVIEWER       PIC X(12).

       FD  AML-CASE-FILE.
       01  AML-CASE-RECORD.
           05  AC-CASE-ID        PIC X(14).
           05  AC-CUSTOMER-ID    PIC X(10).
           05  AC-OPEN-DATE      PIC X(8).
           05  AC-TXN-COUNT      PIC 9(5).
           05  AC-UNDER-COUNT    PIC 9(5).
           05  AC-TOTAL-CASH     PIC 9(12)V99.
           05  AC-STATUS         PIC X(1).

       FD  CTR-EXTRACT.
       01  CTR-EXTRACT-RECORD.
           05  CX-REPORT-DATE    PIC X(8).
           05  CX-ACCT-NUMBER    PIC X(12).
           05  CX-CUSTOMER-NAME  PIC X(30).
           05  CX-ADDRESS-1      PIC X(30).
           05  CX-ADDRESS-2      PIC X(30).
           05  CX-CITY-STATE-ZIP PIC X(30).
           05  CX-TOTAL-CREDITS  PIC 9(10)V99.
           05  CX-TOTAL-DEBITS   PIC 9(10)V99.
           05  CX-MASTER-FLAG    PIC X(1).

      *    THE WIRE DROP CARRIES THE ORDERING PARTY NAME IN THE
      *    TWENTY-TWO BYTES AFTER THE CURRENCY CODE.
       FD  WIRE-FEED.
       01  WIRE-FEED-RECORD.
           05  FEED-DATE         PIC X(8).
           05  FEED-TIME         PIC X(6).
           05  FEED-TYPE         PIC X(6).
           05  FEED-AMOUNT       PIC 9(8)V99.
           05  FEED-REF          PIC X(15).
           05  FEED-CHANNEL      PIC X(10).
           05  FEED-CURRENCY     PIC X(3).
           05  WIRE-PARTY-NAME   PIC X(22).

       FD  CASH-HISTORY.
       01  HISTORY-RECORD.
           05  AH-DATE           PIC X(8).
           05  AH-CUSTOMER-ID    PIC X(10).
           05  AH-ACCT-NUMBER    PIC X(12).
           05  AH-TXN-ID         PIC X(10).
           05  AH-TYPE           PIC X(6).
           05  AH-AMOUNT         PIC 9(8)V99.

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

      *    REBUILT EVERY RUN - CUSTOMERS WHOSE REVIEW IS DUE OR
      *    WHOSE RATING WENT UP SINCE THE LAST RUN.
       FD  KYC-WORKLIST.
       01  WORKLIST-RECORD.
           05  KW-CUSTOMER-ID    PIC X(10).
           05  KW-CUSTOMER-NAME  PIC X(30).
           05  KW-RATING         PIC X(1).
           05  KW-PRIOR-RATING   PIC X(1).
           05  KW-SCORE          PIC 9(3).
           05  KW-LAST-REVIEW    PIC X(8).
           05  KW-NEXT-REVIEW    PIC X(8).
           05  KW-REASON         PIC X(20).

       FD  RISK-REPORT.
       01  REPORT-LINE           PIC X(132).

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
       01  WS-BD-STATUS          PIC XX.
       01  WS-CM-STATUS          PIC XX.
       01  WS-RISK-STATUS        PIC XX.
       01  WS-DONE-STATUS        PIC XX.
       01  WS-AML-STATUS         PIC XX.
       01  WS-CTR-STATUS         PIC XX.
       01  WS-WIRE-STATUS        PIC XX.
       01  WS-HISTORY-STATUS     PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-AUDIT-LOG-STATUS   PIC XX.
       01  WS-JC-STATUS          PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-MASTER-EOF         PIC X VALUE 'N'.
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
       01  WS-AUDIT-LAST-SEQ     PIC 9(9) VALUE 0.
       01  WS-JOB-ID             PIC 9(9).
       01  WS-JOB-START-TIMESTAMP PIC X(14).
       01  WS-JOB-END-DATE       PIC X(8).
       01  WS-JOB-END-TIME       PIC X(6).
       01  WS-JOB-END-TIMESTAMP  PIC X(14).

      *    RISK FACTORS AND THE POINTS EACH ADDS TO THE SCORE
       01  WS-PTS-AML-CASE       PIC 9(3) VALUE 40.
       01  WS-PTS-CTR-ONE        PIC 9(3) VALUE 10.
       01  WS-PTS-CTR-MANY       PIC 9(3) VALUE 20.
       01  WS-CTR-MANY           PIC 9(3) VALUE 3.
       01  WS-PTS-WIRE           PIC 9(3) VALUE 10.
       01  WS-PTS-WIRE-LARGE     PIC 9(3) VALUE 15.
       01  WS-WIRE-LARGE         PIC 9(10)V99 VALUE 100000.00.
       01  WS-PTS-CASH-HIGH      PIC 9(3) VALUE 20.
       01  WS-CASH-HIGH-PCT      PIC 9(3) VALUE 50.
       01  WS-PTS-CASH-MED       PIC 9(3) VALUE 10.
       01  WS-CASH-MED-PCT       PIC 9(3) VALUE 25.
       01  WS-PTS-NEW-REL        PIC 9(3) VALUE 10.
       01  WS-NEW-REL-DAYS       PIC 9(3) VALUE 365.
      *    RATING BANDS AND THE REVIEW CYCLE FOR EACH
       01  WS-HIGH-SCORE         PIC 9(3) VALUE 50.
       01  WS-MEDIUM-SCORE       PIC 9(3) VALUE 25.
       01  WS-HIGH-YEARS         PIC 9 VALUE 1.
       01  WS-MEDIUM-YEARS       PIC 9 VALUE 2.
       01  WS-LOW-YEARS          PIC 9 VALUE 3.
      *    CTR AND WIRE COUNTS COVER A ROLLING YEAR
       01  WS-ACTIVITY-DAYS      PIC 9(3) VALUE 365.
      *    CASH INTENSITY USES THE AML CASH HISTORY WINDOW
       01  WS-CASH-WINDOW-DAYS   PIC 9(2) VALUE 7.

       01  WS-TODAY-NUM          PIC 9(8).
       01  WS-TODAY-INT          PIC S9(9).
       01  WS-WORK-NUM           PIC 9(8).
       01  WS-WORK-INT           PIC S9(9).
       01  WS-ACTIVITY-CUTOFF    PIC X(8).
       01  WS-NEW-REL-CUTOFF     PIC X(8).
       01  WS-CASH-START         PIC X(8).
       01  WS-REVIEW-YEARS       PIC 9.
       01  WS-REVIEW-DATE.
           05  WS-RD-YEAR        PIC 9(4).
           05  WS-RD-MMDD        PIC 9(4).
       01  WS-SCORE              PIC 9(3).
       01  WS-RATING             PIC X.
       01  WS-PRIOR-RANK         PIC 9.
       01  WS-NEW-RANK           PIC 9.
       01  WS-REASON             PIC X(20).
       01  WS-AUDIT-SCORE        PIC ZZ9.
       01  WS-AUDIT-PRIOR        PIC X(4).

       01  WS-MASTER-ROWS        PIC 9(7) VALUE 0.
       01  WS-PRIOR-ROWS         PIC 9(7) VALUE 0.
       01  WS-REVIEWS-APPLIED    PIC 9(5) VALUE 0.
       01  WS-AML-OPEN-COUNT     PIC 9(5) VALUE 0.
       01  WS-CTR-ADDED          PIC 9(5) VALUE 0.
       01  WS-WIRE-ADDED         PIC 9(5) VALUE 0.
       01  WS-WIRE-UNMATCHED     PIC 9(5) VALUE 0.
       01  WS-NEW-CUSTOMERS      PIC 9(5) VALUE 0.
       01  WS-HIGH-COUNT         PIC 9(5) VALUE 0.
       01  WS-MEDIUM-COUNT       PIC 9(5) VALUE 0.
       01  WS-LOW-COUNT          PIC 9(5) VALUE 0.
       01  WS-UPGRADED           PIC 9(5) VALUE 0.
       01  WS-DOWNGRADED         PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT      PIC 9(5) VALUE 0.
       01  WS-WORKLIST-COUNT     PIC 9(5) VALUE 0.
       01  WS-TABLE-OVERFLOW     PIC 9(5) VALUE 0.

      *    ONE ENTRY PER CUSTOMER WITH AN ACCOUNT STILL OPEN
       01  WS-CU-FOUND           PIC X.
       01  WS-CU-KEY             PIC X(10).
       01  WS-CU-SCAN            PIC 9(5).
       01  WS-CU-COUNT           PIC 9(5) VALUE 0.
       01  CUSTOMER-TABLE.
           05  CU-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-CU-COUNT
                   INDEXED BY CU-IDX.
               10  CU-ID             PIC X(10).
               10  CU-NAME           PIC X(30).
               10  CU-ACCOUNTS       PIC 9(3).
               10  CU-FIRST-OPEN     PIC X(8).
               10  CU-PRIOR-RATING   PIC X(1).
               10  CU-RATED-DATE     PIC X(8).
               10  CU-LAST-REVIEW    PIC X(8).
               10  CU-NEXT-REVIEW    PIC X(8).
               10  CU-ACTIVITY-START PIC X(8).
               10  CU-CTR-COUNT      PIC 9(5).
               10  CU-WIRE-COUNT     PIC 9(5).
               10  CU-WIRE-AMOUNT    PIC 9(12)V99.
               10  CU-AML-OPEN       PIC 9(3).
               10  CU-CASH           PIC 9(12)V99.
               10  CU-CREDITS        PIC 9(12)V99.
               10  CU-CASH-PCT       PIC 9(3).
               10  CU-SCORE          PIC 9(3).
               10  CU-RATING         PIC X(1).
               10  CU-REASON         PIC X(20).

      *    ACCOUNT TO CUSTOMER LINK FOR THE ACCOUNT-LEVEL FILES
       01  WS-AX-FOUND           PIC X.
       01  WS-AX-KEY             PIC X(12).
       01  WS-AX-COUNT           PIC 9(5) VALUE 0.
       01  ACCOUNT-LINK-TABLE.
           05  AX-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-AX-COUNT
                   INDEXED BY AX-IDX.
               10  AX-ACCT           PIC X(12).
               10  AX-CUSTOMER       PIC X(10).

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(45) VALUE SPACES.
           05  FILLER            PIC X(42)
               VALUE 'CUSTOMER RISK RATING AND KYC REVIEW'.
           05  FILLER            PIC X(45) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(16) VALUE 'Business Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(106) VALUE SPACES.

       01  SECTION-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  SH-TITLE          PIC X(60).
           05  FILLER            PIC X(67) VALUE SPACES.

       01  WORKLIST-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Customer'.
           05  FILLER            PIC X(32) VALUE 'Name'.
           05  FILLER            PIC X(7) VALUE 'Rating'.
           05  FILLER            PIC X(6) VALUE 'Prior'.
           05  FILLER            PIC X(7) VALUE 'Score'.
           05  FILLER            PIC X(3) VALUE 'AML'.
           05  FILLER            PIC X(6) VALUE '  CTRs'.
           05  FILLER            PIC X(6) VALUE ' Wires'.
           05  FILLER            PIC X(6) VALUE ' Cash%'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'Reviewed'.
           05  FILLER            PIC X(10) VALUE 'Next Due'.
           05  FILLER            PIC X(19) VALUE 'Reason'.

       01  WORKLIST-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  WL-CUSTOMER       PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WL-NAME           PIC X(30).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WL-RATING         PIC X(1).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  WL-PRIOR          PIC X(1).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WL-SCORE          PIC ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WL-AML            PIC ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WL-CTR            PIC ZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WL-WIRES          PIC ZZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WL-CASH           PIC ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WL-LAST-REVIEW    PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WL-NEXT-REVIEW    PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WL-REASON         PIC X(18).

       01  COUNT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CL-LABEL          PIC X(40).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-PRIOR-RATINGS
           PERFORM APPLY-COMPLETED-REVIEWS
           PERFORM COUNT-OPEN-AML-CASES
           PERFORM COUNT-CTR-FILINGS
           PERFORM COUNT-WIRE-ACTIVITY
           PERFORM MEASURE-CASH-INTENSITY
           PERFORM RATE-CUSTOMERS
           PERFORM WRITE-RISK-FILE
           PERFORM GENERATE-REPORT
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
           STRING WS-TODAY-YYYYMMDD WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-JOB-START-TIMESTAMP
           MOVE SPACES TO WS-RUN-ID
           STRING 'KYC-' WS-TODAY-YYYYMMDD '-' WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           ACCEPT WS-JOB-ID FROM TIME

           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-ACTIVITY-DAYS
           COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-NUM TO WS-ACTIVITY-CUTOFF
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-NEW-REL-DAYS
           COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-NUM TO WS-NEW-REL-CUTOFF
           COMPUTE WS-WORK-INT =
               WS-TODAY-INT - WS-CASH-WINDOW-DAYS + 1
           COMPUTE WS-WORK-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-NUM TO WS-CASH-START

           PERFORM DETERMINE-AUDIT-SEQ-START

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_master.dat - "
                       "status " WS-CM-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN OUTPUT KYC-WORKLIST
           OPEN OUTPUT RISK-REPORT

           DISPLAY "========================================="
           DISPLAY "CUSTOMER RISK RATING STARTED"
           DISPLAY "========================================="
           DISPLAY "Business Date: " WS-FORMATTED-DATE
           DISPLAY " ".

       DETERMINE-AUDIT-SEQ-START.
           MOVE 1 TO WS-AUDIT-SEQ-NUM
           MOVE 0 TO WS-AUDIT-LAST-SEQ
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS = '00'
               PERFORM READ-AUDIT-SEQ UNTIL WS-EOF = 'Y'
               COMPUTE WS-AUDIT-SEQ-NUM = WS-AUDIT-LAST-SEQ + 1
               CLOSE AUDIT-LOG
           END-IF
           MOVE 'N' TO WS-EOF.

       READ-AUDIT-SEQ.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE AUDIT-LINE(1:9) TO WS-AUDIT-LAST-SEQ
           END-READ.

      *    THE MASTER IS READ END TO END. CLOSED ACCOUNTS ARE SKIPPED,
      *    SO A CUSTOMER WHOSE LAST ACCOUNT HAS CLOSED DROPS OFF THE
      *    RATING
       LOAD-CUSTOMER-MASTER.
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO CM-ACCT-NUMBER
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM READ-MASTER-ROW UNTIL WS-MASTER-EOF = 'Y'.

       READ-MASTER-ROW.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   ADD 1 TO WS-MASTER-ROWS
                   IF CM-CUSTOMER-ID NOT = SPACES
                       AND CM-STATUS NOT = 'C'
                       PERFORM ADD-MASTER-ACCOUNT
                   END-IF
           END-READ.

       ADD-MASTER-ACCOUNT.
           IF WS-AX-COUNT < 20000
               ADD 1 TO WS-AX-COUNT
               SET AX-IDX TO WS-AX-COUNT
               MOVE CM-ACCT-NUMBER TO AX-ACCT(AX-IDX)
               MOVE CM-CUSTOMER-ID TO AX-CUSTOMER(AX-IDX)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF
           MOVE CM-CUSTOMER-ID TO WS-CU-KEY
           PERFORM FIND-CUSTOMER
           IF WS-CU-FOUND = 'N'
               IF WS-CU-COUNT >= 10000
                   ADD 1 TO WS-TABLE-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CU-COUNT
               SET CU-IDX TO WS-CU-COUNT
               MOVE CM-CUSTOMER-ID TO CU-ID(CU-IDX)
               MOVE CM-CUSTOMER-NAME TO CU-NAME(CU-IDX)
               MOVE 0 TO CU-ACCOUNTS(CU-IDX)
               MOVE CM-OPENING-DATE TO CU-FIRST-OPEN(CU-IDX)
               MOVE SPACES TO CU-PRIOR-RATING(CU-IDX)
                              CU-RATED-DATE(CU-IDX)
                              CU-LAST-REVIEW(CU-IDX)
                              CU-NEXT-REVIEW(CU-IDX)
                              CU-ACTIVITY-START(CU-IDX)
                              CU-RATING(CU-IDX)
                              CU-REASON(CU-IDX)
               MOVE 0 TO CU-CTR-COUNT(CU-IDX) CU-WIRE-COUNT(CU-IDX)
                         CU-WIRE-AMOUNT(CU-IDX) CU-AML-OPEN(CU-IDX)
                         CU-CASH(CU-IDX) CU-CREDITS(CU-IDX)
                         CU-CASH-PCT(CU-IDX) CU-SCORE(CU-IDX)
           END-IF
           ADD 1 TO CU-ACCOUNTS(CU-IDX)
           IF CM-OPENING-DATE IS NUMERIC
               AND (CU-FIRST-OPEN(CU-IDX) IS NOT NUMERIC
                   OR CM-OPENING-DATE < CU-FIRST-OPEN(CU-IDX))
               MOVE CM-OPENING-DATE TO CU-FIRST-OPEN(CU-IDX)
           END-IF.

       FIND-CUSTOMER.
           MOVE 'N' TO WS-CU-FOUND
           IF WS-CU-COUNT > 0
               SET CU-IDX TO 1
               SEARCH CU-ENTRY
                   AT END
                       MOVE 'N' TO WS-CU-FOUND
                   WHEN CU-ID(CU-IDX) = WS-CU-KEY
                       MOVE 'Y' TO WS-CU-FOUND
               END-SEARCH
           END-IF.

       FIND-ACCOUNT-CUSTOMER.
           MOVE 'N' TO WS-CU-FOUND
           MOVE 'N' TO WS-AX-FOUND
           IF WS-AX-COUNT > 0
               SET AX-IDX TO 1
               SEARCH AX-ENTRY
                   AT END
                       MOVE 'N' TO WS-AX-FOUND
                   WHEN AX-ACCT(AX-IDX) = WS-AX-KEY
                       MOVE 'Y' TO WS-AX-FOUND
               END-SEARCH
           END-IF
           IF WS-AX-FOUND = 'Y'
               MOVE AX-CUSTOMER(AX-IDX) TO WS-CU-KEY
               PERFORM FIND-CUSTOMER
           END-IF.

      *    LAST RUN'S RATING, REVIEW DATES AND ROLLING COUNTS
       LOAD-PRIOR-RATINGS.
           OPEN INPUT RISK-FILE
           IF WS-RISK-STATUS NOT = '00'
               DISPLAY "customer_risk.dat not found - every customer "
                       "is rated for the first time"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PRIOR-RATING UNTIL WS-EOF = 'Y'
           CLOSE RISK-FILE
           MOVE 'N' TO WS-EOF.

       READ-PRIOR-RATING.
           READ RISK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-PRIOR-ROWS
                   MOVE CR-CUSTOMER-ID TO WS-CU-KEY
                   PERFORM FIND-CUSTOMER
                   IF WS-CU-FOUND = 'Y'
                       PERFORM CARRY-PRIOR-RATING
                   END-IF
           END-READ.

       CARRY-PRIOR-RATING.
           MOVE CR-RATING TO CU-PRIOR-RATING(CU-IDX)
           MOVE CR-RATED-DATE TO CU-RATED-DATE(CU-IDX)
           MOVE CR-LAST-REVIEW TO CU-LAST-REVIEW(CU-IDX)
           MOVE CR-NEXT-REVIEW TO CU-NEXT-REVIEW(CU-IDX)
           IF CR-ACTIVITY-START NOT < WS-ACTIVITY-CUTOFF
               MOVE CR-ACTIVITY-START TO CU-ACTIVITY-START(CU-IDX)
               MOVE CR-CTR-COUNT TO CU-CTR-COUNT(CU-IDX)
               MOVE CR-WIRE-COUNT TO CU-WIRE-COUNT(CU-IDX)
               MOVE CR-WIRE-AMOUNT TO CU-WIRE-AMOUNT(CU-IDX)
           END-IF.

      *    A SIGNED-OFF REVIEW RESTARTS THE CUSTOMER'S REVIEW CYCLE
       APPLY-COMPLETED-REVIEWS.
           OPEN INPUT REVIEW-DONE-FILE
           IF WS-DONE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-COMPLETED-REVIEW UNTIL WS-EOF = 'Y'
           CLOSE REVIEW-DONE-FILE
           MOVE 'N' TO WS-EOF.

       READ-COMPLETED-REVIEW.
           READ REVIEW-DONE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE KD-CUSTOMER-ID TO WS-CU-KEY
                   PERFORM FIND-CUSTOMER
                   IF WS-CU-FOUND = 'Y'
                       AND KD-REVIEW-DATE IS NUMERIC
                       AND KD-REVIEW-DATE <= WS-TODAY-YYYYMMDD
                       AND (CU-LAST-REVIEW(CU-IDX) IS NOT NUMERIC
                           OR KD-REVIEW-DATE > CU-LAST-REVIEW(CU-IDX))
                       MOVE KD-REVIEW-DATE TO CU-LAST-REVIEW(CU-IDX)
                       MOVE SPACES TO CU-NEXT-REVIEW(CU-IDX)
                       ADD 1 TO WS-REVIEWS-APPLIED
                   END-IF
           END-READ.

       COUNT-OPEN-AML-CASES.
           OPEN INPUT AML-CASE-FILE
           IF WS-AML-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-AML-CASE UNTIL WS-EOF = 'Y'
           CLOSE AML-CASE-FILE
           MOVE 'N' TO WS-EOF.

       READ-AML-CASE.
           READ AML-CASE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AC-STATUS = 'O'
                       MOVE AC-CUSTOMER-ID TO WS-CU-KEY
                       PERFORM FIND-CUSTOMER
                       IF WS-CU-FOUND = 'Y'
                           ADD 1 TO CU-AML-OPEN(CU-IDX)
                           ADD 1 TO WS-AML-OPEN-COUNT
                       END-IF
                   END-IF
           END-READ.

      *    THE CTR EXTRACT HOLDS ONLY THE LATEST DAY'S FILINGS, SO
      *    THEY ARE ADDED TO THE CUSTOMER'S ROLLING COUNT HERE.
       COUNT-CTR-FILINGS.
           OPEN INPUT CTR-EXTRACT
           IF WS-CTR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CTR-FILING UNTIL WS-EOF = 'Y'
           CLOSE CTR-EXTRACT
           MOVE 'N' TO WS-EOF.

       READ-CTR-FILING.
           READ CTR-EXTRACT
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE CX-ACCT-NUMBER TO WS-AX-KEY
                   PERFORM FIND-ACCOUNT-CUSTOMER
                   IF WS-CU-FOUND = 'Y'
                       AND CX-REPORT-DATE > CU-RATED-DATE(CU-IDX)
                       PERFORM START-ACTIVITY-PERIOD
                       ADD 1 TO CU-CTR-COUNT(CU-IDX)
                       ADD 1 TO WS-CTR-ADDED
                   END-IF
           END-READ.

       START-ACTIVITY-PERIOD.
           IF CU-ACTIVITY-START(CU-IDX) = SPACES
               MOVE WS-TODAY-YYYYMMDD TO CU-ACTIVITY-START(CU-IDX)
           END-IF.

      *    THE WIRE FEED CARRIES NO ACCOUNT NUMBER; A WIRE IS TAKEN
      *    AS THE CUSTOMER'S WHEN THE PARTY NAME MATCHES THE NAME ON
      *    THE MASTER.
       COUNT-WIRE-ACTIVITY.
           OPEN INPUT WIRE-FEED
           IF WS-WIRE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-WIRE-ROW UNTIL WS-EOF = 'Y'
           CLOSE WIRE-FEED
           MOVE 'N' TO WS-EOF.

       READ-WIRE-ROW.
           READ WIRE-FEED
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FEED-DATE IS NUMERIC
                       AND FEED-AMOUNT IS NUMERIC
                       AND FEED-CHANNEL = 'WIRE'
                       AND WIRE-PARTY-NAME NOT = SPACES
                       PERFORM MATCH-WIRE-PARTY
                   END-IF
           END-READ.

       MATCH-WIRE-PARTY.
           MOVE 'N' TO WS-CU-FOUND
           IF WS-CU-COUNT > 0
               SET CU-IDX TO 1
               SEARCH CU-ENTRY
                   AT END
                       MOVE 'N' TO WS-CU-FOUND
                   WHEN CU-NAME(CU-IDX)(1:22) = WIRE-PARTY-NAME
                       MOVE 'Y' TO WS-CU-FOUND
               END-SEARCH
           END-IF
           IF WS-CU-FOUND = 'N'
               ADD 1 TO WS-WIRE-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           IF FEED-DATE > CU-RATED-DATE(CU-IDX)
               PERFORM START-ACTIVITY-PERIOD
               ADD 1 TO CU-WIRE-COUNT(CU-IDX)
               ADD FEED-AMOUNT TO CU-WIRE-AMOUNT(CU-IDX)
               ADD 1 TO WS-WIRE-ADDED
           END-IF.

      *    CASH INTENSITY: CASH CREDITS FROM THE AML CASH HISTORY AS A
      *    PERCENTAGE OF ALL CREDITS POSTED OVER THE SAME WINDOW
       MEASURE-CASH-INTENSITY.
           OPEN INPUT CASH-HISTORY
           IF WS-HISTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CASH-ROW UNTIL WS-EOF = 'Y'
           CLOSE CASH-HISTORY
           MOVE 'N' TO WS-EOF
           OPEN INPUT POSTED-LEDGER
           IF WS-LEDGER-STATUS = '00'
               PERFORM READ-LEDGER-CREDIT UNTIL WS-EOF = 'Y'
               CLOSE POSTED-LEDGER
               MOVE 'N' TO WS-EOF
           END-IF
           PERFORM SET-CASH-PERCENT
               VARYING WS-CU-SCAN FROM 1 BY 1
               UNTIL WS-CU-SCAN > WS-CU-COUNT.

       READ-CASH-ROW.
           READ CASH-HISTORY
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF AH-TYPE = 'CREDIT' AND AH-AMOUNT IS NUMERIC
                       AND AH-DATE >= WS-CASH-START
                       MOVE AH-CUSTOMER-ID TO WS-CU-KEY
                       PERFORM FIND-CUSTOMER
                       IF WS-CU-FOUND = 'Y'
                           ADD AH-AMOUNT TO CU-CASH(CU-IDX)
                       END-IF
                   END-IF
           END-READ.

       READ-LEDGER-CREDIT.
           READ POSTED-LEDGER
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TR-TYPE = 'CREDIT' AND TR-AMOUNT IS NUMERIC
                       AND TR-DATE >= WS-CASH-START
                       AND TR-DATE <= WS-TODAY-YYYYMMDD
                       MOVE TR-ACCT-NUMBER TO WS-AX-KEY
                       PERFORM FIND-ACCOUNT-CUSTOMER
                       IF WS-CU-FOUND = 'Y'
                           ADD TR-AMOUNT TO CU-CREDITS(CU-IDX)
                       END-IF
                   END-IF
           END-READ.

       SET-CASH-PERCENT.
           SET CU-IDX TO WS-CU-SCAN
           IF CU-CASH(CU-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           IF CU-CREDITS(CU-IDX) <= CU-CASH(CU-IDX)
               MOVE 100 TO CU-CASH-PCT(CU-IDX)
           ELSE
               COMPUTE CU-CASH-PCT(CU-IDX) =
                   CU-CASH(CU-IDX) * 100 / CU-CREDITS(CU-IDX)
           END-IF.

      *    SCORE, BAND AND REVIEW SCHEDULE. THE NEXT REVIEW FALLS ONE,
      *    TWO OR THREE YEARS AFTER THE LAST ONE FOR HIGH, MEDIUM AND
      *    LOW RISK; A CUSTOMER NEVER REVIEWED COUNTS FROM ONBOARDING.
       RATE-CUSTOMERS.
           PERFORM RATE-SINGLE-CUSTOMER
               VARYING WS-CU-SCAN FROM 1 BY 1
               UNTIL WS-CU-SCAN > WS-CU-COUNT.

       RATE-SINGLE-CUSTOMER.
           SET CU-IDX TO WS-CU-SCAN
           MOVE 0 TO WS-SCORE
           IF CU-AML-OPEN(CU-IDX) > 0
               ADD WS-PTS-AML-CASE TO WS-SCORE
           END-IF
           IF CU-CTR-COUNT(CU-IDX) >= WS-CTR-MANY
               ADD WS-PTS-CTR-MANY TO WS-SCORE
           ELSE
               IF CU-CTR-COUNT(CU-IDX) > 0
                   ADD WS-PTS-CTR-ONE TO WS-SCORE
               END-IF
           END-IF
           IF CU-WIRE-COUNT(CU-IDX) > 0
               ADD WS-PTS-WIRE TO WS-SCORE
               IF CU-WIRE-AMOUNT(CU-IDX) >= WS-WIRE-LARGE
                   ADD WS-PTS-WIRE-LARGE TO WS-SCORE
               END-IF
           END-IF
           IF CU-CASH-PCT(CU-IDX) >= WS-CASH-HIGH-PCT
               ADD WS-PTS-CASH-HIGH TO WS-SCORE
           ELSE
               IF CU-CASH-PCT(CU-IDX) >= WS-CASH-MED-PCT
                   ADD WS-PTS-CASH-MED TO WS-SCORE
               END-IF
           END-IF
           IF CU-FIRST-OPEN(CU-IDX) IS NUMERIC
               AND CU-FIRST-OPEN(CU-IDX) > WS-NEW-REL-CUTOFF
               ADD WS-PTS-NEW-REL TO WS-SCORE
           END-IF
           MOVE WS-SCORE TO CU-SCORE(CU-IDX)

           EVALUATE TRUE
               WHEN WS-SCORE >= WS-HIGH-SCORE
                   MOVE 'H' TO WS-RATING
                   MOVE WS-HIGH-YEARS TO WS-REVIEW-YEARS
                   ADD 1 TO WS-HIGH-COUNT
                   MOVE 3 TO WS-NEW-RANK
               WHEN WS-SCORE >= WS-MEDIUM-SCORE
                   MOVE 'M' TO WS-RATING
                   MOVE WS-MEDIUM-YEARS TO WS-REVIEW-YEARS
                   ADD 1 TO WS-MEDIUM-COUNT
                   MOVE 2 TO WS-NEW-RANK
               WHEN OTHER
                   MOVE 'L' TO WS-RATING
                   MOVE WS-LOW-YEARS TO WS-REVIEW-YEARS
                   ADD 1 TO WS-LOW-COUNT
                   MOVE 1 TO WS-NEW-RANK
           END-EVALUATE
           MOVE WS-RATING TO CU-RATING(CU-IDX)

           EVALUATE CU-PRIOR-RATING(CU-IDX)
               WHEN 'H'
                   MOVE 3 TO WS-PRIOR-RANK
               WHEN 'M'
                   MOVE 2 TO WS-PRIOR-RANK
               WHEN 'L'
                   MOVE 1 TO WS-PRIOR-RANK
               WHEN OTHER
                   MOVE 0 TO WS-PRIOR-RANK
                   ADD 1 TO WS-NEW-CUSTOMERS
           END-EVALUATE

           IF CU-LAST-REVIEW(CU-IDX) IS NOT NUMERIC
               IF CU-FIRST-OPEN(CU-IDX) IS NUMERIC
                   MOVE CU-FIRST-OPEN(CU-IDX) TO CU-LAST-REVIEW(CU-IDX)
               ELSE
                   MOVE WS-TODAY-YYYYMMDD TO CU-LAST-REVIEW(CU-IDX)
               END-IF
           END-IF
           IF WS-NEW-RANK NOT = WS-PRIOR-RANK
               OR CU-NEXT-REVIEW(CU-IDX) IS NOT NUMERIC
               PERFORM SET-NEXT-REVIEW-DATE
           END-IF

           MOVE SPACES TO WS-REASON
           IF WS-PRIOR-RANK > 0 AND WS-NEW-RANK > WS-PRIOR-RANK
               ADD 1 TO WS-UPGRADED
               MOVE 'RATING INCREASED' TO WS-REASON
           END-IF
           IF WS-PRIOR-RANK > 0 AND WS-NEW-RANK < WS-PRIOR-RANK
               ADD 1 TO WS-DOWNGRADED
           END-IF
           IF WS-PRIOR-RANK NOT = WS-NEW-RANK
               PERFORM WRITE-RATING-AUDIT
           END-IF
           IF CU-NEXT-REVIEW(CU-IDX) <= WS-TODAY-YYYYMMDD
               ADD 1 TO WS-OVERDUE-COUNT
               IF WS-REASON = SPACES
                   MOVE 'REVIEW DUE' TO WS-REASON
               ELSE
                   MOVE 'INCREASED + DUE' TO WS-REASON
               END-IF
           END-IF
           MOVE WS-REASON TO CU-REASON(CU-IDX)
           IF WS-REASON NOT = SPACES
               PERFORM WRITE-WORKLIST-ENTRY
           END-IF.

      *    29 FEBRUARY ROLLS BACK TO 28 FEBRUARY IN A COMMON YEAR
       SET-NEXT-REVIEW-DATE.
           MOVE CU-LAST-REVIEW(CU-IDX) TO WS-REVIEW-DATE
           ADD WS-REVIEW-YEARS TO WS-RD-YEAR
           IF WS-RD-MMDD = 0229
               AND (FUNCTION MOD(WS-RD-YEAR, 4) NOT = 0
                   OR (FUNCTION MOD(WS-RD-YEAR, 100) = 0
                       AND FUNCTION MOD(WS-RD-YEAR, 400) NOT = 0))
               MOVE 0228 TO WS-RD-MMDD
           END-IF
           MOVE WS-REVIEW-DATE TO CU-NEXT-REVIEW(CU-IDX).

       WRITE-RATING-AUDIT.
           MOVE CU-SCORE(CU-IDX) TO WS-AUDIT-SCORE
           IF CU-PRIOR-RATING(CU-IDX) = SPACES
               MOVE 'NEW' TO WS-AUDIT-PRIOR
           ELSE
               MOVE CU-PRIOR-RATING(CU-IDX) TO WS-AUDIT-PRIOR
           END-IF
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|RISK-RATING-CHANGED|Customer '
                  CU-ID(CU-IDX) ' rating ' DELIMITED BY SIZE
                  WS-AUDIT-PRIOR DELIMITED BY SPACE
                  ' to ' CU-RATING(CU-IDX)
                  ' score ' WS-AUDIT-SCORE
                  ' next review ' CU-NEXT-REVIEW(CU-IDX)
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       WRITE-WORKLIST-ENTRY.
           MOVE SPACES TO WORKLIST-RECORD
           MOVE CU-ID(CU-IDX) TO KW-CUSTOMER-ID
           MOVE CU-NAME(CU-IDX) TO KW-CUSTOMER-NAME
           MOVE CU-RATING(CU-IDX) TO KW-RATING
           MOVE CU-PRIOR-RATING(CU-IDX) TO KW-PRIOR-RATING
           MOVE CU-SCORE(CU-IDX) TO KW-SCORE
           MOVE CU-LAST-REVIEW(CU-IDX) TO KW-LAST-REVIEW
           MOVE CU-NEXT-REVIEW(CU-IDX) TO KW-NEXT-REVIEW
           MOVE CU-REASON(CU-IDX) TO KW-REASON
           WRITE WORKLIST-RECORD
           ADD 1 TO WS-WORKLIST-COUNT.

       WRITE-RISK-FILE.
           OPEN OUTPUT RISK-FILE-NEW
           PERFORM WRITE-RISK-ROW
               VARYING WS-CU-SCAN FROM 1 BY 1
               UNTIL WS-CU-SCAN > WS-CU-COUNT
           CLOSE RISK-FILE-NEW
           CALL 'CBL_DELETE_FILE' USING 'customer_risk.dat'
           CALL 'CBL_RENAME_FILE' USING 'customer_risk.dat.new'
               'customer_risk.dat'.

       WRITE-RISK-ROW.
           SET CU-IDX TO WS-CU-SCAN
           MOVE SPACES TO RISK-RECORD
           MOVE CU-ID(CU-IDX) TO CR-CUSTOMER-ID
           MOVE CU-RATING(CU-IDX) TO CR-RATING
           MOVE CU-SCORE(CU-IDX) TO CR-SCORE
           MOVE WS-TODAY-YYYYMMDD TO CR-RATED-DATE
           MOVE CU-LAST-REVIEW(CU-IDX) TO CR-LAST-REVIEW
           MOVE CU-NEXT-REVIEW(CU-IDX) TO CR-NEXT-REVIEW
           MOVE CU-ACTIVITY-START(CU-IDX) TO CR-ACTIVITY-START
           MOVE CU-CTR-COUNT(CU-IDX) TO CR-CTR-COUNT
           MOVE CU-WIRE-COUNT(CU-IDX) TO CR-WIRE-COUNT
           MOVE CU-WIRE-AMOUNT(CU-IDX) TO CR-WIRE-AMOUNT
           MOVE CU-CASH-PCT(CU-IDX) TO CR-CASH-PCT
           MOVE CU-AML-OPEN(CU-IDX) TO CR-AML-OPEN
           MOVE RISK-RECORD TO RISK-RECORD-NEW
           WRITE RISK-RECORD-NEW.

       GENERATE-REPORT.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'KYC REVIEW WORKLIST' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM WORKLIST-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM REPORT-WORKLIST-CUSTOMER
               VARYING WS-CU-SCAN FROM 1 BY 1
               UNTIL WS-CU-SCAN > WS-CU-COUNT
           IF WS-WORKLIST-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE '     No customer is due for review.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'SUMMARY' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           MOVE 'Master Rows Read:' TO CL-LABEL
           MOVE WS-MASTER-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Customers Rated:' TO CL-LABEL
           MOVE WS-CU-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE '  Rated For The First Time:' TO CL-LABEL
           MOVE WS-NEW-CUSTOMERS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE '  High Risk:' TO CL-LABEL
           MOVE WS-HIGH-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE '  Medium Risk:' TO CL-LABEL
           MOVE WS-MEDIUM-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE '  Low Risk:' TO CL-LABEL
           MOVE WS-LOW-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Ratings Increased:' TO CL-LABEL
           MOVE WS-UPGRADED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Ratings Decreased:' TO CL-LABEL
           MOVE WS-DOWNGRADED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Reviews Due Or Overdue:' TO CL-LABEL
           MOVE WS-OVERDUE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Worklist Entries:' TO CL-LABEL
           MOVE WS-WORKLIST-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Completed Reviews Applied:' TO CL-LABEL
           MOVE WS-REVIEWS-APPLIED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Open AML Cases Linked:' TO CL-LABEL
           MOVE WS-AML-OPEN-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'CTR Filings Added:' TO CL-LABEL
           MOVE WS-CTR-ADDED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Wires Added:' TO CL-LABEL
           MOVE WS-WIRE-ADDED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Wires With No Matching Customer:' TO CL-LABEL
           MOVE WS-WIRE-UNMATCHED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           IF WS-TABLE-OVERFLOW > 0
               MOVE 'Entries Dropped - Table Full:' TO CL-LABEL
               MOVE WS-TABLE-OVERFLOW TO CL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "Customer risk rating completed:"
           DISPLAY "  Customers rated: " WS-CU-COUNT
           DISPLAY "  High / Medium / Low: " WS-HIGH-COUNT " / "
                   WS-MEDIUM-COUNT " / " WS-LOW-COUNT
           DISPLAY "  KYC worklist entries: " WS-WORKLIST-COUNT
           DISPLAY " "
           DISPLAY "Ratings: customer_risk.dat"
           DISPLAY "Worklist: kyc_review_worklist.dat"
           DISPLAY "Report generated: customer_risk_report.txt"
           DISPLAY "========================================="
           DISPLAY "CUSTOMER RISK RATING COMPLETED"
           DISPLAY "=========================================".

       REPORT-WORKLIST-CUSTOMER.
           SET CU-IDX TO WS-CU-SCAN
           IF CU-REASON(CU-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CU-ID(CU-IDX) TO WL-CUSTOMER
           MOVE CU-NAME(CU-IDX) TO WL-NAME
           MOVE CU-RATING(CU-IDX) TO WL-RATING
           MOVE CU-PRIOR-RATING(CU-IDX) TO WL-PRIOR
           MOVE CU-SCORE(CU-IDX) TO WL-SCORE
           MOVE CU-AML-OPEN(CU-IDX) TO WL-AML
           MOVE CU-CTR-COUNT(CU-IDX) TO WL-CTR
           MOVE CU-WIRE-COUNT(CU-IDX) TO WL-WIRES
           MOVE CU-CASH-PCT(CU-IDX) TO WL-CASH
           MOVE CU-LAST-REVIEW(CU-IDX) TO WL-LAST-REVIEW
           MOVE CU-NEXT-REVIEW(CU-IDX) TO WL-NEXT-REVIEW
           MOVE CU-REASON(CU-IDX) TO WL-REASON
           WRITE REPORT-LINE FROM WORKLIST-LINE.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           IF WS-JC-STATUS NOT = '00'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'RISK-RATING' TO JC-JOB-NAME
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
           MOVE 'RISK-RATING' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-CU-COUNT TO JC-RECORDS-PROC
           MOVE WS-WORKLIST-COUNT TO JC-RECORDS-ERROR
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
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE AUDIT-LOG
           CLOSE KYC-WORKLIST
           CLOSE RISK-REPORT.
