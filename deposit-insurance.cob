       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositInsurance.
       AUTHOR. Banking Operations Team.

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
           SELECT OWNERSHIP-FILE ASSIGN TO 'account_ownership.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO 'fx_rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT DEPOSITOR-FILE ASSIGN TO
               'deposit_insurance_depositors.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSURANCE-REPORT ASSIGN TO
               'deposit_insurance_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT ASSIGN TO
               'deposit_insurance_exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  OWNERSHIP-FILE.
       01  OWNERSHIP-RECORD.
           05  OW-ACCT-NUMBER    PIC X(12).
           05  OW-CUSTOMER-ID    PIC X(10).
           05  OW-CUSTOMER-NAME  PIC X(30).
           05  OW-ROLE           PIC X(8).
           05  OW-PERCENT        PIC 9(3)V99.
           05  OW-STATUS         PIC X(1).
           05  OW-ADDED-DATE     PIC X(8).

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           05  FX-DATE           PIC X(8).
           05  FX-CURRENCY       PIC X(3).
           05  FX-RATE-TO-USD    PIC 9(3)V9(6).

      *    ONE ROW PER DEPOSITOR AND OWNERSHIP CATEGORY. CATEGORY SGL
      *    SINGLE, JNT JOINT, TRS POD / REVOCABLE TRUST. AMOUNTS ARE
      *    IN BASE CURRENCY AND INCLUDE ACCRUED INTEREST.
       FD  DEPOSITOR-FILE.
       01  DEPOSITOR-RECORD.
           05  DI-AS-OF-DATE     PIC X(8).
           05  DI-CUSTOMER-ID    PIC X(10).
           05  DI-CATEGORY       PIC X(3).
           05  DI-ACCT-COUNT     PIC 9(4).
           05  DI-BENEFICIARIES  PIC 9(2).
           05  DI-TOTAL-DEPOSITS PIC 9(12)V99.
           05  DI-COVERAGE-LIMIT PIC 9(10)V99.
           05  DI-INSURED        PIC 9(12)V99.
           05  DI-UNINSURED      PIC 9(12)V99.

       FD  INSURANCE-REPORT.
       01  REPORT-LINE           PIC X(132).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE        PIC X(132).

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
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-CM-STATUS          PIC XX.
       01  WS-OWN-FILE-STATUS    PIC XX.
       01  WS-RATE-STATUS        PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-OWN-EOF            PIC X VALUE 'N'.
       01  WS-RATE-EOF           PIC X VALUE 'N'.
       01  WS-CURRENT-DATE.
           05  WS-YEAR           PIC 9(4).
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.
       01  WS-FORMATTED-DATE     PIC X(10).
       01  WS-TODAY-YYYYMMDD     PIC X(8).
       01  WS-CURRENT-TIME       PIC X(8).
       01  WS-JOB-ID             PIC 9(9).
       01  WS-JOB-START-TIMESTAMP PIC X(14).
       01  WS-JOB-END-DATE       PIC X(8).
       01  WS-JOB-END-TIME       PIC X(6).
       01  WS-JOB-END-TIMESTAMP  PIC X(14).

      *    STANDARD MAXIMUM DEPOSIT INSURANCE AMOUNT PER DEPOSITOR
      *    PER OWNERSHIP CATEGORY. A POD / TRUST DEPOSITOR IS COVERED
      *    ONCE PER BENEFICIARY, UP TO FIVE BENEFICIARIES.
       01  WS-COVERAGE-LIMIT     PIC 9(8)V99 VALUE 250000.00.
       01  WS-MAX-BENEFICIARIES  PIC 9(2) VALUE 5.

       01  WS-ACCOUNT-COUNT      PIC 9(7) VALUE 0.
       01  WS-CLOSED-COUNT       PIC 9(7) VALUE 0.
       01  WS-NO-DEPOSIT-COUNT   PIC 9(7) VALUE 0.
       01  WS-INSURABLE-COUNT    PIC 9(7) VALUE 0.
       01  WS-CONVERTED-COUNT    PIC 9(7) VALUE 0.
       01  WS-NO-RATE-COUNT      PIC 9(7) VALUE 0.
       01  WS-UNCLASSIFIED-COUNT PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT    PIC 9(7) VALUE 0.
       01  WS-OVERFLOW-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNCLASSIFIED-TOTAL PIC 9(12)V99 VALUE 0.
       01  WS-GRAND-DEPOSITS     PIC 9(13)V99 VALUE 0.
       01  WS-GRAND-INSURED      PIC 9(13)V99 VALUE 0.
       01  WS-GRAND-UNINSURED    PIC 9(13)V99 VALUE 0.

       01  WS-DEPOSIT-AMT        PIC S9(12)V99.
       01  WS-OWNER-AMT          PIC 9(12)V99.
       01  WS-ALLOCATED          PIC 9(12)V99.
       01  WS-INSURED-PART       PIC 9(12)V99.
       01  WS-UNINSURED-AMT      PIC 9(12)V99.
       01  WS-COVERED-UNITS      PIC 9(2).
       01  WS-CATEGORY           PIC X(3).
       01  WS-USE-PERCENT        PIC X.
       01  WS-POD-COUNT          PIC 9(2).
       01  WS-TRUSTEE-COUNT      PIC 9(2).
       01  WS-ZERO-SHARES        PIC 9(2).
       01  WS-SHARE-TOTAL        PIC 9(4)V99.
       01  WS-EXCEPTION-REASON   PIC X(45).
       01  WS-EXCEPTION-CUSTOMER PIC X(10).
       01  WS-FX-KEY             PIC X(3).
       01  WS-CUR-FOUND          PIC X.
       01  WS-DEP-FOUND          PIC X.
       01  WS-TYPE-FOUND         PIC X.
       01  WS-OWN-SCAN           PIC 9(4).
       01  WS-DEP-SCAN           PIC 9(5).
       01  WS-CON-SCAN           PIC 9(5).
       01  WS-TYPE-SCAN          PIC 9(2).
       01  WS-CAT-SCAN           PIC 9(1).
       01  WS-TYPE-SLOT          PIC 9(2).
       01  WS-DEP-SLOT           PIC 9(5).

       01  WS-CUR-COUNT          PIC 9(2) VALUE 0.
       01  CURRENCY-TABLE.
           05  CUR-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-CUR-COUNT
                   INDEXED BY CU-IDX.
               10  CU-CODE       PIC X(3).
               10  CU-RATE       PIC 9(3)V9(6).
               10  CU-RATE-DATE  PIC X(8).

       01  WS-OWN-COUNT          PIC 9(4) VALUE 0.
       01  OWNERSHIP-TABLE.
           05  OWN-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OWN-COUNT
                   INDEXED BY OWN-IDX.
               10  OW-T-ACCT         PIC X(12).
               10  OW-T-CUSTOMER     PIC X(10).
               10  OW-T-ROLE         PIC X(8).
               10  OW-T-PERCENT      PIC 9(3)V99.

      *    OWNERS (PRIMARY AND JOINT) OF THE ACCOUNT BEING CLASSIFIED
       01  WS-AO-COUNT           PIC 9(2) VALUE 0.
       01  ACCOUNT-OWNER-TABLE.
           05  ACCT-OWNER OCCURS 10 TIMES
                   INDEXED BY AO-IDX.
               10  AO-CUSTOMER       PIC X(10).
               10  AO-PERCENT        PIC 9(3)V99.

       01  WS-DEP-COUNT          PIC 9(5) VALUE 0.
       01  DEPOSITOR-TABLE.
           05  DEP-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-DEP-COUNT
                   INDEXED BY DP-IDX.
               10  DP-CUSTOMER       PIC X(10).
               10  DP-CATEGORY       PIC X(3).
               10  DP-ACCTS          PIC 9(4).
               10  DP-BENEFICIARIES  PIC 9(2).
               10  DP-BALANCE        PIC 9(12)V99.
               10  DP-LIMIT          PIC 9(10)V99.
               10  DP-INSURED        PIC 9(12)V99.

      *    EACH OWNER'S SHARE OF EACH ACCOUNT, KEPT SO THE INSURED
      *    PORTION OF A DEPOSITOR CAN BE SPREAD BACK PRO RATA OVER
      *    THE ACCOUNT TYPES THAT MAKE IT UP.
       01  WS-CON-COUNT          PIC 9(5) VALUE 0.
       01  CONTRIBUTION-TABLE.
           05  CON-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-CON-COUNT
                   INDEXED BY CN-IDX.
               10  CN-TYPE-SLOT      PIC 9(2).
               10  CN-DEP-SLOT       PIC 9(5).
               10  CN-AMOUNT         PIC 9(12)V99.

       01  WS-TYPE-COUNT         PIC 9(2) VALUE 0.
       01  ACCT-TYPE-TABLE.
           05  TYPE-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-TYPE-COUNT
                   INDEXED BY TY-IDX.
               10  TY-CODE           PIC X(8).
               10  TY-ACCTS          PIC 9(7).
               10  TY-DEPOSITS       PIC 9(13)V99.
               10  TY-INSURED        PIC 9(13)V99.
               10  TY-UNINSURED      PIC 9(13)V99.

       01  CATEGORY-TABLE.
           05  CAT-ENTRY OCCURS 3 TIMES
                   INDEXED BY CT-IDX.
               10  CT-CODE           PIC X(3).
               10  CT-NAME           PIC X(20).
               10  CT-DEPOSITORS     PIC 9(7).
               10  CT-DEPOSITS       PIC 9(13)V99.
               10  CT-INSURED        PIC 9(13)V99.
               10  CT-UNINSURED      PIC 9(13)V99.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(52)
               VALUE 'DEPOSIT INSURANCE COVERAGE REPORT'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(15) VALUE 'As Of Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  FILLER            PIC X(36)
               VALUE 'Coverage Per Depositor / Category: '.
           05  H3-LIMIT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(51) VALUE SPACES.
       01  SECTION-TITLE.
           05  ST-TITLE          PIC X(60).
           05  FILLER            PIC X(72) VALUE SPACES.

       01  TOTALS-HEADER.
           05  FILLER            PIC X(22) VALUE 'Group'.
           05  FILLER            PIC X(12) VALUE '      Count'.
           05  FILLER            PIC X(22)
               VALUE '        Total Deposits'.
           05  FILLER            PIC X(22)
               VALUE '               Insured'.
           05  FILLER            PIC X(22)
               VALUE '             Uninsured'.
           05  FILLER            PIC X(32) VALUE SPACES.

       01  TOTALS-LINE.
           05  TL-GROUP          PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TL-DEPOSITS       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  TL-INSURED        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  TL-UNINSURED      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(32) VALUE SPACES.

       01  COUNT-LINE.
           05  CL-LABEL          PIC X(45).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       01  AMOUNT-LINE.
           05  AL-LABEL          PIC X(45).
           05  AL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(66) VALUE SPACES.

       01  EXCEPTION-HEADER-2.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(52)
               VALUE 'DEPOSIT INSURANCE CLASSIFICATION EXCEPTIONS'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  EXCEPTION-COLUMNS.
           05  FILLER            PIC X(14) VALUE 'Account'.
           05  FILLER            PIC X(12) VALUE 'Customer'.
           05  FILLER            PIC X(47) VALUE 'Reason'.
           05  FILLER            PIC X(21) VALUE '      Deposit Amount'.
           05  FILLER            PIC X(38) VALUE SPACES.
       01  EXCEPTION-DETAIL.
           05  EX-ACCOUNT        PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EX-CUSTOMER       PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EX-REASON         PIC X(45).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EX-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-OWNERSHIP-TABLE
           PERFORM CLASSIFY-ACCOUNTS
           PERFORM APPLY-COVERAGE
               VARYING WS-DEP-SCAN FROM 1 BY 1
               UNTIL WS-DEP-SCAN > WS-DEP-COUNT
           PERFORM ALLOCATE-TO-ACCOUNT-TYPE
               VARYING WS-CON-SCAN FROM 1 BY 1
               UNTIL WS-CON-SCAN > WS-CON-COUNT
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
           STRING WS-TODAY-YYYYMMDD WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-JOB-START-TIMESTAMP
           ACCEPT WS-JOB-ID FROM TIME

           MOVE 'SGL' TO CT-CODE(1)
           MOVE 'Single' TO CT-NAME(1)
           MOVE 'JNT' TO CT-CODE(2)
           MOVE 'Joint' TO CT-NAME(2)
           MOVE 'TRS' TO CT-CODE(3)
           MOVE 'POD / Trust' TO CT-NAME(3)
           PERFORM CLEAR-CATEGORY-TOTALS
               VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > 3

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_balances.dat - "
                       "status " WS-ACCOUNT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY "WARNING: Cannot open account_master.dat - "
                       "accounts without ownership rows cannot be "
                       "classified"
           END-IF
           OPEN OUTPUT DEPOSITOR-FILE
           OPEN OUTPUT INSURANCE-REPORT
           OPEN OUTPUT EXCEPTION-REPORT

           WRITE EXCEPTION-LINE FROM HEADER-1
           WRITE EXCEPTION-LINE FROM EXCEPTION-HEADER-2
           WRITE EXCEPTION-LINE FROM HEADER-1
           WRITE EXCEPTION-LINE FROM EXCEPTION-COLUMNS
           WRITE EXCEPTION-LINE FROM HEADER-1

           DISPLAY "========================================="
           DISPLAY "DEPOSIT INSURANCE COVERAGE JOB STARTED"
           DISPLAY "========================================="
           DISPLAY "As Of Date: " WS-FORMATTED-DATE
           DISPLAY " ".

       CLEAR-CATEGORY-TOTALS.
           MOVE 0 TO CT-DEPOSITORS(CT-IDX)
           MOVE 0 TO CT-DEPOSITS(CT-IDX)
           MOVE 0 TO CT-INSURED(CT-IDX)
           MOVE 0 TO CT-UNINSURED(CT-IDX).

      *    LATEST RATE ON OR BEFORE THE BUSINESS DATE PER CURRENCY
       LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY "WARNING: fx_rates.dat not found - foreign "
                       "currency balances carried at face value"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-FX-RATE UNTIL WS-RATE-EOF = 'Y'
           CLOSE FX-RATE-FILE.

       READ-FX-RATE.
           READ FX-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF
               NOT AT END
                   IF FX-DATE <= WS-TODAY-YYYYMMDD
                       PERFORM STORE-FX-RATE
                   END-IF
           END-READ.

       STORE-FX-RATE.
           MOVE FX-CURRENCY TO WS-FX-KEY
           PERFORM FIND-FX-RATE
           IF WS-CUR-FOUND = 'N'
               IF WS-CUR-COUNT < 20
                   ADD 1 TO WS-CUR-COUNT
                   SET CU-IDX TO WS-CUR-COUNT
                   MOVE FX-CURRENCY TO CU-CODE(CU-IDX)
                   MOVE FX-RATE-TO-USD TO CU-RATE(CU-IDX)
                   MOVE FX-DATE TO CU-RATE-DATE(CU-IDX)
               END-IF
           ELSE
               IF FX-DATE > CU-RATE-DATE(CU-IDX)
                   MOVE FX-RATE-TO-USD TO CU-RATE(CU-IDX)
                   MOVE FX-DATE TO CU-RATE-DATE(CU-IDX)
               END-IF
           END-IF.

       FIND-FX-RATE.
           MOVE 'N' TO WS-CUR-FOUND
           IF WS-CUR-COUNT > 0
               SET CU-IDX TO 1
               SEARCH CUR-ENTRY
                   AT END
                       MOVE 'N' TO WS-CUR-FOUND
                   WHEN CU-CODE(CU-IDX) = WS-FX-KEY
                       MOVE 'Y' TO WS-CUR-FOUND
               END-SEARCH
           END-IF.

       LOAD-OWNERSHIP-TABLE.
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWN-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: account_ownership.dat not found - "
                       "all accounts classified from the master"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-OWNERSHIP-ROW UNTIL WS-OWN-EOF = 'Y'
           CLOSE OWNERSHIP-FILE.

       READ-OWNERSHIP-ROW.
           READ OWNERSHIP-FILE
               AT END
                   MOVE 'Y' TO WS-OWN-EOF
               NOT AT END
                   IF OW-STATUS = 'A'
                       AND WS-OWN-COUNT < 5000
                       ADD 1 TO WS-OWN-COUNT
                       SET OWN-IDX TO WS-OWN-COUNT
                       MOVE OW-ACCT-NUMBER TO OW-T-ACCT(OWN-IDX)
                       MOVE OW-CUSTOMER-ID TO OW-T-CUSTOMER(OWN-IDX)
                       MOVE OW-ROLE TO OW-T-ROLE(OWN-IDX)
                       MOVE OW-PERCENT TO OW-T-PERCENT(OWN-IDX)
                   END-IF
           END-READ.

       CLASSIFY-ACCOUNTS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CLASSIFY-SINGLE-ACCOUNT
               END-READ
           END-PERFORM.

      *    THE INSURABLE DEPOSIT IS THE LEDGER BALANCE PLUS INTEREST
      *    ACCRUED BUT NOT YET PAID. AN OVERDRAWN ACCOUNT HOLDS NONE.
       CLASSIFY-SINGLE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           IF ACCT-STATUS = 'C'
               ADD 1 TO WS-CLOSED-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DEPOSIT-AMT =
               CURRENT-BALANCE + ACCRUED-INTEREST
           IF WS-DEPOSIT-AMT NOT > 0
               ADD 1 TO WS-NO-DEPOSIT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INSURABLE-COUNT
           IF CURRENCY-CODE NOT = 'USD' AND CURRENCY-CODE NOT = SPACES
               PERFORM CONVERT-TO-BASE
           END-IF

           PERFORM FIND-TYPE-SLOT
           IF WS-TYPE-FOUND = 'Y'
               ADD 1 TO TY-ACCTS(TY-IDX)
               ADD WS-DEPOSIT-AMT TO TY-DEPOSITS(TY-IDX)
           END-IF
           ADD WS-DEPOSIT-AMT TO WS-GRAND-DEPOSITS

           PERFORM GATHER-ACCOUNT-OWNERS
           IF WS-AO-COUNT = 0
               PERFORM RECORD-UNCLASSIFIED
               EXIT PARAGRAPH
           END-IF
           PERFORM DETERMINE-CATEGORY
           PERFORM DETERMINE-OWNER-SHARES
           MOVE 0 TO WS-ALLOCATED
           PERFORM ALLOCATE-OWNER-SHARE
               VARYING AO-IDX FROM 1 BY 1
               UNTIL AO-IDX > WS-AO-COUNT.

       CONVERT-TO-BASE.
           MOVE CURRENCY-CODE TO WS-FX-KEY
           PERFORM FIND-FX-RATE
           IF WS-CUR-FOUND = 'Y'
               COMPUTE WS-DEPOSIT-AMT ROUNDED =
                   WS-DEPOSIT-AMT * CU-RATE(CU-IDX)
               ADD 1 TO WS-CONVERTED-COUNT
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY "WARNING: no FX rate on file for "
                       CURRENCY-CODE " - account " ACCT-NUMBER
                       " carried at face value"
           END-IF.

       FIND-TYPE-SLOT.
           MOVE 'N' TO WS-TYPE-FOUND
           IF WS-TYPE-COUNT > 0
               SET TY-IDX TO 1
               SEARCH TYPE-ENTRY
                   AT END
                       MOVE 'N' TO WS-TYPE-FOUND
                   WHEN TY-CODE(TY-IDX) = ACCT-TYPE
                       MOVE 'Y' TO WS-TYPE-FOUND
               END-SEARCH
           END-IF
           IF WS-TYPE-FOUND = 'N' AND WS-TYPE-COUNT < 20
               ADD 1 TO WS-TYPE-COUNT
               SET TY-IDX TO WS-TYPE-COUNT
               MOVE ACCT-TYPE TO TY-CODE(TY-IDX)
               MOVE 0 TO TY-ACCTS(TY-IDX)
               MOVE 0 TO TY-DEPOSITS(TY-IDX)
               MOVE 0 TO TY-INSURED(TY-IDX)
               MOVE 0 TO TY-UNINSURED(TY-IDX)
               MOVE 'Y' TO WS-TYPE-FOUND
           END-IF
           IF WS-TYPE-FOUND = 'Y'
               SET WS-TYPE-SLOT TO TY-IDX
           ELSE
               MOVE 0 TO WS-TYPE-SLOT
           END-IF.

      *    OWNERS COME FROM THE OWNERSHIP FILE; AN ACCOUNT WITH NO
      *    OWNER ROWS THERE IS SOLELY OWNED BY ITS MASTER HOLDER.
       GATHER-ACCOUNT-OWNERS.
           MOVE 0 TO WS-AO-COUNT
           MOVE 0 TO WS-POD-COUNT
           MOVE 0 TO WS-TRUSTEE-COUNT
           MOVE 0 TO WS-ZERO-SHARES
           MOVE 0 TO WS-SHARE-TOTAL
           MOVE SPACES TO WS-EXCEPTION-CUSTOMER
           PERFORM SCAN-ACCOUNT-OWNERSHIP
               VARYING WS-OWN-SCAN FROM 1 BY 1
               UNTIL WS-OWN-SCAN > WS-OWN-COUNT
           IF WS-AO-COUNT = 0
               PERFORM READ-MASTER-HOLDER
           END-IF.

       SCAN-ACCOUNT-OWNERSHIP.
           SET OWN-IDX TO WS-OWN-SCAN
           IF OW-T-ACCT(OWN-IDX) NOT = ACCT-NUMBER
               EXIT PARAGRAPH
           END-IF
           EVALUATE OW-T-ROLE(OWN-IDX)
               WHEN 'PRIMARY'
               WHEN 'JOINT'
                   IF WS-AO-COUNT < 10
                       ADD 1 TO WS-AO-COUNT
                       SET AO-IDX TO WS-AO-COUNT
                       MOVE OW-T-CUSTOMER(OWN-IDX) TO
                           AO-CUSTOMER(AO-IDX)
                       MOVE OW-T-PERCENT(OWN-IDX) TO
                           AO-PERCENT(AO-IDX)
                       ADD OW-T-PERCENT(OWN-IDX) TO WS-SHARE-TOTAL
                       IF OW-T-PERCENT(OWN-IDX) = 0
                           ADD 1 TO WS-ZERO-SHARES
                       END-IF
                   END-IF
               WHEN 'POD'
                   ADD 1 TO WS-POD-COUNT
               WHEN 'TRUSTEE'
                   ADD 1 TO WS-TRUSTEE-COUNT
           END-EVALUATE.

       READ-MASTER-HOLDER.
           MOVE 'NO OWNERSHIP ROW AND NO MASTER RECORD' TO
               WS-EXCEPTION-REASON
           IF WS-CM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NUMBER TO CM-ACCT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-CUSTOMER-ID = SPACES
                       MOVE 'NO OWNERSHIP ROW AND NO CUSTOMER ID'
                           TO WS-EXCEPTION-REASON
                   ELSE
                       MOVE 1 TO WS-AO-COUNT
                       MOVE CM-CUSTOMER-ID TO AO-CUSTOMER(1)
                       MOVE 0 TO AO-PERCENT(1)
                   END-IF
           END-READ.

      *    A DEPOSIT NO OWNER CAN BE FOUND FOR IS LEFT OUT OF THE
      *    INSURED FIGURES UNTIL THE OWNERSHIP IS CORRECTED.
       RECORD-UNCLASSIFIED.
           ADD 1 TO WS-UNCLASSIFIED-COUNT
           ADD WS-DEPOSIT-AMT TO WS-UNCLASSIFIED-TOTAL
           ADD WS-DEPOSIT-AMT TO WS-GRAND-UNINSURED
           IF WS-TYPE-FOUND = 'Y'
               ADD WS-DEPOSIT-AMT TO TY-UNINSURED(TY-IDX)
           END-IF
           PERFORM WRITE-EXCEPTION.

       DETERMINE-CATEGORY.
           EVALUATE TRUE
               WHEN WS-POD-COUNT > 0
                   MOVE 'TRS' TO WS-CATEGORY
               WHEN WS-AO-COUNT > 1
                   MOVE 'JNT' TO WS-CATEGORY
               WHEN OTHER
                   MOVE 'SGL' TO WS-CATEGORY
           END-EVALUATE
           IF WS-TRUSTEE-COUNT > 0 AND WS-POD-COUNT = 0
               MOVE AO-CUSTOMER(1) TO WS-EXCEPTION-CUSTOMER
               MOVE 'TRUSTEE ON FILE BUT NO POD BENEFICIARY' TO
                   WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
           END-IF.

      *    SHARES ON THE OWNERSHIP FILE ARE USED WHEN THEY TOTAL 100;
      *    OTHERWISE THE OWNERS ARE TREATED AS EQUAL.
       DETERMINE-OWNER-SHARES.
           MOVE 'N' TO WS-USE-PERCENT
           IF WS-AO-COUNT = 1 OR WS-ZERO-SHARES = WS-AO-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-ZERO-SHARES = 0 AND WS-SHARE-TOTAL = 100
               MOVE 'Y' TO WS-USE-PERCENT
           ELSE
               MOVE AO-CUSTOMER(1) TO WS-EXCEPTION-CUSTOMER
               MOVE 'OWNER SHARES NOT 100 PERCENT - SPLIT EQUALLY' TO
                   WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
           END-IF.

       ALLOCATE-OWNER-SHARE.
           EVALUATE TRUE
               WHEN AO-IDX = WS-AO-COUNT
                   COMPUTE WS-OWNER-AMT =
                       WS-DEPOSIT-AMT - WS-ALLOCATED
               WHEN WS-USE-PERCENT = 'Y'
                   COMPUTE WS-OWNER-AMT ROUNDED =
                       WS-DEPOSIT-AMT * AO-PERCENT(AO-IDX) / 100
               WHEN OTHER
                   COMPUTE WS-OWNER-AMT ROUNDED =
                       WS-DEPOSIT-AMT / WS-AO-COUNT
           END-EVALUATE
           ADD WS-OWNER-AMT TO WS-ALLOCATED

           PERFORM FIND-DEPOSITOR-SLOT
           IF WS-DEP-FOUND = 'N' OR WS-CON-COUNT >= 20000
               ADD 1 TO WS-OVERFLOW-COUNT
               ADD WS-OWNER-AMT TO WS-GRAND-UNINSURED
               IF WS-TYPE-FOUND = 'Y'
                   ADD WS-OWNER-AMT TO TY-UNINSURED(TY-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DP-ACCTS(DP-IDX)
           ADD WS-OWNER-AMT TO DP-BALANCE(DP-IDX)
           IF WS-CATEGORY = 'TRS'
               AND WS-POD-COUNT > DP-BENEFICIARIES(DP-IDX)
               MOVE WS-POD-COUNT TO DP-BENEFICIARIES(DP-IDX)
           END-IF

           ADD 1 TO WS-CON-COUNT
           SET CN-IDX TO WS-CON-COUNT
           MOVE WS-TYPE-SLOT TO CN-TYPE-SLOT(CN-IDX)
           SET WS-DEP-SLOT TO DP-IDX
           MOVE WS-DEP-SLOT TO CN-DEP-SLOT(CN-IDX)
           MOVE WS-OWNER-AMT TO CN-AMOUNT(CN-IDX).

       FIND-DEPOSITOR-SLOT.
           MOVE 'N' TO WS-DEP-FOUND
           IF WS-DEP-COUNT > 0
               SET DP-IDX TO 1
               SEARCH DEP-ENTRY
                   AT END
                       MOVE 'N' TO WS-DEP-FOUND
                   WHEN DP-CUSTOMER(DP-IDX) = AO-CUSTOMER(AO-IDX)
                       AND DP-CATEGORY(DP-IDX) = WS-CATEGORY
                       MOVE 'Y' TO WS-DEP-FOUND
               END-SEARCH
           END-IF
           IF WS-DEP-FOUND = 'N' AND WS-DEP-COUNT < 10000
               ADD 1 TO WS-DEP-COUNT
               SET DP-IDX TO WS-DEP-COUNT
               MOVE AO-CUSTOMER(AO-IDX) TO DP-CUSTOMER(DP-IDX)
               MOVE WS-CATEGORY TO DP-CATEGORY(DP-IDX)
               MOVE 0 TO DP-ACCTS(DP-IDX)
               MOVE 0 TO DP-BENEFICIARIES(DP-IDX)
               MOVE 0 TO DP-BALANCE(DP-IDX)
               MOVE 0 TO DP-LIMIT(DP-IDX)
               MOVE 0 TO DP-INSURED(DP-IDX)
               MOVE 'Y' TO WS-DEP-FOUND
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE ACCT-NUMBER TO EX-ACCOUNT
           MOVE WS-EXCEPTION-CUSTOMER TO EX-CUSTOMER
           MOVE WS-EXCEPTION-REASON TO EX-REASON
           MOVE WS-DEPOSIT-AMT TO EX-AMOUNT
           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL.

       APPLY-COVERAGE.
           SET DP-IDX TO WS-DEP-SCAN
           MOVE 1 TO WS-COVERED-UNITS
           IF DP-CATEGORY(DP-IDX) = 'TRS'
               MOVE DP-BENEFICIARIES(DP-IDX) TO WS-COVERED-UNITS
               IF WS-COVERED-UNITS > WS-MAX-BENEFICIARIES
                   MOVE WS-MAX-BENEFICIARIES TO WS-COVERED-UNITS
               END-IF
           END-IF
           COMPUTE DP-LIMIT(DP-IDX) =
               WS-COVERAGE-LIMIT * WS-COVERED-UNITS
           IF DP-BALANCE(DP-IDX) > DP-LIMIT(DP-IDX)
               MOVE DP-LIMIT(DP-IDX) TO DP-INSURED(DP-IDX)
           ELSE
               MOVE DP-BALANCE(DP-IDX) TO DP-INSURED(DP-IDX)
           END-IF
           COMPUTE WS-UNINSURED-AMT =
               DP-BALANCE(DP-IDX) - DP-INSURED(DP-IDX)
           ADD DP-INSURED(DP-IDX) TO WS-GRAND-INSURED
           ADD WS-UNINSURED-AMT TO WS-GRAND-UNINSURED

           SET CT-IDX TO 1
           SEARCH CAT-ENTRY
               AT END
                   CONTINUE
               WHEN CT-CODE(CT-IDX) = DP-CATEGORY(DP-IDX)
                   ADD 1 TO CT-DEPOSITORS(CT-IDX)
                   ADD DP-BALANCE(DP-IDX) TO CT-DEPOSITS(CT-IDX)
                   ADD DP-INSURED(DP-IDX) TO CT-INSURED(CT-IDX)
                   ADD WS-UNINSURED-AMT TO CT-UNINSURED(CT-IDX)
           END-SEARCH

           MOVE WS-TODAY-YYYYMMDD TO DI-AS-OF-DATE
           MOVE DP-CUSTOMER(DP-IDX) TO DI-CUSTOMER-ID
           MOVE DP-CATEGORY(DP-IDX) TO DI-CATEGORY
           MOVE DP-ACCTS(DP-IDX) TO DI-ACCT-COUNT
           MOVE DP-BENEFICIARIES(DP-IDX) TO DI-BENEFICIARIES
           MOVE DP-BALANCE(DP-IDX) TO DI-TOTAL-DEPOSITS
           MOVE DP-LIMIT(DP-IDX) TO DI-COVERAGE-LIMIT
           MOVE DP-INSURED(DP-IDX) TO DI-INSURED
           MOVE WS-UNINSURED-AMT TO DI-UNINSURED
           WRITE DEPOSITOR-RECORD.

      *    SPREAD EACH DEPOSITOR'S INSURED AMOUNT OVER THE ACCOUNTS
      *    THAT MAKE IT UP, IN PROPORTION TO THEIR SHARE OF THE TOTAL.
       ALLOCATE-TO-ACCOUNT-TYPE.
           SET CN-IDX TO WS-CON-SCAN
           SET DP-IDX TO CN-DEP-SLOT(CN-IDX)
           MOVE 0 TO WS-INSURED-PART
           IF DP-BALANCE(DP-IDX) > 0
               COMPUTE WS-INSURED-PART ROUNDED =
                   CN-AMOUNT(CN-IDX) * DP-INSURED(DP-IDX)
                   / DP-BALANCE(DP-IDX)
           END-IF
           IF CN-TYPE-SLOT(CN-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           SET TY-IDX TO CN-TYPE-SLOT(CN-IDX)
           ADD WS-INSURED-PART TO TY-INSURED(TY-IDX)
           COMPUTE TY-UNINSURED(TY-IDX) = TY-UNINSURED(TY-IDX)
               + CN-AMOUNT(CN-IDX) - WS-INSURED-PART.

       GENERATE-REPORT.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           MOVE WS-COVERAGE-LIMIT TO H3-LIMIT
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'DEPOSITS BY ACCOUNT TYPE' TO ST-TITLE
           WRITE REPORT-LINE FROM SECTION-TITLE
           WRITE REPORT-LINE FROM TOTALS-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM WRITE-TYPE-TOTALS
               VARYING WS-TYPE-SCAN FROM 1 BY 1
               UNTIL WS-TYPE-SCAN > WS-TYPE-COUNT
           WRITE REPORT-LINE FROM HEADER-1
           MOVE 'ALL ACCOUNT TYPES' TO TL-GROUP
           MOVE WS-INSURABLE-COUNT TO TL-COUNT
           MOVE WS-GRAND-DEPOSITS TO TL-DEPOSITS
           MOVE WS-GRAND-INSURED TO TL-INSURED
           MOVE WS-GRAND-UNINSURED TO TL-UNINSURED
           WRITE REPORT-LINE FROM TOTALS-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'DEPOSITORS BY OWNERSHIP CATEGORY' TO ST-TITLE
           WRITE REPORT-LINE FROM SECTION-TITLE
           WRITE REPORT-LINE FROM TOTALS-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM WRITE-CATEGORY-TOTALS
               VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > 3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           MOVE 'Accounts Read:' TO CL-LABEL
           MOVE WS-ACCOUNT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Closed Accounts Skipped:' TO CL-LABEL
           MOVE WS-CLOSED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Accounts With No Deposit (Zero/Overdrawn):'
               TO CL-LABEL
           MOVE WS-NO-DEPOSIT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Foreign-Currency Accounts Converted:' TO CL-LABEL
           MOVE WS-CONVERTED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Foreign Accounts With No Rate (Face Value):'
               TO CL-LABEL
           MOVE WS-NO-RATE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Depositor / Category Rows Written:' TO CL-LABEL
           MOVE WS-DEP-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Unclassified Accounts (Shown Uninsured):'
               TO CL-LABEL
           MOVE WS-UNCLASSIFIED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Unclassified Deposits:' TO AL-LABEL
           MOVE WS-UNCLASSIFIED-TOTAL TO AL-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE 'Classification Exceptions Listed:' TO CL-LABEL
           MOVE WS-EXCEPTION-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           IF WS-OVERFLOW-COUNT > 0
               MOVE 'Owner Shares Over Table Capacity:' TO CL-LABEL
               MOVE WS-OVERFLOW-COUNT TO CL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           IF WS-EXCEPTION-COUNT = 0
               MOVE SPACES TO EXCEPTION-LINE
               MOVE 'No classification exceptions.' TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF

           DISPLAY " "
           DISPLAY "Deposit insurance coverage completed:"
           DISPLAY "  Accounts read: " WS-ACCOUNT-COUNT
           DISPLAY "  Depositor rows: " WS-DEP-COUNT
           DISPLAY "  Insured total: " WS-GRAND-INSURED
           DISPLAY "  Uninsured total: " WS-GRAND-UNINSURED
           DISPLAY "  Exceptions: " WS-EXCEPTION-COUNT
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "WARNING: " WS-OVERFLOW-COUNT
                       " owner shares exceeded table capacity - "
                       "shown as uninsured"
           END-IF
           DISPLAY " "
           DISPLAY "Report generated: deposit_insurance_report.txt"
           DISPLAY "========================================="
           DISPLAY "DEPOSIT INSURANCE COVERAGE JOB COMPLETED"
           DISPLAY "=========================================".

       WRITE-TYPE-TOTALS.
           SET TY-IDX TO WS-TYPE-SCAN
           MOVE TY-CODE(TY-IDX) TO TL-GROUP
           MOVE TY-ACCTS(TY-IDX) TO TL-COUNT
           MOVE TY-DEPOSITS(TY-IDX) TO TL-DEPOSITS
           MOVE TY-INSURED(TY-IDX) TO TL-INSURED
           MOVE TY-UNINSURED(TY-IDX) TO TL-UNINSURED
           WRITE REPORT-LINE FROM TOTALS-LINE.

       WRITE-CATEGORY-TOTALS.
           MOVE CT-NAME(CT-IDX) TO TL-GROUP
           MOVE CT-DEPOSITORS(CT-IDX) TO TL-COUNT
           MOVE CT-DEPOSITS(CT-IDX) TO TL-DEPOSITS
           MOVE CT-INSURED(CT-IDX) TO TL-INSURED
           MOVE CT-UNINSURED(CT-IDX) TO TL-UNINSURED
           WRITE REPORT-LINE FROM TOTALS-LINE.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'DEP-INSURANCE' TO JC-JOB-NAME
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
           MOVE 'DEP-INSURANCE' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-ACCOUNT-COUNT TO JC-RECORDS-PROC
           MOVE WS-EXCEPTION-COUNT TO JC-RECORDS-ERROR
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
           CLOSE ACCOUNT-FILE
           IF WS-CM-STATUS = '00'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE DEPOSITOR-FILE
           CLOSE INSURANCE-REPORT
           CLOSE EXCEPTION-REPORT.
