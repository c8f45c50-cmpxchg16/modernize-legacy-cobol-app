       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositSchedule.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'account_balances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT PARM-FILE ASSIGN TO 'deposit_schedule_parms.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO 'fx_rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT GL-POSTING ASSIGN TO 'gl_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO
               'deposit_schedule_extract.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-REPORT ASSIGN TO
               'deposit_schedule_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JC-STATUS.

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

      *    OPTIONAL. A ZERO THRESHOLD OR TOLERANCE TAKES THE DEFAULT
      *    AND BLANK CONTROL ACCOUNTS ARE IGNORED - WITH NO CONTROL
      *    ACCOUNT KEYED THE CUSTOMER LIABILITY ACCOUNT IS USED.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  DP-THRESHOLD      PIC 9(10)V99.
           05  DP-TOLERANCE      PIC 9(7)V99.
           05  DP-CONTROL-ACCT   PIC X(10) OCCURS 3 TIMES.

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           05  FX-DATE           PIC X(8).
           05  FX-CURRENCY       PIC X(3).
           05  FX-RATE-TO-USD    PIC 9(3)V9(6).

       FD  GL-POSTING.
       01  GL-RECORD.
           05  GL-RUN-ID         PIC X(20).
           05  GL-TXN-REF        PIC X(15).
           05  GL-ACCOUNT        PIC X(10).
           05  GL-DEBIT-AMOUNT   PIC 9(10)V99.
           05  GL-CREDIT-AMOUNT  PIC 9(10)V99.
           05  GL-DESCRIPTION    PIC X(50).
           05  GL-POST-DATE      PIC X(8).
           05  GL-POST-TIME      PIC X(6).
           05  GL-BRANCH-ID      PIC X(6).

      *    REGULATORY SCHEDULE EXTRACT: ONE HDR, A DTL ROW PER
      *    SCHEDULE LINE, ONE TRL CARRYING THE GL RECONCILIATION.
      *    AMOUNTS ARE IN BASE CURRENCY; DTL FACE AMOUNT IS THE
      *    ORIGINAL-CURRENCY TOTAL ON FOREIGN-CURRENCY ROWS.
       FD  EXTRACT-FILE.
       01  EXTRACT-HEADER.
           05  DX-H-REC-TYPE     PIC X(3).
           05  DX-H-AS-OF-DATE   PIC X(8).
           05  DX-H-QUARTER      PIC X(6).
           05  DX-H-CREATED      PIC X(14).
           05  DX-H-THRESHOLD    PIC 9(10)V99.
           05  FILLER            PIC X(57).
       01  EXTRACT-DETAIL.
           05  DX-D-REC-TYPE     PIC X(3).
           05  DX-D-LINE-CODE    PIC X(10).
           05  DX-D-DESCRIPTION  PIC X(40).
           05  DX-D-CURRENCY     PIC X(3).
           05  DX-D-ACCT-COUNT   PIC 9(9).
           05  DX-D-AMOUNT       PIC 9(14)V99.
           05  DX-D-FACE-AMOUNT  PIC 9(14)V99.
           05  FILLER            PIC X(3).
       01  EXTRACT-TRAILER.
           05  DX-T-REC-TYPE     PIC X(3).
           05  DX-T-RECORD-COUNT PIC 9(9).
           05  DX-T-DEPOSITS     PIC 9(14)V99.
           05  DX-T-OVERDRAFTS   PIC 9(14)V99.
           05  DX-T-GL-BALANCE   PIC 9(14)V99.
           05  DX-T-GL-SIGN      PIC X(1).
           05  DX-T-DIFFERENCE   PIC 9(14)V99.
           05  DX-T-DIFF-SIGN    PIC X(1).
           05  DX-T-RECON-STATUS PIC X(14).
           05  FILLER            PIC X(8).

       FD  SCHEDULE-REPORT.
       01  REPORT-LINE           PIC X(132).

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
       01  WS-PARM-STATUS        PIC XX.
       01  WS-RATE-STATUS        PIC XX.
       01  WS-GL-STATUS          PIC XX.
       01  WS-JC-STATUS          PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-RATE-EOF           PIC X VALUE 'N'.
       01  WS-GL-EOF             PIC X VALUE 'N'.
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

      *    THE SCHEDULE IS TAKEN AS OF THE BUSINESS DATE AND LABELLED
      *    WITH ITS CALENDAR QUARTER (E.G. 2026Q3).
       01  WS-QUARTER            PIC 9.
       01  WS-QUARTER-LABEL      PIC X(6).
       01  WS-QUARTER-END-MONTH  PIC 99.

      *    REPORTING THRESHOLD FOR THE TIME DEPOSIT SIZE SPLIT, AND
      *    THE DIFFERENCE ALLOWED BEFORE THE SCHEDULE IS DECLARED OUT
      *    OF BALANCE WITH THE GENERAL LEDGER.
       01  WS-THRESHOLD          PIC 9(10)V99 VALUE 250000.00.
       01  WS-TOLERANCE          PIC 9(7)V99 VALUE 0.
       01  WS-CTL-COUNT          PIC 9 VALUE 0.
       01  CONTROL-ACCOUNT-TABLE.
           05  CTL-ENTRY OCCURS 1 TO 3 TIMES
                   DEPENDING ON WS-CTL-COUNT
                   INDEXED BY CTL-IDX.
               10  CTL-ACCOUNT   PIC X(10).
       01  WS-CTL-SCAN           PIC 9.
       01  WS-CTL-FOUND          PIC X.
       01  WS-CTL-LIST           PIC X(36) VALUE SPACES.
       01  WS-CTL-PTR            PIC 9(2).

       01  WS-ACCOUNT-COUNT      PIC 9(7) VALUE 0.
       01  WS-CLOSED-COUNT       PIC 9(7) VALUE 0.
       01  WS-OPEN-COUNT         PIC 9(7) VALUE 0.
       01  WS-OVERDRAWN-COUNT    PIC 9(7) VALUE 0.
       01  WS-CONVERTED-COUNT    PIC 9(7) VALUE 0.
       01  WS-NO-RATE-COUNT      PIC 9(7) VALUE 0.
       01  WS-OTHER-TYPE-COUNT   PIC 9(7) VALUE 0.
       01  WS-GL-ROWS            PIC 9(7) VALUE 0.
       01  WS-GL-CONTROL-ROWS    PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT       PIC 9(7) VALUE 0.
       01  WS-TIME-COUNT         PIC 9(7) VALUE 0.

       01  WS-DEPOSIT-AMT        PIC S9(12)V99.
       01  WS-FACE-AMT           PIC S9(12)V99.
       01  WS-TOTAL-DEPOSITS     PIC 9(14)V99 VALUE 0.
       01  WS-OVERDRAFT-TOTAL    PIC 9(14)V99 VALUE 0.
       01  WS-NET-DEPOSITS       PIC S9(14)V99 VALUE 0.
       01  WS-NONTXN-COUNT       PIC 9(7) VALUE 0.
       01  WS-NONTXN-TOTAL       PIC 9(14)V99 VALUE 0.
       01  WS-TIME-TOTAL         PIC 9(14)V99 VALUE 0.
       01  WS-TD-ACCTS-LE        PIC 9(7) VALUE 0.
       01  WS-TD-AMOUNT-LE       PIC 9(14)V99 VALUE 0.
       01  WS-TD-ACCTS-GT        PIC 9(7) VALUE 0.
       01  WS-TD-AMOUNT-GT       PIC 9(14)V99 VALUE 0.
       01  WS-GL-DEBITS          PIC 9(14)V99 VALUE 0.
       01  WS-GL-CREDITS         PIC 9(14)V99 VALUE 0.
       01  WS-GL-BALANCE         PIC S9(14)V99 VALUE 0.
       01  WS-GL-AVAILABLE       PIC X VALUE 'N'.
       01  WS-DIFFERENCE         PIC S9(14)V99 VALUE 0.
       01  WS-ABS-DIFFERENCE     PIC 9(14)V99 VALUE 0.
       01  WS-RECON-STATUS       PIC X(14) VALUE SPACES.

       01  WS-CLASS-SLOT         PIC 9.
       01  WS-CLASS-SCAN         PIC 9.
       01  WS-BUCKET-SLOT        PIC 9.
       01  WS-BUCKET-SCAN        PIC 9.
       01  WS-CUR-SCAN           PIC 9(2).
       01  WS-FX-KEY             PIC X(3).
       01  WS-CUR-FOUND          PIC X.
       01  WS-SIZE-CODE          PIC X(3).

      *    MATURITY BAND LIMITS ARE THE BUSINESS DATE MOVED FORWARD
      *    WHOLE CALENDAR MONTHS. THE DAY IS KEPT AS IS, SO A LIMIT
      *    SUCH AS 20270231 SIMPLY COMPARES AS THE END OF FEBRUARY.
       01  WS-ADD-MONTHS         PIC 9(3).
       01  WS-LIMIT-MONTHS       PIC 9(6).
       01  WS-LIMIT-DATE.
           05  WS-LIMIT-YEAR     PIC 9(4).
           05  WS-LIMIT-MONTH    PIC 99.
           05  WS-LIMIT-DAY      PIC 99.

      *    DEPOSIT CLASSES: 1 TRANSACTION (CHECKING / PREMIUM), 2-5
      *    NON-TRANSACTION (SAVINGS, MONEY MARKET, TIME, OTHER).
       01  CLASS-TABLE.
           05  CLASS-ENTRY OCCURS 5 TIMES
                   INDEXED BY SC-IDX.
               10  SC-CODE           PIC X(10).
               10  SC-NAME           PIC X(34).
               10  SC-ACCTS          PIC 9(7).
               10  SC-AMOUNT         PIC 9(14)V99.

      *    TIME DEPOSITS BY REMAINING MATURITY, SPLIT AT OR BELOW AND
      *    ABOVE THE REPORTING THRESHOLD. BAND 1 IS MATURED OR UNDATED.
       01  BUCKET-TABLE.
           05  BUCKET-ENTRY OCCURS 5 TIMES
                   INDEXED BY MB-IDX.
               10  MB-CODE           PIC X(7).
               10  MB-NAME           PIC X(34).
               10  MB-MONTHS         PIC 9(3).
               10  MB-LIMIT-DATE     PIC X(8).
               10  MB-ACCTS-LE       PIC 9(7).
               10  MB-AMOUNT-LE      PIC 9(14)V99.
               10  MB-ACCTS-GT       PIC 9(7).
               10  MB-AMOUNT-GT      PIC 9(14)V99.

       01  WS-CUR-COUNT          PIC 9(2) VALUE 0.
       01  CURRENCY-TABLE.
           05  CUR-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-CUR-COUNT
                   INDEXED BY CU-IDX.
               10  CU-CODE       PIC X(3).
               10  CU-RATE       PIC 9(3)V9(6).
               10  CU-RATE-DATE  PIC X(8).
               10  CU-ACCTS      PIC 9(7).
               10  CU-FACE       PIC 9(14)V99.
               10  CU-BASE       PIC 9(14)V99.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(52)
               VALUE 'QUARTERLY REGULATORY DEPOSIT SCHEDULE'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(15) VALUE 'As Of Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'Quarter: '.
           05  H3-QUARTER        PIC X(6).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  FILLER            PIC X(23)
               VALUE 'Reporting Threshold: '.
           05  H3-THRESHOLD      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(42) VALUE SPACES.
       01  SECTION-TITLE.
           05  ST-TITLE          PIC X(60).
           05  FILLER            PIC X(72) VALUE SPACES.

       01  SCHEDULE-HEADER.
           05  FILLER            PIC X(12) VALUE 'Line Code'.
           05  FILLER            PIC X(36) VALUE 'Description'.
           05  FILLER            PIC X(11) VALUE '      Count'.
           05  FILLER            PIC X(23)
               VALUE '          Amount (Base)'.
           05  FILLER            PIC X(50) VALUE SPACES.
       01  SCHEDULE-LINE.
           05  SL-CODE           PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SL-DESC           PIC X(34).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(50) VALUE SPACES.

       01  MATURITY-HEADER-1.
           05  FILLER            PIC X(36) VALUE SPACES.
           05  FILLER            PIC X(30)
               VALUE '         At or Below Threshold'.
           05  FILLER            PIC X(32)
               VALUE '                 Above Threshold'.
           05  FILLER            PIC X(34) VALUE SPACES.
       01  MATURITY-HEADER-2.
           05  FILLER            PIC X(36) VALUE 'Remaining Maturity'.
           05  FILLER            PIC X(7) VALUE '  Count'.
           05  FILLER            PIC X(23)
               VALUE '                 Amount'.
           05  FILLER            PIC X(9) VALUE '    Count'.
           05  FILLER            PIC X(23)
               VALUE '                 Amount'.
           05  FILLER            PIC X(23)
               VALUE '           Total Amount'.
           05  FILLER            PIC X(11) VALUE SPACES.
       01  MATURITY-LINE.
           05  ML-BUCKET         PIC X(34).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  ML-COUNT-LE       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  ML-AMOUNT-LE      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  ML-COUNT-GT       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  ML-AMOUNT-GT      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  ML-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(11) VALUE SPACES.

       01  FX-HEADER.
           05  FILLER            PIC X(10) VALUE 'Currency'.
           05  FILLER            PIC X(12) VALUE 'Rate Date'.
           05  FILLER            PIC X(10) VALUE '      Rate'.
           05  FILLER            PIC X(9) VALUE '    Count'.
           05  FILLER            PIC X(23)
               VALUE '            Face Amount'.
           05  FILLER            PIC X(23)
               VALUE '            Base Amount'.
           05  FILLER            PIC X(45) VALUE SPACES.
       01  FX-LINE.
           05  FL-CURRENCY       PIC X(3).
           05  FILLER            PIC X(7) VALUE SPACES.
           05  FL-RATE-DATE      PIC X(8).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FL-RATE           PIC ZZ9.999999.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FL-FACE           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FL-BASE           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(45) VALUE SPACES.

       01  COUNT-LINE.
           05  CL-LABEL          PIC X(45).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       01  AMOUNT-LINE.
           05  AL-LABEL          PIC X(45).
           05  AL-AMOUNT         PIC --,---,---,---,--9.99.
           05  FILLER            PIC X(66) VALUE SPACES.

       01  STATUS-LINE.
           05  SS-LABEL          PIC X(45).
           05  SS-VALUE          PIC X(40).
           05  FILLER            PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-SCHEDULE-PARMS
           PERFORM LOAD-FX-RATES
           PERFORM SET-MATURITY-LIMITS
               VARYING MB-IDX FROM 2 BY 1 UNTIL MB-IDX > 5
           PERFORM READ-NEXT-ACCOUNT UNTIL WS-EOF = 'Y'
           PERFORM ACCUMULATE-GL-CONTROL
           PERFORM RECONCILE-TO-GL
           PERFORM GENERATE-REPORT
           PERFORM WRITE-EXTRACT
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

           COMPUTE WS-QUARTER = (WS-MONTH + 2) / 3
           COMPUTE WS-QUARTER-END-MONTH = WS-QUARTER * 3
           MOVE SPACES TO WS-QUARTER-LABEL
           STRING WS-YEAR 'Q' WS-QUARTER
               DELIMITED BY SIZE INTO WS-QUARTER-LABEL

           MOVE 'TXN' TO SC-CODE(1)
           MOVE 'Transaction accounts' TO SC-NAME(1)
           MOVE 'NTXN-SAV' TO SC-CODE(2)
           MOVE 'Non-transaction - savings' TO SC-NAME(2)
           MOVE 'NTXN-MMKT' TO SC-CODE(3)
           MOVE 'Non-transaction - money market' TO SC-NAME(3)
           MOVE 'NTXN-TIME' TO SC-CODE(4)
           MOVE 'Non-transaction - time deposits' TO SC-NAME(4)
           MOVE 'NTXN-OTH' TO SC-CODE(5)
           MOVE 'Non-transaction - other' TO SC-NAME(5)
           PERFORM CLEAR-CLASS-TOTALS
               VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > 5

           MOVE 'TD-MAT' TO MB-CODE(1)
           MOVE 'Matured or no maturity date' TO MB-NAME(1)
           MOVE 0 TO MB-MONTHS(1)
           MOVE 'TD-3M' TO MB-CODE(2)
           MOVE 'Three months or less' TO MB-NAME(2)
           MOVE 3 TO MB-MONTHS(2)
           MOVE 'TD-12M' TO MB-CODE(3)
           MOVE 'Over three months through 1 year' TO MB-NAME(3)
           MOVE 12 TO MB-MONTHS(3)
           MOVE 'TD-3Y' TO MB-CODE(4)
           MOVE 'Over one year through 3 years' TO MB-NAME(4)
           MOVE 36 TO MB-MONTHS(4)
           MOVE 'TD-GT3Y' TO MB-CODE(5)
           MOVE 'Over three years' TO MB-NAME(5)
           MOVE 999 TO MB-MONTHS(5)
           PERFORM CLEAR-BUCKET-TOTALS
               VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > 5

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_balances.dat - "
                       "status " WS-ACCOUNT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT SCHEDULE-REPORT

           DISPLAY "========================================="
           DISPLAY "REGULATORY DEPOSIT SCHEDULE STARTED"
           DISPLAY "========================================="
           DISPLAY "As Of Date: " WS-FORMATTED-DATE
                   "  Quarter: " WS-QUARTER-LABEL
           IF WS-MONTH NOT = WS-QUARTER-END-MONTH
               DISPLAY "WARNING: business date is not in a "
                       "quarter-end month - schedule reflects "
                       "balances as of " WS-FORMATTED-DATE
           END-IF
           DISPLAY " ".

       CLEAR-CLASS-TOTALS.
           MOVE 0 TO SC-ACCTS(SC-IDX)
           MOVE 0 TO SC-AMOUNT(SC-IDX).

       CLEAR-BUCKET-TOTALS.
           MOVE SPACES TO MB-LIMIT-DATE(MB-IDX)
           MOVE 0 TO MB-ACCTS-LE(MB-IDX)
           MOVE 0 TO MB-AMOUNT-LE(MB-IDX)
           MOVE 0 TO MB-ACCTS-GT(MB-IDX)
           MOVE 0 TO MB-AMOUNT-GT(MB-IDX).

       LOAD-SCHEDULE-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-THRESHOLD IS NUMERIC
                           AND DP-THRESHOLD > 0
                           MOVE DP-THRESHOLD TO WS-THRESHOLD
                       END-IF
                       IF DP-TOLERANCE IS NUMERIC
                           MOVE DP-TOLERANCE TO WS-TOLERANCE
                       END-IF
                       PERFORM STORE-CONTROL-ACCOUNT
                           VARYING WS-CTL-SCAN FROM 1 BY 1
                           UNTIL WS-CTL-SCAN > 3
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-CTL-COUNT = 0
               MOVE 1 TO WS-CTL-COUNT
               MOVE '2010-CUST' TO CTL-ACCOUNT(1)
           END-IF
           MOVE 1 TO WS-CTL-PTR
           PERFORM LIST-CONTROL-ACCOUNT
               VARYING CTL-IDX FROM 1 BY 1
               UNTIL CTL-IDX > WS-CTL-COUNT.

       STORE-CONTROL-ACCOUNT.
           IF DP-CONTROL-ACCT(WS-CTL-SCAN) NOT = SPACES
               ADD 1 TO WS-CTL-COUNT
               MOVE DP-CONTROL-ACCT(WS-CTL-SCAN)
                   TO CTL-ACCOUNT(WS-CTL-COUNT)
           END-IF.

       LIST-CONTROL-ACCOUNT.
           IF CTL-IDX > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO WS-CTL-LIST WITH POINTER WS-CTL-PTR
           END-IF
           STRING CTL-ACCOUNT(CTL-IDX) DELIMITED BY SPACE
               INTO WS-CTL-LIST WITH POINTER WS-CTL-PTR.

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
                   PERFORM ADD-CURRENCY-ENTRY
                   MOVE FX-RATE-TO-USD TO CU-RATE(CU-IDX)
                   MOVE FX-DATE TO CU-RATE-DATE(CU-IDX)
               END-IF
           ELSE
               IF FX-DATE > CU-RATE-DATE(CU-IDX)
                   MOVE FX-RATE-TO-USD TO CU-RATE(CU-IDX)
                   MOVE FX-DATE TO CU-RATE-DATE(CU-IDX)
               END-IF
           END-IF.

       ADD-CURRENCY-ENTRY.
           ADD 1 TO WS-CUR-COUNT
           SET CU-IDX TO WS-CUR-COUNT
           MOVE WS-FX-KEY TO CU-CODE(CU-IDX)
           MOVE 0 TO CU-RATE(CU-IDX)
           MOVE SPACES TO CU-RATE-DATE(CU-IDX)
           MOVE 0 TO CU-ACCTS(CU-IDX)
           MOVE 0 TO CU-FACE(CU-IDX)
           MOVE 0 TO CU-BASE(CU-IDX).

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

       SET-MATURITY-LIMITS.
           MOVE MB-MONTHS(MB-IDX) TO WS-ADD-MONTHS
           COMPUTE WS-LIMIT-MONTHS =
               WS-YEAR * 12 + WS-MONTH - 1 + WS-ADD-MONTHS
           DIVIDE WS-LIMIT-MONTHS BY 12 GIVING WS-LIMIT-YEAR
               REMAINDER WS-LIMIT-MONTH
           ADD 1 TO WS-LIMIT-MONTH
           MOVE WS-DAY TO WS-LIMIT-DAY
           MOVE WS-LIMIT-DATE TO MB-LIMIT-DATE(MB-IDX).

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM CLASSIFY-SINGLE-ACCOUNT
           END-READ.

      *    EVERY OPEN ACCOUNT IS COUNTED ON THE SCHEDULE AT ITS LEDGER
      *    BALANCE IN BASE CURRENCY. AN OVERDRAWN BALANCE IS NOT A
      *    DEPOSIT - IT IS HELD OUT AND SHOWN ON THE RECONCILIATION,
      *    SINCE THE GL CONTROL ACCOUNT CARRIES THE NET OF BOTH.
       CLASSIFY-SINGLE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           IF ACCT-STATUS = 'C'
               ADD 1 TO WS-CLOSED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           MOVE CURRENT-BALANCE TO WS-DEPOSIT-AMT
           MOVE CURRENT-BALANCE TO WS-FACE-AMT
           MOVE 'N' TO WS-CUR-FOUND
           IF CURRENCY-CODE NOT = 'USD' AND CURRENCY-CODE NOT = SPACES
               PERFORM CONVERT-TO-BASE
           END-IF

           IF WS-DEPOSIT-AMT < 0
               ADD 1 TO WS-OVERDRAWN-COUNT
               SUBTRACT WS-DEPOSIT-AMT FROM WS-OVERDRAFT-TOTAL
               EXIT PARAGRAPH
           END-IF

           ADD WS-DEPOSIT-AMT TO WS-TOTAL-DEPOSITS
           IF WS-CUR-FOUND = 'Y'
               ADD 1 TO CU-ACCTS(CU-IDX)
               ADD WS-FACE-AMT TO CU-FACE(CU-IDX)
               ADD WS-DEPOSIT-AMT TO CU-BASE(CU-IDX)
           END-IF

           EVALUATE ACCT-TYPE
               WHEN 'CHECKING'
               WHEN 'PREMIUM'
                   MOVE 1 TO WS-CLASS-SLOT
               WHEN 'SAVINGS'
                   MOVE 2 TO WS-CLASS-SLOT
               WHEN 'MMKT'
                   MOVE 3 TO WS-CLASS-SLOT
               WHEN 'CD'
                   MOVE 4 TO WS-CLASS-SLOT
                   PERFORM BUCKET-TIME-DEPOSIT
               WHEN OTHER
                   MOVE 5 TO WS-CLASS-SLOT
                   ADD 1 TO WS-OTHER-TYPE-COUNT
           END-EVALUATE
           SET SC-IDX TO WS-CLASS-SLOT
           ADD 1 TO SC-ACCTS(SC-IDX)
           ADD WS-DEPOSIT-AMT TO SC-AMOUNT(SC-IDX).

      *    AN UNKNOWN CURRENCY IS STILL LISTED, AT FACE VALUE, SO THE
      *    FOREIGN-CURRENCY SECTION ACCOUNTS FOR EVERY SUCH DEPOSIT.
       CONVERT-TO-BASE.
           MOVE CURRENCY-CODE TO WS-FX-KEY
           PERFORM FIND-FX-RATE
           IF WS-CUR-FOUND = 'N' AND WS-CUR-COUNT < 20
               PERFORM ADD-CURRENCY-ENTRY
               MOVE 'Y' TO WS-CUR-FOUND
           END-IF
           IF WS-CUR-FOUND = 'Y'
               IF CU-RATE(CU-IDX) > 0
                   COMPUTE WS-DEPOSIT-AMT ROUNDED =
                       WS-FACE-AMT * CU-RATE(CU-IDX)
                   ADD 1 TO WS-CONVERTED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-NO-RATE-COUNT
           DISPLAY "WARNING: no FX rate on file for "
                   CURRENCY-CODE " - account " ACCT-NUMBER
                   " carried at face value".

       BUCKET-TIME-DEPOSIT.
           ADD 1 TO WS-TIME-COUNT
           MOVE 5 TO WS-BUCKET-SLOT
           IF ACCT-MATURITY-DATE = SPACES
               OR ACCT-MATURITY-DATE <= WS-TODAY-YYYYMMDD
               MOVE 1 TO WS-BUCKET-SLOT
           ELSE
               PERFORM FIND-MATURITY-BUCKET
                   VARYING WS-BUCKET-SCAN FROM 4 BY -1
                   UNTIL WS-BUCKET-SCAN < 2
           END-IF
           SET MB-IDX TO WS-BUCKET-SLOT
           IF WS-DEPOSIT-AMT > WS-THRESHOLD
               ADD 1 TO MB-ACCTS-GT(MB-IDX)
               ADD WS-DEPOSIT-AMT TO MB-AMOUNT-GT(MB-IDX)
           ELSE
               ADD 1 TO MB-ACCTS-LE(MB-IDX)
               ADD WS-DEPOSIT-AMT TO MB-AMOUNT-LE(MB-IDX)
           END-IF.

       FIND-MATURITY-BUCKET.
           SET MB-IDX TO WS-BUCKET-SCAN
           IF ACCT-MATURITY-DATE <= MB-LIMIT-DATE(MB-IDX)
               MOVE WS-BUCKET-SCAN TO WS-BUCKET-SLOT
           END-IF.

      *    DEPOSIT CONTROL BALANCE: CREDITS LESS DEBITS POSTED TO THE
      *    CONTROL ACCOUNTS ON OR BEFORE THE AS-OF DATE.
       ACCUMULATE-GL-CONTROL.
           OPEN INPUT GL-POSTING
           IF WS-GL-STATUS NOT = '00'
               DISPLAY "WARNING: gl_postings.dat not found - "
                       "schedule cannot be reconciled"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-GL-AVAILABLE
           PERFORM READ-GL-POSTING UNTIL WS-GL-EOF = 'Y'
           CLOSE GL-POSTING
           COMPUTE WS-GL-BALANCE = WS-GL-CREDITS - WS-GL-DEBITS.

       READ-GL-POSTING.
           READ GL-POSTING
               AT END
                   MOVE 'Y' TO WS-GL-EOF
               NOT AT END
                   ADD 1 TO WS-GL-ROWS
                   IF GL-POST-DATE <= WS-TODAY-YYYYMMDD
                       PERFORM TALLY-CONTROL-POSTING
                   END-IF
           END-READ.

       TALLY-CONTROL-POSTING.
           MOVE 'N' TO WS-CTL-FOUND
           SET CTL-IDX TO 1
           SEARCH CTL-ENTRY
               AT END
                   MOVE 'N' TO WS-CTL-FOUND
               WHEN CTL-ACCOUNT(CTL-IDX) = GL-ACCOUNT
                   MOVE 'Y' TO WS-CTL-FOUND
           END-SEARCH
           IF WS-CTL-FOUND = 'Y'
               ADD 1 TO WS-GL-CONTROL-ROWS
               ADD GL-DEBIT-AMOUNT TO WS-GL-DEBITS
               ADD GL-CREDIT-AMOUNT TO WS-GL-CREDITS
           END-IF.

      *    THE SCHEDULE PROVES TO THE LEDGER WHEN DEPOSITS LESS
      *    OVERDRAWN BALANCES EQUAL THE GL CONTROL BALANCE, WITHIN
      *    THE TOLERANCE.
       RECONCILE-TO-GL.
           COMPUTE WS-NET-DEPOSITS =
               WS-TOTAL-DEPOSITS - WS-OVERDRAFT-TOTAL
           IF WS-GL-AVAILABLE = 'N'
               MOVE 'NO GL ON FILE' TO WS-RECON-STATUS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFFERENCE = WS-NET-DEPOSITS - WS-GL-BALANCE
           IF WS-DIFFERENCE < 0
               COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF
           IF WS-ABS-DIFFERENCE <= WS-TOLERANCE
               MOVE 'RECONCILED' TO WS-RECON-STATUS
               DISPLAY "Reconciliation to GL: RECONCILED"
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-RECON-STATUS
               DISPLAY "Reconciliation to GL: OUT OF BALANCE"
               DISPLAY "Difference: $" WS-DIFFERENCE
           END-IF.

       GENERATE-REPORT.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           MOVE WS-QUARTER-LABEL TO H3-QUARTER
           MOVE WS-THRESHOLD TO H3-THRESHOLD
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'DEPOSITS BY TRANSACTION CLASS' TO ST-TITLE
           WRITE REPORT-LINE FROM SECTION-TITLE
           WRITE REPORT-LINE FROM SCHEDULE-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM WRITE-CLASS-LINE
               VARYING WS-CLASS-SCAN FROM 1 BY 1
               UNTIL WS-CLASS-SCAN > 5
           WRITE REPORT-LINE FROM HEADER-1
           SET SC-IDX TO 1
           MOVE 'TXN-TOT' TO SL-CODE
           MOVE 'Total transaction accounts' TO SL-DESC
           MOVE SC-ACCTS(SC-IDX) TO SL-COUNT
           MOVE SC-AMOUNT(SC-IDX) TO SL-AMOUNT
           WRITE REPORT-LINE FROM SCHEDULE-LINE
           MOVE 'NTXN-TOT' TO SL-CODE
           MOVE 'Total non-transaction accounts' TO SL-DESC
           MOVE WS-NONTXN-COUNT TO SL-COUNT
           MOVE WS-NONTXN-TOTAL TO SL-AMOUNT
           WRITE REPORT-LINE FROM SCHEDULE-LINE
           MOVE 'TOTAL' TO SL-CODE
           MOVE 'Total deposits' TO SL-DESC
           COMPUTE SL-COUNT = SC-ACCTS(SC-IDX) + WS-NONTXN-COUNT
           MOVE WS-TOTAL-DEPOSITS TO SL-AMOUNT
           WRITE REPORT-LINE FROM SCHEDULE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'TIME DEPOSITS BY REMAINING MATURITY AND SIZE'
               TO ST-TITLE
           WRITE REPORT-LINE FROM SECTION-TITLE
           WRITE REPORT-LINE FROM MATURITY-HEADER-1
           WRITE REPORT-LINE FROM MATURITY-HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM WRITE-BUCKET-LINE
               VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > 5
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM WRITE-BUCKET-TOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'FOREIGN-CURRENCY DEPOSITS' TO ST-TITLE
           WRITE REPORT-LINE FROM SECTION-TITLE
           WRITE REPORT-LINE FROM FX-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM WRITE-CURRENCY-LINE
               VARYING WS-CUR-SCAN FROM 1 BY 1
               UNTIL WS-CUR-SCAN > WS-CUR-COUNT
           IF WS-CONVERTED-COUNT = 0 AND WS-NO-RATE-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE 'No foreign-currency deposits.' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'RECONCILIATION TO GENERAL LEDGER' TO ST-TITLE
           WRITE REPORT-LINE FROM SECTION-TITLE
           WRITE REPORT-LINE FROM HEADER-1
           MOVE 'Total Deposits Per Schedule:' TO AL-LABEL
           MOVE WS-TOTAL-DEPOSITS TO AL-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE 'Less Overdrawn Balances:' TO AL-LABEL
           MOVE WS-OVERDRAFT-TOTAL TO AL-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE 'Net Ledger Balances:' TO AL-LABEL
           MOVE WS-NET-DEPOSITS TO AL-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE 'Deposit Control Accounts:' TO SS-LABEL
           MOVE WS-CTL-LIST TO SS-VALUE
           WRITE REPORT-LINE FROM STATUS-LINE
           MOVE 'GL Deposit Control Balance:' TO AL-LABEL
           MOVE WS-GL-BALANCE TO AL-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE 'Difference (Schedule less GL):' TO AL-LABEL
           MOVE WS-DIFFERENCE TO AL-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE 'Tolerance:' TO AL-LABEL
           MOVE WS-TOLERANCE TO AL-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE 'Reconciliation Status:' TO SS-LABEL
           MOVE WS-RECON-STATUS TO SS-VALUE
           WRITE REPORT-LINE FROM STATUS-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           MOVE 'Accounts Read:' TO CL-LABEL
           MOVE WS-ACCOUNT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Closed Accounts Skipped:' TO CL-LABEL
           MOVE WS-CLOSED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Open Accounts Classified:' TO CL-LABEL
           MOVE WS-OPEN-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Overdrawn Accounts Held Out:' TO CL-LABEL
           MOVE WS-OVERDRAWN-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Unrecognised Account Types (Other):' TO CL-LABEL
           MOVE WS-OTHER-TYPE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Foreign-Currency Accounts Converted:' TO CL-LABEL
           MOVE WS-CONVERTED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Foreign Accounts With No Rate (Face Value):'
               TO CL-LABEL
           MOVE WS-NO-RATE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'GL Postings Read:' TO CL-LABEL
           MOVE WS-GL-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'GL Control Account Postings:' TO CL-LABEL
           MOVE WS-GL-CONTROL-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "Regulatory deposit schedule completed:"
           DISPLAY "  Accounts read: " WS-ACCOUNT-COUNT
           DISPLAY "  Open accounts: " WS-OPEN-COUNT
           DISPLAY "  Total deposits: " WS-TOTAL-DEPOSITS
           DISPLAY "  GL control balance: " WS-GL-BALANCE
           DISPLAY "  Reconciliation: " WS-RECON-STATUS
           DISPLAY " "
           DISPLAY "Report generated: deposit_schedule_report.txt"
           DISPLAY "Extract generated: deposit_schedule_extract.dat"
           DISPLAY "========================================="
           DISPLAY "REGULATORY DEPOSIT SCHEDULE COMPLETED"
           DISPLAY "=========================================".

       WRITE-CLASS-LINE.
           SET SC-IDX TO WS-CLASS-SCAN
           MOVE SC-CODE(SC-IDX) TO SL-CODE
           MOVE SC-NAME(SC-IDX) TO SL-DESC
           MOVE SC-ACCTS(SC-IDX) TO SL-COUNT
           MOVE SC-AMOUNT(SC-IDX) TO SL-AMOUNT
           WRITE REPORT-LINE FROM SCHEDULE-LINE
           IF WS-CLASS-SCAN > 1
               ADD SC-ACCTS(SC-IDX) TO WS-NONTXN-COUNT
               ADD SC-AMOUNT(SC-IDX) TO WS-NONTXN-TOTAL
           END-IF.

       WRITE-BUCKET-LINE.
           MOVE MB-NAME(MB-IDX) TO ML-BUCKET
           MOVE MB-ACCTS-LE(MB-IDX) TO ML-COUNT-LE
           MOVE MB-AMOUNT-LE(MB-IDX) TO ML-AMOUNT-LE
           MOVE MB-ACCTS-GT(MB-IDX) TO ML-COUNT-GT
           MOVE MB-AMOUNT-GT(MB-IDX) TO ML-AMOUNT-GT
           COMPUTE ML-TOTAL =
               MB-AMOUNT-LE(MB-IDX) + MB-AMOUNT-GT(MB-IDX)
           WRITE REPORT-LINE FROM MATURITY-LINE
           ADD MB-AMOUNT-LE(MB-IDX) TO WS-TIME-TOTAL
           ADD MB-AMOUNT-GT(MB-IDX) TO WS-TIME-TOTAL.

       WRITE-BUCKET-TOTAL.
           MOVE 'Total time deposits' TO ML-BUCKET
           PERFORM SUM-BUCKET-TOTAL
               VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > 5
           MOVE WS-TD-ACCTS-LE TO ML-COUNT-LE
           MOVE WS-TD-AMOUNT-LE TO ML-AMOUNT-LE
           MOVE WS-TD-ACCTS-GT TO ML-COUNT-GT
           MOVE WS-TD-AMOUNT-GT TO ML-AMOUNT-GT
           MOVE WS-TIME-TOTAL TO ML-TOTAL
           WRITE REPORT-LINE FROM MATURITY-LINE.

       SUM-BUCKET-TOTAL.
           ADD MB-ACCTS-LE(MB-IDX) TO WS-TD-ACCTS-LE
           ADD MB-AMOUNT-LE(MB-IDX) TO WS-TD-AMOUNT-LE
           ADD MB-ACCTS-GT(MB-IDX) TO WS-TD-ACCTS-GT
           ADD MB-AMOUNT-GT(MB-IDX) TO WS-TD-AMOUNT-GT.

       WRITE-CURRENCY-LINE.
           SET CU-IDX TO WS-CUR-SCAN
           IF CU-ACCTS(CU-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CU-CODE(CU-IDX) TO FL-CURRENCY
           IF CU-RATE(CU-IDX) > 0
               MOVE CU-RATE-DATE(CU-IDX) TO FL-RATE-DATE
           ELSE
               MOVE 'NO RATE' TO FL-RATE-DATE
           END-IF
           MOVE CU-RATE(CU-IDX) TO FL-RATE
           MOVE CU-ACCTS(CU-IDX) TO FL-COUNT
           MOVE CU-FACE(CU-IDX) TO FL-FACE
           MOVE CU-BASE(CU-IDX) TO FL-BASE
           WRITE REPORT-LINE FROM FX-LINE.

      *    FIXED-FORMAT EXTRACT FOR THE REGULATORY FILING. THE DETAIL
      *    ROWS CARRY THE SAME FIGURES AS THE REPORT SECTIONS.
       WRITE-EXTRACT.
           MOVE SPACES TO EXTRACT-HEADER
           MOVE 'HDR' TO DX-H-REC-TYPE
           MOVE WS-TODAY-YYYYMMDD TO DX-H-AS-OF-DATE
           MOVE WS-QUARTER-LABEL TO DX-H-QUARTER
           MOVE WS-JOB-START-TIMESTAMP TO DX-H-CREATED
           MOVE WS-THRESHOLD TO DX-H-THRESHOLD
           WRITE EXTRACT-HEADER

           PERFORM WRITE-CLASS-DETAIL
               VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > 5
           SET SC-IDX TO 1
           MOVE 'TXN-TOT' TO DX-D-LINE-CODE
           MOVE 'Total transaction accounts' TO DX-D-DESCRIPTION
           MOVE SC-ACCTS(SC-IDX) TO DX-D-ACCT-COUNT
           MOVE SC-AMOUNT(SC-IDX) TO DX-D-AMOUNT
           PERFORM WRITE-DETAIL-ROW
           MOVE 'NTXN-TOT' TO DX-D-LINE-CODE
           MOVE 'Total non-transaction accounts'
               TO DX-D-DESCRIPTION
           MOVE WS-NONTXN-COUNT TO DX-D-ACCT-COUNT
           MOVE WS-NONTXN-TOTAL TO DX-D-AMOUNT
           PERFORM WRITE-DETAIL-ROW

           PERFORM WRITE-BUCKET-DETAIL
               VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > 5
           PERFORM WRITE-CURRENCY-DETAIL
               VARYING WS-CUR-SCAN FROM 1 BY 1
               UNTIL WS-CUR-SCAN > WS-CUR-COUNT

           MOVE 'OVERDRAFT' TO DX-D-LINE-CODE
           MOVE 'Overdrawn balances held out' TO DX-D-DESCRIPTION
           MOVE WS-OVERDRAWN-COUNT TO DX-D-ACCT-COUNT
           MOVE WS-OVERDRAFT-TOTAL TO DX-D-AMOUNT
           PERFORM WRITE-DETAIL-ROW
           MOVE 'TOTAL' TO DX-D-LINE-CODE
           MOVE 'Total deposits' TO DX-D-DESCRIPTION
           COMPUTE DX-D-ACCT-COUNT =
               WS-OPEN-COUNT - WS-OVERDRAWN-COUNT
           MOVE WS-TOTAL-DEPOSITS TO DX-D-AMOUNT
           PERFORM WRITE-DETAIL-ROW

           MOVE SPACES TO EXTRACT-TRAILER
           MOVE 'TRL' TO DX-T-REC-TYPE
           MOVE WS-DETAIL-COUNT TO DX-T-RECORD-COUNT
           MOVE WS-TOTAL-DEPOSITS TO DX-T-DEPOSITS
           MOVE WS-OVERDRAFT-TOTAL TO DX-T-OVERDRAFTS
           MOVE WS-GL-BALANCE TO DX-T-GL-BALANCE
           IF WS-GL-BALANCE < 0
               MOVE 'D' TO DX-T-GL-SIGN
           ELSE
               MOVE 'C' TO DX-T-GL-SIGN
           END-IF
           MOVE WS-ABS-DIFFERENCE TO DX-T-DIFFERENCE
           IF WS-DIFFERENCE < 0
               MOVE '-' TO DX-T-DIFF-SIGN
           ELSE
               MOVE '+' TO DX-T-DIFF-SIGN
           END-IF
           MOVE WS-RECON-STATUS TO DX-T-RECON-STATUS
           WRITE EXTRACT-TRAILER.

       WRITE-CLASS-DETAIL.
           MOVE SC-CODE(SC-IDX) TO DX-D-LINE-CODE
           MOVE SC-NAME(SC-IDX) TO DX-D-DESCRIPTION
           MOVE SC-ACCTS(SC-IDX) TO DX-D-ACCT-COUNT
           MOVE SC-AMOUNT(SC-IDX) TO DX-D-AMOUNT
           PERFORM WRITE-DETAIL-ROW.

       WRITE-BUCKET-DETAIL.
           MOVE MB-NAME(MB-IDX) TO DX-D-DESCRIPTION
           MOVE 'LE' TO WS-SIZE-CODE
           MOVE MB-ACCTS-LE(MB-IDX) TO DX-D-ACCT-COUNT
           MOVE MB-AMOUNT-LE(MB-IDX) TO DX-D-AMOUNT
           PERFORM WRITE-BUCKET-ROW
           MOVE MB-NAME(MB-IDX) TO DX-D-DESCRIPTION
           MOVE 'GT' TO WS-SIZE-CODE
           MOVE MB-ACCTS-GT(MB-IDX) TO DX-D-ACCT-COUNT
           MOVE MB-AMOUNT-GT(MB-IDX) TO DX-D-AMOUNT
           PERFORM WRITE-BUCKET-ROW.

      *    LINE CODE IS THE BAND CODE SUFFIXED -LE (AT OR BELOW THE
      *    THRESHOLD) OR -GT (ABOVE IT), E.G. TD-12M-GT.
       WRITE-BUCKET-ROW.
           MOVE SPACES TO DX-D-LINE-CODE
           STRING MB-CODE(MB-IDX) DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-SIZE-CODE DELIMITED BY SPACE
               INTO DX-D-LINE-CODE
           PERFORM WRITE-DETAIL-ROW.

       WRITE-CURRENCY-DETAIL.
           SET CU-IDX TO WS-CUR-SCAN
           IF CU-ACCTS(CU-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DX-D-LINE-CODE
           STRING 'FX-' CU-CODE(CU-IDX)
               DELIMITED BY SIZE INTO DX-D-LINE-CODE
           IF CU-RATE(CU-IDX) > 0
               MOVE 'Foreign-currency deposits' TO DX-D-DESCRIPTION
           ELSE
               MOVE 'Foreign-currency deposits - no rate'
                   TO DX-D-DESCRIPTION
           END-IF
           MOVE CU-ACCTS(CU-IDX) TO DX-D-ACCT-COUNT
           MOVE CU-BASE(CU-IDX) TO DX-D-AMOUNT
           MOVE CU-FACE(CU-IDX) TO DX-D-FACE-AMOUNT
           PERFORM WRITE-DETAIL-ROW.

       WRITE-DETAIL-ROW.
           MOVE 'DTL' TO DX-D-REC-TYPE
           IF DX-D-LINE-CODE(1:3) = 'FX-'
               MOVE DX-D-LINE-CODE(4:3) TO DX-D-CURRENCY
           ELSE
               MOVE 'USD' TO DX-D-CURRENCY
               MOVE DX-D-AMOUNT TO DX-D-FACE-AMOUNT
           END-IF
           WRITE EXTRACT-DETAIL
           ADD 1 TO WS-DETAIL-COUNT.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           IF WS-JC-STATUS NOT = '00'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'DEP-SCHEDULE' TO JC-JOB-NAME
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
           MOVE 'DEP-SCHEDULE' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-ACCOUNT-COUNT TO JC-RECORDS-PROC
           IF WS-RECON-STATUS = 'RECONCILED'
               MOVE 0 TO JC-RECORDS-ERROR
           ELSE
               MOVE 1 TO JC-RECORDS-ERROR
           END-IF
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
           CLOSE EXTRACT-FILE
           CLOSE SCHEDULE-REPORT.
