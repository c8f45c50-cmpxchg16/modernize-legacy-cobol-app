       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcquisitionAttrition.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'account_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCT-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'account_balances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT PARM-FILE ASSIGN TO 'acq_attrition_parms.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BRANCH-MAP-FILE ASSIGN TO 'account_branch.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO 'fx_rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT POSTED-LEDGER ASSIGN TO 'monthly_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT ATTRITION-REPORT ASSIGN TO
               'acquisition_attrition_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
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

      *    OPTIONAL. REPORT MONTH AS YYYYMM - BLANK REPORTS THE MONTH
      *    BEFORE THE BUSINESS DATE.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  AP-PERIOD         PIC X(6).

      *    DOMICILE BRANCH OF EACH ACCOUNT. AN ACCOUNT NOT LISTED IS
      *    REPORTED UNDER BRANCH UNASGN.
       FD  BRANCH-MAP-FILE.
       01  BRANCH-MAP-RECORD.
           05  AB-ACCT-NUMBER    PIC X(12).
           05  AB-BRANCH-ID      PIC X(6).

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           05  FX-DATE           PIC X(8).
           05  FX-CURRENCY       PIC X(3).
           05  FX-RATE-TO-USD    PIC 9(3)V9(6).

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

       FD  AUDIT-LOG.
       01  AUDIT-LINE            PIC X(200).

       FD  ATTRITION-REPORT.
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
       01  WS-CM-STATUS          PIC XX.
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-MAP-STATUS         PIC XX.
       01  WS-RATE-STATUS        PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-AUDIT-LOG-STATUS   PIC XX.
       01  WS-JC-STATUS          PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-MASTER-EOF         PIC X VALUE 'N'.
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

      *    REPORT MONTH, THE MONTH BEFORE IT, AND THE YEAR TO DATE
      *    (JANUARY THROUGH THE REPORT MONTH). PERIOD SLOT 1 IS THE
      *    MONTH, 2 THE PRIOR MONTH, 3 THE YEAR TO DATE.
       01  WS-RPT-PERIOD.
           05  WS-RPT-YEAR       PIC 9(4).
           05  WS-RPT-MONTH      PIC 99.
       01  WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR     PIC 9(4).
           05  WS-PRIOR-MONTH    PIC 99.
       01  WS-RPT-LABEL          PIC X(7).
       01  WS-PRIOR-LABEL        PIC X(7).
       01  WS-SLOT-FLAGS.
           05  WS-SLOT-ON        PIC X OCCURS 3 TIMES.
       01  WS-SLOT               PIC 9.
       01  WS-ANY-SLOT           PIC X.
       01  WS-EVENT-DATE         PIC X(8).

      *    CREDITS POSTED WITHIN THIS MANY DAYS OF OPENING ARE THE
      *    BALANCE THE NEW ACCOUNT BROUGHT IN. A CLOSURE WITHIN THE
      *    EARLY-CLOSE WINDOW OF OPENING COUNTS AS AN EARLY CLOSURE.
       01  WS-FUNDING-DAYS       PIC 9(3) VALUE 30.
       01  WS-EARLY-CLOSE-DAYS   PIC 9(3) VALUE 90.

       01  WS-AUDIT-FILE-NAME    PIC X(30).
       01  WS-AUDIT-PASS         PIC 9.
       01  WS-AU-SEQ             PIC X(9).
       01  WS-AU-TIMESTAMP       PIC X(14).
       01  WS-AU-RUN-ID          PIC X(24).
       01  WS-AU-EVENT           PIC X(30).
       01  WS-AU-DETAIL          PIC X(150).
       01  WS-AU-ACCOUNT         PIC X(12).
       01  WS-AU-AMOUNT-X        PIC X(10).
       01  WS-AU-AMOUNT REDEFINES WS-AU-AMOUNT-X PIC 9(8)V99.

       01  WS-MASTER-ROWS        PIC 9(7) VALUE 0.
       01  WS-NO-BALANCE-ROW     PIC 9(7) VALUE 0.
       01  WS-MAPPED-COUNT       PIC 9(7) VALUE 0.
       01  WS-LEDGER-ROWS        PIC 9(9) VALUE 0.
       01  WS-AUDIT-ROWS         PIC 9(9) VALUE 0.
       01  WS-ADD-EVENTS         PIC 9(7) VALUE 0.
       01  WS-CLOSE-EVENTS       PIC 9(7) VALUE 0.
       01  WS-CLOSEOUT-EVENTS    PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-EVENTS   PIC 9(7) VALUE 0.
       01  WS-NO-RATE-COUNT      PIC 9(7) VALUE 0.
       01  WS-OVERFLOW-COUNT     PIC 9(7) VALUE 0.

       01  WS-FX-KEY             PIC X(3).
       01  WS-CUR-FOUND          PIC X.
       01  WS-AT-FOUND           PIC X.
       01  WS-DM-FOUND           PIC X.
       01  WS-RETAINED           PIC X.
       01  WS-RETAIN-CUSTOMER    PIC X(10).
       01  WS-EV-KIND            PIC X.
       01  WS-EV-AMOUNT          PIC 9(12)V99.
       01  WS-BASE-AMOUNT        PIC 9(12)V99.
       01  WS-DIM-PASS           PIC 9.
       01  WS-DIM-KIND           PIC X.
       01  WS-DIM-KEY            PIC X(8).
       01  WS-DIM-SCAN           PIC 9(3).
       01  WS-ACCT-SCAN          PIC 9(5).
       01  WS-WORK-NUM           PIC 9(8).
       01  WS-OPEN-INT           PIC S9(9).
       01  WS-EVENT-INT          PIC S9(9).
       01  WS-DAYS-OPEN          PIC S9(9).

       01  WS-CUR-COUNT          PIC 9(2) VALUE 0.
       01  CURRENCY-TABLE.
           05  CUR-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-CUR-COUNT
                   INDEXED BY CU-IDX.
               10  CU-CODE       PIC X(3).
               10  CU-RATE       PIC 9(3)V9(6).
               10  CU-RATE-DATE  PIC X(8).

      *    EVERY ACCOUNT ON THE MASTER, IN ACCOUNT NUMBER ORDER AS THE
      *    MASTER IS READ, SO EVENTS ARE MATCHED BY BINARY SEARCH.
       01  WS-AT-COUNT           PIC 9(5) VALUE 0.
       01  ACCOUNT-TABLE.
           05  AT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-AT-COUNT
                   ASCENDING KEY IS AT-ACCT
                   INDEXED BY AT-IDX.
               10  AT-ACCT           PIC X(12).
               10  AT-TYPE           PIC X(8).
               10  AT-CUSTOMER       PIC X(10).
               10  AT-OPENED         PIC X(8).
               10  AT-STATUS         PIC X(1).
               10  AT-CURRENCY       PIC X(3).
               10  AT-BRANCH         PIC X(6).

      *    ONE ROW PER GROUP: KIND A (ALL ACCOUNTS), T (ACCOUNT TYPE),
      *    B (BRANCH), C (CURRENCY). AMOUNTS ARE IN BASE CURRENCY.
       01  WS-DM-COUNT           PIC 9(3) VALUE 0.
       01  DIMENSION-TABLE.
           05  DM-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DM-COUNT
                   INDEXED BY DM-IDX.
               10  DM-KIND           PIC X(1).
               10  DM-KEY            PIC X(8).
               10  DM-NEW            PIC 9(7) OCCURS 3 TIMES.
               10  DM-CLOSED         PIC 9(7) OCCURS 3 TIMES.
               10  DM-BROUGHT-IN     PIC 9(13)V99 OCCURS 3 TIMES.
               10  DM-LOST           PIC 9(13)V99 OCCURS 3 TIMES.

      *    EARLY CLOSURES AND CLOSURES BY CUSTOMERS WHO STILL HOLD
      *    ANOTHER OPEN ACCOUNT, PER PERIOD SLOT.
       01  ATTRITION-DETAIL.
           05  AD-SLOT OCCURS 3 TIMES.
               10  AD-EARLY-COUNT    PIC 9(7).
               10  AD-EARLY-LOST     PIC 9(13)V99.
               10  AD-RETAIN-COUNT   PIC 9(7).
               10  AD-RETAIN-LOST    PIC 9(13)V99.

       01  WS-SUM-VALUE          PIC S9(13)V99 OCCURS 3 TIMES.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(52)
               VALUE 'ACCOUNT ACQUISITION AND ATTRITION REPORT'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(15) VALUE 'Report Month: '.
           05  H3-MONTH          PIC X(7).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE 'Prior Month: '.
           05  H3-PRIOR          PIC X(7).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  FILLER            PIC X(16) VALUE 'Business Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(51) VALUE SPACES.
       01  SECTION-TITLE.
           05  ST-TITLE          PIC X(60).
           05  FILLER            PIC X(72) VALUE SPACES.

       01  SUMMARY-HEADER.
           05  FILLER            PIC X(40) VALUE 'Measure'.
           05  FILLER            PIC X(21)
               VALUE '           This Month'.
           05  FILLER            PIC X(21)
               VALUE '          Prior Month'.
           05  FILLER            PIC X(21)
               VALUE '               Change'.
           05  FILLER            PIC X(21)
               VALUE '         Year to Date'.
           05  FILLER            PIC X(8) VALUE SPACES.
       01  SUMMARY-COUNT-LINE.
           05  SC-LABEL          PIC X(40).
           05  FILLER            PIC X(9) VALUE SPACES.
           05  SC-MONTH          PIC ----,---,--9.
           05  FILLER            PIC X(9) VALUE SPACES.
           05  SC-PRIOR          PIC ----,---,--9.
           05  FILLER            PIC X(9) VALUE SPACES.
           05  SC-CHANGE         PIC ----,---,--9.
           05  FILLER            PIC X(9) VALUE SPACES.
           05  SC-YTD            PIC ----,---,--9.
           05  FILLER            PIC X(8) VALUE SPACES.
       01  SUMMARY-AMOUNT-LINE.
           05  SA-LABEL          PIC X(40).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SA-MONTH          PIC ----,---,---,--9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SA-PRIOR          PIC ----,---,---,--9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SA-CHANGE         PIC ----,---,---,--9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SA-YTD            PIC ----,---,---,--9.99.
           05  FILLER            PIC X(8) VALUE SPACES.

       01  GROUP-COUNT-HEADER-1.
           05  FILLER            PIC X(14) VALUE SPACES.
           05  FILLER            PIC X(27)
               VALUE '               New Accounts'.
           05  FILLER            PIC X(27)
               VALUE '            Closed Accounts'.
           05  FILLER            PIC X(36)
               VALUE '                          Net Growth'.
           05  FILLER            PIC X(28) VALUE SPACES.
       01  GROUP-COUNT-HEADER-2.
           05  GH-GROUP          PIC X(14).
           05  FILLER            PIC X(9) VALUE '    Month'.
           05  FILLER            PIC X(9) VALUE ' Prior Mo'.
           05  FILLER            PIC X(9) VALUE '      YTD'.
           05  FILLER            PIC X(9) VALUE '    Month'.
           05  FILLER            PIC X(9) VALUE ' Prior Mo'.
           05  FILLER            PIC X(9) VALUE '      YTD'.
           05  FILLER            PIC X(9) VALUE '    Month'.
           05  FILLER            PIC X(9) VALUE ' Prior Mo'.
           05  FILLER            PIC X(9) VALUE '   Change'.
           05  FILLER            PIC X(9) VALUE '      YTD'.
           05  FILLER            PIC X(28) VALUE SPACES.
       01  GROUP-COUNT-LINE.
           05  GC-GROUP          PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GC-NEW-MONTH      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GC-NEW-PRIOR      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GC-NEW-YTD        PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GC-CLS-MONTH      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GC-CLS-PRIOR      PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GC-CLS-YTD        PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GC-NET-MONTH      PIC ---,--9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GC-NET-PRIOR      PIC ---,--9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GC-NET-CHANGE     PIC ---,--9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GC-NET-YTD        PIC ---,--9.
           05  FILLER            PIC X(28) VALUE SPACES.

       01  GROUP-AMOUNT-HEADER-1.
           05  FILLER            PIC X(14) VALUE SPACES.
           05  FILLER            PIC X(48)
               VALUE '                     Opening Balances Brought In'.
           05  FILLER            PIC X(48)
               VALUE '                        Balances Lost at Closure'.
           05  FILLER            PIC X(22) VALUE SPACES.
       01  GROUP-AMOUNT-HEADER-2.
           05  GA-GROUP          PIC X(14).
           05  FILLER            PIC X(16) VALUE '           Month'.
           05  FILLER            PIC X(16) VALUE '     Prior Month'.
           05  FILLER            PIC X(16) VALUE '    Year to Date'.
           05  FILLER            PIC X(16) VALUE '           Month'.
           05  FILLER            PIC X(16) VALUE '     Prior Month'.
           05  FILLER            PIC X(16) VALUE '    Year to Date'.
           05  FILLER            PIC X(22) VALUE SPACES.
       01  GROUP-AMOUNT-LINE.
           05  GL-GROUP          PIC X(12).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  GL-IN-MONTH       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GL-IN-PRIOR       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GL-IN-YTD         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GL-LOST-MONTH     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GL-LOST-PRIOR     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  GL-LOST-YTD       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(22) VALUE SPACES.

       01  COUNT-LINE.
           05  CL-LABEL          PIC X(45).
           05  CL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOAD-BRANCH-MAP
           PERFORM TALLY-NEW-ACCOUNTS
               VARYING AT-IDX FROM 1 BY 1 UNTIL AT-IDX > WS-AT-COUNT
           PERFORM TALLY-OPENING-FUNDS
           PERFORM SCAN-AUDIT-TRAIL
               VARYING WS-AUDIT-PASS FROM 1 BY 1
               UNTIL WS-AUDIT-PASS > 2
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

           PERFORM DETERMINE-REPORT-PERIOD

           MOVE 1 TO WS-DM-COUNT
           SET DM-IDX TO 1
           MOVE 'A' TO DM-KIND(DM-IDX)
           MOVE 'ALL' TO DM-KEY(DM-IDX)
           PERFORM CLEAR-DIMENSION-ENTRY
           PERFORM CLEAR-ATTRITION-DETAIL
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_master.dat - "
                       "status " WS-CM-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY "WARNING: Cannot open account_balances.dat - "
                       "currency taken as USD"
           END-IF
           OPEN OUTPUT ATTRITION-REPORT

           DISPLAY "========================================="
           DISPLAY "ACQUISITION AND ATTRITION REPORT STARTED"
           DISPLAY "========================================="
           DISPLAY "Business Date: " WS-FORMATTED-DATE
           DISPLAY "Report Month: " WS-RPT-LABEL
           DISPLAY " ".

       DETERMINE-REPORT-PERIOD.
           IF WS-MONTH = 01
               COMPUTE WS-RPT-YEAR = WS-YEAR - 1
               MOVE 12 TO WS-RPT-MONTH
           ELSE
               MOVE WS-YEAR TO WS-RPT-YEAR
               COMPUTE WS-RPT-MONTH = WS-MONTH - 1
           END-IF
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-PERIOD IS NUMERIC
                           AND AP-PERIOD(5:2) >= '01'
                           AND AP-PERIOD(5:2) <= '12'
                           MOVE AP-PERIOD TO WS-RPT-PERIOD
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-RPT-MONTH = 01
               COMPUTE WS-PRIOR-YEAR = WS-RPT-YEAR - 1
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               MOVE WS-RPT-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MONTH = WS-RPT-MONTH - 1
           END-IF
           STRING WS-RPT-YEAR '/' WS-RPT-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           STRING WS-PRIOR-YEAR '/' WS-PRIOR-MONTH
               DELIMITED BY SIZE INTO WS-PRIOR-LABEL.

       CLEAR-DIMENSION-ENTRY.
           PERFORM CLEAR-DIMENSION-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.

       CLEAR-DIMENSION-SLOT.
           MOVE 0 TO DM-NEW(DM-IDX, WS-SLOT)
           MOVE 0 TO DM-CLOSED(DM-IDX, WS-SLOT)
           MOVE 0 TO DM-BROUGHT-IN(DM-IDX, WS-SLOT)
           MOVE 0 TO DM-LOST(DM-IDX, WS-SLOT).

       CLEAR-ATTRITION-DETAIL.
           MOVE 0 TO AD-EARLY-COUNT(WS-SLOT)
           MOVE 0 TO AD-EARLY-LOST(WS-SLOT)
           MOVE 0 TO AD-RETAIN-COUNT(WS-SLOT)
           MOVE 0 TO AD-RETAIN-LOST(WS-SLOT).

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

      *    WS-EV-AMOUNT IN THE CURRENCY OF THE ACCOUNT AT AT-IDX IS
      *    RETURNED IN WS-BASE-AMOUNT.
       CONVERT-TO-BASE.
           MOVE WS-EV-AMOUNT TO WS-BASE-AMOUNT
           IF AT-CURRENCY(AT-IDX) = 'USD'
               EXIT PARAGRAPH
           END-IF
           MOVE AT-CURRENCY(AT-IDX) TO WS-FX-KEY
           PERFORM FIND-FX-RATE
           IF WS-CUR-FOUND = 'Y'
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                   WS-EV-AMOUNT * CU-RATE(CU-IDX)
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

      *    THE MASTER IS READ END TO END, CLOSED ACCOUNTS INCLUDED -
      *    THEY ARE NEEDED TO PLACE THE CLOSURE EVENTS.
       LOAD-ACCOUNT-TABLE.
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
                   PERFORM STORE-ACCOUNT-ENTRY
           END-READ.

       STORE-ACCOUNT-ENTRY.
           IF WS-AT-COUNT >= 20000
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AT-COUNT
           SET AT-IDX TO WS-AT-COUNT
           MOVE CM-ACCT-NUMBER TO AT-ACCT(AT-IDX)
           MOVE CM-ACCT-TYPE TO AT-TYPE(AT-IDX)
           MOVE CM-CUSTOMER-ID TO AT-CUSTOMER(AT-IDX)
           MOVE CM-OPENING-DATE TO AT-OPENED(AT-IDX)
           MOVE CM-STATUS TO AT-STATUS(AT-IDX)
           MOVE 'UNASGN' TO AT-BRANCH(AT-IDX)
           MOVE 'USD' TO AT-CURRENCY(AT-IDX)
           IF WS-ACCOUNT-STATUS NOT = '00'
               AND WS-ACCOUNT-STATUS NOT = '23'
               EXIT PARAGRAPH
           END-IF
           MOVE CM-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-BALANCE-ROW
               NOT INVALID KEY
                   IF CURRENCY-CODE NOT = SPACES
                       MOVE CURRENCY-CODE TO AT-CURRENCY(AT-IDX)
                   END-IF
           END-READ.

       LOAD-BRANCH-MAP.
           OPEN INPUT BRANCH-MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY "WARNING: account_branch.dat not found - all "
                       "accounts reported under branch UNASGN"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM READ-BRANCH-MAP-ROW UNTIL WS-EOF = 'Y'
           CLOSE BRANCH-MAP-FILE.

       READ-BRANCH-MAP-ROW.
           READ BRANCH-MAP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE AB-ACCT-NUMBER TO WS-AU-ACCOUNT
                   PERFORM FIND-ACCOUNT-ENTRY
                   IF WS-AT-FOUND = 'Y' AND AB-BRANCH-ID NOT = SPACES
                       MOVE AB-BRANCH-ID TO AT-BRANCH(AT-IDX)
                       ADD 1 TO WS-MAPPED-COUNT
                   END-IF
           END-READ.

       FIND-ACCOUNT-ENTRY.
           MOVE 'N' TO WS-AT-FOUND
           IF WS-AT-COUNT > 0
               SEARCH ALL AT-ENTRY
                   AT END
                       MOVE 'N' TO WS-AT-FOUND
                   WHEN AT-ACCT(AT-IDX) = WS-AU-ACCOUNT
                       MOVE 'Y' TO WS-AT-FOUND
               END-SEARCH
           END-IF.

      *    WS-EVENT-DATE IS PLACED IN THE REPORT MONTH, THE PRIOR
      *    MONTH AND / OR THE YEAR TO DATE.
       SET-PERIOD-SLOTS.
           MOVE 'NNN' TO WS-SLOT-FLAGS
           MOVE 'N' TO WS-ANY-SLOT
           IF WS-EVENT-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-EVENT-DATE(1:6) = WS-RPT-PERIOD
               MOVE 'Y' TO WS-SLOT-ON(1)
           END-IF
           IF WS-EVENT-DATE(1:6) = WS-PRIOR-PERIOD
               MOVE 'Y' TO WS-SLOT-ON(2)
           END-IF
           IF WS-EVENT-DATE(1:4) = WS-RPT-YEAR
               AND WS-EVENT-DATE(1:6) <= WS-RPT-PERIOD
               MOVE 'Y' TO WS-SLOT-ON(3)
           END-IF
           IF WS-SLOT-FLAGS NOT = 'NNN'
               MOVE 'Y' TO WS-ANY-SLOT
           END-IF.

       TALLY-NEW-ACCOUNTS.
           MOVE AT-OPENED(AT-IDX) TO WS-EVENT-DATE
           PERFORM SET-PERIOD-SLOTS
           IF WS-ANY-SLOT = 'Y'
               MOVE 'N' TO WS-EV-KIND
               MOVE 0 TO WS-BASE-AMOUNT
               PERFORM POST-TO-DIMENSIONS
           END-IF.

      *    CREDITS TO A NEW ACCOUNT IN ITS FIRST FUNDING DAYS ARE THE
      *    BALANCE IT BROUGHT IN, REPORTED IN THE MONTH IT OPENED.
       TALLY-OPENING-FUNDS.
           OPEN INPUT POSTED-LEDGER
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY "WARNING: monthly_transactions.dat not found "
                       "- opening balances not reported"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM READ-LEDGER-ROW UNTIL WS-EOF = 'Y'
           CLOSE POSTED-LEDGER.

       READ-LEDGER-ROW.
           READ POSTED-LEDGER
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LEDGER-ROWS
                   IF TR-TYPE = 'CREDIT'
                       PERFORM CHECK-OPENING-CREDIT
                   END-IF
           END-READ.

       CHECK-OPENING-CREDIT.
           MOVE TR-ACCT-NUMBER TO WS-AU-ACCOUNT
           PERFORM FIND-ACCOUNT-ENTRY
           IF WS-AT-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE AT-OPENED(AT-IDX) TO WS-EVENT-DATE
           PERFORM SET-PERIOD-SLOTS
           IF WS-ANY-SLOT = 'N'
               OR TR-DATE IS NOT NUMERIC
               OR TR-DATE < AT-OPENED(AT-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE AT-OPENED(AT-IDX) TO WS-WORK-NUM
           COMPUTE WS-OPEN-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
           MOVE TR-DATE TO WS-WORK-NUM
           COMPUTE WS-EVENT-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
           IF WS-EVENT-INT - WS-OPEN-INT > WS-FUNDING-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE TR-AMOUNT TO WS-EV-AMOUNT
           PERFORM CONVERT-TO-BASE
           MOVE 'I' TO WS-EV-KIND
           PERFORM POST-TO-DIMENSIONS.

      *    CLOSURES COME FROM THE MAINTENANCE AUDIT EVENTS - THE
      *    ARCHIVED TRAIL FIRST, THEN THE LIVE LOG. ACCOUNT-CLOSE
      *    DATES THE CLOSURE; ACCOUNT-CLOSEOUT CARRIES THE BALANCE
      *    PAID AWAY. ACCOUNT-ADD IS COUNTED AS A CROSS-CHECK ONLY.
       SCAN-AUDIT-TRAIL.
           IF WS-AUDIT-PASS = 1
               MOVE 'bank_audit_trail.arc' TO WS-AUDIT-FILE-NAME
           ELSE
               MOVE 'bank_audit_trail.log' TO WS-AUDIT-FILE-NAME
           END-IF
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS NOT = '00'
               IF WS-AUDIT-PASS = 2
                   DISPLAY "WARNING: bank_audit_trail.log not found "
                           "- closures not reported"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM READ-AUDIT-LINE UNTIL WS-EOF = 'Y'
           CLOSE AUDIT-LOG.

       READ-AUDIT-LINE.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-AUDIT-ROWS
                   PERFORM PROCESS-AUDIT-LINE
           END-READ.

       PROCESS-AUDIT-LINE.
           MOVE SPACES TO WS-AU-SEQ WS-AU-TIMESTAMP WS-AU-RUN-ID
                          WS-AU-EVENT WS-AU-DETAIL
           UNSTRING AUDIT-LINE DELIMITED BY '|'
               INTO WS-AU-SEQ WS-AU-TIMESTAMP WS-AU-RUN-ID
                    WS-AU-EVENT WS-AU-DETAIL
           END-UNSTRING
           IF WS-AU-EVENT NOT = 'ACCOUNT-ADD'
               AND WS-AU-EVENT NOT = 'ACCOUNT-CLOSE'
               AND WS-AU-EVENT NOT = 'ACCOUNT-CLOSEOUT'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AU-TIMESTAMP(1:8) TO WS-EVENT-DATE
           PERFORM SET-PERIOD-SLOTS
           IF WS-ANY-SLOT = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-AU-EVENT = 'ACCOUNT-ADD'
               ADD 1 TO WS-ADD-EVENTS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AU-DETAIL(9:12) TO WS-AU-ACCOUNT
           PERFORM FIND-ACCOUNT-ENTRY
           IF WS-AT-FOUND = 'N'
               ADD 1 TO WS-UNMATCHED-EVENTS
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CUSTOMER-RETAINED
           PERFORM MEASURE-DAYS-OPEN
           IF WS-AU-EVENT = 'ACCOUNT-CLOSE'
               PERFORM TALLY-CLOSURE
           ELSE
               PERFORM TALLY-CLOSEOUT
           END-IF.

       TALLY-CLOSURE.
           ADD 1 TO WS-CLOSE-EVENTS
           MOVE 'C' TO WS-EV-KIND
           MOVE 0 TO WS-BASE-AMOUNT
           PERFORM POST-TO-DIMENSIONS
           PERFORM TALLY-CLOSURE-DETAIL
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.

       TALLY-CLOSURE-DETAIL.
           IF WS-SLOT-ON(WS-SLOT) = 'Y'
               IF WS-DAYS-OPEN <= WS-EARLY-CLOSE-DAYS
                   ADD 1 TO AD-EARLY-COUNT(WS-SLOT)
               END-IF
               IF WS-RETAINED = 'Y'
                   ADD 1 TO AD-RETAIN-COUNT(WS-SLOT)
               END-IF
           END-IF.

       TALLY-CLOSEOUT.
           ADD 1 TO WS-CLOSEOUT-EVENTS
           MOVE WS-AU-DETAIL(31:10) TO WS-AU-AMOUNT-X
           IF WS-AU-AMOUNT-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AU-AMOUNT TO WS-EV-AMOUNT
           PERFORM CONVERT-TO-BASE
           MOVE 'L' TO WS-EV-KIND
           PERFORM POST-TO-DIMENSIONS
           PERFORM TALLY-CLOSEOUT-DETAIL
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.

       TALLY-CLOSEOUT-DETAIL.
           IF WS-SLOT-ON(WS-SLOT) = 'Y'
               IF WS-DAYS-OPEN <= WS-EARLY-CLOSE-DAYS
                   ADD WS-BASE-AMOUNT TO AD-EARLY-LOST(WS-SLOT)
               END-IF
               IF WS-RETAINED = 'Y'
                   ADD WS-BASE-AMOUNT TO AD-RETAIN-LOST(WS-SLOT)
               END-IF
           END-IF.

      *    AN UNDATED OPENING NEVER COUNTS AS AN EARLY CLOSURE.
       MEASURE-DAYS-OPEN.
           MOVE 999999 TO WS-DAYS-OPEN
           IF AT-OPENED(AT-IDX) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE AT-OPENED(AT-IDX) TO WS-WORK-NUM
           COMPUTE WS-OPEN-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
           MOVE WS-EVENT-DATE TO WS-WORK-NUM
           COMPUTE WS-EVENT-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-NUM)
           COMPUTE WS-DAYS-OPEN = WS-EVENT-INT - WS-OPEN-INT.

      *    THE CUSTOMER STAYS WITH US IF ANY OTHER ACCOUNT OF THEIRS
      *    IS STILL OPEN ON THE MASTER.
       CHECK-CUSTOMER-RETAINED.
           MOVE 'N' TO WS-RETAINED
           IF AT-CUSTOMER(AT-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           SET WS-ACCT-SCAN TO AT-IDX
           MOVE AT-CUSTOMER(AT-IDX) TO WS-RETAIN-CUSTOMER
           PERFORM SCAN-CUSTOMER-ACCOUNT
               VARYING AT-IDX FROM 1 BY 1
               UNTIL AT-IDX > WS-AT-COUNT OR WS-RETAINED = 'Y'
           SET AT-IDX TO WS-ACCT-SCAN.

       SCAN-CUSTOMER-ACCOUNT.
           IF AT-CUSTOMER(AT-IDX) = WS-RETAIN-CUSTOMER
               AND AT-STATUS(AT-IDX) NOT = 'C'
               AND AT-ACCT(AT-IDX) NOT = WS-AU-ACCOUNT
               MOVE 'Y' TO WS-RETAINED
           END-IF.

      *    EACH EVENT IS ADDED TO THE ALL-ACCOUNTS ROW AND TO THE
      *    ACCOUNT TYPE, BRANCH AND CURRENCY ROWS OF THE ACCOUNT AT
      *    AT-IDX, IN EVERY PERIOD SLOT IT FALLS INTO.
       POST-TO-DIMENSIONS.
           PERFORM POST-ONE-DIMENSION
               VARYING WS-DIM-PASS FROM 1 BY 1 UNTIL WS-DIM-PASS > 4.

       POST-ONE-DIMENSION.
           EVALUATE WS-DIM-PASS
               WHEN 1
                   MOVE 'A' TO WS-DIM-KIND
                   MOVE 'ALL' TO WS-DIM-KEY
               WHEN 2
                   MOVE 'T' TO WS-DIM-KIND
                   MOVE AT-TYPE(AT-IDX) TO WS-DIM-KEY
               WHEN 3
                   MOVE 'B' TO WS-DIM-KIND
                   MOVE AT-BRANCH(AT-IDX) TO WS-DIM-KEY
               WHEN 4
                   MOVE 'C' TO WS-DIM-KIND
                   MOVE AT-CURRENCY(AT-IDX) TO WS-DIM-KEY
           END-EVALUATE
           PERFORM FIND-DIMENSION-ENTRY
           IF WS-DM-FOUND = 'Y'
               PERFORM ADD-TO-DIMENSION-SLOT
                   VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
           END-IF.

       FIND-DIMENSION-ENTRY.
           MOVE 'N' TO WS-DM-FOUND
           SET DM-IDX TO 1
           SEARCH DM-ENTRY
               AT END
                   MOVE 'N' TO WS-DM-FOUND
               WHEN DM-KIND(DM-IDX) = WS-DIM-KIND
                   AND DM-KEY(DM-IDX) = WS-DIM-KEY
                   MOVE 'Y' TO WS-DM-FOUND
           END-SEARCH
           IF WS-DM-FOUND = 'N'
               IF WS-DM-COUNT >= 200
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DM-COUNT
               SET DM-IDX TO WS-DM-COUNT
               MOVE WS-DIM-KIND TO DM-KIND(DM-IDX)
               MOVE WS-DIM-KEY TO DM-KEY(DM-IDX)
               PERFORM CLEAR-DIMENSION-ENTRY
               MOVE 'Y' TO WS-DM-FOUND
           END-IF.

       ADD-TO-DIMENSION-SLOT.
           IF WS-SLOT-ON(WS-SLOT) = 'Y'
               EVALUATE WS-EV-KIND
                   WHEN 'N'
                       ADD 1 TO DM-NEW(DM-IDX, WS-SLOT)
                   WHEN 'C'
                       ADD 1 TO DM-CLOSED(DM-IDX, WS-SLOT)
                   WHEN 'I'
                       ADD WS-BASE-AMOUNT
                           TO DM-BROUGHT-IN(DM-IDX, WS-SLOT)
                   WHEN 'L'
                       ADD WS-BASE-AMOUNT TO DM-LOST(DM-IDX, WS-SLOT)
               END-EVALUATE
           END-IF.

       GENERATE-REPORT.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-RPT-LABEL TO H3-MONTH
           MOVE WS-PRIOR-LABEL TO H3-PRIOR
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'SUMMARY - ALL ACCOUNTS' TO ST-TITLE
           WRITE REPORT-LINE FROM SECTION-TITLE
           WRITE REPORT-LINE FROM SUMMARY-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           SET DM-IDX TO 1
           MOVE 'New Accounts Opened' TO SC-LABEL
           PERFORM LOAD-NEW-VALUES
           PERFORM WRITE-SUMMARY-COUNT
           MOVE 'Accounts Closed' TO SC-LABEL
           PERFORM LOAD-CLOSED-VALUES
           PERFORM WRITE-SUMMARY-COUNT
           MOVE 'Net Growth' TO SC-LABEL
           PERFORM LOAD-NET-VALUES
           PERFORM WRITE-SUMMARY-COUNT
           MOVE 'Opening Balances Brought In' TO SA-LABEL
           PERFORM LOAD-BROUGHT-IN-VALUES
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE 'Balances Lost at Closure' TO SA-LABEL
           PERFORM LOAD-LOST-VALUES
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE 'Net Balance Flow' TO SA-LABEL
           PERFORM LOAD-NET-FLOW-VALUES
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Closed Within 90 Days of Opening' TO SC-LABEL
           PERFORM LOAD-EARLY-COUNT-VALUES
           PERFORM WRITE-SUMMARY-COUNT
           MOVE 'Balances Lost - Early Closures' TO SA-LABEL
           PERFORM LOAD-EARLY-LOST-VALUES
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE 'Closed - Customer Keeps Other Accounts' TO SC-LABEL
           PERFORM LOAD-RETAIN-COUNT-VALUES
           PERFORM WRITE-SUMMARY-COUNT
           MOVE 'Balances Lost - Customer Kept Accounts' TO SA-LABEL
           PERFORM LOAD-RETAIN-LOST-VALUES
           PERFORM WRITE-SUMMARY-AMOUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'T' TO WS-DIM-KIND
           MOVE 'BY ACCOUNT TYPE' TO ST-TITLE
           MOVE 'Account Type' TO GH-GROUP
           MOVE 'Account Type' TO GA-GROUP
           PERFORM WRITE-DIMENSION-SECTION
           MOVE 'B' TO WS-DIM-KIND
           MOVE 'BY BRANCH' TO ST-TITLE
           MOVE 'Branch' TO GH-GROUP
           MOVE 'Branch' TO GA-GROUP
           PERFORM WRITE-DIMENSION-SECTION
           MOVE 'C' TO WS-DIM-KIND
           MOVE 'BY CURRENCY' TO ST-TITLE
           MOVE 'Currency' TO GH-GROUP
           MOVE 'Currency' TO GA-GROUP
           PERFORM WRITE-DIMENSION-SECTION

           WRITE REPORT-LINE FROM HEADER-1
           MOVE 'Master Accounts Read:' TO CL-LABEL
           MOVE WS-MASTER-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Accounts With Branch Assigned:' TO CL-LABEL
           MOVE WS-MAPPED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Ledger Rows Read:' TO CL-LABEL
           MOVE WS-LEDGER-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Audit Lines Read:' TO CL-LABEL
           MOVE WS-AUDIT-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'ACCOUNT-ADD Events In Periods:' TO CL-LABEL
           MOVE WS-ADD-EVENTS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'ACCOUNT-CLOSE Events In Periods:' TO CL-LABEL
           MOVE WS-CLOSE-EVENTS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'ACCOUNT-CLOSEOUT Events In Periods:' TO CL-LABEL
           MOVE WS-CLOSEOUT-EVENTS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Events For Accounts Not On Master:' TO CL-LABEL
           MOVE WS-UNMATCHED-EVENTS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Amounts With No FX Rate (Face Value):' TO CL-LABEL
           MOVE WS-NO-RATE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           IF WS-OVERFLOW-COUNT > 0
               MOVE 'Rows Over Table Capacity (Not Reported):'
                   TO CL-LABEL
               MOVE WS-OVERFLOW-COUNT TO CL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           SET DM-IDX TO 1
           DISPLAY " "
           DISPLAY "Acquisition and attrition report completed:"
           DISPLAY "  New accounts this month: " DM-NEW(DM-IDX, 1)
           DISPLAY "  Closures this month: " DM-CLOSED(DM-IDX, 1)
           DISPLAY "  New accounts YTD: " DM-NEW(DM-IDX, 3)
           DISPLAY "  Closures YTD: " DM-CLOSED(DM-IDX, 3)
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "WARNING: " WS-OVERFLOW-COUNT
                       " rows exceeded table capacity"
           END-IF
           DISPLAY " "
           DISPLAY "Report generated: acquisition_attrition_report.txt"
           DISPLAY "========================================="
           DISPLAY "ACQUISITION AND ATTRITION REPORT COMPLETED"
           DISPLAY "=========================================".

       LOAD-NEW-VALUES.
           PERFORM LOAD-NEW-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.

       LOAD-NEW-SLOT.
           MOVE DM-NEW(DM-IDX, WS-SLOT) TO WS-SUM-VALUE(WS-SLOT).

       LOAD-CLOSED-VALUES.
           PERFORM LOAD-CLOSED-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.

       LOAD-CLOSED-SLOT.
           MOVE DM-CLOSED(DM-IDX, WS-SLOT) TO WS-SUM-VALUE(WS-SLOT).

       LOAD-NET-VALUES.
           PERFORM LOAD-NET-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.

       LOAD-NET-SLOT.
           COMPUTE WS-SUM-VALUE(WS-SLOT) =
               DM-NEW(DM-IDX, WS-SLOT) - DM-CLOSED(DM-IDX, WS-SLOT).

       LOAD-BROUGHT-IN-VALUES.
           PERFORM LOAD-BROUGHT-IN-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.

       LOAD-BROUGHT-IN-SLOT.
           MOVE DM-BROUGHT-IN(DM-IDX, WS-SLOT)
               TO WS-SUM-VALUE(WS-SLOT).

       LOAD-LOST-VALUES.
           PERFORM LOAD-LOST-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.

       LOAD-LOST-SLOT.
           MOVE DM-LOST(DM-IDX, WS-SLOT) TO WS-SUM-VALUE(WS-SLOT).

       LOAD-NET-FLOW-VALUES.
           PERFORM LOAD-NET-FLOW-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.

       LOAD-NET-FLOW-SLOT.
           COMPUTE WS-SUM-VALUE(WS-SLOT) =
               DM-BROUGHT-IN(DM-IDX, WS-SLOT)
               - DM-LOST(DM-IDX, WS-SLOT).

       LOAD-EARLY-COUNT-VALUES.
           PERFORM LOAD-EARLY-COUNT-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.

       LOAD-EARLY-COUNT-SLOT.
           MOVE AD-EARLY-COUNT(WS-SLOT) TO WS-SUM-VALUE(WS-SLOT).

       LOAD-EARLY-LOST-VALUES.
           PERFORM LOAD-EARLY-LOST-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.

       LOAD-EARLY-LOST-SLOT.
           MOVE AD-EARLY-LOST(WS-SLOT) TO WS-SUM-VALUE(WS-SLOT).

       LOAD-RETAIN-COUNT-VALUES.
           PERFORM LOAD-RETAIN-COUNT-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.

       LOAD-RETAIN-COUNT-SLOT.
           MOVE AD-RETAIN-COUNT(WS-SLOT) TO WS-SUM-VALUE(WS-SLOT).

       LOAD-RETAIN-LOST-VALUES.
           PERFORM LOAD-RETAIN-LOST-SLOT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.

       LOAD-RETAIN-LOST-SLOT.
           MOVE AD-RETAIN-LOST(WS-SLOT) TO WS-SUM-VALUE(WS-SLOT).

       WRITE-SUMMARY-COUNT.
           MOVE WS-SUM-VALUE(1) TO SC-MONTH
           MOVE WS-SUM-VALUE(2) TO SC-PRIOR
           COMPUTE SC-CHANGE = WS-SUM-VALUE(1) - WS-SUM-VALUE(2)
           MOVE WS-SUM-VALUE(3) TO SC-YTD
           WRITE REPORT-LINE FROM SUMMARY-COUNT-LINE.

       WRITE-SUMMARY-AMOUNT.
           MOVE WS-SUM-VALUE(1) TO SA-MONTH
           MOVE WS-SUM-VALUE(2) TO SA-PRIOR
           COMPUTE SA-CHANGE = WS-SUM-VALUE(1) - WS-SUM-VALUE(2)
           MOVE WS-SUM-VALUE(3) TO SA-YTD
           WRITE REPORT-LINE FROM SUMMARY-AMOUNT-LINE.

       WRITE-DIMENSION-SECTION.
           WRITE REPORT-LINE FROM SECTION-TITLE
           WRITE REPORT-LINE FROM GROUP-COUNT-HEADER-1
           WRITE REPORT-LINE FROM GROUP-COUNT-HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM WRITE-GROUP-COUNT-LINE
               VARYING WS-DIM-SCAN FROM 1 BY 1
               UNTIL WS-DIM-SCAN > WS-DM-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM GROUP-AMOUNT-HEADER-1
           WRITE REPORT-LINE FROM GROUP-AMOUNT-HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM WRITE-GROUP-AMOUNT-LINE
               VARYING WS-DIM-SCAN FROM 1 BY 1
               UNTIL WS-DIM-SCAN > WS-DM-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-GROUP-COUNT-LINE.
           SET DM-IDX TO WS-DIM-SCAN
           IF DM-KIND(DM-IDX) NOT = WS-DIM-KIND
               EXIT PARAGRAPH
           END-IF
           MOVE DM-KEY(DM-IDX) TO GC-GROUP
           MOVE DM-NEW(DM-IDX, 1) TO GC-NEW-MONTH
           MOVE DM-NEW(DM-IDX, 2) TO GC-NEW-PRIOR
           MOVE DM-NEW(DM-IDX, 3) TO GC-NEW-YTD
           MOVE DM-CLOSED(DM-IDX, 1) TO GC-CLS-MONTH
           MOVE DM-CLOSED(DM-IDX, 2) TO GC-CLS-PRIOR
           MOVE DM-CLOSED(DM-IDX, 3) TO GC-CLS-YTD
           PERFORM LOAD-NET-VALUES
           MOVE WS-SUM-VALUE(1) TO GC-NET-MONTH
           MOVE WS-SUM-VALUE(2) TO GC-NET-PRIOR
           COMPUTE GC-NET-CHANGE = WS-SUM-VALUE(1) - WS-SUM-VALUE(2)
           MOVE WS-SUM-VALUE(3) TO GC-NET-YTD
           WRITE REPORT-LINE FROM GROUP-COUNT-LINE.

       WRITE-GROUP-AMOUNT-LINE.
           SET DM-IDX TO WS-DIM-SCAN
           IF DM-KIND(DM-IDX) NOT = WS-DIM-KIND
               EXIT PARAGRAPH
           END-IF
           MOVE DM-KEY(DM-IDX) TO GL-GROUP
           MOVE DM-BROUGHT-IN(DM-IDX, 1) TO GL-IN-MONTH
           MOVE DM-BROUGHT-IN(DM-IDX, 2) TO GL-IN-PRIOR
           MOVE DM-BROUGHT-IN(DM-IDX, 3) TO GL-IN-YTD
           MOVE DM-LOST(DM-IDX, 1) TO GL-LOST-MONTH
           MOVE DM-LOST(DM-IDX, 2) TO GL-LOST-PRIOR
           MOVE DM-LOST(DM-IDX, 3) TO GL-LOST-YTD
           WRITE REPORT-LINE FROM GROUP-AMOUNT-LINE.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           IF WS-JC-STATUS NOT = '00'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'ACQ-ATTRITION' TO JC-JOB-NAME
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
           MOVE 'ACQ-ATTRITION' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-MASTER-ROWS TO JC-RECORDS-PROC
           MOVE WS-UNMATCHED-EVENTS TO JC-RECORDS-ERROR
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
           IF WS-ACCOUNT-STATUS = '00' OR WS-ACCOUNT-STATUS = '23'
               CLOSE ACCOUNT-FILE
           END-IF
           CLOSE ATTRITION-REPORT.
