       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiquidityForecast.
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
           SELECT INSTRUCTION-FILE ASSIGN TO
               'cd_maturity_instructions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTR-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'standing_orders.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-STATUS.
           SELECT PENDING-WAREHOUSE ASSIGN TO
               'batch_pending_warehouse.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'account_holds.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO 'fx_rates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO
               'liquidity_forecast_report.txt'
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

       FD  INSTRUCTION-FILE.
       01  INSTRUCTION-RECORD.
           05  CDI-ACCT-NUMBER   PIC X(12).
           05  CDI-INSTRUCTION   PIC X(8).
           05  CDI-LINKED-ACCT   PIC X(12).
           05  CDI-NEW-TERM      PIC 9(3).

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  SO-ACCT-NUMBER    PIC X(12).
           05  SO-COUNTERPARTY   PIC X(12).
           05  SO-AMOUNT         PIC 9(6)V99.
           05  SO-FREQUENCY      PIC X(8).
           05  SO-NEXT-RUN-DATE  PIC X(8).
           05  SO-EXPIRY-DATE    PIC X(8).
           05  SO-STATUS         PIC X(1).

       FD  PENDING-WAREHOUSE.
       01  WAREHOUSE-RECORD.
           05  WH-TXN-TYPE       PIC X(8).
           05  WH-TXN-AMOUNT     PIC 9(6)V99.
           05  WH-TXN-ID         PIC X(10).
           05  WH-ACCOUNT-NUMBER PIC X(12).
           05  WH-TO-ACCOUNT-NUMBER PIC X(12).
           05  WH-EFFECTIVE-DATE PIC X(8).
           05  WH-QUEUED-DATE    PIC X(8).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HD-ACCT-NUMBER    PIC X(12).
           05  HD-TXN-ID         PIC X(10).
           05  HD-AMOUNT         PIC 9(8)V99.
           05  HD-PLACED-DATE    PIC X(8).
           05  HD-RELEASE-DATE   PIC X(8).
           05  HD-STATUS         PIC X(1).

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           05  FX-DATE           PIC X(8).
           05  FX-CURRENCY       PIC X(3).
           05  FX-RATE-TO-USD    PIC 9(3)V9(6).

       FD  FORECAST-REPORT.
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
       01  WS-CM-STATUS          PIC XX.
       01  WS-INSTR-STATUS       PIC XX.
       01  WS-SO-STATUS          PIC XX.
       01  WS-WAREHOUSE-STATUS   PIC XX.
       01  WS-HOLD-STATUS        PIC XX.
       01  WS-RATE-STATUS        PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
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

      *    PROJECTION HORIZONS IN CALENDAR DAYS FROM THE BUSINESS
      *    DATE. EACH IS CUMULATIVE; ITEMS ALREADY DUE FALL IN ALL.
       01  WS-HORIZON-VALUES.
           05  FILLER            PIC 9(3) VALUE 1.
           05  FILLER            PIC 9(3) VALUE 7.
           05  FILLER            PIC 9(3) VALUE 30.
           05  FILLER            PIC 9(3) VALUE 90.
       01  WS-HORIZON-TABLE REDEFINES WS-HORIZON-VALUES.
           05  WS-HORIZON-DAYS   PIC 9(3) OCCURS 4 TIMES.
       01  WS-HORIZON-DATES.
           05  WS-HORIZON-DATE   PIC X(8) OCCURS 4 TIMES.
       01  WS-HZ                 PIC 9(1).

      *    FLOW SOURCES. 1-5 ARE OUTFLOWS (FUNDS LEAVING OR BECOMING
      *    WITHDRAWABLE), 6 IS INFLOW.
       01  WS-SOURCE-VALUES.
           05  FILLER            PIC X(30)
               VALUE 'CD maturities - payout'.
           05  FILLER            PIC X(30)
               VALUE 'Standing orders due'.
           05  FILLER            PIC X(30)
               VALUE 'Future-dated debits/transfers'.
           05  FILLER            PIC X(30)
               VALUE 'Deposit holds releasing'.
           05  FILLER            PIC X(30)
               VALUE 'Interest to capitalise'.
           05  FILLER            PIC X(30)
               VALUE 'Future-dated credits'.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
           05  WS-SOURCE-NAME    PIC X(30) OCCURS 6 TIMES.
       01  WS-SRC                PIC 9(1).
       01  WS-OUTFLOW-SOURCES    PIC 9(1) VALUE 5.
       01  WS-INFLOW-SOURCE      PIC 9(1) VALUE 6.

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER            PIC 9(2) VALUE 31.
           05  FILLER            PIC 9(2) VALUE 28.
           05  FILLER            PIC 9(2) VALUE 31.
           05  FILLER            PIC 9(2) VALUE 30.
           05  FILLER            PIC 9(2) VALUE 31.
           05  FILLER            PIC 9(2) VALUE 30.
           05  FILLER            PIC 9(2) VALUE 31.
           05  FILLER            PIC 9(2) VALUE 31.
           05  FILLER            PIC 9(2) VALUE 30.
           05  FILLER            PIC 9(2) VALUE 31.
           05  FILLER            PIC 9(2) VALUE 30.
           05  FILLER            PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH  PIC 9(2) OCCURS 12 TIMES.
       01  WS-MONTH-DAYS         PIC 9(2).
       01  WS-LEAP-CHECK-4       PIC 9(4).
       01  WS-LEAP-CHECK-100     PIC 9(4).
       01  WS-LEAP-CHECK-400     PIC 9(4).

       01  WS-DATE-NUM           PIC 9(8).
       01  WS-DATE-INT           PIC S9(9).
       01  WS-TODAY-INT          PIC S9(9).
       01  WS-MONTH-END-DATE     PIC X(8).
       01  WS-NEXT-RUN.
           05  WS-NR-YEAR        PIC 9(4).
           05  WS-NR-MONTH       PIC 9(2).
           05  WS-NR-DAY         PIC 9(2).
       01  WS-NEXT-RUN-NUM REDEFINES WS-NEXT-RUN PIC 9(8).
       01  WS-SO-DONE            PIC X.
       01  WS-SO-OCCURRENCES     PIC 9(3).

       01  WS-PROJ-CURRENCY      PIC X(3).
       01  WS-PROJ-DATE          PIC X(8).
       01  WS-PROJ-AMOUNT        PIC 9(12)V99.
       01  WS-ITEM-CURRENCY      PIC X(3).
       01  WS-ITEM-FOUND         PIC X.

       01  WS-ACCOUNT-COUNT      PIC 9(7) VALUE 0.
       01  WS-CD-PAYOUT-COUNT    PIC 9(7) VALUE 0.
       01  WS-SO-ITEM-COUNT      PIC 9(7) VALUE 0.
       01  WS-WH-ITEM-COUNT      PIC 9(7) VALUE 0.
       01  WS-HOLD-ITEM-COUNT    PIC 9(7) VALUE 0.
       01  WS-CAP-ITEM-COUNT     PIC 9(7) VALUE 0.
       01  WS-NO-ACCOUNT-COUNT   PIC 9(7) VALUE 0.
       01  WS-NO-CUSTOMER-COUNT  PIC 9(7) VALUE 0.
       01  WS-OVERFLOW-COUNT     PIC 9(7) VALUE 0.
       01  WS-TOTAL-BASE-DEPOSITS PIC S9(14)V99 VALUE 0.
       01  WS-BASE-AMOUNT        PIC S9(13)V99.
       01  WS-NET-AMOUNT         PIC S9(13)V99.
       01  WS-OUT-TOTAL          PIC 9(13)V99.
       01  WS-CONC-PCT           PIC 9(3)V99.

       01  WS-INSTR-FOUND        PIC X.
       01  WS-INSTR-COUNT        PIC 9(4) VALUE 0.
       01  INSTRUCTION-TABLE.
           05  INSTR-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-INSTR-COUNT
                   INDEXED BY IN-IDX.
               10  IN-ACCOUNT        PIC X(12).
               10  IN-INSTRUCTION    PIC X(8).

       01  WS-FX-KEY             PIC X(3).
       01  WS-FX-FOUND           PIC X.
       01  WS-FX-COUNT           PIC 9(2) VALUE 0.
       01  FX-RATE-TABLE.
           05  FX-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-FX-COUNT
                   INDEXED BY FX-IDX.
               10  FR-CODE           PIC X(3).
               10  FR-RATE           PIC 9(3)V9(6).
               10  FR-DATE           PIC X(8).

       01  WS-CUR-FOUND          PIC X.
       01  WS-CUR-SCAN           PIC 9(2).
       01  WS-CUR-COUNT          PIC 9(2) VALUE 0.
       01  CURRENCY-TABLE.
           05  CUR-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-CUR-COUNT
                   INDEXED BY CU-IDX.
               10  CU-CODE           PIC X(3).
               10  CU-ACCTS          PIC 9(7).
               10  CU-AVAILABLE      PIC S9(13)V99.
               10  CU-SOURCE OCCURS 6 TIMES.
                   15  CU-AMOUNT     PIC 9(13)V99 OCCURS 4 TIMES.

      *    CURRENT BALANCE PER CUSTOMER ID, IN BASE CURRENCY
       01  WS-CONC-FOUND         PIC X.
       01  WS-CONC-SCAN          PIC 9(5).
       01  WS-CONC-BEST          PIC 9(5).
       01  WS-CONC-RANK          PIC 9(2).
       01  WS-CONC-TOP           PIC 9(2) VALUE 10.
       01  WS-CONC-COUNT         PIC 9(5) VALUE 0.
       01  CONCENTRATION-TABLE.
           05  CONC-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-CONC-COUNT
                   INDEXED BY CC-IDX.
               10  CC-CUSTOMER       PIC X(10).
               10  CC-NAME           PIC X(30).
               10  CC-ACCTS          PIC 9(4).
               10  CC-BALANCE        PIC S9(13)V99.
               10  CC-RANKED         PIC X(1).

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(52)
               VALUE 'DAILY LIQUIDITY AND CASH-FLOW FORECAST'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(16) VALUE 'Business Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(106) VALUE SPACES.

       01  CURRENCY-HEADER.
           05  FILLER            PIC X(10) VALUE 'Currency: '.
           05  CH-CURRENCY       PIC X(3).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'Accounts: '.
           05  CH-ACCTS          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(27)
               VALUE 'Available Balance Today: '.
           05  CH-AVAILABLE      PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(45) VALUE SPACES.

       01  COLUMN-HEADER.
           05  FILLER            PIC X(32) VALUE SPACES.
           05  FILLER            PIC X(20) VALUE '               1 Day'.
           05  FILLER            PIC X(20) VALUE '              7 Days'.
           05  FILLER            PIC X(20) VALUE '             30 Days'.
           05  FILLER            PIC X(20) VALUE '             90 Days'.
           05  FILLER            PIC X(20) VALUE SPACES.

       01  FLOW-LINE.
           05  FL-LABEL          PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FL-AMOUNT         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99 OCCURS 4 TIMES.
           05  FILLER            PIC X(24) VALUE SPACES.

       01  SECTION-TITLE.
           05  ST-TITLE          PIC X(60).
           05  FILLER            PIC X(72) VALUE SPACES.

       01  CONC-HEADER.
           05  FILLER            PIC X(6) VALUE 'Rank'.
           05  FILLER            PIC X(12) VALUE 'Customer'.
           05  FILLER            PIC X(32) VALUE 'Name'.
           05  FILLER            PIC X(10) VALUE 'Accounts'.
           05  FILLER            PIC X(22)
               VALUE '   Balance (Base Cur.)'.
           05  FILLER            PIC X(12) VALUE '   % of All'.
           05  FILLER            PIC X(38) VALUE SPACES.

       01  CONC-LINE.
           05  CN-RANK           PIC Z9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  CN-CUSTOMER       PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CN-NAME           PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  CN-ACCTS          PIC ZZZ9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  CN-BALANCE        PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  CN-PERCENT        PIC ZZ9.99.
           05  FILLER            PIC X(1) VALUE '%'.
           05  FILLER            PIC X(41) VALUE SPACES.

       01  COUNT-LINE.
           05  CL-LABEL          PIC X(45).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-INSTRUCTION-TABLE
           PERFORM SCAN-ACCOUNTS
           PERFORM PROJECT-STANDING-ORDERS
           PERFORM PROJECT-WAREHOUSE-ITEMS
           PERFORM PROJECT-HOLD-RELEASES
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

           MOVE WS-TODAY-YYYYMMDD TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM SET-HORIZON-DATE
               VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > 4
           PERFORM SET-MONTH-END-DATE

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_balances.dat - "
                       "status " WS-ACCOUNT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY "WARNING: Cannot open account_master.dat - "
                       "customer concentrations not available"
           END-IF
           OPEN OUTPUT FORECAST-REPORT

           DISPLAY "========================================="
           DISPLAY "LIQUIDITY FORECAST JOB STARTED"
           DISPLAY "========================================="
           DISPLAY "Business Date: " WS-FORMATTED-DATE
           DISPLAY " ".

       SET-HORIZON-DATE.
           COMPUTE WS-DATE-INT = WS-TODAY-INT + WS-HORIZON-DAYS(WS-HZ)
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-HORIZON-DATE(WS-HZ).

      *    ACCRUED INTEREST IS CAPITALISED BY THE MONTH-END INTEREST
      *    RUN, SO IT FALLS DUE ON THE LAST DAY OF THE CURRENT MONTH.
       SET-MONTH-END-DATE.
           MOVE WS-YEAR TO WS-NR-YEAR
           MOVE WS-MONTH TO WS-NR-MONTH
           MOVE WS-DAYS-IN-MONTH(WS-NR-MONTH) TO WS-MONTH-DAYS
           IF WS-NR-MONTH = 2
               PERFORM CHECK-LEAP-YEAR
           END-IF
           MOVE WS-MONTH-DAYS TO WS-NR-DAY
           MOVE WS-NEXT-RUN-NUM TO WS-MONTH-END-DATE.

       CHECK-LEAP-YEAR.
           COMPUTE WS-LEAP-CHECK-4 = FUNCTION MOD(WS-NR-YEAR, 4)
           COMPUTE WS-LEAP-CHECK-100 = FUNCTION MOD(WS-NR-YEAR, 100)
           COMPUTE WS-LEAP-CHECK-400 = FUNCTION MOD(WS-NR-YEAR, 400)
           IF WS-LEAP-CHECK-4 = 0 AND
              (WS-LEAP-CHECK-100 NOT = 0 OR WS-LEAP-CHECK-400 = 0)
               MOVE 29 TO WS-MONTH-DAYS
           END-IF.

       LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-FX-RATE UNTIL WS-EOF = 'Y'
           CLOSE FX-RATE-FILE
           MOVE 'N' TO WS-EOF.

       READ-FX-RATE.
           READ FX-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FX-DATE <= WS-TODAY-YYYYMMDD
                       PERFORM STORE-FX-RATE
                   END-IF
           END-READ.

       STORE-FX-RATE.
           MOVE FX-CURRENCY TO WS-FX-KEY
           PERFORM FIND-FX-RATE
           IF WS-FX-FOUND = 'N'
               IF WS-FX-COUNT < 20
                   ADD 1 TO WS-FX-COUNT
                   SET FX-IDX TO WS-FX-COUNT
                   MOVE FX-CURRENCY TO FR-CODE(FX-IDX)
                   MOVE FX-RATE-TO-USD TO FR-RATE(FX-IDX)
                   MOVE FX-DATE TO FR-DATE(FX-IDX)
               END-IF
           ELSE
               IF FX-DATE > FR-DATE(FX-IDX)
                   MOVE FX-RATE-TO-USD TO FR-RATE(FX-IDX)
                   MOVE FX-DATE TO FR-DATE(FX-IDX)
               END-IF
           END-IF.

       FIND-FX-RATE.
           MOVE 'N' TO WS-FX-FOUND
           IF WS-FX-COUNT > 0
               SET FX-IDX TO 1
               SEARCH FX-ENTRY
                   AT END
                       MOVE 'N' TO WS-FX-FOUND
                   WHEN FR-CODE(FX-IDX) = WS-FX-KEY
                       MOVE 'Y' TO WS-FX-FOUND
               END-SEARCH
           END-IF.

       LOAD-INSTRUCTION-TABLE.
           OPEN INPUT INSTRUCTION-FILE
           IF WS-INSTR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-INSTRUCTION UNTIL WS-EOF = 'Y'
           CLOSE INSTRUCTION-FILE
           MOVE 'N' TO WS-EOF.

       READ-INSTRUCTION.
           READ INSTRUCTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-INSTR-COUNT < 1000
                       ADD 1 TO WS-INSTR-COUNT
                       SET IN-IDX TO WS-INSTR-COUNT
                       MOVE CDI-ACCT-NUMBER TO IN-ACCOUNT(IN-IDX)
                       MOVE CDI-INSTRUCTION TO IN-INSTRUCTION(IN-IDX)
                   END-IF
           END-READ.

       SCAN-ACCOUNTS.
           PERFORM READ-NEXT-ACCOUNT UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM EXAMINE-SINGLE-ACCOUNT
           END-READ.

       EXAMINE-SINGLE-ACCOUNT.
           IF ACCT-STATUS = 'C'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           PERFORM SET-ITEM-CURRENCY
           MOVE WS-ITEM-CURRENCY TO WS-PROJ-CURRENCY
           PERFORM FIND-CURRENCY-SLOT
           IF WS-CUR-FOUND = 'Y'
               ADD 1 TO CU-ACCTS(CU-IDX)
               ADD AVAILABLE-BALANCE TO CU-AVAILABLE(CU-IDX)
           END-IF

      *    A MATURING CD LEAVES ONLY UNDER A PAYOUT INSTRUCTION - ANY
      *    OTHER CD ROLLS INTO A NEW TERM AT MATURITY.
           IF ACCT-TYPE = 'CD'
               AND ACCT-MATURITY-DATE NOT = SPACES
               AND ACCT-MATURITY-DATE <= WS-HORIZON-DATE(4)
               AND CURRENT-BALANCE > 0
               PERFORM FIND-INSTRUCTION
               IF WS-INSTR-FOUND = 'Y'
                   AND IN-INSTRUCTION(IN-IDX) = 'TRANSFER'
                   MOVE 1 TO WS-SRC
                   MOVE ACCT-MATURITY-DATE TO WS-PROJ-DATE
                   MOVE CURRENT-BALANCE TO WS-PROJ-AMOUNT
                   PERFORM ADD-TO-PROJECTION
                   ADD 1 TO WS-CD-PAYOUT-COUNT
               END-IF
           END-IF

           IF ACCRUED-INTEREST > 0
               MOVE 5 TO WS-SRC
               MOVE WS-MONTH-END-DATE TO WS-PROJ-DATE
               MOVE ACCRUED-INTEREST TO WS-PROJ-AMOUNT
               PERFORM ADD-TO-PROJECTION
               ADD 1 TO WS-CAP-ITEM-COUNT
           END-IF

           IF CURRENT-BALANCE > 0
               PERFORM ADD-TO-CONCENTRATION
           END-IF.

       SET-ITEM-CURRENCY.
           IF CURRENCY-CODE = SPACES
               MOVE 'USD' TO WS-ITEM-CURRENCY
           ELSE
               MOVE CURRENCY-CODE TO WS-ITEM-CURRENCY
           END-IF.

       FIND-INSTRUCTION.
           MOVE 'N' TO WS-INSTR-FOUND
           IF WS-INSTR-COUNT > 0
               SET IN-IDX TO 1
               SEARCH INSTR-ENTRY
                   AT END
                       MOVE 'N' TO WS-INSTR-FOUND
                   WHEN IN-ACCOUNT(IN-IDX) = ACCT-NUMBER
                       MOVE 'Y' TO WS-INSTR-FOUND
               END-SEARCH
           END-IF.

       ADD-TO-CONCENTRATION.
           IF WS-CM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NUMBER TO CM-ACCT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-CUSTOMER-ID
           END-READ
           IF CM-CUSTOMER-ID = SPACES
               ADD 1 TO WS-NO-CUSTOMER-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE CURRENT-BALANCE TO WS-BASE-AMOUNT
           IF WS-ITEM-CURRENCY NOT = 'USD'
               MOVE WS-ITEM-CURRENCY TO WS-FX-KEY
               PERFORM FIND-FX-RATE
               IF WS-FX-FOUND = 'Y'
                   COMPUTE WS-BASE-AMOUNT ROUNDED =
                       CURRENT-BALANCE * FR-RATE(FX-IDX)
               END-IF
           END-IF
           ADD WS-BASE-AMOUNT TO WS-TOTAL-BASE-DEPOSITS

           MOVE 'N' TO WS-CONC-FOUND
           IF WS-CONC-COUNT > 0
               SET CC-IDX TO 1
               SEARCH CONC-ENTRY
                   AT END
                       MOVE 'N' TO WS-CONC-FOUND
                   WHEN CC-CUSTOMER(CC-IDX) = CM-CUSTOMER-ID
                       MOVE 'Y' TO WS-CONC-FOUND
               END-SEARCH
           END-IF
           IF WS-CONC-FOUND = 'N'
               IF WS-CONC-COUNT >= 10000
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CONC-COUNT
               SET CC-IDX TO WS-CONC-COUNT
               MOVE CM-CUSTOMER-ID TO CC-CUSTOMER(CC-IDX)
               MOVE CM-CUSTOMER-NAME TO CC-NAME(CC-IDX)
               MOVE 0 TO CC-ACCTS(CC-IDX)
               MOVE 0 TO CC-BALANCE(CC-IDX)
               MOVE 'N' TO CC-RANKED(CC-IDX)
           END-IF
           ADD 1 TO CC-ACCTS(CC-IDX)
           ADD WS-BASE-AMOUNT TO CC-BALANCE(CC-IDX).

      *    EACH ACTIVE ORDER IS PROJECTED FORWARD AT ITS FREQUENCY
      *    UNTIL THE LAST HORIZON OR ITS EXPIRY, WHICHEVER COMES FIRST.
       PROJECT-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-SO-STATUS NOT = '00'
               DISPLAY "WARNING: standing_orders.dat not found - "
                       "no standing orders projected"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-STANDING-ORDER UNTIL WS-EOF = 'Y'
           CLOSE STANDING-ORDER-FILE
           MOVE 'N' TO WS-EOF.

       READ-STANDING-ORDER.
           READ STANDING-ORDER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SO-STATUS = 'A'
                       AND SO-NEXT-RUN-DATE IS NUMERIC
                       PERFORM PROJECT-SINGLE-ORDER
                   END-IF
           END-READ.

       PROJECT-SINGLE-ORDER.
           MOVE SO-ACCT-NUMBER TO ACCT-NUMBER
           PERFORM READ-ITEM-ACCOUNT
           IF WS-ITEM-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-SRC
           MOVE SO-AMOUNT TO WS-PROJ-AMOUNT
           MOVE SO-NEXT-RUN-DATE TO WS-NEXT-RUN-NUM
           MOVE 'N' TO WS-SO-DONE
           MOVE 0 TO WS-SO-OCCURRENCES
           PERFORM PROJECT-ORDER-OCCURRENCE UNTIL WS-SO-DONE = 'Y'.

       PROJECT-ORDER-OCCURRENCE.
           MOVE WS-NEXT-RUN-NUM TO WS-PROJ-DATE
           IF WS-PROJ-DATE > WS-HORIZON-DATE(4)
               OR (SO-EXPIRY-DATE NOT = SPACES
                   AND WS-PROJ-DATE > SO-EXPIRY-DATE)
               OR WS-SO-OCCURRENCES >= 100
               MOVE 'Y' TO WS-SO-DONE
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-TO-PROJECTION
           ADD 1 TO WS-SO-ITEM-COUNT
           ADD 1 TO WS-SO-OCCURRENCES
           EVALUATE SO-FREQUENCY
               WHEN 'DAILY'
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-NEXT-RUN-NUM) + 1
                   COMPUTE WS-NEXT-RUN-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               WHEN 'WEEKLY'
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-NEXT-RUN-NUM) + 7
                   COMPUTE WS-NEXT-RUN-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               WHEN 'MONTHLY'
                   PERFORM ADVANCE-BY-ONE-MONTH
               WHEN OTHER
                   MOVE 'Y' TO WS-SO-DONE
           END-EVALUATE.

       ADVANCE-BY-ONE-MONTH.
           IF WS-NR-MONTH = 12
               MOVE 1 TO WS-NR-MONTH
               ADD 1 TO WS-NR-YEAR
           ELSE
               ADD 1 TO WS-NR-MONTH
           END-IF
           MOVE WS-DAYS-IN-MONTH(WS-NR-MONTH) TO WS-MONTH-DAYS
           IF WS-NR-MONTH = 2
               PERFORM CHECK-LEAP-YEAR
           END-IF
           IF WS-NR-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-NR-DAY
           END-IF.

      *    FUTURE-DATED ITEMS WAITING IN THE BATCHPROCESSOR WAREHOUSE.
      *    A TRANSFER LEAVES THE PAYING ACCOUNT AND ARRIVES ON THE
      *    RECEIVING ONE, SO IT APPEARS ON BOTH SIDES.
       PROJECT-WAREHOUSE-ITEMS.
           OPEN INPUT PENDING-WAREHOUSE
           IF WS-WAREHOUSE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-WAREHOUSE-ITEM UNTIL WS-EOF = 'Y'
           CLOSE PENDING-WAREHOUSE
           MOVE 'N' TO WS-EOF.

       READ-WAREHOUSE-ITEM.
           READ PENDING-WAREHOUSE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM PROJECT-WAREHOUSE-ITEM
           END-READ.

       PROJECT-WAREHOUSE-ITEM.
           IF WH-EFFECTIVE-DATE > WS-HORIZON-DATE(4)
               EXIT PARAGRAPH
           END-IF
           MOVE WH-EFFECTIVE-DATE TO WS-PROJ-DATE
           MOVE WH-TXN-AMOUNT TO WS-PROJ-AMOUNT
           MOVE WH-ACCOUNT-NUMBER TO ACCT-NUMBER
           PERFORM READ-ITEM-ACCOUNT
           IF WS-ITEM-FOUND = 'Y'
               ADD 1 TO WS-WH-ITEM-COUNT
               IF WH-TXN-TYPE = 'CREDIT'
                   MOVE WS-INFLOW-SOURCE TO WS-SRC
               ELSE
                   MOVE 3 TO WS-SRC
               END-IF
               PERFORM ADD-TO-PROJECTION
           END-IF
           IF WH-TXN-TYPE = 'TRANSFER'
               MOVE WH-TO-ACCOUNT-NUMBER TO ACCT-NUMBER
               PERFORM READ-ITEM-ACCOUNT
               IF WS-ITEM-FOUND = 'Y'
                   MOVE WS-INFLOW-SOURCE TO WS-SRC
                   PERFORM ADD-TO-PROJECTION
               END-IF
           END-IF.

      *    A RELEASING HOLD MAKES THE DEPOSIT WITHDRAWABLE
       PROJECT-HOLD-RELEASES.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-HOLD UNTIL WS-EOF = 'Y'
           CLOSE HOLD-FILE
           MOVE 'N' TO WS-EOF.

       READ-HOLD.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF HD-STATUS NOT = 'R'
                       AND HD-RELEASE-DATE <= WS-HORIZON-DATE(4)
                       MOVE HD-ACCT-NUMBER TO ACCT-NUMBER
                       PERFORM READ-ITEM-ACCOUNT
                       IF WS-ITEM-FOUND = 'Y'
                           MOVE 4 TO WS-SRC
                           MOVE HD-RELEASE-DATE TO WS-PROJ-DATE
                           MOVE HD-AMOUNT TO WS-PROJ-AMOUNT
                           PERFORM ADD-TO-PROJECTION
                           ADD 1 TO WS-HOLD-ITEM-COUNT
                       END-IF
                   END-IF
           END-READ.

       READ-ITEM-ACCOUNT.
           MOVE 'N' TO WS-ITEM-FOUND
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-ACCOUNT-COUNT
               NOT INVALID KEY
                   IF ACCT-STATUS NOT = 'C'
                       MOVE 'Y' TO WS-ITEM-FOUND
                       PERFORM SET-ITEM-CURRENCY
                       MOVE WS-ITEM-CURRENCY TO WS-PROJ-CURRENCY
                   END-IF
           END-READ.

       ADD-TO-PROJECTION.
           PERFORM FIND-CURRENCY-SLOT
           IF WS-CUR-FOUND = 'Y'
               PERFORM ADD-TO-HORIZON
                   VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > 4
           END-IF.

       ADD-TO-HORIZON.
           IF WS-PROJ-DATE <= WS-HORIZON-DATE(WS-HZ)
               ADD WS-PROJ-AMOUNT TO CU-AMOUNT(CU-IDX, WS-SRC, WS-HZ)
           END-IF.

       FIND-CURRENCY-SLOT.
           MOVE 'N' TO WS-CUR-FOUND
           IF WS-CUR-COUNT > 0
               SET CU-IDX TO 1
               SEARCH CUR-ENTRY
                   AT END
                       MOVE 'N' TO WS-CUR-FOUND
                   WHEN CU-CODE(CU-IDX) = WS-PROJ-CURRENCY
                       MOVE 'Y' TO WS-CUR-FOUND
               END-SEARCH
           END-IF
           IF WS-CUR-FOUND = 'N' AND WS-CUR-COUNT < 20
               ADD 1 TO WS-CUR-COUNT
               SET CU-IDX TO WS-CUR-COUNT
               INITIALIZE CUR-ENTRY(CU-IDX)
               MOVE WS-PROJ-CURRENCY TO CU-CODE(CU-IDX)
               MOVE 'Y' TO WS-CUR-FOUND
           END-IF.

       GENERATE-REPORT.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-CURRENCY-BLOCK
               VARYING WS-CUR-SCAN FROM 1 BY 1
               UNTIL WS-CUR-SCAN > WS-CUR-COUNT

           MOVE 'LARGEST CUSTOMER CONCENTRATIONS' TO ST-TITLE
           WRITE REPORT-LINE FROM SECTION-TITLE
           WRITE REPORT-LINE FROM CONC-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM WRITE-CONCENTRATION
               VARYING WS-CONC-RANK FROM 1 BY 1
               UNTIL WS-CONC-RANK > WS-CONC-TOP
                  OR WS-CONC-RANK > WS-CONC-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           MOVE 'Open Accounts Scanned:' TO CL-LABEL
           MOVE WS-ACCOUNT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'CD Payouts Projected:' TO CL-LABEL
           MOVE WS-CD-PAYOUT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Standing Order Payments Projected:' TO CL-LABEL
           MOVE WS-SO-ITEM-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Future-Dated Items Projected:' TO CL-LABEL
           MOVE WS-WH-ITEM-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Deposit Holds Releasing:' TO CL-LABEL
           MOVE WS-HOLD-ITEM-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Accounts With Interest To Capitalise:' TO CL-LABEL
           MOVE WS-CAP-ITEM-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Items For Accounts Not On File / Closed:'
               TO CL-LABEL
           MOVE WS-NO-ACCOUNT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Accounts With No Customer ID:' TO CL-LABEL
           MOVE WS-NO-CUSTOMER-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           IF WS-OVERFLOW-COUNT > 0
               MOVE 'Accounts Over Customer Table Capacity:'
                   TO CL-LABEL
               MOVE WS-OVERFLOW-COUNT TO CL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "Liquidity forecast completed:"
           DISPLAY "  Accounts scanned: " WS-ACCOUNT-COUNT
           DISPLAY "  Currencies: " WS-CUR-COUNT
           DISPLAY "  Customers: " WS-CONC-COUNT
           DISPLAY " "
           DISPLAY "Report generated: liquidity_forecast_report.txt"
           DISPLAY "========================================="
           DISPLAY "LIQUIDITY FORECAST JOB COMPLETED"
           DISPLAY "=========================================".

       WRITE-CURRENCY-BLOCK.
           SET CU-IDX TO WS-CUR-SCAN
           MOVE CU-CODE(CU-IDX) TO CH-CURRENCY
           MOVE CU-ACCTS(CU-IDX) TO CH-ACCTS
           MOVE CU-AVAILABLE(CU-IDX) TO CH-AVAILABLE
           WRITE REPORT-LINE FROM CURRENCY-HEADER
           WRITE REPORT-LINE FROM COLUMN-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM WRITE-SOURCE-LINE
               VARYING WS-SRC FROM 1 BY 1
               UNTIL WS-SRC > WS-OUTFLOW-SOURCES
           MOVE 'Total Expected Outflows' TO FL-LABEL
           PERFORM SET-OUTFLOW-TOTAL
               VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > 4
           WRITE REPORT-LINE FROM FLOW-LINE
           MOVE WS-INFLOW-SOURCE TO WS-SRC
           PERFORM WRITE-SOURCE-LINE
           MOVE 'Net Outflow' TO FL-LABEL
           PERFORM SET-NET-OUTFLOW
               VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > 4
           WRITE REPORT-LINE FROM FLOW-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SOURCE-LINE.
           MOVE WS-SOURCE-NAME(WS-SRC) TO FL-LABEL
           PERFORM SET-SOURCE-AMOUNT
               VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > 4
           WRITE REPORT-LINE FROM FLOW-LINE.

       SET-SOURCE-AMOUNT.
           MOVE CU-AMOUNT(CU-IDX, WS-SRC, WS-HZ) TO FL-AMOUNT(WS-HZ).

       SET-OUTFLOW-TOTAL.
           PERFORM SUM-OUTFLOWS
           MOVE WS-OUT-TOTAL TO FL-AMOUNT(WS-HZ).

       SET-NET-OUTFLOW.
           PERFORM SUM-OUTFLOWS
           COMPUTE WS-NET-AMOUNT = WS-OUT-TOTAL
               - CU-AMOUNT(CU-IDX, WS-INFLOW-SOURCE, WS-HZ)
           MOVE WS-NET-AMOUNT TO FL-AMOUNT(WS-HZ).

       SUM-OUTFLOWS.
           COMPUTE WS-OUT-TOTAL = CU-AMOUNT(CU-IDX, 1, WS-HZ)
               + CU-AMOUNT(CU-IDX, 2, WS-HZ)
               + CU-AMOUNT(CU-IDX, 3, WS-HZ)
               + CU-AMOUNT(CU-IDX, 4, WS-HZ)
               + CU-AMOUNT(CU-IDX, 5, WS-HZ).

      *    PICKS THE LARGEST CUSTOMER NOT YET RANKED
       WRITE-CONCENTRATION.
           MOVE 0 TO WS-CONC-BEST
           PERFORM FIND-LARGEST-CUSTOMER
               VARYING WS-CONC-SCAN FROM 1 BY 1
               UNTIL WS-CONC-SCAN > WS-CONC-COUNT
           IF WS-CONC-BEST = 0
               EXIT PARAGRAPH
           END-IF
           SET CC-IDX TO WS-CONC-BEST
           MOVE 'Y' TO CC-RANKED(CC-IDX)
           MOVE WS-CONC-RANK TO CN-RANK
           MOVE CC-CUSTOMER(CC-IDX) TO CN-CUSTOMER
           MOVE CC-NAME(CC-IDX) TO CN-NAME
           MOVE CC-ACCTS(CC-IDX) TO CN-ACCTS
           MOVE CC-BALANCE(CC-IDX) TO CN-BALANCE
           MOVE 0 TO WS-CONC-PCT
           IF WS-TOTAL-BASE-DEPOSITS > 0
               COMPUTE WS-CONC-PCT ROUNDED =
                   CC-BALANCE(CC-IDX) * 100 / WS-TOTAL-BASE-DEPOSITS
           END-IF
           MOVE WS-CONC-PCT TO CN-PERCENT
           WRITE REPORT-LINE FROM CONC-LINE.

       FIND-LARGEST-CUSTOMER.
           SET CC-IDX TO WS-CONC-SCAN
           IF CC-RANKED(CC-IDX) = 'N'
               IF WS-CONC-BEST = 0
                   MOVE WS-CONC-SCAN TO WS-CONC-BEST
               ELSE
                   IF CC-BALANCE(CC-IDX) > CC-BALANCE(WS-CONC-BEST)
                       MOVE WS-CONC-SCAN TO WS-CONC-BEST
                   END-IF
               END-IF
           END-IF.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'LIQUIDITY' TO JC-JOB-NAME
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
           MOVE 'LIQUIDITY' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-ACCOUNT-COUNT TO JC-RECORDS-PROC
           MOVE WS-NO-ACCOUNT-COUNT TO JC-RECORDS-ERROR
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
           CLOSE FORECAST-REPORT.
