       IDENTIFICATION DIVISION.
       PROGRAM-ID. AchIntake.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-FILE ASSIGN TO 'ach_inbound.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT BATCH-FILE ASSIGN TO 'batch_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-FILE ASSIGN TO 'ach_returns.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO 'account_balances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT INTAKE-REPORT ASSIGN TO 'ach_intake_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT EXCEPTION-REPO ASSIGN TO
               'exception_repository.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREPO-STATUS.
           SELECT ESTATE-REGISTER ASSIGN TO 'estate_register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
           SELECT BENEFIT-CREDIT-FILE ASSIGN TO
               'federal_benefit_credits.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-FILE.
       01  ACH-RECORD            PIC X(94).

       FD  BATCH-FILE.
       01  BATCH-RECORD.
           05  TXN-TYPE          PIC X(8).
           05  TXN-AMOUNT        PIC 9(6)V99.
           05  TXN-ID            PIC X(10).
           05  ACCOUNT-NUMBER    PIC X(12).
           05  TO-ACCOUNT-NUMBER PIC X(12).
           05  TXN-EFFECTIVE-DATE PIC X(8).
       01  BATCH-HEADER-REC.
           05  BH-RECORD-TYPE    PIC X(8).
           05  BH-FILE-DATE      PIC X(8).
           05  BH-BRANCH-ID      PIC X(6).
           05  BH-CYCLE-NUMBER   PIC 9(2).
           05  FILLER            PIC X(34).
       01  BATCH-TRAILER-REC.
           05  BT-RECORD-TYPE    PIC X(8).
           05  BT-RECORD-COUNT   PIC 9(6).
           05  BT-HASH-TOTAL     PIC 9(10)V99.
           05  FILLER            PIC X(32).

       FD  RETURN-FILE.
       01  RETURN-RECORD         PIC X(94).

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

       FD  INTAKE-REPORT.
       01  REPORT-LINE           PIC X(92).

       FD  EXCEPTION-REPO.
       01  EXCEPTION-REPO-RECORD.
           05  XR-SOURCE-JOB     PIC X(15).
           05  XR-BUSINESS-DATE  PIC X(8).
           05  XR-ACCT-NUMBER    PIC X(12).
           05  XR-AMOUNT         PIC 9(10)V99.
           05  XR-REASON         PIC X(40).
           05  XR-STATUS         PIC X(1).

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
       01  WS-ACH-STATUS         PIC XX.
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-BD-STATUS          PIC XX.
       01  WS-XREPO-STATUS       PIC XX.
       01  WS-ACH-EOF            PIC X.
       01  WS-CURRENT-DATE.
           05  WS-YEAR           PIC 9(4).
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.
       01  WS-FORMATTED-DATE     PIC X(10).
       01  WS-TODAY-YYYYMMDD     PIC X(8).
       01  WS-TODAY-NUM          PIC 9(8).
       01  WS-CURRENT-TIME       PIC X(8).
       01  WS-JOB-ID             PIC 9(9).
       01  WS-JOB-START-TIMESTAMP PIC X(14).
       01  WS-JOB-END-DATE       PIC X(8).
       01  WS-JOB-END-TIME       PIC X(6).
       01  WS-JOB-END-TIMESTAMP  PIC X(14).
       01  WS-JC-STATUS          PIC X(10) VALUE 'COMPLETED'.

      *    NACHA RECORDS ARE 94 BYTES; THE FIRST BYTE NAMES THE
      *    RECORD TYPE - 1 FILE HEADER, 5 BATCH HEADER, 6 ENTRY
      *    DETAIL, 7 ADDENDA, 8 BATCH CONTROL, 9 FILE CONTROL. A
      *    LINE OF ALL NINES IS BLOCK PADDING AFTER THE FILE CONTROL.
       01  WS-ACH-LINE           PIC X(94).
       01  WS-ACH-FILE-HEADER REDEFINES WS-ACH-LINE.
           05  NF-RECORD-TYPE    PIC X(1).
           05  NF-PRIORITY       PIC X(2).
           05  NF-IMMED-DEST     PIC X(10).
           05  NF-IMMED-ORIGIN   PIC X(10).
           05  NF-CREATE-DATE    PIC X(6).
           05  NF-CREATE-TIME    PIC X(4).
           05  NF-FILE-ID-MOD    PIC X(1).
           05  NF-RECORD-SIZE    PIC X(3).
           05  NF-BLOCKING       PIC X(2).
           05  NF-FORMAT-CODE    PIC X(1).
           05  NF-DEST-NAME      PIC X(23).
           05  NF-ORIGIN-NAME    PIC X(23).
           05  NF-REFERENCE      PIC X(8).
       01  WS-ACH-BATCH-HEADER REDEFINES WS-ACH-LINE.
           05  NB-RECORD-TYPE    PIC X(1).
           05  NB-SERVICE-CLASS  PIC X(3).
           05  NB-COMPANY-NAME   PIC X(16).
           05  NB-DISCRETIONARY  PIC X(20).
           05  NB-COMPANY-ID     PIC X(10).
           05  NB-SEC-CODE       PIC X(3).
           05  NB-ENTRY-DESC     PIC X(10).
           05  NB-DESC-DATE      PIC X(6).
           05  NB-EFFECTIVE-DATE PIC X(6).
           05  NB-SETTLE-DATE    PIC X(3).
           05  NB-ORIG-STATUS    PIC X(1).
           05  NB-ODFI-ID        PIC 9(8).
           05  NB-BATCH-NUMBER   PIC X(7).
       01  WS-ACH-ENTRY REDEFINES WS-ACH-LINE.
           05  NE-RECORD-TYPE    PIC X(1).
           05  NE-TRAN-CODE      PIC X(2).
           05  NE-RDFI-ID        PIC 9(8).
           05  NE-RDFI-CHECK     PIC X(1).
           05  NE-DFI-ACCOUNT    PIC X(17).
           05  NE-AMOUNT         PIC 9(8)V99.
           05  NE-INDIV-ID       PIC X(15).
           05  NE-INDIV-NAME     PIC X(22).
           05  NE-DISCRETIONARY  PIC X(2).
           05  NE-ADDENDA-IND    PIC X(1).
           05  NE-TRACE          PIC X(15).
       01  WS-ACH-ADDENDA REDEFINES WS-ACH-LINE.
           05  NA-RECORD-TYPE    PIC X(1).
           05  NA-ADDENDA-TYPE   PIC X(2).
           05  NA-PAYMENT-INFO   PIC X(80).
           05  NA-ADDENDA-SEQ    PIC X(4).
           05  NA-ENTRY-SEQ      PIC X(7).
       01  WS-ACH-RETURN-ADDENDA REDEFINES WS-ACH-LINE.
           05  NR-RECORD-TYPE    PIC X(1).
           05  NR-ADDENDA-TYPE   PIC X(2).
           05  NR-RETURN-REASON  PIC X(3).
           05  NR-ORIG-TRACE     PIC X(15).
           05  NR-DEATH-DATE     PIC X(6).
           05  NR-ORIG-RDFI      PIC X(8).
           05  NR-ADDENDA-INFO   PIC X(44).
           05  NR-TRACE          PIC X(15).
       01  WS-ACH-BATCH-CONTROL REDEFINES WS-ACH-LINE.
           05  NC-RECORD-TYPE    PIC X(1).
           05  NC-SERVICE-CLASS  PIC X(3).
           05  NC-ENTRY-COUNT    PIC 9(6).
           05  NC-ENTRY-HASH     PIC 9(10).
           05  NC-TOTAL-DEBIT    PIC 9(10)V99.
           05  NC-TOTAL-CREDIT   PIC 9(10)V99.
           05  NC-COMPANY-ID     PIC X(10).
           05  NC-MAC            PIC X(19).
           05  NC-RESERVED       PIC X(6).
           05  NC-ODFI-ID        PIC X(8).
           05  NC-BATCH-NUMBER   PIC X(7).
       01  WS-ACH-FILE-CONTROL REDEFINES WS-ACH-LINE.
           05  NT-RECORD-TYPE    PIC X(1).
           05  NT-BATCH-COUNT    PIC 9(6).
           05  NT-BLOCK-COUNT    PIC 9(6).
           05  NT-ENTRY-COUNT    PIC 9(8).
           05  NT-ENTRY-HASH     PIC 9(10).
           05  NT-TOTAL-DEBIT    PIC 9(10)V99.
           05  NT-TOTAL-CREDIT   PIC 9(10)V99.
           05  NT-RESERVED       PIC X(39).

      *    CONTROL PASS: EVERY BATCH CONTROL AND THE FILE CONTROL
      *    MUST AGREE WITH THE ENTRIES READ - ENTRY/ADDENDA COUNT,
      *    ENTRY HASH (SUM OF THE 8-DIGIT RECEIVING DFI ROUTING
      *    NUMBERS, RIGHTMOST TEN DIGITS) AND THE DEBIT AND CREDIT
      *    DOLLAR TOTALS. ANY DISAGREEMENT REFUSES THE WHOLE FILE
      *    BEFORE A SINGLE ENTRY IS MAPPED.
       01  WS-ACH-VALID          PIC X VALUE 'Y'.
       01  WS-ACH-PRESENT        PIC X VALUE 'Y'.
       01  WS-ACH-STATE          PIC X VALUE 'S'.
       01  WS-ACH-ERROR          PIC X(60).
       01  WS-LINE-NUMBER        PIC 9(7) VALUE 0.
       01  WS-ENTRY-OPEN         PIC X VALUE 'N'.
       01  WS-CUR-BATCH-NUMBER   PIC X(7).
       01  WS-CUR-SERVICE-CLASS  PIC X(3).
       01  WS-BAT-ENTRY-COUNT    PIC 9(6).
       01  WS-BAT-HASH           PIC 9(12).
       01  WS-BAT-DEBITS         PIC 9(10)V99.
       01  WS-BAT-CREDITS        PIC 9(10)V99.
       01  WS-FILE-BATCH-COUNT   PIC 9(6) VALUE 0.
       01  WS-FILE-ENTRY-COUNT   PIC 9(8) VALUE 0.
       01  WS-FILE-HASH          PIC 9(12) VALUE 0.
       01  WS-FILE-DEBITS        PIC 9(10)V99 VALUE 0.
       01  WS-FILE-CREDITS       PIC 9(10)V99 VALUE 0.
       01  WS-HASH-CHECK         PIC 9(10).
       01  WS-CONTROL-ERRORS     PIC 9(5) VALUE 0.

      *    THE ACH FILE BECOMES A BATCH FILE FROM BRANCH 'ACH'. THE
      *    NACHA FILE ID MODIFIER (A-Z, THEN 0-9) GIVES THE BATCH
      *    CYCLE, SO A SECOND ACH FILE THE SAME DAY RUNS AS ITS OWN
      *    CYCLE AND A RE-SENT FILE IS CAUGHT BY THE BATCH REGISTRY.
      *    TRANSACTION IDS ARE 'A' + DAY OF YEAR + CYCLE + SEQUENCE
      *    SO THEY ASCEND THROUGH THE FILE FOR CHECKPOINT RESTART.
       01  WS-ACH-BRANCH-ID      PIC X(6) VALUE 'ACH'.
       01  WS-MODIFIER-CODES     PIC X(36)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01  WS-MOD-SCAN           PIC 9(2).
       01  WS-BATCH-CYCLE        PIC 9(2) VALUE 1.
       01  WS-JULIAN-DAY         PIC 9(3).
       01  WS-YEAR-START         PIC 9(8).
       01  WS-TXN-SEQ            PIC 9(4) VALUE 0.
       01  WS-OUT-COUNT          PIC 9(6) VALUE 0.
       01  WS-OUT-HASH           PIC 9(10)V99 VALUE 0.
       01  WS-OUT-CREDITS        PIC 9(10)V99 VALUE 0.
       01  WS-OUT-DEBITS         PIC 9(10)V99 VALUE 0.
       01  WS-ENTRY-COUNT        PIC 9(6) VALUE 0.
       01  WS-PRENOTE-COUNT      PIC 9(6) VALUE 0.
       01  WS-ENTRY-EFF-DATE     PIC X(8).
       01  WS-MAP-TYPE           PIC X(8).
       01  WS-ACH-ACCOUNT        PIC X(12).
       01  WS-DFI-TRIM           PIC X(17).
       01  WS-DFI-LEN            PIC 9(2).
       01  WS-MAX-TXN-AMOUNT     PIC 9(8)V99 VALUE 999999.99.

      *    STANDARD NACHA RETURN REASON CODES USED BY THIS JOB.
       01  WS-RETURN-REASON      PIC X(3).
       01  WS-RETURN-TEXT        PIC X(30).

      *    ACCOUNT NUMBERS CARRY A LUHN MOD-10 CHECK DIGIT IN THE
      *    TWELFTH POSITION OVER THE FIRST ELEVEN. NON-NUMERIC
      *    LEGACY KEYS CANNOT CARRY ONE AND ARE NOT SUBJECT TO THE
      *    CHECK.
       01  WS-CD-ACCOUNT         PIC X(12).
       01  WS-CHECK-DIGIT-OK     PIC X.
       01  WS-CD-IDX             PIC 9(2).
       01  WS-CD-SUM             PIC 9(4).
       01  WS-CD-TERM            PIC 9(2).
       01  WS-CD-DIGIT-X         PIC X(1).
       01  WS-CD-DIGIT-N REDEFINES WS-CD-DIGIT-X PIC 9(1).
       01  WS-CD-EXPECTED        PIC 9(1).
       01  WS-CD-EXPECTED-X REDEFINES WS-CD-EXPECTED PIC X(1).

      *    ROUTING NUMBERS CARRY THE ABA CHECK DIGIT - WEIGHTS
      *    3-7-1 REPEATED OVER THE FIRST EIGHT DIGITS.
       01  WS-ABA-ROUTING        PIC 9(8).
       01  WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
           05  WS-ABA-DIGIT      PIC 9(1) OCCURS 8 TIMES.
       01  WS-ABA-WEIGHT-VALUES  PIC X(8) VALUE '37137137'.
       01  WS-ABA-WEIGHTS REDEFINES WS-ABA-WEIGHT-VALUES.
           05  WS-ABA-WEIGHT     PIC 9(1) OCCURS 8 TIMES.
       01  WS-ABA-SCAN           PIC 9(2).
       01  WS-ABA-SUM            PIC 9(4).
       01  WS-ABA-CHECK          PIC 9(1).

      *    RETURNED ENTRIES ARE HELD UNTIL THE FILE HAS BEEN READ
      *    AND THEN WRITTEN AS A NACHA RETURN FILE - ONE RETURN
      *    BATCH PER ORIGINAL BATCH, EACH ENTRY FOLLOWED BY ITS
      *    TYPE 99 RETURN ADDENDA.
       01  WS-SAVED-FILE-HEADER  PIC X(94) VALUE SPACES.
       01  WS-NB-COUNT           PIC 9(4) VALUE 0.
       01  WS-NB-SCAN            PIC 9(4).
       01  ACH-BATCH-TABLE.
           05  ACH-BATCH-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-NB-COUNT
                   INDEXED BY NB-IDX.
               10  NBT-HEADER-LINE   PIC X(94).
               10  NBT-RDFI-ID       PIC 9(8).
               10  NBT-RETURN-COUNT  PIC 9(5).
       01  WS-RT-COUNT           PIC 9(5) VALUE 0.
       01  WS-RT-SCAN            PIC 9(5).
       01  WS-RETURN-TOTAL       PIC 9(6) VALUE 0.
       01  WS-RETURN-DROPPED     PIC 9(6) VALUE 0.
       01  RETURN-TABLE.
           05  RETURN-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RT-COUNT
                   INDEXED BY RT-IDX.
               10  RT-BATCH-IDX      PIC 9(4).
               10  RT-ENTRY-LINE     PIC X(94).
               10  RT-REASON         PIC X(3).
               10  RT-DEATH-DATE     PIC X(8).
       01  WS-RET-LINES          PIC 9(6) VALUE 0.
       01  WS-RET-BATCHES        PIC 9(6) VALUE 0.
       01  WS-RET-TRACE-SEQ      PIC 9(7) VALUE 0.
       01  WS-RET-TRACE          PIC X(15).
       01  WS-RET-ORIG-TRACE     PIC X(15).
       01  WS-RET-ORIG-RDFI      PIC X(8).
       01  WS-RET-ORIG-ODFI      PIC 9(8).
       01  WS-RET-OUR-RDFI       PIC 9(8).
       01  WS-RET-SERVICE-CLASS  PIC X(3).
       01  WS-RET-COMPANY-ID     PIC X(10).
       01  WS-RET-SWAP-10        PIC X(10).
       01  WS-RET-SWAP-23        PIC X(23).
       01  WS-RET-BAT-COUNT      PIC 9(6).
       01  WS-RET-BAT-HASH       PIC 9(12).
       01  WS-RET-BAT-DEBITS     PIC 9(10)V99.
       01  WS-RET-BAT-CREDITS    PIC 9(10)V99.
       01  WS-RET-FILE-COUNT     PIC 9(8) VALUE 0.
       01  WS-RET-FILE-HASH      PIC 9(12) VALUE 0.
       01  WS-RET-FILE-DEBITS    PIC 9(10)V99 VALUE 0.
       01  WS-RET-FILE-CREDITS   PIC 9(10)V99 VALUE 0.

      *    FEDERAL BENEFIT PAYMENTS COME FROM THE TREASURY'S
      *    COMPANY ID OR UNDER A TREAS COMPANY NAME. ONE CREDITED TO
      *    A DECEASED CUSTOMER'S ACCOUNT FOR A DATE AFTER THE DEATH
      *    IS RETURNED R15 WITH THE DATE OF DEATH IN THE ADDENDA;
      *    EVERY ONE ACCEPTED IS LOGGED SO MAINTENANCE CAN RECLAIM
      *    IT IF THE DEATH IS REPORTED LATER.
       01  WS-ESTATE-FILE-STATUS PIC XX.
       01  WS-ESTATE-EOF         PIC X VALUE 'N'.
       01  WS-BENEFIT-STATUS     PIC XX.
       01  WS-FEDERAL-COMPANY-ID PIC X(10) VALUE '9101036151'.
       01  WS-BATCH-FEDERAL      PIC X VALUE 'N'.
       01  WS-BATCH-COMPANY-ID   PIC X(10).
       01  WS-BATCH-COMPANY-NAME PIC X(16).
       01  WS-TREAS-TALLY        PIC 9(2).
       01  WS-DEATH-DATE         PIC X(8).
       01  WS-BENEFIT-LOGGED     PIC 9(6) VALUE 0.
       01  WS-ES-COUNT           PIC 9(4) VALUE 0.
       01  ESTATE-TABLE.
           05  ESTATE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ES-COUNT
                   INDEXED BY ES-IDX.
               10  ES-T-ACCT         PIC X(12).
               10  ES-T-DEATH-DATE   PIC X(8).

       01  HEADER-1.
           05  FILLER            PIC X(92) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(30) VALUE SPACES.
           05  FILLER            PIC X(32)
               VALUE 'ACH FILE INTAKE REPORT'.
           05  FILLER            PIC X(30) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(15) VALUE 'Intake Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(67) VALUE SPACES.

       01  ENTRY-HEADER.
           05  FILLER            PIC X(17) VALUE 'Trace Number'.
           05  FILLER            PIC X(5)  VALUE 'TC'.
           05  FILLER            PIC X(14) VALUE 'Account'.
           05  FILLER            PIC X(14) VALUE '        Amount'.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Result'.
           05  FILLER            PIC X(28) VALUE 'Detail'.

       01  DETAIL-LINE.
           05  DL-TRACE          PIC X(17).
           05  DL-CODE           PIC X(5).
           05  DL-ACCOUNT        PIC X(14).
           05  DL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-RESULT         PIC X(12).
           05  DL-DETAIL         PIC X(28).

       01  ERROR-LINE.
           05  FILLER            PIC X(6) VALUE 'Line '.
           05  EL-LINE           PIC Z(6)9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  EL-MESSAGE        PIC X(60).
           05  FILLER            PIC X(16) VALUE SPACES.

       01  SECTION-HEADER.
           05  SH-TITLE          PIC X(60).
           05  FILLER            PIC X(32) VALUE SPACES.

       01  SUMMARY-LINE.
           05  SL-LABEL          PIC X(40).
           05  SL-VALUE          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(45) VALUE SPACES.

       01  AMOUNT-LINE.
           05  AL-LABEL          PIC X(40).
           05  AL-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM VALIDATE-ACH-FILE
           IF WS-ACH-PRESENT = 'N'
               PERFORM GENERATE-SUMMARY
               PERFORM UPDATE-JOB-CONTROL-RECORD
               PERFORM CLEANUP
               STOP RUN
           END-IF
           IF WS-ACH-VALID = 'Y'
               OPEN INPUT ACCOUNT-FILE
               IF WS-ACCOUNT-STATUS NOT = '00'
                   MOVE 'N' TO WS-ACH-VALID
                   MOVE 0 TO WS-LINE-NUMBER
                   MOVE 'account_balances.dat could not be opened'
                       TO WS-ACH-ERROR
                   PERFORM FLAG-ACH-ERROR
               END-IF
           END-IF
           IF WS-ACH-VALID = 'N'
               PERFORM REFUSE-ACH-FILE
               PERFORM CLEANUP
               STOP RUN
           END-IF
           PERFORM LOAD-ESTATE-REGISTER
           PERFORM MAP-ACH-FILE
           CLOSE ACCOUNT-FILE
           PERFORM WRITE-RETURN-FILE
           PERFORM GENERATE-SUMMARY
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
           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-NUM
           COMPUTE WS-YEAR-START = WS-YEAR * 10000 + 101
           COMPUTE WS-JULIAN-DAY =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-YEAR-START) + 1

           OPEN EXTEND EXCEPTION-REPO
           IF WS-XREPO-STATUS NOT = '00'
               OPEN OUTPUT EXCEPTION-REPO
           END-IF
           OPEN OUTPUT INTAKE-REPORT

           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "========================================="
           DISPLAY "ACH FILE INTAKE JOB STARTED"
           DISPLAY "========================================="
           DISPLAY "Intake Date: " WS-FORMATTED-DATE
           DISPLAY " ".

      *    ------------------------------------------------------
      *    CONTROL PASS
      *    ------------------------------------------------------
       VALIDATE-ACH-FILE.
           OPEN INPUT ACH-FILE
           IF WS-ACH-STATUS NOT = '00'
               MOVE 'N' TO WS-ACH-PRESENT
               DISPLAY "No ACH file (ach_inbound.dat) present - "
                       "nothing to take in"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ACH-EOF
           PERFORM CHECK-ACH-RECORD UNTIL WS-ACH-EOF = 'Y'
           CLOSE ACH-FILE

           EVALUATE WS-ACH-STATE
               WHEN 'S'
                   MOVE 'File is empty - no file header record'
                       TO WS-ACH-ERROR
                   PERFORM FLAG-ACH-ERROR
               WHEN 'B'
                   MOVE 'Last batch has no batch control record'
                       TO WS-ACH-ERROR
                   PERFORM FLAG-ACH-ERROR
               WHEN 'F'
                   MOVE 'No file control record - file truncated'
                       TO WS-ACH-ERROR
                   PERFORM FLAG-ACH-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-ACH-RECORD.
           READ ACH-FILE INTO WS-ACH-LINE
               AT END
                   MOVE 'Y' TO WS-ACH-EOF
               NOT AT END
                   ADD 1 TO WS-LINE-NUMBER
                   PERFORM CHECK-ACH-LINE
           END-READ.

       CHECK-ACH-LINE.
           IF WS-ACH-STATE = 'E'
               IF WS-ACH-LINE NOT = ALL '9'
                   MOVE 'Records found after the file control'
                       TO WS-ACH-ERROR
                   PERFORM FLAG-ACH-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-ACH-STATE = 'S' AND NF-RECORD-TYPE NOT = '1'
               MOVE 'First record is not a file header (type 1)'
                   TO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
               MOVE 'F' TO WS-ACH-STATE
           END-IF

           EVALUATE NF-RECORD-TYPE
               WHEN '1'
                   IF WS-ACH-STATE NOT = 'S'
                       MOVE 'Duplicate file header - double send?'
                           TO WS-ACH-ERROR
                       PERFORM FLAG-ACH-ERROR
                   END-IF
                   IF NF-RECORD-SIZE NOT = '094'
                       MOVE 'File header record size is not 094'
                           TO WS-ACH-ERROR
                       PERFORM FLAG-ACH-ERROR
                   END-IF
                   MOVE 'F' TO WS-ACH-STATE
               WHEN '5'
                   PERFORM CHECK-BATCH-HEADER
               WHEN '6'
                   PERFORM CHECK-ENTRY-DETAIL
               WHEN '7'
                   IF WS-ENTRY-OPEN = 'N'
                       MOVE 'Addenda record without an entry detail'
                           TO WS-ACH-ERROR
                       PERFORM FLAG-ACH-ERROR
                   ELSE
                       ADD 1 TO WS-BAT-ENTRY-COUNT
                       ADD 1 TO WS-FILE-ENTRY-COUNT
                   END-IF
               WHEN '8'
                   PERFORM CHECK-BATCH-CONTROL
               WHEN '9'
                   PERFORM CHECK-FILE-CONTROL
               WHEN OTHER
                   MOVE 'Unknown record type' TO WS-ACH-ERROR
                   PERFORM FLAG-ACH-ERROR
           END-EVALUATE.

       CHECK-BATCH-HEADER.
           IF WS-ACH-STATE = 'B'
               MOVE 'Batch header before the batch control'
                   TO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
           END-IF
           IF NB-ODFI-ID IS NOT NUMERIC
               MOVE 'Batch header originating DFI is not numeric'
                   TO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
           END-IF
           MOVE 'B' TO WS-ACH-STATE
           MOVE 'N' TO WS-ENTRY-OPEN
           MOVE NB-BATCH-NUMBER TO WS-CUR-BATCH-NUMBER
           MOVE NB-SERVICE-CLASS TO WS-CUR-SERVICE-CLASS
           MOVE 0 TO WS-BAT-ENTRY-COUNT
           MOVE 0 TO WS-BAT-HASH
           MOVE 0 TO WS-BAT-DEBITS
           MOVE 0 TO WS-BAT-CREDITS
           ADD 1 TO WS-FILE-BATCH-COUNT.

       CHECK-ENTRY-DETAIL.
           IF WS-ACH-STATE NOT = 'B'
               MOVE 'Entry detail outside a batch' TO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ENTRY-OPEN
           ADD 1 TO WS-BAT-ENTRY-COUNT
           ADD 1 TO WS-FILE-ENTRY-COUNT
           IF NE-RDFI-ID IS NOT NUMERIC
               MOVE 'Entry receiving DFI is not numeric'
                   TO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
           ELSE
               ADD NE-RDFI-ID TO WS-BAT-HASH
               ADD NE-RDFI-ID TO WS-FILE-HASH
           END-IF
           IF NE-AMOUNT IS NOT NUMERIC
               MOVE 'Entry amount is not numeric' TO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
               EXIT PARAGRAPH
           END-IF
           EVALUATE NE-TRAN-CODE(2:1)
               WHEN '1' WHEN '2' WHEN '3' WHEN '4'
                   ADD NE-AMOUNT TO WS-BAT-CREDITS
                   ADD NE-AMOUNT TO WS-FILE-CREDITS
               WHEN '5' WHEN '6' WHEN '7' WHEN '8' WHEN '9'
                   ADD NE-AMOUNT TO WS-BAT-DEBITS
                   ADD NE-AMOUNT TO WS-FILE-DEBITS
               WHEN OTHER
                   MOVE 'Entry transaction code is not valid'
                       TO WS-ACH-ERROR
                   PERFORM FLAG-ACH-ERROR
           END-EVALUATE.

       CHECK-BATCH-CONTROL.
           IF WS-ACH-STATE NOT = 'B'
               MOVE 'Batch control without a batch header'
                   TO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO WS-ACH-STATE
           MOVE 'N' TO WS-ENTRY-OPEN
           IF NC-ENTRY-COUNT IS NOT NUMERIC
               OR NC-ENTRY-HASH IS NOT NUMERIC
               OR NC-TOTAL-DEBIT IS NOT NUMERIC
               OR NC-TOTAL-CREDIT IS NOT NUMERIC
               MOVE 'Batch control totals are not numeric'
                   TO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
               EXIT PARAGRAPH
           END-IF
           IF NC-BATCH-NUMBER NOT = WS-CUR-BATCH-NUMBER
               OR NC-SERVICE-CLASS NOT = WS-CUR-SERVICE-CLASS
               MOVE 'Batch control does not match its batch header'
                   TO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
           END-IF
           IF NC-ENTRY-COUNT NOT = WS-BAT-ENTRY-COUNT
               MOVE SPACES TO WS-ACH-ERROR
               STRING 'Batch ' WS-CUR-BATCH-NUMBER
                      ' entry/addenda count ' NC-ENTRY-COUNT
                      ' read ' WS-BAT-ENTRY-COUNT
                   DELIMITED BY SIZE INTO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
           END-IF
           COMPUTE WS-HASH-CHECK =
               FUNCTION MOD(WS-BAT-HASH, 10000000000)
           IF NC-ENTRY-HASH NOT = WS-HASH-CHECK
               MOVE SPACES TO WS-ACH-ERROR
               STRING 'Batch ' WS-CUR-BATCH-NUMBER
                      ' entry hash ' NC-ENTRY-HASH
                      ' computed ' WS-HASH-CHECK
                   DELIMITED BY SIZE INTO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
           END-IF
           IF NC-TOTAL-DEBIT NOT = WS-BAT-DEBITS
               OR NC-TOTAL-CREDIT NOT = WS-BAT-CREDITS
               MOVE SPACES TO WS-ACH-ERROR
               STRING 'Batch ' WS-CUR-BATCH-NUMBER
                      ' debit/credit totals do not match entries'
                   DELIMITED BY SIZE INTO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
           END-IF.

       CHECK-FILE-CONTROL.
           IF WS-ACH-STATE = 'B'
               MOVE 'File control before the batch control'
                   TO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
           END-IF
           MOVE 'E' TO WS-ACH-STATE
           IF NT-BATCH-COUNT IS NOT NUMERIC
               OR NT-ENTRY-COUNT IS NOT NUMERIC
               OR NT-ENTRY-HASH IS NOT NUMERIC
               OR NT-TOTAL-DEBIT IS NOT NUMERIC
               OR NT-TOTAL-CREDIT IS NOT NUMERIC
               MOVE 'File control totals are not numeric'
                   TO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
               EXIT PARAGRAPH
           END-IF
           IF NT-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
               MOVE SPACES TO WS-ACH-ERROR
               STRING 'File control batch count ' NT-BATCH-COUNT
                      ' read ' WS-FILE-BATCH-COUNT
                   DELIMITED BY SIZE INTO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
           END-IF
           IF NT-ENTRY-COUNT NOT = WS-FILE-ENTRY-COUNT
               MOVE SPACES TO WS-ACH-ERROR
               STRING 'File control entry/addenda count '
                      NT-ENTRY-COUNT ' read ' WS-FILE-ENTRY-COUNT
                   DELIMITED BY SIZE INTO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
           END-IF
           COMPUTE WS-HASH-CHECK =
               FUNCTION MOD(WS-FILE-HASH, 10000000000)
           IF NT-ENTRY-HASH NOT = WS-HASH-CHECK
               MOVE SPACES TO WS-ACH-ERROR
               STRING 'File control entry hash ' NT-ENTRY-HASH
                      ' computed ' WS-HASH-CHECK
                   DELIMITED BY SIZE INTO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
           END-IF
           IF NT-TOTAL-DEBIT NOT = WS-FILE-DEBITS
               OR NT-TOTAL-CREDIT NOT = WS-FILE-CREDITS
               MOVE 'File control debit/credit totals mismatch'
                   TO WS-ACH-ERROR
               PERFORM FLAG-ACH-ERROR
           END-IF.

       FLAG-ACH-ERROR.
           MOVE 'N' TO WS-ACH-VALID
           ADD 1 TO WS-CONTROL-ERRORS
           IF WS-CONTROL-ERRORS = 1
               MOVE 'CONTROL ERRORS - FILE REFUSED' TO SH-TITLE
               WRITE REPORT-LINE FROM SECTION-HEADER
               WRITE REPORT-LINE FROM HEADER-1
           END-IF
           MOVE WS-LINE-NUMBER TO EL-LINE
           MOVE WS-ACH-ERROR TO EL-MESSAGE
           WRITE REPORT-LINE FROM ERROR-LINE
           DISPLAY "ERROR: line " WS-LINE-NUMBER " - "
                   WS-ACH-ERROR.

      *    A REFUSED FILE LEAVES BATCH_TRANSACTIONS.DAT AS IT WAS;
      *    THE ORIGINATOR MUST CORRECT AND RESEND THE WHOLE FILE.
       REFUSE-ACH-FILE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1
           MOVE SPACES TO EXCEPTION-REPO-RECORD
           MOVE 'ACH-INTAKE' TO XR-SOURCE-JOB
           MOVE WS-TODAY-YYYYMMDD TO XR-BUSINESS-DATE
           MOVE 0 TO XR-AMOUNT
           MOVE 'ACH FILE REFUSED - CONTROL CHECK FAILED'
               TO XR-REASON
           MOVE 'O' TO XR-STATUS
           WRITE EXCEPTION-REPO-RECORD
           MOVE 'FAILED' TO WS-JC-STATUS
           PERFORM UPDATE-JOB-CONTROL-RECORD
           DISPLAY "========================================="
           DISPLAY "ACH FILE REFUSED - CONTROL CHECK FAILED"
           DISPLAY "========================================="
           DISPLAY "No entries were mapped. Have the originator "
                   "correct and resend the file.".

      *    ------------------------------------------------------
      *    MAPPING PASS
      *    ------------------------------------------------------
       MAP-ACH-FILE.
           MOVE 0 TO WS-LINE-NUMBER
           OPEN INPUT ACH-FILE
           OPEN OUTPUT BATCH-FILE
           MOVE 'N' TO WS-ACH-EOF
           PERFORM READ-ACH-FOR-MAPPING
           IF WS-ACH-EOF = 'N'
               MOVE WS-ACH-LINE TO WS-SAVED-FILE-HEADER
               PERFORM SET-BATCH-CYCLE
           END-IF

           MOVE SPACES TO BATCH-HEADER-REC
           MOVE 'HEADER' TO BH-RECORD-TYPE
           MOVE WS-TODAY-YYYYMMDD TO BH-FILE-DATE
           MOVE WS-ACH-BRANCH-ID TO BH-BRANCH-ID
           MOVE WS-BATCH-CYCLE TO BH-CYCLE-NUMBER
           WRITE BATCH-HEADER-REC
           OPEN EXTEND BENEFIT-CREDIT-FILE
           IF WS-BENEFIT-STATUS NOT = '00'
               OPEN OUTPUT BENEFIT-CREDIT-FILE
           END-IF

           MOVE 'ENTRY DISPOSITION' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM ENTRY-HEADER
           WRITE REPORT-LINE FROM HEADER-1

           PERFORM MAP-ACH-LINE UNTIL WS-ACH-EOF = 'Y'

           MOVE SPACES TO BATCH-TRAILER-REC
           MOVE 'TRAILER' TO BT-RECORD-TYPE
           MOVE WS-OUT-COUNT TO BT-RECORD-COUNT
           MOVE WS-OUT-HASH TO BT-HASH-TOTAL
           WRITE BATCH-TRAILER-REC
           CLOSE BATCH-FILE
           CLOSE BENEFIT-CREDIT-FILE
           CLOSE ACH-FILE.

       READ-ACH-FOR-MAPPING.
           READ ACH-FILE INTO WS-ACH-LINE
               AT END
                   MOVE 'Y' TO WS-ACH-EOF
               NOT AT END
                   ADD 1 TO WS-LINE-NUMBER
           END-READ.

       SET-BATCH-CYCLE.
           MOVE 1 TO WS-BATCH-CYCLE
           PERFORM VARYING WS-MOD-SCAN FROM 1 BY 1
               UNTIL WS-MOD-SCAN > 36
               IF WS-MODIFIER-CODES(WS-MOD-SCAN:1) = NF-FILE-ID-MOD
                   MOVE WS-MOD-SCAN TO WS-BATCH-CYCLE
                   MOVE 36 TO WS-MOD-SCAN
               END-IF
           END-PERFORM.

       MAP-ACH-LINE.
           EVALUATE NF-RECORD-TYPE
               WHEN '5'
                   PERFORM START-ACH-BATCH
               WHEN '6'
                   PERFORM PROCESS-ACH-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-ACH-FOR-MAPPING.

       START-ACH-BATCH.
           IF WS-NB-COUNT < 500
               ADD 1 TO WS-NB-COUNT
               SET NB-IDX TO WS-NB-COUNT
               MOVE WS-ACH-LINE TO NBT-HEADER-LINE(NB-IDX)
               MOVE 0 TO NBT-RDFI-ID(NB-IDX)
               MOVE 0 TO NBT-RETURN-COUNT(NB-IDX)
           END-IF
           IF NB-EFFECTIVE-DATE IS NUMERIC
               STRING '20' NB-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO WS-ENTRY-EFF-DATE
           ELSE
               MOVE WS-TODAY-YYYYMMDD TO WS-ENTRY-EFF-DATE
           END-IF
           MOVE NB-COMPANY-ID TO WS-BATCH-COMPANY-ID
           MOVE NB-COMPANY-NAME TO WS-BATCH-COMPANY-NAME
           MOVE 0 TO WS-TREAS-TALLY
           INSPECT NB-COMPANY-NAME TALLYING WS-TREAS-TALLY
               FOR ALL 'TREAS'
           IF NB-COMPANY-ID = WS-FEDERAL-COMPANY-ID
               OR WS-TREAS-TALLY > 0
               MOVE 'Y' TO WS-BATCH-FEDERAL
           ELSE
               MOVE 'N' TO WS-BATCH-FEDERAL
           END-IF.

      *    LIVE CREDITS (22 CHECKING, 32 SAVINGS) AND DEBITS (27, 37)
      *    MAP TO BATCH CREDIT AND DEBIT. PRENOTES (23, 28, 33, 38)
      *    CARRY NO MONEY - THE RECEIVING ACCOUNT IS VERIFIED AND A
      *    BAD ONE RETURNED, BUT NOTHING IS POSTED. ANY OTHER CODE,
      *    OR AN AMOUNT TOO LARGE FOR A BATCH RECORD, FAILS OUR EDIT.
       PROCESS-ACH-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE SPACES TO WS-RETURN-REASON
           MOVE SPACES TO WS-ACH-ACCOUNT
           MOVE SPACES TO WS-DEATH-DATE
           EVALUATE NE-TRAN-CODE
               WHEN '22' WHEN '32'
                   MOVE 'CREDIT' TO WS-MAP-TYPE
               WHEN '27' WHEN '37'
                   MOVE 'DEBIT ' TO WS-MAP-TYPE
               WHEN '23' WHEN '28' WHEN '33' WHEN '38'
                   MOVE 'PRENOTE' TO WS-MAP-TYPE
               WHEN OTHER
                   MOVE 'R17' TO WS-RETURN-REASON
           END-EVALUATE

           IF WS-RETURN-REASON = SPACES
               PERFORM MAP-RECEIVING-ACCOUNT
           END-IF
           IF WS-RETURN-REASON = SPACES
               AND WS-MAP-TYPE NOT = 'PRENOTE'
               AND NE-AMOUNT > WS-MAX-TXN-AMOUNT
               MOVE 'R17' TO WS-RETURN-REASON
           END-IF

           MOVE NE-TRACE TO DL-TRACE
           MOVE NE-TRAN-CODE TO DL-CODE
           MOVE NE-AMOUNT TO DL-AMOUNT
           IF WS-ACH-ACCOUNT = SPACES
               MOVE NE-DFI-ACCOUNT TO DL-ACCOUNT
           ELSE
               MOVE WS-ACH-ACCOUNT TO DL-ACCOUNT
           END-IF

           EVALUATE TRUE
               WHEN WS-RETURN-REASON NOT = SPACES
                   PERFORM RETURN-ACH-ENTRY
               WHEN WS-MAP-TYPE = 'PRENOTE'
                   ADD 1 TO WS-PRENOTE-COUNT
                   MOVE 'PRENOTE' TO DL-RESULT
                   MOVE 'Account verified' TO DL-DETAIL
                   WRITE REPORT-LINE FROM DETAIL-LINE
               WHEN OTHER
                   PERFORM WRITE-BATCH-TRANSACTION
           END-EVALUATE.

      *    THE DFI ACCOUNT FIELD IS LEFT-JUSTIFIED IN 17 BYTES. A
      *    SHORT NUMERIC ACCOUNT IS RIGHT-JUSTIFIED AND ZERO-FILLED
      *    TO OUR TWELVE DIGITS; ANYTHING LONGER CANNOT BE OURS.
      *    THE CHECK DIGIT FOLLOWS THE SAME CUTOVER RULE AS BATCH
      *    INTAKE - A NUMBER ALREADY ON THE BOOK IS GRANDFATHERED.
       MAP-RECEIVING-ACCOUNT.
           MOVE FUNCTION TRIM(NE-DFI-ACCOUNT) TO WS-DFI-TRIM
           IF WS-DFI-TRIM = SPACES
               MOVE 'R04' TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NE-DFI-ACCOUNT))
               TO WS-DFI-LEN
           IF WS-DFI-LEN > 12
               MOVE 'R04' TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-DFI-TRIM(1:WS-DFI-LEN) IS NUMERIC
               MOVE ALL '0' TO WS-ACH-ACCOUNT
               MOVE WS-DFI-TRIM(1:WS-DFI-LEN) TO
                   WS-ACH-ACCOUNT(13 - WS-DFI-LEN:WS-DFI-LEN)
           ELSE
               MOVE WS-DFI-TRIM TO WS-ACH-ACCOUNT
           END-IF

           MOVE WS-ACH-ACCOUNT TO WS-CD-ACCOUNT
           PERFORM VALIDATE-CHECK-DIGIT
           MOVE WS-ACH-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   IF WS-CHECK-DIGIT-OK = 'N'
                       MOVE 'R04' TO WS-RETURN-REASON
                   ELSE
                       MOVE 'R03' TO WS-RETURN-REASON
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCT-STATUS = 'C'
                           MOVE 'R02' TO WS-RETURN-REASON
                       WHEN ACCT-STATUS = 'F'
                           AND WS-MAP-TYPE = 'DEBIT '
                           MOVE 'R16' TO WS-RETURN-REASON
                       WHEN ACCT-STATUS = 'E'
                           AND WS-MAP-TYPE = 'CREDIT'
                           AND WS-BATCH-FEDERAL = 'Y'
                           PERFORM CHECK-BENEFICIARY-DECEASED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *    A DECEASED ACCOUNT NO LONGER ON THE PENDING REGISTER HAS
      *    NO DATE TO COMPARE AND ITS BENEFIT CREDIT GOES BACK.
       CHECK-BENEFICIARY-DECEASED.
           IF WS-ES-COUNT > 0
               SET ES-IDX TO 1
               SEARCH ESTATE-ENTRY
                   WHEN ES-T-ACCT(ES-IDX) = WS-ACH-ACCOUNT
                       MOVE ES-T-DEATH-DATE(ES-IDX) TO WS-DEATH-DATE
               END-SEARCH
           END-IF
           IF WS-DEATH-DATE = SPACES
               OR WS-ENTRY-EFF-DATE > WS-DEATH-DATE
               MOVE 'R15' TO WS-RETURN-REASON
           END-IF.

       VALIDATE-CHECK-DIGIT.
           MOVE 'Y' TO WS-CHECK-DIGIT-OK
           IF WS-CD-ACCOUNT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CD-SUM
           PERFORM ADD-CHECK-DIGIT-TERM
               VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > 11
           COMPUTE WS-CD-EXPECTED = FUNCTION MOD(
               10 - FUNCTION MOD(WS-CD-SUM, 10), 10)
           IF WS-CD-ACCOUNT(12:1) NOT = WS-CD-EXPECTED-X
               MOVE 'N' TO WS-CHECK-DIGIT-OK
           END-IF.

       ADD-CHECK-DIGIT-TERM.
           MOVE WS-CD-ACCOUNT(WS-CD-IDX:1) TO WS-CD-DIGIT-X
           MOVE WS-CD-DIGIT-N TO WS-CD-TERM
           IF FUNCTION MOD(WS-CD-IDX, 2) = 1
               COMPUTE WS-CD-TERM = WS-CD-TERM * 2
               IF WS-CD-TERM > 9
                   SUBTRACT 9 FROM WS-CD-TERM
               END-IF
           END-IF
           ADD WS-CD-TERM TO WS-CD-SUM.

       WRITE-BATCH-TRANSACTION.
           ADD 1 TO WS-TXN-SEQ
           MOVE SPACES TO BATCH-RECORD
           MOVE WS-MAP-TYPE TO TXN-TYPE
           MOVE NE-AMOUNT TO TXN-AMOUNT
           STRING 'A' WS-JULIAN-DAY WS-BATCH-CYCLE WS-TXN-SEQ
               DELIMITED BY SIZE INTO TXN-ID
           MOVE WS-ACH-ACCOUNT TO ACCOUNT-NUMBER
           MOVE SPACES TO TO-ACCOUNT-NUMBER
           MOVE WS-ENTRY-EFF-DATE TO TXN-EFFECTIVE-DATE
           WRITE BATCH-RECORD
           ADD 1 TO WS-OUT-COUNT
           ADD NE-AMOUNT TO WS-OUT-HASH
           IF WS-MAP-TYPE = 'CREDIT'
               ADD NE-AMOUNT TO WS-OUT-CREDITS
           ELSE
               ADD NE-AMOUNT TO WS-OUT-DEBITS
           END-IF
           MOVE 'MAPPED' TO DL-RESULT
           MOVE SPACES TO DL-DETAIL
           STRING WS-MAP-TYPE ' as ' TXN-ID
               DELIMITED BY SIZE INTO DL-DETAIL
           WRITE REPORT-LINE FROM DETAIL-LINE
           IF WS-MAP-TYPE = 'CREDIT' AND WS-BATCH-FEDERAL = 'Y'
               PERFORM WRITE-BENEFIT-CREDIT
           END-IF.

       WRITE-BENEFIT-CREDIT.
           MOVE SPACES TO BENEFIT-CREDIT-RECORD
           MOVE TXN-ID TO FB-TXN-ID
           MOVE WS-ACH-ACCOUNT TO FB-ACCT-NUMBER
           MOVE NE-AMOUNT TO FB-AMOUNT
           MOVE WS-ENTRY-EFF-DATE TO FB-EFFECTIVE-DATE
           MOVE WS-BATCH-COMPANY-ID TO FB-COMPANY-ID
           MOVE WS-BATCH-COMPANY-NAME TO FB-COMPANY-NAME
           MOVE NE-TRACE TO FB-TRACE
           MOVE 'P' TO FB-STATUS
           WRITE BENEFIT-CREDIT-RECORD
           ADD 1 TO WS-BENEFIT-LOGGED.

       RETURN-ACH-ENTRY.
           ADD 1 TO WS-RETURN-TOTAL
           EVALUATE WS-RETURN-REASON
               WHEN 'R02'
                   MOVE 'ACCOUNT CLOSED' TO WS-RETURN-TEXT
               WHEN 'R03'
                   MOVE 'NO ACCOUNT/UNABLE TO LOCATE' TO
                       WS-RETURN-TEXT
               WHEN 'R04'
                   MOVE 'INVALID ACCOUNT NUMBER' TO WS-RETURN-TEXT
               WHEN 'R15'
                   MOVE 'BENEFICIARY DECEASED' TO WS-RETURN-TEXT
               WHEN 'R16'
                   MOVE 'ACCOUNT FROZEN' TO WS-RETURN-TEXT
               WHEN OTHER
                   MOVE 'FILE RECORD EDIT CRITERIA' TO
                       WS-RETURN-TEXT
           END-EVALUATE

           IF WS-RT-COUNT < 2000 AND WS-NB-COUNT > 0
               ADD 1 TO WS-RT-COUNT
               SET RT-IDX TO WS-RT-COUNT
               MOVE WS-NB-COUNT TO RT-BATCH-IDX(RT-IDX)
               MOVE WS-ACH-LINE TO RT-ENTRY-LINE(RT-IDX)
               MOVE WS-RETURN-REASON TO RT-REASON(RT-IDX)
               MOVE WS-DEATH-DATE TO RT-DEATH-DATE(RT-IDX)
               SET NB-IDX TO WS-NB-COUNT
               IF NBT-RETURN-COUNT(NB-IDX) = 0
                   MOVE NE-RDFI-ID TO NBT-RDFI-ID(NB-IDX)
               END-IF
               ADD 1 TO NBT-RETURN-COUNT(NB-IDX)
           ELSE
               ADD 1 TO WS-RETURN-DROPPED
               DISPLAY "WARNING: return table full - trace "
                       NE-TRACE " must be returned manually"
           END-IF

           MOVE SPACES TO EXCEPTION-REPO-RECORD
           MOVE 'ACH-INTAKE' TO XR-SOURCE-JOB
           MOVE WS-TODAY-YYYYMMDD TO XR-BUSINESS-DATE
           MOVE DL-ACCOUNT TO XR-ACCT-NUMBER
           MOVE NE-AMOUNT TO XR-AMOUNT
           STRING 'ACH RETURN ' WS-RETURN-REASON ' - '
                  WS-RETURN-TEXT
               DELIMITED BY SIZE INTO XR-REASON
           MOVE 'O' TO XR-STATUS
           WRITE EXCEPTION-REPO-RECORD

           MOVE 'RETURN ' TO DL-RESULT
           MOVE WS-RETURN-REASON TO DL-RESULT(8:3)
           MOVE WS-RETURN-TEXT TO DL-DETAIL
           WRITE REPORT-LINE FROM DETAIL-LINE
           DISPLAY "Returned: trace " NE-TRACE " - "
                   WS-RETURN-REASON " " WS-RETURN-TEXT.

      *    ------------------------------------------------------
      *    RETURN FILE
      *    ------------------------------------------------------
      *    THE RETURN FILE GOES BACK THE WAY THE ORIGINAL CAME -
      *    ORIGIN AND DESTINATION SWAPPED. EACH RETURN ENTRY IS
      *    ADDRESSED TO THE ORIGINATING DFI, CARRIES THE RETURN
      *    TRANSACTION CODE (x1 FOR A CREDIT, x6 FOR A DEBIT) AND A
      *    NEW TRACE NUMBER UNDER OUR ROUTING NUMBER; THE ORIGINAL
      *    TRACE AND REASON CODE TRAVEL IN THE 99 ADDENDA.
       WRITE-RETURN-FILE.
           IF WS-RT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RETURN-FILE
           MOVE WS-SAVED-FILE-HEADER TO WS-ACH-LINE
           MOVE NF-IMMED-DEST TO WS-RET-SWAP-10
           MOVE NF-IMMED-ORIGIN TO NF-IMMED-DEST
           MOVE WS-RET-SWAP-10 TO NF-IMMED-ORIGIN
           MOVE NF-DEST-NAME TO WS-RET-SWAP-23
           MOVE NF-ORIGIN-NAME TO NF-DEST-NAME
           MOVE WS-RET-SWAP-23 TO NF-ORIGIN-NAME
           MOVE WS-TODAY-YYYYMMDD(3:6) TO NF-CREATE-DATE
           MOVE WS-CURRENT-TIME(1:4) TO NF-CREATE-TIME
           MOVE 'A' TO NF-FILE-ID-MOD
           MOVE '094' TO NF-RECORD-SIZE
           MOVE '10' TO NF-BLOCKING
           MOVE '1' TO NF-FORMAT-CODE
           MOVE SPACES TO NF-REFERENCE
           PERFORM WRITE-RETURN-LINE

           PERFORM WRITE-RETURN-BATCH
               VARYING WS-NB-SCAN FROM 1 BY 1
               UNTIL WS-NB-SCAN > WS-NB-COUNT

           MOVE SPACES TO WS-ACH-LINE
           MOVE '9' TO NT-RECORD-TYPE
           MOVE WS-RET-BATCHES TO NT-BATCH-COUNT
           COMPUTE NT-BLOCK-COUNT = (WS-RET-LINES + 10) / 10
           MOVE WS-RET-FILE-COUNT TO NT-ENTRY-COUNT
           COMPUTE NT-ENTRY-HASH =
               FUNCTION MOD(WS-RET-FILE-HASH, 10000000000)
           MOVE WS-RET-FILE-DEBITS TO NT-TOTAL-DEBIT
           MOVE WS-RET-FILE-CREDITS TO NT-TOTAL-CREDIT
           PERFORM WRITE-RETURN-LINE

           MOVE ALL '9' TO WS-ACH-LINE
           PERFORM WRITE-RETURN-LINE
               UNTIL FUNCTION MOD(WS-RET-LINES, 10) = 0
           CLOSE RETURN-FILE.

       WRITE-RETURN-LINE.
           WRITE RETURN-RECORD FROM WS-ACH-LINE
           ADD 1 TO WS-RET-LINES.

       WRITE-RETURN-BATCH.
           SET NB-IDX TO WS-NB-SCAN
           IF NBT-RETURN-COUNT(NB-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RET-BATCHES
           MOVE 0 TO WS-RET-BAT-COUNT
           MOVE 0 TO WS-RET-BAT-HASH
           MOVE 0 TO WS-RET-BAT-DEBITS
           MOVE 0 TO WS-RET-BAT-CREDITS

           MOVE NBT-HEADER-LINE(NB-IDX) TO WS-ACH-LINE
           MOVE NB-ODFI-ID TO WS-RET-ORIG-ODFI
           MOVE NBT-RDFI-ID(NB-IDX) TO WS-RET-OUR-RDFI
           MOVE NB-SERVICE-CLASS TO WS-RET-SERVICE-CLASS
           MOVE NB-COMPANY-ID TO WS-RET-COMPANY-ID
           MOVE WS-TODAY-YYYYMMDD(3:6) TO NB-EFFECTIVE-DATE
           MOVE SPACES TO NB-SETTLE-DATE
           MOVE WS-RET-OUR-RDFI TO NB-ODFI-ID
           MOVE WS-RET-BATCHES TO NB-BATCH-NUMBER
           PERFORM WRITE-RETURN-LINE

           PERFORM WRITE-RETURN-ENTRY
               VARYING WS-RT-SCAN FROM 1 BY 1
               UNTIL WS-RT-SCAN > WS-RT-COUNT

           MOVE SPACES TO WS-ACH-LINE
           MOVE '8' TO NC-RECORD-TYPE
           MOVE WS-RET-SERVICE-CLASS TO NC-SERVICE-CLASS
           MOVE WS-RET-BAT-COUNT TO NC-ENTRY-COUNT
           COMPUTE NC-ENTRY-HASH =
               FUNCTION MOD(WS-RET-BAT-HASH, 10000000000)
           MOVE WS-RET-BAT-DEBITS TO NC-TOTAL-DEBIT
           MOVE WS-RET-BAT-CREDITS TO NC-TOTAL-CREDIT
           MOVE WS-RET-COMPANY-ID TO NC-COMPANY-ID
           MOVE WS-RET-OUR-RDFI TO NC-ODFI-ID
           MOVE WS-RET-BATCHES TO NC-BATCH-NUMBER
           PERFORM WRITE-RETURN-LINE

           ADD WS-RET-BAT-COUNT TO WS-RET-FILE-COUNT
           ADD WS-RET-BAT-HASH TO WS-RET-FILE-HASH
           ADD WS-RET-BAT-DEBITS TO WS-RET-FILE-DEBITS
           ADD WS-RET-BAT-CREDITS TO WS-RET-FILE-CREDITS.

       WRITE-RETURN-ENTRY.
           SET RT-IDX TO WS-RT-SCAN
           IF RT-BATCH-IDX(RT-IDX) NOT = WS-NB-SCAN
               EXIT PARAGRAPH
           END-IF
           MOVE RT-ENTRY-LINE(RT-IDX) TO WS-ACH-LINE
           MOVE NE-TRACE TO WS-RET-ORIG-TRACE
           MOVE NE-RDFI-ID TO WS-RET-ORIG-RDFI
           ADD 1 TO WS-RET-TRACE-SEQ
           MOVE SPACES TO WS-RET-TRACE
           STRING WS-RET-OUR-RDFI WS-RET-TRACE-SEQ
               DELIMITED BY SIZE INTO WS-RET-TRACE

           EVALUATE NE-TRAN-CODE(2:1)
               WHEN '1' WHEN '2' WHEN '3' WHEN '4'
                   MOVE '1' TO NE-TRAN-CODE(2:1)
                   ADD NE-AMOUNT TO WS-RET-BAT-CREDITS
               WHEN OTHER
                   MOVE '6' TO NE-TRAN-CODE(2:1)
                   ADD NE-AMOUNT TO WS-RET-BAT-DEBITS
           END-EVALUATE
           MOVE WS-RET-ORIG-ODFI TO NE-RDFI-ID
           MOVE WS-RET-ORIG-ODFI TO WS-ABA-ROUTING
           PERFORM COMPUTE-ROUTING-CHECK
           MOVE WS-ABA-CHECK TO NE-RDFI-CHECK
           MOVE '1' TO NE-ADDENDA-IND
           MOVE WS-RET-TRACE TO NE-TRACE
           ADD NE-RDFI-ID TO WS-RET-BAT-HASH
           ADD 1 TO WS-RET-BAT-COUNT
           PERFORM WRITE-RETURN-LINE

           MOVE SPACES TO WS-ACH-LINE
           MOVE '7' TO NR-RECORD-TYPE
           MOVE '99' TO NR-ADDENDA-TYPE
           MOVE RT-REASON(RT-IDX) TO NR-RETURN-REASON
           MOVE WS-RET-ORIG-TRACE TO NR-ORIG-TRACE
           IF RT-DEATH-DATE(RT-IDX) NOT = SPACES
               MOVE RT-DEATH-DATE(RT-IDX)(3:6) TO NR-DEATH-DATE
           END-IF
           MOVE WS-RET-ORIG-RDFI TO NR-ORIG-RDFI
           MOVE WS-RET-TRACE TO NR-TRACE
           ADD 1 TO WS-RET-BAT-COUNT
           PERFORM WRITE-RETURN-LINE.

       LOAD-ESTATE-REGISTER.
           MOVE 0 TO WS-ES-COUNT
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
                   IF ER-STATUS = 'P' AND WS-ES-COUNT < 2000
                       ADD 1 TO WS-ES-COUNT
                       SET ES-IDX TO WS-ES-COUNT
                       MOVE ER-ACCT-NUMBER TO ES-T-ACCT(ES-IDX)
                       MOVE ER-DEATH-DATE TO ES-T-DEATH-DATE(ES-IDX)
                   END-IF
           END-READ.

       COMPUTE-ROUTING-CHECK.
           MOVE 0 TO WS-ABA-SUM
           PERFORM VARYING WS-ABA-SCAN FROM 1 BY 1
               UNTIL WS-ABA-SCAN > 8
               COMPUTE WS-ABA-SUM = WS-ABA-SUM +
                   WS-ABA-DIGIT(WS-ABA-SCAN) *
                   WS-ABA-WEIGHT(WS-ABA-SCAN)
           END-PERFORM
           COMPUTE WS-ABA-CHECK = FUNCTION MOD(
               10 - FUNCTION MOD(WS-ABA-SUM, 10), 10).

       GENERATE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1
           MOVE 'INTAKE SUMMARY' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1

           MOVE 'Batches In File:' TO SL-LABEL
           MOVE WS-FILE-BATCH-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Entry Details Read:' TO SL-LABEL
           MOVE WS-ENTRY-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Mapped To Batch File:' TO SL-LABEL
           MOVE WS-OUT-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Prenotes Verified:' TO SL-LABEL
           MOVE WS-PRENOTE-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Entries Returned:' TO SL-LABEL
           MOVE WS-RETURN-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Benefit Credits Logged:' TO SL-LABEL
           MOVE WS-BENEFIT-LOGGED TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           IF WS-RETURN-DROPPED > 0
               MOVE 'Returns Not Written (Table Full):' TO SL-LABEL
               MOVE WS-RETURN-DROPPED TO SL-VALUE
               WRITE REPORT-LINE FROM SUMMARY-LINE
           END-IF

           MOVE 'Credits Mapped:' TO AL-LABEL
           MOVE WS-OUT-CREDITS TO AL-VALUE
           WRITE REPORT-LINE FROM AMOUNT-LINE

           MOVE 'Debits Mapped:' TO AL-LABEL
           MOVE WS-OUT-DEBITS TO AL-VALUE
           WRITE REPORT-LINE FROM AMOUNT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "ACH file intake completed:"
           DISPLAY "  Entries read: " WS-ENTRY-COUNT
           DISPLAY "  Mapped to batch file: " WS-OUT-COUNT
           DISPLAY "  Prenotes verified: " WS-PRENOTE-COUNT
           DISPLAY "  Returned: " WS-RETURN-TOTAL
           DISPLAY " "
           IF WS-ACH-PRESENT = 'Y'
               DISPLAY "Batch file: batch_transactions.dat (branch "
                       WS-ACH-BRANCH-ID " cycle " WS-BATCH-CYCLE ")"
           END-IF
           IF WS-RT-COUNT > 0
               DISPLAY "Return file: ach_returns.dat"
           END-IF
           DISPLAY "Report generated: ach_intake_report.txt"
           DISPLAY "========================================="
           DISPLAY "ACH FILE INTAKE JOB COMPLETED"
           DISPLAY "=========================================".

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'ACH-INTAKE' TO JC-JOB-NAME
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
           MOVE 'ACH-INTAKE' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE WS-JC-STATUS TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-OUT-COUNT TO JC-RECORDS-PROC
           IF WS-JC-STATUS = 'FAILED'
               MOVE WS-CONTROL-ERRORS TO JC-RECORDS-ERROR
           ELSE
               MOVE WS-RETURN-TOTAL TO JC-RECORDS-ERROR
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
           CLOSE EXCEPTION-REPO
           CLOSE INTAKE-REPORT.
