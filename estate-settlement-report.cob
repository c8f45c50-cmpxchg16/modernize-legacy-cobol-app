       IDENTIFICATION DIVISION.
       PROGRAM-ID. EstateSettlementReport.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTATE-REGISTER ASSIGN TO 'estate_register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-STATUS.
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
           SELECT ESTATE-REPORT ASSIGN TO
               'estate_settlement_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ESTATE-REPORT.
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
       01  WS-ESTATE-STATUS      PIC XX.
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-CM-STATUS          PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-ACCT-OPEN          PIC X VALUE 'N'.
       01  WS-CM-OPEN            PIC X VALUE 'N'.
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

      *    EVERY ACCOUNT STILL PENDING ON THE ESTATE REGISTER IS
      *    LISTED WITH ITS BALANCE AND THE DAYS SINCE THE BANK WAS
      *    NOTIFIED OF THE DEATH. THE AGE IS BUCKETED SO THAT ESTATES
      *    LEFT OPEN PAST SIX MONTHS STAND OUT FOR FOLLOW-UP.
       01  WS-TODAY-NUM          PIC 9(8).
       01  WS-NOTIFY-NUM         PIC 9(8).
       01  WS-TODAY-INT          PIC 9(8).
       01  WS-AGE-DAYS           PIC S9(6).
       01  WS-ROWS-READ          PIC 9(7) VALUE 0.
       01  WS-PENDING-COUNT      PIC 9(7) VALUE 0.
       01  WS-SETTLED-COUNT      PIC 9(7) VALUE 0.
       01  WS-MISSING-COUNT      PIC 9(7) VALUE 0.
       01  WS-AGE-30-COUNT       PIC 9(7) VALUE 0.
       01  WS-AGE-90-COUNT       PIC 9(7) VALUE 0.
       01  WS-AGE-180-COUNT      PIC 9(7) VALUE 0.
       01  WS-AGE-OVER-COUNT     PIC 9(7) VALUE 0.
       01  WS-TOTAL-BALANCE      PIC S9(12)V99 VALUE 0.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(52)
               VALUE 'ESTATES AWAITING SETTLEMENT REPORT'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(14) VALUE 'As Of Date:  '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(108) VALUE SPACES.

       01  DETAIL-HEADER.
           05  FILLER            PIC X(14) VALUE 'Account'.
           05  FILLER            PIC X(12) VALUE 'Customer'.
           05  FILLER            PIC X(26) VALUE 'Name'.
           05  FILLER            PIC X(10) VALUE 'Died'.
           05  FILLER            PIC X(10) VALUE 'Notified'.
           05  FILLER            PIC X(7) VALUE '  Days'.
           05  FILLER            PIC X(20) VALUE '         Balance'.
           05  FILLER            PIC X(33) VALUE 'Estate Contact'.

       01  DETAIL-LINE.
           05  DL-ACCOUNT        PIC X(14).
           05  DL-CUSTOMER       PIC X(12).
           05  DL-NAME           PIC X(25).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  DL-DEATH-DATE     PIC X(10).
           05  DL-NOTIFY-DATE    PIC X(10).
           05  DL-AGE            PIC ZZ,ZZ9.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  DL-BALANCE        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  DL-CURRENCY       PIC X(4).
           05  DL-CONTACT        PIC X(30).
           05  FILLER            PIC X(3) VALUE SPACES.

       01  SUMMARY-LINE.
           05  SL-LABEL          PIC X(40).
           05  SL-VALUE          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(73) VALUE SPACES.

       01  COUNT-LINE.
           05  CL-LABEL          PIC X(40).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LIST-PENDING-ESTATES
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
           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           ACCEPT WS-JOB-ID FROM TIME

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = '00'
               MOVE 'Y' TO WS-ACCT-OPEN
           ELSE
               DISPLAY "WARNING: Cannot open account_balances.dat - "
                       "status " WS-ACCOUNT-STATUS
                       " - balances reported as zero"
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS = '00'
               MOVE 'Y' TO WS-CM-OPEN
           ELSE
               DISPLAY "WARNING: Cannot open account_master.dat - "
                       "status " WS-CM-STATUS
                       " - estates reported without names"
           END-IF
           OPEN OUTPUT ESTATE-REPORT

           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM DETAIL-HEADER
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY "========================================="
           DISPLAY "ESTATE SETTLEMENT REPORT JOB STARTED"
           DISPLAY "========================================="
           DISPLAY "As Of Date: " WS-FORMATTED-DATE
           DISPLAY " ".

       LIST-PENDING-ESTATES.
           OPEN INPUT ESTATE-REGISTER
           IF WS-ESTATE-STATUS NOT = '00'
               DISPLAY "No estate_register.dat present - nothing "
                       "to report"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ESTATE-ROW UNTIL WS-EOF = 'Y'
           CLOSE ESTATE-REGISTER.

       READ-ESTATE-ROW.
           READ ESTATE-REGISTER
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF ER-STATUS = 'P'
                       PERFORM WRITE-ESTATE-DETAIL
                   ELSE
                       ADD 1 TO WS-SETTLED-COUNT
                   END-IF
           END-READ.

       WRITE-ESTATE-DETAIL.
           ADD 1 TO WS-PENDING-COUNT
           MOVE ER-ACCT-NUMBER TO DL-ACCOUNT
           MOVE ER-CUSTOMER-ID TO DL-CUSTOMER
           MOVE ER-DEATH-DATE TO DL-DEATH-DATE
           MOVE ER-NOTIFY-DATE TO DL-NOTIFY-DATE
           MOVE ER-CONTACT-NAME TO DL-CONTACT

           MOVE SPACES TO DL-NAME
           IF WS-CM-OPEN = 'Y'
               MOVE ER-ACCT-NUMBER TO CM-ACCT-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE '*** NO MASTER RECORD ***' TO DL-NAME
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO DL-NAME
               END-READ
           END-IF

           MOVE 0 TO DL-BALANCE
           MOVE SPACES TO DL-CURRENCY
           IF WS-ACCT-OPEN = 'Y'
               MOVE ER-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       ADD 1 TO WS-MISSING-COUNT
                   NOT INVALID KEY
                       MOVE CURRENT-BALANCE TO DL-BALANCE
                       MOVE CURRENCY-CODE TO DL-CURRENCY
                       ADD CURRENT-BALANCE TO WS-TOTAL-BALANCE
               END-READ
           END-IF

           PERFORM AGE-ESTATE-ENTRY
           MOVE WS-AGE-DAYS TO DL-AGE
           WRITE REPORT-LINE FROM DETAIL-LINE.

       AGE-ESTATE-ENTRY.
           MOVE 0 TO WS-AGE-DAYS
           IF ER-NOTIFY-DATE IS NUMERIC
               AND ER-NOTIFY-DATE NOT > WS-TODAY-YYYYMMDD
               MOVE ER-NOTIFY-DATE TO WS-NOTIFY-NUM
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-NOTIFY-NUM)
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-AGE-30-COUNT
               WHEN WS-AGE-DAYS <= 90
                   ADD 1 TO WS-AGE-90-COUNT
               WHEN WS-AGE-DAYS <= 180
                   ADD 1 TO WS-AGE-180-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-COUNT
           END-EVALUATE.

       GENERATE-SUMMARY.
           IF WS-PENDING-COUNT = 0
               MOVE 'No estates are awaiting settlement.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           MOVE 'Accounts Awaiting Settlement:' TO CL-LABEL
           MOVE WS-PENDING-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Notified 0-30 Days:' TO CL-LABEL
           MOVE WS-AGE-30-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Notified 31-90 Days:' TO CL-LABEL
           MOVE WS-AGE-90-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Notified 91-180 Days:' TO CL-LABEL
           MOVE WS-AGE-180-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE '  Notified Over 180 Days:' TO CL-LABEL
           MOVE WS-AGE-OVER-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Estates Already Settled:' TO CL-LABEL
           MOVE WS-SETTLED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Accounts Not On Balance File:' TO CL-LABEL
           MOVE WS-MISSING-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Total Balance Awaiting Settlement:' TO SL-LABEL
           MOVE WS-TOTAL-BALANCE TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "Estate settlement report completed:"
           DISPLAY "  Register rows read: " WS-ROWS-READ
           DISPLAY "  Awaiting settlement: " WS-PENDING-COUNT
           DISPLAY "  Over 180 days: " WS-AGE-OVER-COUNT
           DISPLAY " "
           DISPLAY "Report generated: estate_settlement_report.txt"
           DISPLAY "========================================="
           DISPLAY "ESTATE SETTLEMENT REPORT JOB COMPLETED"
           DISPLAY "=========================================".

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'ESTATE-RPT' TO JC-JOB-NAME
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
           MOVE 'ESTATE-RPT' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-PENDING-COUNT TO JC-RECORDS-PROC
           MOVE WS-MISSING-COUNT TO JC-RECORDS-ERROR
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
           IF WS-ACCT-OPEN = 'Y'
               CLOSE ACCOUNT-FILE
           END-IF
           IF WS-CM-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE ESTATE-REPORT.
