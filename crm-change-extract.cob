       IDENTIFICATION DIVISION.
       PROGRAM-ID. CrmChangeExtract.
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
           SELECT AUDIT-LOG ASSIGN TO 'bank_audit_trail.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT POSTED-LEDGER ASSIGN TO 'monthly_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CDC-CONTROL-FILE ASSIGN TO 'crm_cdc_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT CDC-IMAGE-FILE ASSIGN TO 'crm_cdc_image.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.
           SELECT CDC-IMAGE-FILE-NEW ASSIGN TO 'crm_cdc_image.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-NEW-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'crm_change_extract.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-REPORT ASSIGN TO 'crm_change_report.txt'
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

       FD  AUDIT-LOG.
       01  AUDIT-LINE            PIC X(200).

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

      *    LAST EXTRACT SENT: ITS SEQUENCE NUMBER, BUSINESS DATE AND
      *    MODE (D DAILY, F FULL REFRESH). ONE RECORD.
       FD  CDC-CONTROL-FILE.
       01  CDC-CONTROL-RECORD.
           05  CC-LAST-SEQUENCE  PIC 9(9).
           05  CC-LAST-DATE      PIC X(8).
           05  CC-LAST-MODE      PIC X(1).

      *    THE ACCOUNT AS LAST SENT TO CRM, IN ACCOUNT NUMBER ORDER.
      *    IT IS THE BEFORE IMAGE FOR THE NEXT EXTRACT.
       FD  CDC-IMAGE-FILE.
       01  IMAGE-RECORD.
           05  IM-ACCT-NUMBER    PIC X(12).
           05  IM-DATA           PIC X(231).

       FD  CDC-IMAGE-FILE-NEW.
       01  IMAGE-RECORD-NEW      PIC X(243).

      *    CHANGE-DATA EXTRACT: ONE HDR, A DTL ROW PER CHANGED
      *    ACCOUNT WITH ITS BEFORE AND AFTER IMAGES, ONE TRL. THE
      *    SEQUENCE NUMBER RISES BY ONE ON EVERY RUN.
       FD  EXTRACT-FILE.
       01  EXTRACT-HEADER.
           05  DX-H-REC-TYPE     PIC X(3).
           05  DX-H-SEQUENCE     PIC 9(9).
           05  DX-H-BUSINESS-DATE PIC X(8).
           05  DX-H-FROM-DATE    PIC X(8).
           05  DX-H-MODE         PIC X(1).
           05  DX-H-CREATED      PIC X(14).
           05  FILLER            PIC X(471).
       01  EXTRACT-DETAIL.
           05  DX-D-REC-TYPE     PIC X(3).
           05  DX-D-SEQUENCE     PIC 9(9).
           05  DX-D-BUSINESS-DATE PIC X(8).
           05  DX-D-CHANGE-TYPE  PIC X(8).
           05  DX-D-BEFORE-IMAGE PIC X(243).
           05  DX-D-AFTER-IMAGE  PIC X(243).
       01  EXTRACT-TRAILER.
           05  DX-T-REC-TYPE     PIC X(3).
           05  DX-T-SEQUENCE     PIC 9(9).
           05  DX-T-RECORD-COUNT PIC 9(9).
           05  DX-T-NEW-COUNT    PIC 9(9).
           05  DX-T-UPDATE-COUNT PIC 9(9).
           05  DX-T-STATUS-COUNT PIC 9(9).
           05  DX-T-CLOSE-COUNT  PIC 9(9).
           05  DX-T-BALANCE-COUNT PIC 9(9).
           05  DX-T-REFRESH-COUNT PIC 9(9).
           05  FILLER            PIC X(451).

       FD  EXTRACT-REPORT.
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
       01  WS-AUDIT-LOG-STATUS   PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-CC-STATUS          PIC XX.
       01  WS-IMAGE-STATUS       PIC XX.
       01  WS-IMAGE-NEW-STATUS   PIC XX.
       01  WS-JC-STATUS          PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-MASTER-EOF         PIC X VALUE 'N'.
       01  WS-IMAGE-EOF          PIC X VALUE 'N'.
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

      *    FULL ON THE COMMAND LINE RESENDS EVERY ACCOUNT AND
      *    REBUILDS THE IMAGE FILE. A FIRST RUN IS ALWAYS FULL.
       01  WS-PARM-STRING        PIC X(20).
       01  WS-FULL-REFRESH       PIC X VALUE 'N'.
       01  WS-EXTRACT-MODE       PIC X VALUE 'D'.
       01  WS-LAST-SEQUENCE      PIC 9(9) VALUE 0.
       01  WS-SEQUENCE           PIC 9(9) VALUE 0.
       01  WS-FROM-DATE          PIC X(8) VALUE SPACES.
       01  WS-HAVE-CONTROL       PIC X VALUE 'N'.
       01  WS-HAVE-IMAGE         PIC X VALUE 'N'.

       01  WS-AU-SEQ             PIC X(9).
       01  WS-AU-TIMESTAMP       PIC X(14).
       01  WS-AU-RUN-ID          PIC X(24).
       01  WS-AU-EVENT           PIC X(30).
       01  WS-AU-DETAIL          PIC X(150).
       01  WS-FLAG-ACCOUNT       PIC X(12).
       01  WS-AK-FOUND           PIC X.
       01  WS-HAVE-BEFORE        PIC X.
       01  WS-CHANGED            PIC X.
       01  WS-CHANGE-TYPE        PIC X(8).
       01  WS-IMAGE-KEY          PIC X(12).

       01  WS-MASTER-ROWS        PIC 9(7) VALUE 0.
       01  WS-AUDIT-EVENTS       PIC 9(7) VALUE 0.
       01  WS-POSTING-ROWS       PIC 9(7) VALUE 0.
       01  WS-FLAGGED-COUNT      PIC 9(7) VALUE 0.
       01  WS-NOT-ON-MASTER      PIC 9(7) VALUE 0.
       01  WS-NO-NET-CHANGE      PIC 9(7) VALUE 0.
       01  WS-NO-BALANCE-ROW     PIC 9(7) VALUE 0.
       01  WS-REMOVED-COUNT      PIC 9(7) VALUE 0.
       01  WS-IMAGE-ROWS         PIC 9(7) VALUE 0.
       01  WS-OVERFLOW-COUNT     PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT       PIC 9(9) VALUE 0.
       01  WS-NEW-COUNT          PIC 9(9) VALUE 0.
       01  WS-UPDATE-COUNT       PIC 9(9) VALUE 0.
       01  WS-STATUS-COUNT       PIC 9(9) VALUE 0.
       01  WS-CLOSE-COUNT        PIC 9(9) VALUE 0.
       01  WS-BALANCE-COUNT      PIC 9(9) VALUE 0.
       01  WS-REFRESH-COUNT      PIC 9(9) VALUE 0.

      *    EVERY ACCOUNT ON THE MASTER IN KEY ORDER, FLAGGED WHEN A
      *    MAINTENANCE EVENT OR A POSTING TOUCHED IT SINCE THE LAST
      *    EXTRACT.
       01  WS-AK-COUNT           PIC 9(5) VALUE 0.
       01  ACCOUNT-KEY-TABLE.
           05  AK-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-AK-COUNT
                   ASCENDING KEY IS AK-ACCT
                   INDEXED BY AK-IDX.
               10  AK-ACCT           PIC X(12).
               10  AK-CHANGED        PIC X(1).

      *    ACCOUNT IMAGE AS SENT TO CRM. PROFILE, STATUS AND BALANCE
      *    PARTS ARE COMPARED SEPARATELY TO TYPE THE CHANGE.
       01  WS-BEFORE-IMAGE.
           05  BI-ACCT-NUMBER    PIC X(12).
           05  BI-PROFILE.
               10  BI-CUSTOMER-ID    PIC X(10).
               10  BI-CUSTOMER-NAME  PIC X(30).
               10  BI-ADDRESS-1      PIC X(30).
               10  BI-ADDRESS-2      PIC X(30).
               10  BI-CITY-STATE-ZIP PIC X(30).
               10  BI-PHONE          PIC X(12).
               10  BI-EMAIL          PIC X(40).
               10  BI-ACCT-TYPE      PIC X(8).
               10  BI-OPENING-DATE   PIC X(8).
               10  BI-CURRENCY       PIC X(3).
               10  BI-DELIVERY-PREF  PIC X(1).
               10  BI-SMS-FLAG       PIC X(1).
           05  BI-STATUS-DATA.
               10  BI-MASTER-STATUS  PIC X(1).
               10  BI-ACCT-STATUS    PIC X(1).
           05  BI-BALANCE-DATA.
               10  BI-BALANCE-SIGN   PIC X(1).
               10  BI-BALANCE        PIC 9(10)V99.
               10  BI-AVAILABLE-SIGN PIC X(1).
               10  BI-AVAILABLE      PIC 9(10)V99.
       01  WS-AFTER-IMAGE.
           05  AI-ACCT-NUMBER    PIC X(12).
           05  AI-PROFILE.
               10  AI-CUSTOMER-ID    PIC X(10).
               10  AI-CUSTOMER-NAME  PIC X(30).
               10  AI-ADDRESS-1      PIC X(30).
               10  AI-ADDRESS-2      PIC X(30).
               10  AI-CITY-STATE-ZIP PIC X(30).
               10  AI-PHONE          PIC X(12).
               10  AI-EMAIL          PIC X(40).
               10  AI-ACCT-TYPE      PIC X(8).
               10  AI-OPENING-DATE   PIC X(8).
               10  AI-CURRENCY       PIC X(3).
               10  AI-DELIVERY-PREF  PIC X(1).
               10  AI-SMS-FLAG       PIC X(1).
           05  AI-STATUS-DATA.
               10  AI-MASTER-STATUS  PIC X(1).
               10  AI-ACCT-STATUS    PIC X(1).
           05  AI-BALANCE-DATA.
               10  AI-BALANCE-SIGN   PIC X(1).
               10  AI-BALANCE        PIC 9(10)V99.
               10  AI-AVAILABLE-SIGN PIC X(1).
               10  AI-AVAILABLE      PIC 9(10)V99.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(52)
               VALUE 'CRM CHANGE-DATA EXTRACT REPORT'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(16) VALUE 'Business Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  FILLER            PIC X(17) VALUE 'Changes Since: '.
           05  H3-FROM-DATE      PIC X(10).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  FILLER            PIC X(11) VALUE 'Sequence: '.
           05  H3-SEQUENCE       PIC Z(8)9.
           05  FILLER            PIC X(6) VALUE SPACES.
           05  FILLER            PIC X(7) VALUE 'Mode: '.
           05  H3-MODE           PIC X(12).
           05  FILLER            PIC X(28) VALUE SPACES.
       01  SECTION-TITLE.
           05  ST-TITLE          PIC X(60).
           05  FILLER            PIC X(72) VALUE SPACES.
       01  COUNT-LINE.
           05  CL-LABEL          PIC X(45).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM READ-CDC-CONTROL
           PERFORM DETERMINE-EXTRACT-MODE
           PERFORM CREATE-JOB-CONTROL-RECORD
           IF WS-FULL-REFRESH = 'N'
               PERFORM LOAD-ACCOUNT-KEYS
               PERFORM FLAG-MAINTENANCE-EVENTS
               PERFORM FLAG-POSTING-ACTIVITY
           END-IF
           PERFORM BUILD-EXTRACT
           PERFORM REPLACE-IMAGE-FILE
           PERFORM WRITE-CDC-CONTROL
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

           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               IF WS-PARM-STRING = 'FULL'
                   MOVE 'Y' TO WS-FULL-REFRESH
               ELSE
                   DISPLAY "ERROR: Parameter "
                           FUNCTION TRIM(WS-PARM-STRING)
                           " is not recognised - use FULL for a "
                           "full refresh or no parameter"
                   STOP RUN
               END-IF
           END-IF

           DISPLAY "========================================="
           DISPLAY "CRM CHANGE-DATA EXTRACT STARTED"
           DISPLAY "========================================="
           DISPLAY "Business Date: " WS-FORMATTED-DATE.

       READ-CDC-CONTROL.
           OPEN INPUT CDC-CONTROL-FILE
           IF WS-CC-STATUS = '00'
               READ CDC-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-HAVE-CONTROL
                       MOVE CC-LAST-SEQUENCE TO WS-LAST-SEQUENCE
                       MOVE CC-LAST-DATE TO WS-FROM-DATE
               END-READ
               CLOSE CDC-CONTROL-FILE
           END-IF
           OPEN INPUT CDC-IMAGE-FILE
           IF WS-IMAGE-STATUS = '00'
               MOVE 'Y' TO WS-HAVE-IMAGE
               CLOSE CDC-IMAGE-FILE
           END-IF.

      *    A DAILY EXTRACT NEEDS THE IMAGE AND CONTROL LEFT BY THE LAST
      *    RUN; WITHOUT THEM EVERYTHING IS RESENT. A SECOND DAILY RUN
      *    FOR THE SAME BUSINESS DATE IS REFUSED - IT WOULD SEND AN
      *    EMPTY FILE UNDER A NEW SEQUENCE NUMBER.
       DETERMINE-EXTRACT-MODE.
           IF WS-FULL-REFRESH = 'N'
               IF WS-HAVE-CONTROL = 'N' OR WS-HAVE-IMAGE = 'N'
                   DISPLAY "No previous extract on file - sending a "
                           "full refresh"
                   MOVE 'Y' TO WS-FULL-REFRESH
               ELSE
                   IF WS-FROM-DATE >= WS-TODAY-YYYYMMDD
                       DISPLAY "ERROR: Changes up to " WS-FROM-DATE
                               " have already been extracted"
                       DISPLAY "Rerun with FULL to resend all "
                               "accounts - job ending"
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           IF WS-FULL-REFRESH = 'Y'
               MOVE 'F' TO WS-EXTRACT-MODE
           END-IF
           COMPUTE WS-SEQUENCE = WS-LAST-SEQUENCE + 1
           DISPLAY "Extract Sequence: " WS-SEQUENCE
           IF WS-FULL-REFRESH = 'Y'
               DISPLAY "Mode: FULL REFRESH"
           ELSE
               DISPLAY "Mode: DAILY - changes after " WS-FROM-DATE
           END-IF.

       LOAD-ACCOUNT-KEYS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_master.dat - "
                       "status " WS-CM-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO CM-ACCT-NUMBER
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM READ-ACCOUNT-KEY UNTIL WS-MASTER-EOF = 'Y'
           CLOSE CUSTOMER-MASTER-FILE.

       READ-ACCOUNT-KEY.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   IF WS-AK-COUNT < 20000
                       ADD 1 TO WS-AK-COUNT
                       SET AK-IDX TO WS-AK-COUNT
                       MOVE CM-ACCT-NUMBER TO AK-ACCT(AK-IDX)
                       MOVE 'N' TO AK-CHANGED(AK-IDX)
                   ELSE
                       ADD 1 TO WS-OVERFLOW-COUNT
                   END-IF
           END-READ.

       FLAG-ACCOUNT-CHANGED.
           MOVE 'N' TO WS-AK-FOUND
           IF WS-AK-COUNT > 0
               SEARCH ALL AK-ENTRY
                   AT END
                       MOVE 'N' TO WS-AK-FOUND
                   WHEN AK-ACCT(AK-IDX) = WS-FLAG-ACCOUNT
                       MOVE 'Y' TO WS-AK-FOUND
               END-SEARCH
           END-IF
           IF WS-AK-FOUND = 'N'
               ADD 1 TO WS-NOT-ON-MASTER
               EXIT PARAGRAPH
           END-IF
           IF AK-CHANGED(AK-IDX) = 'N'
               MOVE 'Y' TO AK-CHANGED(AK-IDX)
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

      *    EVERY ACCOUNT MAINTENANCE EVENT SINCE THE LAST EXTRACT -
      *    ADDS, UPDATES, CLOSES, FREEZES AND THE LIKE ALL NAME THE
      *    ACCOUNT AT THE START OF THE DETAIL.
       FLAG-MAINTENANCE-EVENTS.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS NOT = '00'
               DISPLAY "WARNING: bank_audit_trail.log not found - "
                       "maintenance changes not extracted"
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
                   PERFORM CHECK-AUDIT-LINE
           END-READ.

       CHECK-AUDIT-LINE.
           MOVE SPACES TO WS-AU-SEQ WS-AU-TIMESTAMP WS-AU-RUN-ID
                          WS-AU-EVENT WS-AU-DETAIL
           UNSTRING AUDIT-LINE DELIMITED BY '|'
               INTO WS-AU-SEQ WS-AU-TIMESTAMP WS-AU-RUN-ID
                    WS-AU-EVENT WS-AU-DETAIL
           END-UNSTRING
           IF WS-AU-RUN-ID(1:4) NOT = 'AMT-'
               OR WS-AU-DETAIL(1:8) NOT = 'Account '
               EXIT PARAGRAPH
           END-IF
           IF WS-AU-TIMESTAMP(1:8) <= WS-FROM-DATE
               OR WS-AU-TIMESTAMP(1:8) > WS-TODAY-YYYYMMDD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUDIT-EVENTS
           MOVE WS-AU-DETAIL(9:12) TO WS-FLAG-ACCOUNT
           PERFORM FLAG-ACCOUNT-CHANGED.

       FLAG-POSTING-ACTIVITY.
           OPEN INPUT POSTED-LEDGER
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY "WARNING: monthly_transactions.dat not found "
                       "- balance moves not extracted"
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
                   IF TR-DATE > WS-FROM-DATE
                       AND TR-DATE <= WS-TODAY-YYYYMMDD
                       ADD 1 TO WS-POSTING-ROWS
                       MOVE TR-ACCT-NUMBER TO WS-FLAG-ACCOUNT
                       PERFORM FLAG-ACCOUNT-CHANGED
                   END-IF
           END-READ.

      *    THE MASTER AND THE LAST IMAGE ARE BOTH IN ACCOUNT ORDER AND
      *    ARE MATCHED ROW FOR ROW. A NEW IMAGE FILE IS WRITTEN AS WE
      *    GO - THE AFTER IMAGE WHERE A CHANGE WAS SENT, OTHERWISE THE
      *    IMAGE CARRIED FORWARD UNCHANGED.
       BUILD-EXTRACT.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_master.dat - "
                       "status " WS-CM-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_balances.dat - "
                       "status " WS-ACCOUNT-STATUS
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-IMAGE-EOF
           MOVE HIGH-VALUES TO WS-IMAGE-KEY
           IF WS-HAVE-IMAGE = 'Y'
               OPEN INPUT CDC-IMAGE-FILE
               MOVE 'N' TO WS-IMAGE-EOF
               PERFORM READ-IMAGE-ROW
           END-IF
           OPEN OUTPUT CDC-IMAGE-FILE-NEW
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT EXTRACT-REPORT

           MOVE SPACES TO EXTRACT-HEADER
           MOVE 'HDR' TO DX-H-REC-TYPE
           MOVE WS-SEQUENCE TO DX-H-SEQUENCE
           MOVE WS-TODAY-YYYYMMDD TO DX-H-BUSINESS-DATE
           MOVE WS-FROM-DATE TO DX-H-FROM-DATE
           MOVE WS-EXTRACT-MODE TO DX-H-MODE
           MOVE WS-JOB-START-TIMESTAMP TO DX-H-CREATED
           WRITE EXTRACT-HEADER

           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO CM-ACCT-NUMBER
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM READ-MASTER-ROW UNTIL WS-MASTER-EOF = 'Y'
           PERFORM DROP-REMOVED-IMAGE UNTIL WS-IMAGE-EOF = 'Y'

           MOVE SPACES TO EXTRACT-TRAILER
           MOVE 'TRL' TO DX-T-REC-TYPE
           MOVE WS-SEQUENCE TO DX-T-SEQUENCE
           MOVE WS-DETAIL-COUNT TO DX-T-RECORD-COUNT
           MOVE WS-NEW-COUNT TO DX-T-NEW-COUNT
           MOVE WS-UPDATE-COUNT TO DX-T-UPDATE-COUNT
           MOVE WS-STATUS-COUNT TO DX-T-STATUS-COUNT
           MOVE WS-CLOSE-COUNT TO DX-T-CLOSE-COUNT
           MOVE WS-BALANCE-COUNT TO DX-T-BALANCE-COUNT
           MOVE WS-REFRESH-COUNT TO DX-T-REFRESH-COUNT
           WRITE EXTRACT-TRAILER

           IF WS-HAVE-IMAGE = 'Y'
               CLOSE CDC-IMAGE-FILE
           END-IF
           CLOSE CDC-IMAGE-FILE-NEW
           CLOSE EXTRACT-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE ACCOUNT-FILE.

       READ-IMAGE-ROW.
           READ CDC-IMAGE-FILE
               AT END
                   MOVE 'Y' TO WS-IMAGE-EOF
                   MOVE HIGH-VALUES TO WS-IMAGE-KEY
               NOT AT END
                   MOVE IM-ACCT-NUMBER TO WS-IMAGE-KEY
           END-READ.

      *    AN IMAGE WITH NO MASTER ROW BELONGS TO AN ACCOUNT PURGED
      *    FROM THE MASTER. IT IS DROPPED FROM THE NEW IMAGE.
       DROP-REMOVED-IMAGE.
           ADD 1 TO WS-REMOVED-COUNT
           PERFORM READ-IMAGE-ROW.

       READ-MASTER-ROW.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   ADD 1 TO WS-MASTER-ROWS
                   PERFORM PROCESS-MASTER-ROW
           END-READ.

       PROCESS-MASTER-ROW.
           PERFORM DROP-REMOVED-IMAGE
               UNTIL WS-IMAGE-KEY >= CM-ACCT-NUMBER
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE 'N' TO WS-HAVE-BEFORE
           IF WS-IMAGE-KEY = CM-ACCT-NUMBER
               MOVE IMAGE-RECORD TO WS-BEFORE-IMAGE
               MOVE 'Y' TO WS-HAVE-BEFORE
               PERFORM READ-IMAGE-ROW
           END-IF

           IF WS-FULL-REFRESH = 'Y'
               PERFORM BUILD-AFTER-IMAGE
               MOVE 'REFRESH' TO WS-CHANGE-TYPE
               ADD 1 TO WS-REFRESH-COUNT
               PERFORM WRITE-CHANGE-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-HAVE-BEFORE = 'N'
               PERFORM BUILD-AFTER-IMAGE
               MOVE 'NEW' TO WS-CHANGE-TYPE
               ADD 1 TO WS-NEW-COUNT
               PERFORM WRITE-CHANGE-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE CM-ACCT-NUMBER TO WS-FLAG-ACCOUNT
           PERFORM CHECK-ACCOUNT-FLAGGED
           IF WS-CHANGED = 'N'
               WRITE IMAGE-RECORD-NEW FROM WS-BEFORE-IMAGE
               ADD 1 TO WS-IMAGE-ROWS
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-AFTER-IMAGE
           PERFORM CLASSIFY-CHANGE
           IF WS-CHANGE-TYPE = SPACES
               ADD 1 TO WS-NO-NET-CHANGE
               WRITE IMAGE-RECORD-NEW FROM WS-BEFORE-IMAGE
               ADD 1 TO WS-IMAGE-ROWS
           ELSE
               PERFORM WRITE-CHANGE-RECORD
           END-IF.

      *    AN ACCOUNT PAST THE KEY TABLE CAPACITY CANNOT BE FLAGGED
      *    AND IS ALWAYS COMPARED.
       CHECK-ACCOUNT-FLAGGED.
           MOVE 'Y' TO WS-CHANGED
           SEARCH ALL AK-ENTRY
               AT END
                   MOVE 'Y' TO WS-CHANGED
               WHEN AK-ACCT(AK-IDX) = WS-FLAG-ACCOUNT
                   MOVE AK-CHANGED(AK-IDX) TO WS-CHANGED
           END-SEARCH.

       BUILD-AFTER-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE CM-ACCT-NUMBER TO AI-ACCT-NUMBER
           MOVE CM-CUSTOMER-ID TO AI-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO AI-CUSTOMER-NAME
           MOVE CM-ADDRESS-1 TO AI-ADDRESS-1
           MOVE CM-ADDRESS-2 TO AI-ADDRESS-2
           MOVE CM-CITY-STATE-ZIP TO AI-CITY-STATE-ZIP
           MOVE CM-PHONE TO AI-PHONE
           MOVE CM-EMAIL TO AI-EMAIL
           MOVE CM-ACCT-TYPE TO AI-ACCT-TYPE
           MOVE CM-OPENING-DATE TO AI-OPENING-DATE
           MOVE CM-DELIVERY-PREF TO AI-DELIVERY-PREF
           MOVE CM-SMS-FLAG TO AI-SMS-FLAG
           MOVE CM-STATUS TO AI-MASTER-STATUS
           MOVE '+' TO AI-BALANCE-SIGN
           MOVE 0 TO AI-BALANCE
           MOVE '+' TO AI-AVAILABLE-SIGN
           MOVE 0 TO AI-AVAILABLE
           MOVE CM-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-BALANCE-ROW
               NOT INVALID KEY
                   MOVE CURRENCY-CODE TO AI-CURRENCY
                   MOVE ACCT-STATUS TO AI-ACCT-STATUS
                   MOVE CURRENT-BALANCE TO AI-BALANCE
                   IF CURRENT-BALANCE < 0
                       MOVE '-' TO AI-BALANCE-SIGN
                   END-IF
                   MOVE AVAILABLE-BALANCE TO AI-AVAILABLE
                   IF AVAILABLE-BALANCE < 0
                       MOVE '-' TO AI-AVAILABLE-SIGN
                   END-IF
           END-READ.

      *    ONE CHANGE TYPE PER ACCOUNT, THE MOST SIGNIFICANT WINNING:
      *    CLOSE, THEN STATUS, THEN PROFILE UPDATE, THEN BALANCE MOVE.
       CLASSIFY-CHANGE.
           MOVE SPACES TO WS-CHANGE-TYPE
           EVALUATE TRUE
               WHEN AI-MASTER-STATUS = 'C'
                   AND BI-MASTER-STATUS NOT = 'C'
                   MOVE 'CLOSE' TO WS-CHANGE-TYPE
                   ADD 1 TO WS-CLOSE-COUNT
               WHEN AI-STATUS-DATA NOT = BI-STATUS-DATA
                   MOVE 'STATUS' TO WS-CHANGE-TYPE
                   ADD 1 TO WS-STATUS-COUNT
               WHEN AI-PROFILE NOT = BI-PROFILE
                   MOVE 'UPDATE' TO WS-CHANGE-TYPE
                   ADD 1 TO WS-UPDATE-COUNT
               WHEN AI-BALANCE-DATA NOT = BI-BALANCE-DATA
                   MOVE 'BALANCE' TO WS-CHANGE-TYPE
                   ADD 1 TO WS-BALANCE-COUNT
           END-EVALUATE.

       WRITE-CHANGE-RECORD.
           MOVE SPACES TO EXTRACT-DETAIL
           MOVE 'DTL' TO DX-D-REC-TYPE
           MOVE WS-SEQUENCE TO DX-D-SEQUENCE
           MOVE WS-TODAY-YYYYMMDD TO DX-D-BUSINESS-DATE
           MOVE WS-CHANGE-TYPE TO DX-D-CHANGE-TYPE
           MOVE WS-BEFORE-IMAGE TO DX-D-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO DX-D-AFTER-IMAGE
           WRITE EXTRACT-DETAIL
           ADD 1 TO WS-DETAIL-COUNT
           WRITE IMAGE-RECORD-NEW FROM WS-AFTER-IMAGE
           ADD 1 TO WS-IMAGE-ROWS.

       REPLACE-IMAGE-FILE.
           CALL 'CBL_DELETE_FILE' USING 'crm_cdc_image.dat'
           CALL 'CBL_RENAME_FILE' USING 'crm_cdc_image.dat.new'
               'crm_cdc_image.dat'.

       WRITE-CDC-CONTROL.
           OPEN OUTPUT CDC-CONTROL-FILE
           MOVE WS-SEQUENCE TO CC-LAST-SEQUENCE
           MOVE WS-TODAY-YYYYMMDD TO CC-LAST-DATE
           MOVE WS-EXTRACT-MODE TO CC-LAST-MODE
           WRITE CDC-CONTROL-RECORD
           CLOSE CDC-CONTROL-FILE.

       GENERATE-REPORT.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           IF WS-FROM-DATE = SPACES
               MOVE 'FIRST RUN' TO H3-FROM-DATE
           ELSE
               STRING WS-FROM-DATE(5:2) '/' WS-FROM-DATE(7:2) '/'
                      WS-FROM-DATE(1:4)
                   DELIMITED BY SIZE INTO H3-FROM-DATE
           END-IF
           MOVE WS-SEQUENCE TO H3-SEQUENCE
           IF WS-FULL-REFRESH = 'Y'
               MOVE 'FULL REFRESH' TO H3-MODE
           ELSE
               MOVE 'DAILY' TO H3-MODE
           END-IF
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CHANGES DETECTED' TO ST-TITLE
           WRITE REPORT-LINE FROM SECTION-TITLE
           MOVE 'Master Accounts Read:' TO CL-LABEL
           MOVE WS-MASTER-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Maintenance Events Since Last Extract:' TO CL-LABEL
           MOVE WS-AUDIT-EVENTS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Postings Since Last Extract:' TO CL-LABEL
           MOVE WS-POSTING-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Accounts Touched:' TO CL-LABEL
           MOVE WS-FLAGGED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Touched But No Net Change:' TO CL-LABEL
           MOVE WS-NO-NET-CHANGE TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Activity For Accounts Not On Master:' TO CL-LABEL
           MOVE WS-NOT-ON-MASTER TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'EXTRACT RECORDS BY CHANGE TYPE' TO ST-TITLE
           WRITE REPORT-LINE FROM SECTION-TITLE
           MOVE 'NEW     - Accounts Opened:' TO CL-LABEL
           MOVE WS-NEW-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'UPDATE  - Profile Changes:' TO CL-LABEL
           MOVE WS-UPDATE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'STATUS  - Status Changes:' TO CL-LABEL
           MOVE WS-STATUS-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'CLOSE   - Accounts Closed:' TO CL-LABEL
           MOVE WS-CLOSE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'BALANCE - Balance Moves:' TO CL-LABEL
           MOVE WS-BALANCE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'REFRESH - Full Refresh Rows:' TO CL-LABEL
           MOVE WS-REFRESH-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Total Detail Records:' TO CL-LABEL
           MOVE WS-DETAIL-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'IMAGE FILE' TO ST-TITLE
           WRITE REPORT-LINE FROM SECTION-TITLE
           MOVE 'Images Written To New Image File:' TO CL-LABEL
           MOVE WS-IMAGE-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Images Dropped - Account Off Master:' TO CL-LABEL
           MOVE WS-REMOVED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Accounts With No Balance Record:' TO CL-LABEL
           MOVE WS-NO-BALANCE-ROW TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           IF WS-OVERFLOW-COUNT > 0
               MOVE 'Accounts Over Key Table (Always Compared):'
                   TO CL-LABEL
               MOVE WS-OVERFLOW-COUNT TO CL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "CRM change extract completed:"
           DISPLAY "  Detail records: " WS-DETAIL-COUNT
           DISPLAY "  New: " WS-NEW-COUNT
                   "  Update: " WS-UPDATE-COUNT
                   "  Status: " WS-STATUS-COUNT
           DISPLAY "  Close: " WS-CLOSE-COUNT
                   "  Balance: " WS-BALANCE-COUNT
                   "  Refresh: " WS-REFRESH-COUNT
           DISPLAY " "
           DISPLAY "Extract written: crm_change_extract.dat"
           DISPLAY "Report generated: crm_change_report.txt"
           DISPLAY "========================================="
           DISPLAY "CRM CHANGE-DATA EXTRACT COMPLETED"
           DISPLAY "=========================================".

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           IF WS-JC-STATUS NOT = '00'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'CRM-EXTRACT' TO JC-JOB-NAME
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
           MOVE 'CRM-EXTRACT' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-DETAIL-COUNT TO JC-RECORDS-PROC
           MOVE WS-NOT-ON-MASTER TO JC-RECORDS-ERROR
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
           CLOSE EXTRACT-REPORT.
