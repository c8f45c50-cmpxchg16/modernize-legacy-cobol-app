       IDENTIFICATION DIVISION.
       PROGRAM-ID. InboundPreflight.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO DYNAMIC WS-PF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.
           SELECT PREFLIGHT-RESULTS ASSIGN TO 'preflight_results.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT PREFLIGHT-REPORT ASSIGN TO
               'inbound_preflight_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    EVERY INBOUND FILE IS READ THROUGH THE SAME WIDE LINE SO A
      *    RECORD LONGER THAN ITS LAYOUT CAN BE SEEN AND REPORTED.
       FD  INBOUND-FILE.
       01  INBOUND-LINE          PIC X(400).

      *    ONE ROW PER INBOUND FILE AND CONSUMING JOB FOR THE NIGHT.
      *    RESULT IS PASS, FAIL OR ABSENT. THE EOD SCHEDULER HOLDS A
      *    JOB WHOSE FILE FAILED.
       FD  PREFLIGHT-RESULTS.
       01  PREFLIGHT-RESULT-RECORD.
           05  PR-BUSINESS-DATE  PIC X(8).
           05  PR-FILE-NAME      PIC X(32).
           05  PR-JOB-NAME       PIC X(15).
           05  PR-RESULT         PIC X(6).
           05  PR-RECORD-COUNT   PIC 9(7).
           05  PR-BAD-RECORDS    PIC 9(7).
           05  PR-DEFECT-COUNT   PIC 9(7).
           05  PR-JOB-ID         PIC 9(9).

       FD  PREFLIGHT-REPORT.
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
       01  WS-JC-STATUS          PIC XX.
       01  WS-INBOUND-STATUS     PIC XX.
       01  WS-RESULTS-STATUS     PIC XX.
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

      *    THE NIGHT'S INBOUND FILES, THE JOB THAT READS EACH ONE AND
      *    THE LAYOUT IT IS CHECKED AGAINST. A SECOND CONSUMER IS
      *    HELD ALONG WITH THE FIRST WHEN THE FILE FAILS.
       01  WS-IF-COUNT           PIC 9(2) VALUE 0.
       01  WS-IF-SCAN            PIC 9(2).
       01  INBOUND-FILE-TABLE.
           05  IF-ENTRY OCCURS 12 TIMES INDEXED BY IF-IDX.
               10  IF-FILE-NAME  PIC X(32).
               10  IF-JOB-NAME   PIC X(15).
               10  IF-ALT-JOB    PIC X(15).
               10  IF-LAYOUT     PIC X(8).
               10  IF-CHANNEL    PIC X(10).
               10  IF-REC-LENGTH PIC 9(3).

       01  WS-PF-FILE-NAME       PIC X(32).
       01  WS-PF-LINE-NO         PIC 9(7).
       01  WS-PF-LENGTH          PIC 9(3).
       01  WS-PF-LINE-BAD        PIC X.
       01  WS-PF-RECORDS         PIC 9(7).
       01  WS-PF-BAD-RECORDS     PIC 9(7).
       01  WS-PF-DEFECTS         PIC 9(7).
       01  WS-PF-RESULT          PIC X(6).
       01  WS-PF-FIELD           PIC X(20).
       01  WS-PF-VALUE           PIC X(20).
       01  WS-PF-DEFECT          PIC X(36).
       01  WS-PF-LENGTH-X        PIC ZZ9.

       01  WS-FILES-CHECKED      PIC 9(3) VALUE 0.
       01  WS-FILES-PASSED       PIC 9(3) VALUE 0.
       01  WS-FILES-FAILED       PIC 9(3) VALUE 0.
       01  WS-FILES-ABSENT       PIC 9(3) VALUE 0.
       01  WS-TOTAL-RECORDS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-BAD          PIC 9(7) VALUE 0.
       01  WS-TOTAL-DEFECTS      PIC 9(7) VALUE 0.

      *    DATE EDIT - CCYYMMDD WITH A REAL MONTH AND A DAY THAT
      *    EXISTS IN THAT MONTH.
       01  WS-DATE-CHECK         PIC X(8).
       01  WS-DATE-NUM REDEFINES WS-DATE-CHECK.
           05  WS-DATE-CCYY      PIC 9(4).
           05  WS-DATE-MM        PIC 9(2).
           05  WS-DATE-DD        PIC 9(2).
       01  WS-DATE-OK            PIC X.
       01  WS-DATE-MAX-DAY       PIC 9(2).
       01  MONTH-DAYS-VALUES.
           05  FILLER            PIC X(24)
               VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  MONTH-DAYS        PIC 9(2) OCCURS 12 TIMES.

       01  WS-TIME-CHECK         PIC X(6).
       01  WS-TIME-NUM REDEFINES WS-TIME-CHECK.
           05  WS-TIME-HH        PIC 9(2).
           05  WS-TIME-MI        PIC 9(2).
           05  WS-TIME-SS        PIC 9(2).

      *    BATCH_TRANSACTIONS.DAT - HEADER, DETAIL AND TRAILER VIEWS
       01  BATCH-VIEW.
           05  BV-TXN-TYPE       PIC X(8).
           05  BV-TXN-AMOUNT     PIC 9(6)V99.
           05  BV-TXN-ID         PIC X(10).
           05  BV-ACCOUNT        PIC X(12).
           05  BV-TO-ACCOUNT     PIC X(12).
           05  BV-EFFECTIVE-DATE PIC X(8).
       01  BATCH-HEADER-VIEW REDEFINES BATCH-VIEW.
           05  BV-HDR-TYPE       PIC X(8).
           05  BV-HDR-FILE-DATE  PIC X(8).
           05  BV-HDR-BRANCH-ID  PIC X(6).
           05  BV-HDR-CYCLE      PIC 9(2).
           05  FILLER            PIC X(34).
       01  BATCH-TRAILER-VIEW REDEFINES BATCH-VIEW.
           05  BV-TRL-TYPE       PIC X(8).
           05  BV-TRL-COUNT      PIC 9(6).
           05  BV-TRL-HASH       PIC 9(10)V99.
           05  FILLER            PIC X(32).

      *    EOD_*.DAT CHANNEL FEEDS - DETAIL AND TRAILER VIEWS
       01  FEED-VIEW.
           05  FV-DATE           PIC X(8).
           05  FV-TIME           PIC X(6).
           05  FV-TYPE           PIC X(6).
           05  FV-AMOUNT         PIC 9(8)V99.
           05  FV-REF            PIC X(15).
           05  FV-CHANNEL        PIC X(10).
           05  FV-CURRENCY       PIC X(3).
           05  FILLER            PIC X(22).
       01  FEED-TRAILER-VIEW REDEFINES FEED-VIEW.
           05  FV-TRL-TYPE       PIC X(8).
           05  FV-TRL-COUNT      PIC 9(6).
           05  FV-TRL-TOTAL      PIC 9(12)V99.
           05  FILLER            PIC X(52).

      *    SUSPENSE_CORRECTIONS.DAT
       01  CORRECTION-VIEW.
           05  CV-TXN-ID         PIC X(10).
           05  CV-TXN-TYPE       PIC X(8).
           05  CV-TXN-AMOUNT     PIC 9(6)V99.
           05  CV-ACCOUNT        PIC X(12).
           05  CV-TO-ACCOUNT     PIC X(12).
           05  CV-OPERATOR-ID    PIC X(12).

      *    REVIEW_DECISIONS.DAT
       01  DECISION-VIEW.
           05  DV-TXN-ID         PIC X(10).
           05  DV-DECISION       PIC X(8).
           05  DV-SUPERVISOR     PIC X(12).
           05  DV-REASON         PIC X(40).

      *    ACCOUNT_MAINTENANCE_REQUESTS.DAT
       01  MAINTENANCE-VIEW.
           05  MV-ACTION         PIC X(6).
           05  MV-ACCT-NUMBER    PIC X(12).
           05  MV-ACCT-TYPE      PIC X(8).
           05  MV-MINIMUM-BALANCE PIC 9(10)V99.
           05  MV-CUSTOMER-NAME  PIC X(30).
           05  MV-ADDRESS-1      PIC X(30).
           05  MV-ADDRESS-2      PIC X(30).
           05  MV-CITY-STATE-ZIP PIC X(30).
           05  MV-PHONE          PIC X(12).
           05  MV-CURRENCY-CODE  PIC X(3).
           05  MV-CUSTOMER-ID    PIC X(10).
           05  MV-TO-ACCOUNT     PIC X(12).
           05  MV-SO-AMOUNT      PIC 9(6)V99.
           05  MV-SO-FREQUENCY   PIC X(8).
           05  MV-SO-NEXT-DATE   PIC X(8).
           05  MV-SO-EXPIRY      PIC X(8).
           05  MV-CD-TERM-MONTHS PIC 9(3).
           05  MV-EMAIL          PIC X(40).
           05  MV-SMS-FLAG       PIC X(1).
           05  MV-OPERATOR-ID    PIC X(12).
           05  MV-CYCLE-CODE     PIC X(2).
           05  MV-WITHHOLD-FLAG  PIC X(1).
           05  MV-WITHHOLD-RATE  PIC 9V9999.
           05  MV-DELIVERY-PREF  PIC X(1).

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(45) VALUE SPACES.
           05  FILLER            PIC X(42)
               VALUE 'INBOUND FILE PRE-FLIGHT VALIDATION REPORT'.
           05  FILLER            PIC X(45) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(15) VALUE 'Business Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(107) VALUE SPACES.

       01  SECTION-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  SH-TITLE          PIC X(60).
           05  FILLER            PIC X(67) VALUE SPACES.

       01  FILE-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(6) VALUE 'File: '.
           05  FH-FILE-NAME      PIC X(34).
           05  FILLER            PIC X(10) VALUE 'Consumer: '.
           05  FH-JOB-NAME       PIC X(17).
           05  FILLER            PIC X(8) VALUE 'Layout: '.
           05  FH-LAYOUT         PIC X(10).
           05  FILLER            PIC X(15) VALUE 'Record Length: '.
           05  FH-LENGTH         PIC ZZ9.
           05  FILLER            PIC X(24) VALUE SPACES.

       01  DEFECT-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE '    Line'.
           05  FILLER            PIC X(22) VALUE 'Field'.
           05  FILLER            PIC X(22) VALUE 'Value'.
           05  FILLER            PIC X(36) VALUE 'Defect'.
           05  FILLER            PIC X(37) VALUE SPACES.

       01  DEFECT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  DL-LINE-NO        PIC Z(6)9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  DL-FIELD          PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-VALUE          PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-DEFECT         PIC X(36).
           05  FILLER            PIC X(37) VALUE SPACES.

       01  FILE-RESULT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(8) VALUE 'Result: '.
           05  FR-RESULT         PIC X(8).
           05  FILLER            PIC X(9) VALUE 'Records: '.
           05  FR-RECORDS        PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE '   Bad Records: '.
           05  FR-BAD            PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(12) VALUE '   Defects: '.
           05  FR-DEFECTS        PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(47) VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CL-LABEL          PIC X(40).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM BUILD-INBOUND-FILE-TABLE
           PERFORM CHECK-INBOUND-FILE
               VARYING WS-IF-SCAN FROM 1 BY 1
               UNTIL WS-IF-SCAN > WS-IF-COUNT
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

           OPEN OUTPUT PREFLIGHT-RESULTS
           OPEN OUTPUT PREFLIGHT-REPORT

           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "========================================="
           DISPLAY "INBOUND FILE PRE-FLIGHT STARTED"
           DISPLAY "========================================="
           DISPLAY "Business Date: " WS-FORMATTED-DATE
           DISPLAY " ".

      *    RECORD LENGTHS ARE THE FD LAYOUTS OF THE CONSUMING JOBS.
       BUILD-INBOUND-FILE-TABLE.
           MOVE SPACES TO INBOUND-FILE-TABLE
           MOVE 9 TO WS-IF-COUNT
           MOVE 'batch_transactions.dat' TO IF-FILE-NAME(1)
           MOVE 'BATCH' TO IF-JOB-NAME(1)
           MOVE 'BATCH-SPLIT' TO IF-ALT-JOB(1)
           MOVE 'BATCH' TO IF-LAYOUT(1)
           MOVE 58 TO IF-REC-LENGTH(1)
           MOVE 'eod_atm.dat' TO IF-FILE-NAME(2)
           MOVE 'ATM' TO IF-CHANNEL(2)
           MOVE 'eod_online.dat' TO IF-FILE-NAME(3)
           MOVE 'ONLINE' TO IF-CHANNEL(3)
           MOVE 'eod_mobile.dat' TO IF-FILE-NAME(4)
           MOVE 'MOBILE' TO IF-CHANNEL(4)
           MOVE 'eod_wire.dat' TO IF-FILE-NAME(5)
           MOVE 'WIRE' TO IF-CHANNEL(5)
           MOVE 'eod_teller.dat' TO IF-FILE-NAME(6)
           MOVE 'BRANCH' TO IF-CHANNEL(6)
           PERFORM SET-FEED-ENTRY
               VARYING WS-IF-SCAN FROM 2 BY 1
               UNTIL WS-IF-SCAN > 6
           MOVE 'suspense_corrections.dat' TO IF-FILE-NAME(7)
           MOVE 'SUSPENSE' TO IF-JOB-NAME(7)
           MOVE 'CORRECT' TO IF-LAYOUT(7)
           MOVE 62 TO IF-REC-LENGTH(7)
           MOVE 'review_decisions.dat' TO IF-FILE-NAME(8)
           MOVE 'REVIEWQ' TO IF-JOB-NAME(8)
           MOVE 'DECISION' TO IF-LAYOUT(8)
           MOVE 70 TO IF-REC-LENGTH(8)
           MOVE 'account_maintenance_requests.dat'
               TO IF-FILE-NAME(9)
           MOVE 'MAINTENANCE' TO IF-JOB-NAME(9)
           MOVE 'MAINT' TO IF-LAYOUT(9)
           MOVE 292 TO IF-REC-LENGTH(9).

       SET-FEED-ENTRY.
           MOVE 'FEED-INTAKE' TO IF-JOB-NAME(WS-IF-SCAN)
           MOVE 'FEED' TO IF-LAYOUT(WS-IF-SCAN)
           MOVE 80 TO IF-REC-LENGTH(WS-IF-SCAN).

      *    AN ABSENT FILE IS NOT A DEFECT - THE CONSUMING JOB
      *    ALREADY TREATS A MISSING DROP AS NOTHING TO PROCESS.
       CHECK-INBOUND-FILE.
           SET IF-IDX TO WS-IF-SCAN
           MOVE IF-FILE-NAME(IF-IDX) TO WS-PF-FILE-NAME
           MOVE 0 TO WS-PF-LINE-NO
           MOVE 0 TO WS-PF-RECORDS
           MOVE 0 TO WS-PF-BAD-RECORDS
           MOVE 0 TO WS-PF-DEFECTS
           ADD 1 TO WS-FILES-CHECKED

           MOVE IF-FILE-NAME(IF-IDX) TO FH-FILE-NAME
           MOVE IF-JOB-NAME(IF-IDX) TO FH-JOB-NAME
           MOVE IF-LAYOUT(IF-IDX) TO FH-LAYOUT
           MOVE IF-REC-LENGTH(IF-IDX) TO FH-LENGTH
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM FILE-HEADER
           WRITE REPORT-LINE FROM DEFECT-HEADER

           OPEN INPUT INBOUND-FILE
           IF WS-INBOUND-STATUS NOT = '00'
               MOVE 'ABSENT' TO WS-PF-RESULT
               ADD 1 TO WS-FILES-ABSENT
               DISPLAY "Pre-flight: " FUNCTION TRIM(WS-PF-FILE-NAME)
                       " - not present"
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM READ-INBOUND-LINE UNTIL WS-EOF = 'Y'
               CLOSE INBOUND-FILE
               IF WS-PF-DEFECTS = 0
                   MOVE 'PASS' TO WS-PF-RESULT
                   ADD 1 TO WS-FILES-PASSED
               ELSE
                   MOVE 'FAIL' TO WS-PF-RESULT
                   ADD 1 TO WS-FILES-FAILED
               END-IF
               DISPLAY "Pre-flight: " FUNCTION TRIM(WS-PF-FILE-NAME)
                       " - " FUNCTION TRIM(WS-PF-RESULT) " ("
                       WS-PF-RECORDS
                       " records, " WS-PF-DEFECTS " defects)"
           END-IF

           EVALUATE TRUE
               WHEN WS-PF-RESULT = 'ABSENT'
                   MOVE '     File not present.' TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-PF-DEFECTS = 0
                   MOVE '     No defects.' TO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE
           MOVE WS-PF-RESULT TO FR-RESULT
           MOVE WS-PF-RECORDS TO FR-RECORDS
           MOVE WS-PF-BAD-RECORDS TO FR-BAD
           MOVE WS-PF-DEFECTS TO FR-DEFECTS
           WRITE REPORT-LINE FROM FILE-RESULT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           ADD WS-PF-RECORDS TO WS-TOTAL-RECORDS
           ADD WS-PF-BAD-RECORDS TO WS-TOTAL-BAD
           ADD WS-PF-DEFECTS TO WS-TOTAL-DEFECTS

           MOVE IF-JOB-NAME(IF-IDX) TO PR-JOB-NAME
           PERFORM WRITE-PREFLIGHT-RESULT
           IF IF-ALT-JOB(IF-IDX) NOT = SPACES
               MOVE IF-ALT-JOB(IF-IDX) TO PR-JOB-NAME
               PERFORM WRITE-PREFLIGHT-RESULT
           END-IF.

       WRITE-PREFLIGHT-RESULT.
           MOVE WS-TODAY-YYYYMMDD TO PR-BUSINESS-DATE
           MOVE WS-PF-FILE-NAME TO PR-FILE-NAME
           MOVE WS-PF-RESULT TO PR-RESULT
           MOVE WS-PF-RECORDS TO PR-RECORD-COUNT
           MOVE WS-PF-BAD-RECORDS TO PR-BAD-RECORDS
           MOVE WS-PF-DEFECTS TO PR-DEFECT-COUNT
           MOVE WS-JOB-ID TO PR-JOB-ID
           WRITE PREFLIGHT-RESULT-RECORD.

       READ-INBOUND-LINE.
           MOVE SPACES TO INBOUND-LINE
           READ INBOUND-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-PF-LINE-NO
                   PERFORM CHECK-INBOUND-LINE
           END-READ.

       CHECK-INBOUND-LINE.
           ADD 1 TO WS-PF-RECORDS
           MOVE 'N' TO WS-PF-LINE-BAD
           IF INBOUND-LINE = SPACES
               MOVE 'RECORD' TO WS-PF-FIELD
               MOVE SPACES TO WS-PF-VALUE
               MOVE 'BLANK RECORD' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
               ADD 1 TO WS-PF-BAD-RECORDS
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(INBOUND-LINE TRAILING))
               TO WS-PF-LENGTH
           IF WS-PF-LENGTH > IF-REC-LENGTH(IF-IDX)
               MOVE 'RECORD' TO WS-PF-FIELD
               MOVE WS-PF-LENGTH TO WS-PF-LENGTH-X
               MOVE SPACES TO WS-PF-VALUE
               STRING 'LENGTH ' WS-PF-LENGTH-X
                   DELIMITED BY SIZE INTO WS-PF-VALUE
               MOVE 'RECORD LONGER THAN LAYOUT' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF

           EVALUATE IF-LAYOUT(IF-IDX)
               WHEN 'BATCH'
                   PERFORM CHECK-BATCH-RECORD
               WHEN 'FEED'
                   PERFORM CHECK-FEED-RECORD
               WHEN 'CORRECT'
                   PERFORM CHECK-CORRECTION-RECORD
               WHEN 'DECISION'
                   PERFORM CHECK-DECISION-RECORD
               WHEN 'MAINT'
                   PERFORM CHECK-MAINTENANCE-RECORD
           END-EVALUATE

           IF WS-PF-LINE-BAD = 'Y'
               ADD 1 TO WS-PF-BAD-RECORDS
           END-IF.

      *    ONE REPORT LINE PER DEFECT SO THE FILE CAN BE RETURNED TO
      *    ITS SOURCE WITH EVERY FAULT ON EVERY LINE NAMED.
       RECORD-DEFECT.
           MOVE 'Y' TO WS-PF-LINE-BAD
           ADD 1 TO WS-PF-DEFECTS
           MOVE WS-PF-LINE-NO TO DL-LINE-NO
           MOVE WS-PF-FIELD TO DL-FIELD
           MOVE WS-PF-VALUE TO DL-VALUE
           MOVE WS-PF-DEFECT TO DL-DEFECT
           WRITE REPORT-LINE FROM DEFECT-LINE.

       CHECK-BATCH-RECORD.
           MOVE INBOUND-LINE(1:58) TO BATCH-VIEW
           IF BV-HDR-TYPE = 'HEADER'
               MOVE BV-HDR-FILE-DATE TO WS-DATE-CHECK
               PERFORM CHECK-DATE-FIELD
               IF WS-DATE-OK = 'N'
                   MOVE 'BH-FILE-DATE' TO WS-PF-FIELD
                   MOVE BV-HDR-FILE-DATE TO WS-PF-VALUE
                   MOVE 'INVALID DATE' TO WS-PF-DEFECT
                   PERFORM RECORD-DEFECT
               END-IF
               IF BV-HDR-CYCLE IS NOT NUMERIC
                   MOVE 'BH-CYCLE-NUMBER' TO WS-PF-FIELD
                   MOVE BV-HDR-CYCLE TO WS-PF-VALUE
                   MOVE 'NOT NUMERIC' TO WS-PF-DEFECT
                   PERFORM RECORD-DEFECT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF BV-TRL-TYPE = 'TRAILER'
               IF BV-TRL-COUNT IS NOT NUMERIC
                   MOVE 'BT-RECORD-COUNT' TO WS-PF-FIELD
                   MOVE INBOUND-LINE(9:6) TO WS-PF-VALUE
                   MOVE 'NOT NUMERIC' TO WS-PF-DEFECT
                   PERFORM RECORD-DEFECT
               END-IF
               IF BV-TRL-HASH IS NOT NUMERIC
                   MOVE 'BT-HASH-TOTAL' TO WS-PF-FIELD
                   MOVE INBOUND-LINE(15:12) TO WS-PF-VALUE
                   MOVE 'NOT NUMERIC' TO WS-PF-DEFECT
                   PERFORM RECORD-DEFECT
               END-IF
               EXIT PARAGRAPH
           END-IF

           EVALUATE BV-TXN-TYPE
               WHEN 'CREDIT'
               WHEN 'DEBIT'
               WHEN 'TOTAL'
               WHEN 'TRANSFER'
               WHEN 'REVERSAL'
                   CONTINUE
               WHEN OTHER
                   MOVE 'TXN-TYPE' TO WS-PF-FIELD
                   MOVE BV-TXN-TYPE TO WS-PF-VALUE
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-PF-DEFECT
                   PERFORM RECORD-DEFECT
           END-EVALUATE
           IF BV-TXN-AMOUNT IS NOT NUMERIC
               MOVE 'TXN-AMOUNT' TO WS-PF-FIELD
               MOVE INBOUND-LINE(9:8) TO WS-PF-VALUE
               MOVE 'NOT NUMERIC' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF BV-TXN-ID = SPACES
               MOVE 'TXN-ID' TO WS-PF-FIELD
               MOVE SPACES TO WS-PF-VALUE
               MOVE 'REQUIRED FIELD IS BLANK' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF BV-ACCOUNT = SPACES
               MOVE 'ACCOUNT-NUMBER' TO WS-PF-FIELD
               MOVE SPACES TO WS-PF-VALUE
               MOVE 'REQUIRED FIELD IS BLANK' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF BV-TXN-TYPE = 'TRANSFER' AND BV-TO-ACCOUNT = SPACES
               MOVE 'TO-ACCOUNT-NUMBER' TO WS-PF-FIELD
               MOVE SPACES TO WS-PF-VALUE
               MOVE 'REQUIRED FOR TRANSFER' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF BV-EFFECTIVE-DATE NOT = SPACES
               MOVE BV-EFFECTIVE-DATE TO WS-DATE-CHECK
               PERFORM CHECK-DATE-FIELD
               IF WS-DATE-OK = 'N'
                   MOVE 'TXN-EFFECTIVE-DATE' TO WS-PF-FIELD
                   MOVE BV-EFFECTIVE-DATE TO WS-PF-VALUE
                   MOVE 'INVALID DATE' TO WS-PF-DEFECT
                   PERFORM RECORD-DEFECT
               END-IF
           END-IF.

       CHECK-FEED-RECORD.
           MOVE INBOUND-LINE(1:80) TO FEED-VIEW
           IF FV-TRL-TYPE = 'TRAILER'
               IF FV-TRL-COUNT IS NOT NUMERIC
                   MOVE 'FT-RECORD-COUNT' TO WS-PF-FIELD
                   MOVE INBOUND-LINE(9:6) TO WS-PF-VALUE
                   MOVE 'NOT NUMERIC' TO WS-PF-DEFECT
                   PERFORM RECORD-DEFECT
               END-IF
               IF FV-TRL-TOTAL IS NOT NUMERIC
                   MOVE 'FT-AMOUNT-TOTAL' TO WS-PF-FIELD
                   MOVE INBOUND-LINE(15:14) TO WS-PF-VALUE
                   MOVE 'NOT NUMERIC' TO WS-PF-DEFECT
                   PERFORM RECORD-DEFECT
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE FV-DATE TO WS-DATE-CHECK
           PERFORM CHECK-DATE-FIELD
           IF WS-DATE-OK = 'N'
               MOVE 'FEED-DATE' TO WS-PF-FIELD
               MOVE FV-DATE TO WS-PF-VALUE
               MOVE 'INVALID DATE' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           MOVE FV-TIME TO WS-TIME-CHECK
           IF WS-TIME-CHECK IS NOT NUMERIC
               OR WS-TIME-HH > 23 OR WS-TIME-MI > 59
               OR WS-TIME-SS > 59
               MOVE 'FEED-TIME' TO WS-PF-FIELD
               MOVE FV-TIME TO WS-PF-VALUE
               MOVE 'INVALID TIME' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF FV-TYPE NOT = 'CREDIT' AND FV-TYPE NOT = 'DEBIT '
               MOVE 'FEED-TYPE' TO WS-PF-FIELD
               MOVE FV-TYPE TO WS-PF-VALUE
               MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF FV-AMOUNT IS NOT NUMERIC
               MOVE 'FEED-AMOUNT' TO WS-PF-FIELD
               MOVE INBOUND-LINE(21:10) TO WS-PF-VALUE
               MOVE 'NOT NUMERIC' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF FV-REF = SPACES
               MOVE 'FEED-REF' TO WS-PF-FIELD
               MOVE SPACES TO WS-PF-VALUE
               MOVE 'REQUIRED FIELD IS BLANK' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF FV-CHANNEL NOT = IF-CHANNEL(IF-IDX)
               MOVE 'FEED-CHANNEL' TO WS-PF-FIELD
               MOVE FV-CHANNEL TO WS-PF-VALUE
               MOVE 'CHANNEL CODE DOES NOT MATCH FILE' TO
                   WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF FV-CURRENCY NOT = 'USD' AND FV-CURRENCY NOT = 'EUR'
               AND FV-CURRENCY NOT = 'GBP'
               AND FV-CURRENCY NOT = SPACES
               MOVE 'FEED-CURRENCY' TO WS-PF-FIELD
               MOVE FV-CURRENCY TO WS-PF-VALUE
               MOVE 'UNKNOWN CURRENCY CODE' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF.

       CHECK-CORRECTION-RECORD.
           MOVE INBOUND-LINE(1:62) TO CORRECTION-VIEW
           IF CV-TXN-ID = SPACES
               MOVE 'COR-TXN-ID' TO WS-PF-FIELD
               MOVE SPACES TO WS-PF-VALUE
               MOVE 'REQUIRED FIELD IS BLANK' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           EVALUATE CV-TXN-TYPE
               WHEN 'CREDIT'
               WHEN 'DEBIT'
               WHEN 'TOTAL'
               WHEN 'TRANSFER'
                   CONTINUE
               WHEN OTHER
                   MOVE 'COR-TXN-TYPE' TO WS-PF-FIELD
                   MOVE CV-TXN-TYPE TO WS-PF-VALUE
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-PF-DEFECT
                   PERFORM RECORD-DEFECT
           END-EVALUATE
           IF CV-TXN-AMOUNT IS NOT NUMERIC
               MOVE 'COR-TXN-AMOUNT' TO WS-PF-FIELD
               MOVE INBOUND-LINE(19:8) TO WS-PF-VALUE
               MOVE 'NOT NUMERIC' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF CV-ACCOUNT = SPACES
               MOVE 'COR-ACCOUNT' TO WS-PF-FIELD
               MOVE SPACES TO WS-PF-VALUE
               MOVE 'REQUIRED FIELD IS BLANK' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF CV-TXN-TYPE = 'TRANSFER' AND CV-TO-ACCOUNT = SPACES
               MOVE 'COR-TO-ACCOUNT' TO WS-PF-FIELD
               MOVE SPACES TO WS-PF-VALUE
               MOVE 'REQUIRED FOR TRANSFER' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF.

       CHECK-DECISION-RECORD.
           MOVE INBOUND-LINE(1:70) TO DECISION-VIEW
           IF DV-TXN-ID = SPACES
               MOVE 'DC-TXN-ID' TO WS-PF-FIELD
               MOVE SPACES TO WS-PF-VALUE
               MOVE 'REQUIRED FIELD IS BLANK' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF DV-DECISION NOT = 'APPROVED'
               AND DV-DECISION NOT = 'DECLINED'
               MOVE 'DC-DECISION' TO WS-PF-FIELD
               MOVE DV-DECISION TO WS-PF-VALUE
               MOVE 'UNKNOWN DECISION CODE' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF DV-SUPERVISOR = SPACES
               MOVE 'DC-SUPERVISOR' TO WS-PF-FIELD
               MOVE SPACES TO WS-PF-VALUE
               MOVE 'REQUIRED FIELD IS BLANK' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF.

      *    OPTIONAL MAINTENANCE FIELDS MAY BE LEFT BLANK; WHEN KEYED
      *    THEY MUST MATCH THEIR PICTURE AND CODE TABLES.
       CHECK-MAINTENANCE-RECORD.
           MOVE INBOUND-LINE(1:292) TO MAINTENANCE-VIEW
           EVALUATE MV-ACTION
               WHEN 'ADD'
               WHEN 'UPDATE'
               WHEN 'CLOSE'
               WHEN 'SOADD'
               WHEN 'SODEL'
               WHEN 'FREEZE'
               WHEN 'UNFRZ'
               WHEN 'ODPADD'
               WHEN 'ODPDEL'
               WHEN 'NEWNUM'
               WHEN 'DECEAS'
               WHEN 'OWNADD'
               WHEN 'OWNDEL'
                   CONTINUE
               WHEN OTHER
                   MOVE 'MR-ACTION' TO WS-PF-FIELD
                   MOVE MV-ACTION TO WS-PF-VALUE
                   MOVE 'UNKNOWN ACTION CODE' TO WS-PF-DEFECT
                   PERFORM RECORD-DEFECT
           END-EVALUATE
           IF MV-ACCT-NUMBER = SPACES
               MOVE 'MR-ACCT-NUMBER' TO WS-PF-FIELD
               MOVE SPACES TO WS-PF-VALUE
               MOVE 'REQUIRED FIELD IS BLANK' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           EVALUATE MV-ACCT-TYPE
               WHEN SPACES
               WHEN 'SAVINGS'
               WHEN 'CHECKING'
               WHEN 'PREMIUM'
               WHEN 'MMKT'
               WHEN 'CD'
                   CONTINUE
               WHEN OTHER
                   MOVE 'MR-ACCT-TYPE' TO WS-PF-FIELD
                   MOVE MV-ACCT-TYPE TO WS-PF-VALUE
                   MOVE 'UNKNOWN ACCOUNT TYPE' TO WS-PF-DEFECT
                   PERFORM RECORD-DEFECT
           END-EVALUATE
           IF MV-MINIMUM-BALANCE NOT = SPACES
               AND MV-MINIMUM-BALANCE IS NOT NUMERIC
               MOVE 'MR-MINIMUM-BALANCE' TO WS-PF-FIELD
               MOVE INBOUND-LINE(27:12) TO WS-PF-VALUE
               MOVE 'NOT NUMERIC' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF MV-CURRENCY-CODE NOT = 'USD'
               AND MV-CURRENCY-CODE NOT = 'EUR'
               AND MV-CURRENCY-CODE NOT = 'GBP'
               AND MV-CURRENCY-CODE NOT = SPACES
               MOVE 'MR-CURRENCY-CODE' TO WS-PF-FIELD
               MOVE MV-CURRENCY-CODE TO WS-PF-VALUE
               MOVE 'UNKNOWN CURRENCY CODE' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF MV-SO-AMOUNT NOT = SPACES
               AND MV-SO-AMOUNT IS NOT NUMERIC
               MOVE 'MR-SO-AMOUNT' TO WS-PF-FIELD
               MOVE INBOUND-LINE(196:8) TO WS-PF-VALUE
               MOVE 'NOT NUMERIC' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF MV-SO-NEXT-DATE NOT = SPACES
               MOVE MV-SO-NEXT-DATE TO WS-DATE-CHECK
               PERFORM CHECK-DATE-FIELD
               IF WS-DATE-OK = 'N'
                   MOVE 'MR-SO-NEXT-DATE' TO WS-PF-FIELD
                   MOVE MV-SO-NEXT-DATE TO WS-PF-VALUE
                   MOVE 'INVALID DATE' TO WS-PF-DEFECT
                   PERFORM RECORD-DEFECT
               END-IF
           END-IF
           IF MV-SO-EXPIRY NOT = SPACES
               MOVE MV-SO-EXPIRY TO WS-DATE-CHECK
               PERFORM CHECK-DATE-FIELD
               IF WS-DATE-OK = 'N'
                   MOVE 'MR-SO-EXPIRY' TO WS-PF-FIELD
                   MOVE MV-SO-EXPIRY TO WS-PF-VALUE
                   MOVE 'INVALID DATE' TO WS-PF-DEFECT
                   PERFORM RECORD-DEFECT
               END-IF
           END-IF
           IF MV-CD-TERM-MONTHS NOT = SPACES
               AND MV-CD-TERM-MONTHS IS NOT NUMERIC
               MOVE 'MR-CD-TERM-MONTHS' TO WS-PF-FIELD
               MOVE INBOUND-LINE(228:3) TO WS-PF-VALUE
               MOVE 'NOT NUMERIC' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF
           IF MV-WITHHOLD-RATE NOT = SPACES
               AND MV-WITHHOLD-RATE IS NOT NUMERIC
               MOVE 'MR-WITHHOLD-RATE' TO WS-PF-FIELD
               MOVE INBOUND-LINE(287:5) TO WS-PF-VALUE
               MOVE 'NOT NUMERIC' TO WS-PF-DEFECT
               PERFORM RECORD-DEFECT
           END-IF.

       CHECK-DATE-FIELD.
           MOVE 'Y' TO WS-DATE-OK
           IF WS-DATE-CHECK IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-CCYY < 1900
               OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
               OR WS-DATE-DD < 1
               MOVE 'N' TO WS-DATE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE MONTH-DAYS(WS-DATE-MM) TO WS-DATE-MAX-DAY
           IF WS-DATE-MM = 2
               AND FUNCTION MOD(WS-DATE-CCYY, 4) = 0
               AND (FUNCTION MOD(WS-DATE-CCYY, 100) NOT = 0
                    OR FUNCTION MOD(WS-DATE-CCYY, 400) = 0)
               MOVE 29 TO WS-DATE-MAX-DAY
           END-IF
           IF WS-DATE-DD > WS-DATE-MAX-DAY
               MOVE 'N' TO WS-DATE-OK
           END-IF.

       GENERATE-SUMMARY.
           WRITE REPORT-LINE FROM HEADER-1
           MOVE 'PRE-FLIGHT SUMMARY' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1

           MOVE 'Files Checked:' TO CL-LABEL
           MOVE WS-FILES-CHECKED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Files Passed:' TO CL-LABEL
           MOVE WS-FILES-PASSED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Files Failed (Consumers Held):' TO CL-LABEL
           MOVE WS-FILES-FAILED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Files Not Present:' TO CL-LABEL
           MOVE WS-FILES-ABSENT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Records Read:' TO CL-LABEL
           MOVE WS-TOTAL-RECORDS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Records With Defects:' TO CL-LABEL
           MOVE WS-TOTAL-BAD TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Defects Found:' TO CL-LABEL
           MOVE WS-TOTAL-DEFECTS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "Pre-flight completed:"
           DISPLAY "  Files checked: " WS-FILES-CHECKED
           DISPLAY "  Passed: " WS-FILES-PASSED
           DISPLAY "  Failed: " WS-FILES-FAILED
           DISPLAY "  Not present: " WS-FILES-ABSENT
           DISPLAY "  Defects: " WS-TOTAL-DEFECTS
           DISPLAY " "
           DISPLAY "Results: preflight_results.dat"
           DISPLAY "Report generated: inbound_preflight_report.txt"
           DISPLAY "========================================="
           DISPLAY "INBOUND FILE PRE-FLIGHT COMPLETED"
           DISPLAY "=========================================".

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           IF WS-JC-STATUS NOT = '00'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'PREFLIGHT' TO JC-JOB-NAME
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
           MOVE 'PREFLIGHT' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-TOTAL-RECORDS TO JC-RECORDS-PROC
           MOVE WS-TOTAL-DEFECTS TO JC-RECORDS-ERROR
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
           CLOSE PREFLIGHT-RESULTS
           CLOSE PREFLIGHT-REPORT.
