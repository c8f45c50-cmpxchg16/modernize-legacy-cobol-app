       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnedMailProcessing.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'account_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCT-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT RETURN-INTAKE ASSIGN TO 'returned_mail_intake.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-STATUS.
           SELECT RETURN-LOG ASSIGN TO 'returned_mail_log.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT HELD-MAIL-FILE ASSIGN TO 'held_mail.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT PARM-FILE ASSIGN TO 'returned_mail_parms.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RETURN-REPORT ASSIGN TO 'returned_mail_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-MAIL-REPORT ASSIGN TO 'held_mail_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO 'bank_audit_trail.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

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

      *    KEYED BY THE MAILROOM FROM EACH PIECE THE POST OFFICE
      *    SENDS BACK. ITEM TYPE IS STATEMENT, OD-NOTICE, CD-NOTICE,
      *    ALERT OR OTHER.
       FD  RETURN-INTAKE.
       01  RETURN-INTAKE-RECORD.
           05  RI-ACCT-NUMBER    PIC X(12).
           05  RI-ITEM-TYPE      PIC X(10).
           05  RI-RETURN-DATE    PIC X(8).
           05  RI-REASON         PIC X(20).

      *    PERMANENT HISTORY. ACCOUNTMAINTENANCE WRITES AN ADDR-CHG
      *    ROW WHEN THE ADDRESS IS UPDATED; RETURNS ARE COUNTED FROM
      *    THE LAST SUCH ROW.
       FD  RETURN-LOG.
       01  RETURN-LOG-RECORD.
           05  RL-ACCT-NUMBER    PIC X(12).
           05  RL-EVENT          PIC X(10).
           05  RL-EVENT-DATE     PIC X(8).
           05  RL-REASON         PIC X(20).
           05  RL-LOGGED-DATE    PIC X(8).

      *    ONE ROW PER PIECE OF MAIL HELD BACK OR SENT ELECTRONICALLY
      *    INSTEAD, WRITTEN BY THE STATEMENT, NOTICE AND ALERT JOBS.
      *    DISPOSITION S = SUPPRESSED, E = REDIRECTED TO E-DELIVERY.
       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           05  HM-ACCT-NUMBER    PIC X(12).
           05  HM-SOURCE         PIC X(10).
           05  HM-DISPOSITION    PIC X(1).
           05  HM-DATE           PIC X(8).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  RP-RETURN-LIMIT   PIC 9(2).

       FD  RETURN-REPORT.
       01  REPORT-LINE           PIC X(132).

       FD  HELD-MAIL-REPORT.
       01  HELD-REPORT-LINE      PIC X(132).

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
       01  WS-INTAKE-STATUS      PIC XX.
       01  WS-LOG-STATUS         PIC XX.
       01  WS-HELD-STATUS        PIC XX.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-AUDIT-LOG-STATUS   PIC XX.
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

      *    NUMBER OF RETURNED ITEMS SINCE THE LAST ADDRESS CHANGE
      *    THAT MARKS THE ADDRESS UNDELIVERABLE.
       01  WS-RETURN-LIMIT       PIC 9(2) VALUE 2.

       01  WS-INTAKE-COUNT       PIC 9(7) VALUE 0.
       01  WS-LOGGED-COUNT       PIC 9(7) VALUE 0.
       01  WS-FLAGGED-COUNT      PIC 9(7) VALUE 0.
       01  WS-DUPLICATE-COUNT    PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(7) VALUE 0.
       01  WS-HELD-ROW-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNDELIV-COUNT      PIC 9(7) VALUE 0.
       01  WS-DISPOSITION        PIC X(30).
       01  WS-ITEM-TYPE          PIC X(10).
       01  WS-HISTORY-OVERFLOW   PIC 9(7) VALUE 0.

      *    OPEN RETURNS PER ACCOUNT, REBUILT FROM THE LOG EACH RUN
       01  WS-RH-FOUND           PIC X.
       01  WS-RH-KEY             PIC X(12).
       01  WS-RH-COUNT           PIC 9(5) VALUE 0.
       01  RETURN-HISTORY-TABLE.
           05  RH-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-RH-COUNT
                   INDEXED BY RH-IDX.
               10  RH-ACCT           PIC X(12).
               10  RH-OPEN-RETURNS   PIC 9(3).

      *    EVERY ITEM ALREADY LOGGED - A RERUN OVER THE SAME INTAKE
      *    FILE MUST NOT COUNT A RETURNED PIECE TWICE.
       01  WS-LG-FOUND           PIC X.
       01  WS-LG-KEY.
           05  WS-LG-KEY-ACCT    PIC X(12).
           05  WS-LG-KEY-TYPE    PIC X(10).
           05  WS-LG-KEY-DATE    PIC X(8).
       01  WS-LG-COUNT           PIC 9(5) VALUE 0.
       01  LOGGED-ITEM-TABLE.
           05  LG-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-LG-COUNT
                   INDEXED BY LG-IDX.
               10  LG-KEY            PIC X(30).

      *    HELD-MAIL TOTALS BY SOURCE FOR THE CURRENT MONTH
       01  WS-HS-FOUND           PIC X.
       01  WS-HS-SCAN            PIC 9(2).
       01  WS-HS-COUNT           PIC 9(2) VALUE 0.
       01  HELD-SOURCE-TABLE.
           05  HS-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-HS-COUNT
                   INDEXED BY HS-IDX.
               10  HS-SOURCE         PIC X(10).
               10  HS-SUPPRESSED     PIC 9(7).
               10  HS-REDIRECTED     PIC 9(7).

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(45) VALUE SPACES.
           05  FILLER            PIC X(42)
               VALUE 'RETURNED MAIL PROCESSING REPORT'.
           05  FILLER            PIC X(45) VALUE SPACES.
       01  HELD-HEADER-2.
           05  FILLER            PIC X(45) VALUE SPACES.
           05  FILLER            PIC X(42)
               VALUE 'HELD MAIL REPORT - MONTH TO DATE'.
           05  FILLER            PIC X(45) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(16) VALUE 'Business Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(30)
               VALUE 'Returns Before Undeliverable: '.
           05  H3-LIMIT          PIC Z9.
           05  FILLER            PIC X(64) VALUE SPACES.

       01  SECTION-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  SH-TITLE          PIC X(60).
           05  FILLER            PIC X(67) VALUE SPACES.

       01  DETAIL-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE 'Account'.
           05  FILLER            PIC X(12) VALUE 'Item'.
           05  FILLER            PIC X(10) VALUE 'Returned'.
           05  FILLER            PIC X(22) VALUE 'Reason'.
           05  FILLER            PIC X(9) VALUE 'Returns'.
           05  FILLER            PIC X(30) VALUE 'Disposition'.
           05  FILLER            PIC X(30) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  DL-ACCOUNT        PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-ITEM           PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-DATE           PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-REASON         PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-RETURNS        PIC ZZ9.
           05  FILLER            PIC X(6) VALUE SPACES.
           05  DL-DISPOSITION    PIC X(30).
           05  FILLER            PIC X(30) VALUE SPACES.

       01  HELD-DETAIL-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE 'Account'.
           05  FILLER            PIC X(12) VALUE 'Source'.
           05  FILLER            PIC X(10) VALUE 'Date'.
           05  FILLER            PIC X(25) VALUE 'Disposition'.
           05  FILLER            PIC X(66) VALUE SPACES.

       01  HELD-DETAIL-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  HD-ACCOUNT        PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  HD-SOURCE         PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  HD-DATE           PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  HD-DISPOSITION    PIC X(25).
           05  FILLER            PIC X(66) VALUE SPACES.

       01  HELD-TOTAL-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE 'Source'.
           05  FILLER            PIC X(14) VALUE '   Suppressed'.
           05  FILLER            PIC X(14) VALUE '   Redirected'.
           05  FILLER            PIC X(85) VALUE SPACES.

       01  HELD-TOTAL-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  HT-SOURCE         PIC X(10).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  HT-SUPPRESSED     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(6) VALUE SPACES.
           05  HT-REDIRECTED     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(91) VALUE SPACES.

       01  FLAGGED-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE 'Account'.
           05  FILLER            PIC X(32) VALUE 'Customer'.
           05  FILLER            PIC X(12) VALUE 'Customer ID'.
           05  FILLER            PIC X(10) VALUE 'E-Mail'.
           05  FILLER            PIC X(59) VALUE SPACES.

       01  FLAGGED-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FD-ACCOUNT        PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FD-NAME           PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FD-CUSTOMER       PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FD-EMAIL          PIC X(10).
           05  FILLER            PIC X(59) VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CL-LABEL          PIC X(40).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-RETURN-LIMIT
           PERFORM LOAD-RETURN-HISTORY
           PERFORM PROCESS-RETURNED-MAIL
           PERFORM GENERATE-SUMMARY
           PERFORM GENERATE-HELD-MAIL-REPORT
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
           STRING 'RTM-' WS-TODAY-YYYYMMDD '-' WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           ACCEPT WS-JOB-ID FROM TIME

           PERFORM DETERMINE-AUDIT-SEQ-START

           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_master.dat - "
                       "status " WS-CM-STATUS
               DISPLAY "Run the master file conversion utility if "
                       "the file has not been converted to indexed"
               STOP RUN
           END-IF
           OPEN OUTPUT RETURN-REPORT
           OPEN OUTPUT HELD-MAIL-REPORT
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF

           DISPLAY "========================================="
           DISPLAY "RETURNED MAIL PROCESSING JOB STARTED"
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

       LOAD-RETURN-LIMIT.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-RETURN-LIMIT IS NUMERIC
                           AND RP-RETURN-LIMIT > 0
                           MOVE RP-RETURN-LIMIT TO WS-RETURN-LIMIT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           DISPLAY "Returns before address is undeliverable: "
                   WS-RETURN-LIMIT.

      *    THE LOG IS IN THE ORDER WRITTEN, SO AN ADDR-CHG ROW RESETS
      *    THE COUNT OF EVERY RETURN LOGGED BEFORE IT.
       LOAD-RETURN-HISTORY.
           OPEN INPUT RETURN-LOG
           IF WS-LOG-STATUS = '00'
               PERFORM READ-RETURN-LOG UNTIL WS-EOF = 'Y'
               CLOSE RETURN-LOG
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN EXTEND RETURN-LOG
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT RETURN-LOG
           END-IF.

       READ-RETURN-LOG.
           READ RETURN-LOG
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM APPLY-LOG-ROW
           END-READ.

       APPLY-LOG-ROW.
           MOVE RL-ACCT-NUMBER TO WS-RH-KEY
           PERFORM FIND-RETURN-HISTORY
           IF WS-RH-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF RL-EVENT = 'ADDR-CHG'
               MOVE 0 TO RH-OPEN-RETURNS(RH-IDX)
               EXIT PARAGRAPH
           END-IF
           IF RH-OPEN-RETURNS(RH-IDX) < 999
               ADD 1 TO RH-OPEN-RETURNS(RH-IDX)
           END-IF
           MOVE RL-ACCT-NUMBER TO WS-LG-KEY-ACCT
           MOVE RL-EVENT TO WS-LG-KEY-TYPE
           MOVE RL-EVENT-DATE TO WS-LG-KEY-DATE
           IF WS-LG-COUNT < 20000
               ADD 1 TO WS-LG-COUNT
               SET LG-IDX TO WS-LG-COUNT
               MOVE WS-LG-KEY TO LG-KEY(LG-IDX)
           END-IF.

      *    FINDS OR ADDS THE HISTORY ENTRY FOR WS-RH-KEY
       FIND-RETURN-HISTORY.
           MOVE 'N' TO WS-RH-FOUND
           IF WS-RH-COUNT > 0
               SET RH-IDX TO 1
               SEARCH RH-ENTRY
                   AT END
                       MOVE 'N' TO WS-RH-FOUND
                   WHEN RH-ACCT(RH-IDX) = WS-RH-KEY
                       MOVE 'Y' TO WS-RH-FOUND
               END-SEARCH
           END-IF
           IF WS-RH-FOUND = 'N'
               IF WS-RH-COUNT >= 10000
                   ADD 1 TO WS-HISTORY-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RH-COUNT
               SET RH-IDX TO WS-RH-COUNT
               MOVE WS-RH-KEY TO RH-ACCT(RH-IDX)
               MOVE 0 TO RH-OPEN-RETURNS(RH-IDX)
               MOVE 'Y' TO WS-RH-FOUND
           END-IF.

       PROCESS-RETURNED-MAIL.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           MOVE WS-RETURN-LIMIT TO H3-LIMIT
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM DETAIL-HEADER
           WRITE REPORT-LINE FROM HEADER-1

           OPEN INPUT RETURN-INTAKE
           IF WS-INTAKE-STATUS NOT = '00'
               DISPLAY "No returned_mail_intake.dat present - no "
                       "returned mail to log"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RETURN-INTAKE UNTIL WS-EOF = 'Y'
           CLOSE RETURN-INTAKE
           MOVE 'N' TO WS-EOF.

       READ-RETURN-INTAKE.
           READ RETURN-INTAKE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM PROCESS-SINGLE-RETURN
           END-READ.

       PROCESS-SINGLE-RETURN.
           ADD 1 TO WS-INTAKE-COUNT
           IF RI-ITEM-TYPE = SPACES
               MOVE 'OTHER' TO WS-ITEM-TYPE
           ELSE
               MOVE RI-ITEM-TYPE TO WS-ITEM-TYPE
           END-IF
           MOVE RI-ACCT-NUMBER TO DL-ACCOUNT
           MOVE WS-ITEM-TYPE TO DL-ITEM
           MOVE RI-RETURN-DATE TO DL-DATE
           MOVE RI-REASON TO DL-REASON
           MOVE 0 TO DL-RETURNS

           IF RI-ACCT-NUMBER = SPACES
               OR RI-RETURN-DATE IS NOT NUMERIC
               OR RI-RETURN-DATE > WS-TODAY-YYYYMMDD
               MOVE 'REJECTED - INVALID ROW' TO WS-DISPOSITION
               PERFORM REJECT-RETURN
               EXIT PARAGRAPH
           END-IF

           MOVE RI-ACCT-NUMBER TO CM-ACCT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'REJECTED - NOT ON MASTER' TO WS-DISPOSITION
                   PERFORM REJECT-RETURN
                   EXIT PARAGRAPH
           END-READ

           MOVE RI-ACCT-NUMBER TO WS-LG-KEY-ACCT
           MOVE WS-ITEM-TYPE TO WS-LG-KEY-TYPE
           MOVE RI-RETURN-DATE TO WS-LG-KEY-DATE
           PERFORM FIND-LOGGED-ITEM
           IF WS-LG-FOUND = 'Y'
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE 'ALREADY LOGGED - SKIPPED' TO DL-DISPOSITION
               WRITE REPORT-LINE FROM DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE RI-ACCT-NUMBER TO WS-RH-KEY
           PERFORM FIND-RETURN-HISTORY
           IF WS-RH-FOUND = 'N'
               MOVE 'REJECTED - HISTORY TABLE FULL' TO WS-DISPOSITION
               PERFORM REJECT-RETURN
               EXIT PARAGRAPH
           END-IF

           MOVE RI-ACCT-NUMBER TO RL-ACCT-NUMBER
           MOVE WS-ITEM-TYPE TO RL-EVENT
           MOVE RI-RETURN-DATE TO RL-EVENT-DATE
           MOVE RI-REASON TO RL-REASON
           MOVE WS-TODAY-YYYYMMDD TO RL-LOGGED-DATE
           WRITE RETURN-LOG-RECORD
           ADD 1 TO WS-LOGGED-COUNT
           IF WS-LG-COUNT < 20000
               ADD 1 TO WS-LG-COUNT
               SET LG-IDX TO WS-LG-COUNT
               MOVE WS-LG-KEY TO LG-KEY(LG-IDX)
           END-IF
           IF RH-OPEN-RETURNS(RH-IDX) < 999
               ADD 1 TO RH-OPEN-RETURNS(RH-IDX)
           END-IF
           MOVE RH-OPEN-RETURNS(RH-IDX) TO DL-RETURNS

           EVALUATE TRUE
               WHEN CM-UNDELIV-FLAG = 'Y'
                   MOVE 'LOGGED - ALREADY UNDELIVERABLE'
                       TO DL-DISPOSITION
               WHEN RH-OPEN-RETURNS(RH-IDX) >= WS-RETURN-LIMIT
                   PERFORM FLAG-ADDRESS-UNDELIVERABLE
               WHEN OTHER
                   MOVE 'LOGGED' TO DL-DISPOSITION
           END-EVALUATE
           WRITE REPORT-LINE FROM DETAIL-LINE.

       FIND-LOGGED-ITEM.
           MOVE 'N' TO WS-LG-FOUND
           IF WS-LG-COUNT > 0
               SET LG-IDX TO 1
               SEARCH LG-ENTRY
                   AT END
                       MOVE 'N' TO WS-LG-FOUND
                   WHEN LG-KEY(LG-IDX) = WS-LG-KEY
                       MOVE 'Y' TO WS-LG-FOUND
               END-SEARCH
           END-IF.

       REJECT-RETURN.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-DISPOSITION TO DL-DISPOSITION
           WRITE REPORT-LINE FROM DETAIL-LINE
           DISPLAY "Returned mail rejected: " RI-ACCT-NUMBER
                   " - " WS-DISPOSITION.

       FLAG-ADDRESS-UNDELIVERABLE.
           MOVE 'Y' TO CM-UNDELIV-FLAG
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'LOGGED - MASTER REWRITE FAILED'
                       TO DL-DISPOSITION
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE 'LOGGED - ADDRESS UNDELIVERABLE' TO DL-DISPOSITION
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|ADDR-UNDELIV|Account ' CM-ACCT-NUMBER
                  ' address marked undeliverable after '
                  RH-OPEN-RETURNS(RH-IDX) ' returned items'
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM
           DISPLAY "Address undeliverable: " CM-ACCT-NUMBER.

       GENERATE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1
           MOVE 'Returned Items Read:' TO CL-LABEL
           MOVE WS-INTAKE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Returned Items Logged:' TO CL-LABEL
           MOVE WS-LOGGED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Addresses Marked Undeliverable:' TO CL-LABEL
           MOVE WS-FLAGGED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Already Logged (Skipped):' TO CL-LABEL
           MOVE WS-DUPLICATE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Rejected:' TO CL-LABEL
           MOVE WS-REJECTED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           IF WS-HISTORY-OVERFLOW > 0
               MOVE 'Log Rows Over History Table Capacity:'
                   TO CL-LABEL
               MOVE WS-HISTORY-OVERFLOW TO CL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "Returned mail processing completed:"
           DISPLAY "  Items read: " WS-INTAKE-COUNT
           DISPLAY "  Items logged: " WS-LOGGED-COUNT
           DISPLAY "  Addresses flagged: " WS-FLAGGED-COUNT
           DISPLAY "  Rejected: " WS-REJECTED-COUNT
           DISPLAY " "
           DISPLAY "Report generated: returned_mail_report.txt".

      *    EVERY PIECE HELD OR REDIRECTED THIS MONTH, TOTALS BY
      *    SOURCE JOB, AND THE ACCOUNTS NOW FLAGGED UNDELIVERABLE.
       GENERATE-HELD-MAIL-REPORT.
           WRITE HELD-REPORT-LINE FROM HEADER-1
           WRITE HELD-REPORT-LINE FROM HELD-HEADER-2
           WRITE HELD-REPORT-LINE FROM HEADER-1
           WRITE HELD-REPORT-LINE FROM HEADER-3
           MOVE SPACES TO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE FROM HELD-DETAIL-HEADER
           WRITE HELD-REPORT-LINE FROM HEADER-1

           OPEN INPUT HELD-MAIL-FILE
           IF WS-HELD-STATUS = '00'
               PERFORM READ-HELD-MAIL UNTIL WS-EOF = 'Y'
               CLOSE HELD-MAIL-FILE
           END-IF
           MOVE 'N' TO WS-EOF

           MOVE SPACES TO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           MOVE 'HELD MAIL BY SOURCE' TO SH-TITLE
           WRITE HELD-REPORT-LINE FROM SECTION-HEADER
           WRITE HELD-REPORT-LINE FROM HELD-TOTAL-HEADER
           WRITE HELD-REPORT-LINE FROM HEADER-1
           PERFORM WRITE-HELD-TOTAL
               VARYING WS-HS-SCAN FROM 1 BY 1
               UNTIL WS-HS-SCAN > WS-HS-COUNT

           MOVE SPACES TO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           MOVE 'ACCOUNTS WITH AN UNDELIVERABLE ADDRESS' TO SH-TITLE
           WRITE HELD-REPORT-LINE FROM SECTION-HEADER
           WRITE HELD-REPORT-LINE FROM FLAGGED-HEADER
           WRITE HELD-REPORT-LINE FROM HEADER-1
           MOVE LOW-VALUES TO CM-ACCT-NUMBER
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM READ-FLAGGED-MASTER UNTIL WS-MASTER-EOF = 'Y'

           MOVE SPACES TO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE FROM HEADER-1
           MOVE 'Items Held Or Redirected This Month:' TO CL-LABEL
           MOVE WS-HELD-ROW-COUNT TO CL-COUNT
           WRITE HELD-REPORT-LINE FROM COUNT-LINE
           MOVE 'Accounts Flagged Undeliverable:' TO CL-LABEL
           MOVE WS-UNDELIV-COUNT TO CL-COUNT
           WRITE HELD-REPORT-LINE FROM COUNT-LINE
           MOVE SPACES TO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE FROM HEADER-1

           DISPLAY "Report generated: held_mail_report.txt"
           DISPLAY "========================================="
           DISPLAY "RETURNED MAIL PROCESSING JOB COMPLETED"
           DISPLAY "=========================================".

       READ-HELD-MAIL.
           READ HELD-MAIL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF HM-DATE(1:6) = WS-TODAY-YYYYMMDD(1:6)
                       PERFORM REPORT-HELD-ITEM
                   END-IF
           END-READ.

       REPORT-HELD-ITEM.
           ADD 1 TO WS-HELD-ROW-COUNT
           MOVE HM-ACCT-NUMBER TO HD-ACCOUNT
           MOVE HM-SOURCE TO HD-SOURCE
           MOVE HM-DATE TO HD-DATE
           IF HM-DISPOSITION = 'E'
               MOVE 'REDIRECTED TO E-DELIVERY' TO HD-DISPOSITION
           ELSE
               MOVE 'SUPPRESSED' TO HD-DISPOSITION
           END-IF
           WRITE HELD-REPORT-LINE FROM HELD-DETAIL-LINE

           MOVE 'N' TO WS-HS-FOUND
           IF WS-HS-COUNT > 0
               SET HS-IDX TO 1
               SEARCH HS-ENTRY
                   AT END
                       MOVE 'N' TO WS-HS-FOUND
                   WHEN HS-SOURCE(HS-IDX) = HM-SOURCE
                       MOVE 'Y' TO WS-HS-FOUND
               END-SEARCH
           END-IF
           IF WS-HS-FOUND = 'N'
               IF WS-HS-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HS-COUNT
               SET HS-IDX TO WS-HS-COUNT
               MOVE HM-SOURCE TO HS-SOURCE(HS-IDX)
               MOVE 0 TO HS-SUPPRESSED(HS-IDX)
               MOVE 0 TO HS-REDIRECTED(HS-IDX)
           END-IF
           IF HM-DISPOSITION = 'E'
               ADD 1 TO HS-REDIRECTED(HS-IDX)
           ELSE
               ADD 1 TO HS-SUPPRESSED(HS-IDX)
           END-IF.

       WRITE-HELD-TOTAL.
           SET HS-IDX TO WS-HS-SCAN
           MOVE HS-SOURCE(HS-IDX) TO HT-SOURCE
           MOVE HS-SUPPRESSED(HS-IDX) TO HT-SUPPRESSED
           MOVE HS-REDIRECTED(HS-IDX) TO HT-REDIRECTED
           WRITE HELD-REPORT-LINE FROM HELD-TOTAL-LINE.

       READ-FLAGGED-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   IF CM-UNDELIV-FLAG = 'Y' AND CM-STATUS NOT = 'C'
                       ADD 1 TO WS-UNDELIV-COUNT
                       MOVE CM-ACCT-NUMBER TO FD-ACCOUNT
                       MOVE CM-CUSTOMER-NAME TO FD-NAME
                       MOVE CM-CUSTOMER-ID TO FD-CUSTOMER
                       IF CM-EMAIL = SPACES
                           MOVE 'NONE' TO FD-EMAIL
                       ELSE
                           MOVE 'ON FILE' TO FD-EMAIL
                       END-IF
                       WRITE HELD-REPORT-LINE FROM FLAGGED-LINE
                   END-IF
           END-READ.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'RETURN-MAIL' TO JC-JOB-NAME
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
           MOVE 'RETURN-MAIL' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-INTAKE-COUNT TO JC-RECORDS-PROC
           MOVE WS-REJECTED-COUNT TO JC-RECORDS-ERROR
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
           CLOSE RETURN-LOG
           CLOSE RETURN-REPORT
           CLOSE HELD-MAIL-REPORT
           CLOSE AUDIT-LOG.
