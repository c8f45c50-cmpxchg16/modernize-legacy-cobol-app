       IDENTIFICATION DIVISION.
       PROGRAM-ID. SanctionsScreening.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTIONS-LIST ASSIGN TO 'sanctions_list.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANCTIONS-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'account_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCT-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT SCREENING-QUEUE ASSIGN TO
               'sanctions_screening_queue.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT SCREENING-QUEUE-NEW ASSIGN TO
               'sanctions_screening_queue.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-FILE ASSIGN TO 'sanctions_decisions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT SCREENING-REPORT ASSIGN TO
               'sanctions_screening_report.txt'
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
       FD  SANCTIONS-LIST.
       01  SANCTIONS-LIST-RECORD.
           05  SX-ENTRY-ID       PIC X(10).
           05  SX-NAME           PIC X(30).
           05  SX-ADDRESS        PIC X(30).
           05  SX-PROGRAM        PIC X(10).

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

      *    ONE ROW PER POSSIBLE HIT. STATUS P = PENDING ANALYST
      *    REVIEW, C = CLEARED, M = CONFIRMED MATCH, R = CLEARED AND
      *    RELEASED BY THE OWNING JOB, X = CONFIRMED AND REFUSED BY
      *    THE OWNING JOB. THE HELD DATA IS THE ORIGINAL WIRE LINE OR
      *    MAINTENANCE REQUEST SO IT CAN BE RELEASED UNCHANGED.
       FD  SCREENING-QUEUE.
       01  SCREENING-QUEUE-RECORD.
           05  SQ-SCREEN-ID      PIC X(20).
           05  SQ-SOURCE         PIC X(8).
           05  SQ-ACCT-NUMBER    PIC X(12).
           05  SQ-REFERENCE      PIC X(15).
           05  SQ-SCREENED-NAME  PIC X(30).
           05  SQ-LIST-ENTRY     PIC X(10).
           05  SQ-LIST-NAME      PIC X(30).
           05  SQ-SCORE          PIC 9(3).
           05  SQ-AMOUNT         PIC 9(8)V99.
           05  SQ-QUEUE-DATE     PIC X(8).
           05  SQ-STATUS         PIC X(1).
           05  SQ-ANALYST-ID     PIC X(12).
           05  SQ-DECISION-DATE  PIC X(8).
           05  SQ-HELD-DATA      PIC X(292).

       FD  SCREENING-QUEUE-NEW.
       01  SCREENING-QUEUE-RECORD-NEW PIC X(459).

       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  SD-SCREEN-ID      PIC X(20).
           05  SD-DECISION       PIC X(1).
           05  SD-ANALYST-ID     PIC X(12).

       FD  SCREENING-REPORT.
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
       01  WS-CM-EOF             PIC X VALUE 'N'.
       01  WS-QUEUE-STATUS       PIC XX.
       01  WS-QUEUE-EOF          PIC X VALUE 'N'.
       01  WS-DECISION-STATUS    PIC XX.
       01  WS-DECISION-EOF       PIC X VALUE 'N'.
       01  WS-CURRENT-DATE.
           05  WS-YEAR           PIC 9(4).
           05  WS-MONTH          PIC 99.
           05  WS-DAY            PIC 99.
       01  WS-FORMATTED-DATE     PIC X(10).
       01  WS-TODAY-YYYYMMDD     PIC X(8).
       01  WS-CURRENT-TIME       PIC X(8).
       01  WS-CURRENT-TIMESTAMP  PIC X(14).
       01  WS-RUN-ID             PIC X(24).
       01  WS-JOB-ID             PIC 9(9).
       01  WS-JOB-END-DATE       PIC X(8).
       01  WS-JOB-END-TIME       PIC X(6).
       01  WS-JOB-END-TIMESTAMP  PIC X(14).
       01  WS-AUDIT-SEQ-NUM      PIC 9(9) VALUE 1.
       01  WS-AUDIT-LOG-STATUS   PIC XX.
       01  WS-AUDIT-LOG-EOF      PIC X VALUE 'N'.
       01  WS-AUDIT-LAST-SEQ     PIC 9(9) VALUE 0.
       01  WS-TODAY-NUM          PIC 9(8).
       01  WS-TODAY-INT          PIC S9(9).
       01  WS-QUEUE-DATE-NUM     PIC 9(8).
       01  WS-QUEUE-AGE          PIC 9(5).

      *    SANCTIONS SCREENING: A NAME IS SPLIT INTO WORDS AND SCORED
      *    AGAINST EACH LIST ENTRY AS THE PERCENTAGE OF THE ENTRY'S
      *    WORDS FOUND IN THE NAME, IN ANY ORDER. SINGLE LETTERS
      *    (INITIALS) DO NOT COUNT. A NAME HIT WHOSE LISTED ADDRESS
      *    ALSO APPEARS IN THE PARTY'S ADDRESS GAINS THE ADDRESS
      *    BONUS. A SCORE AT OR ABOVE THE THRESHOLD IS A POSSIBLE HIT
      *    AND IS HELD FOR AN ANALYST.
       01  WS-SANCTIONS-STATUS   PIC XX.
       01  WS-SANCTIONS-EOF      PIC X VALUE 'N'.
       01  WS-MATCH-THRESHOLD    PIC 9(3) VALUE 75.
       01  WS-ADDRESS-BONUS      PIC 9(3) VALUE 10.
       01  WS-SCREEN-NAME        PIC X(30).
       01  WS-SCREEN-ADDRESS     PIC X(90).
       01  WS-SCREEN-TOKENS.
           05  WS-SCREEN-TOKEN   PIC X(15) OCCURS 6 TIMES.
       01  WS-SCREEN-TOKEN-COUNT PIC 9(2).
       01  WS-TOKEN-SCAN         PIC 9(2).
       01  WS-TOKEN-SCAN-2       PIC 9(2).
       01  WS-TOKEN-FOUND        PIC X.
       01  WS-TOKEN-MATCHES      PIC 9(2).
       01  WS-ENTRY-SCORE        PIC 9(3).
       01  WS-BEST-SCORE         PIC 9(3).
       01  WS-BEST-ENTRY         PIC X(10).
       01  WS-BEST-LIST-NAME     PIC X(30).
       01  WS-ADDRESS-HITS       PIC 9(3).
       01  WS-SANCTIONS-SCAN     PIC 9(4).
       01  WS-SN-COUNT           PIC 9(4) VALUE 0.
       01  SANCTIONS-TABLE.
           05  SANCTION-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-SN-COUNT
                   INDEXED BY SN-IDX.
               10  SN-T-ENTRY-ID     PIC X(10).
               10  SN-T-NAME         PIC X(30).
               10  SN-T-ADDRESS      PIC X(30).
               10  SN-T-ADDRESS-LEN  PIC 9(2).
               10  SN-T-TOKEN-COUNT  PIC 9(2).
               10  SN-T-TOKEN        PIC X(15) OCCURS 6 TIMES.

      *    HITS ALREADY ON THE QUEUE - PENDING, CLEARED OR CONFIRMED -
      *    ARE NOT RAISED AGAIN FOR THE SAME ACCOUNT AND LIST ENTRY,
      *    SO A CLEARED FALSE POSITIVE STAYS CLEARED UNTIL THE NAME
      *    OR THE LIST ENTRY CHANGES.
       01  WS-KNOWN-COUNT        PIC 9(5) VALUE 0.
       01  KNOWN-HIT-TABLE.
           05  KNOWN-HIT OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-KNOWN-COUNT
                   INDEXED BY KH-IDX.
               10  KH-ACCT-NUMBER    PIC X(12).
               10  KH-LIST-ENTRY     PIC X(10).
               10  KH-SCREENED-NAME  PIC X(30).
       01  WS-KNOWN-FOUND        PIC X.

       01  WS-DC-COUNT           PIC 9(4) VALUE 0.
       01  DECISION-TABLE.
           05  DECISION-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-DC-COUNT
                   INDEXED BY DC-IDX.
               10  DC-SCREEN-ID      PIC X(20).
               10  DC-DECISION       PIC X(1).
               10  DC-ANALYST-ID     PIC X(12).
               10  DC-USED           PIC X(1).
       01  WS-DECISION-FOUND     PIC X.
       01  WS-DC-SCAN            PIC 9(4).

       01  WS-HIT-SEQ            PIC 9(4) VALUE 0.
       01  WS-SCREENED-COUNT     PIC 9(7) VALUE 0.
       01  WS-SKIPPED-CLOSED     PIC 9(7) VALUE 0.
       01  WS-NEW-HIT-COUNT      PIC 9(5) VALUE 0.
       01  WS-REPEAT-HIT-COUNT   PIC 9(5) VALUE 0.
       01  WS-CLEARED-COUNT      PIC 9(5) VALUE 0.
       01  WS-CONFIRMED-COUNT    PIC 9(5) VALUE 0.
       01  WS-BAD-DECISION-COUNT PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT      PIC 9(5) VALUE 0.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(45) VALUE SPACES.
           05  FILLER            PIC X(42)
               VALUE 'SANCTIONS SCREENING - COMPLIANCE REPORT'.
           05  FILLER            PIC X(45) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(15) VALUE 'Report Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(9) VALUE 'Run ID: '.
           05  H3-RUN-ID         PIC X(24).
           05  FILLER            PIC X(17) VALUE '   List Entries: '.
           05  H3-LIST-COUNT     PIC ZZZ9.
           05  FILLER            PIC X(43) VALUE SPACES.

       01  SECTION-HEADER.
           05  SH-TITLE          PIC X(60).
           05  FILLER            PIC X(72) VALUE SPACES.

       01  DETAIL-HEADER.
           05  FILLER            PIC X(22) VALUE 'Screen ID'.
           05  FILLER            PIC X(9) VALUE 'Source'.
           05  FILLER            PIC X(16) VALUE 'Account/Ref'.
           05  FILLER            PIC X(31) VALUE 'Screened Name'.
           05  FILLER            PIC X(31) VALUE 'Listed Name'.
           05  FILLER            PIC X(7) VALUE 'Score'.
           05  FILLER            PIC X(16) VALUE 'Status'.

       01  DETAIL-LINE.
           05  DL-SCREEN-ID      PIC X(22).
           05  DL-SOURCE         PIC X(9).
           05  DL-ACCOUNT        PIC X(16).
           05  DL-SCREENED-NAME  PIC X(31).
           05  DL-LIST-NAME      PIC X(31).
           05  DL-SCORE          PIC ZZ9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  DL-STATUS         PIC X(16).

       01  COUNT-LINE.
           05  CL-LABEL          PIC X(45).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-SANCTIONS-LIST
           IF WS-SN-COUNT = 0
               PERFORM WRITE-LIST-FAILURE
               PERFORM CLEANUP
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-DECISION-TABLE
           PERFORM APPLY-ANALYST-DECISIONS
           PERFORM SCREEN-CUSTOMER-MASTER
           PERFORM REPORT-UNUSED-DECISIONS
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
               DELIMITED BY SIZE INTO WS-CURRENT-TIMESTAMP
           STRING 'SAN-' WS-TODAY-YYYYMMDD '-' WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           ACCEPT WS-JOB-ID FROM TIME

           PERFORM DETERMINE-AUDIT-SEQ-START
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN OUTPUT SCREENING-REPORT

           DISPLAY "========================================="
           DISPLAY "SANCTIONS SCREENING JOB STARTED"
           DISPLAY "Run ID: " WS-RUN-ID
           DISPLAY "=========================================".

       DETERMINE-AUDIT-SEQ-START.
           MOVE 1 TO WS-AUDIT-SEQ-NUM
           MOVE 0 TO WS-AUDIT-LAST-SEQ
           MOVE 'N' TO WS-AUDIT-LOG-EOF
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS = '00'
               PERFORM UNTIL WS-AUDIT-LOG-EOF = 'Y'
                   READ AUDIT-LOG
                       AT END
                           MOVE 'Y' TO WS-AUDIT-LOG-EOF
                       NOT AT END
                           MOVE AUDIT-LINE(1:9) TO WS-AUDIT-LAST-SEQ
                   END-READ
               END-PERFORM
               COMPUTE WS-AUDIT-SEQ-NUM = WS-AUDIT-LAST-SEQ + 1
               CLOSE AUDIT-LOG
           END-IF.

       WRITE-REPORT-HEADING.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           MOVE WS-RUN-ID TO H3-RUN-ID
           MOVE WS-SN-COUNT TO H3-LIST-COUNT
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ANALYST DECISIONS AND ITEMS AWAITING REVIEW'
               TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM DETAIL-HEADER.

      *    THE LIST IS NORMALISED ON LOAD - UPPER CASE, PUNCTUATION
      *    TO SPACES - AND EACH ENTRY'S NAME IS PRE-SPLIT INTO WORDS.
       LOAD-SANCTIONS-LIST.
           OPEN INPUT SANCTIONS-LIST
           IF WS-SANCTIONS-STATUS NOT = '00'
               DISPLAY "ERROR: sanctions_list.dat not found - "
                       "screening cannot run"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SANCTIONS-EOF
           PERFORM READ-SANCTIONS-ENTRY UNTIL WS-SANCTIONS-EOF = 'Y'
           CLOSE SANCTIONS-LIST
           DISPLAY "Sanctions list entries loaded: " WS-SN-COUNT.

       READ-SANCTIONS-ENTRY.
           READ SANCTIONS-LIST
               AT END
                   MOVE 'Y' TO WS-SANCTIONS-EOF
               NOT AT END
                   IF SX-NAME NOT = SPACES
                       AND WS-SN-COUNT < 2000
                       PERFORM STORE-SANCTIONS-ENTRY
                   END-IF
           END-READ.

       STORE-SANCTIONS-ENTRY.
           ADD 1 TO WS-SN-COUNT
           SET SN-IDX TO WS-SN-COUNT
           MOVE SX-ENTRY-ID TO SN-T-ENTRY-ID(SN-IDX)
           MOVE SX-NAME TO SN-T-NAME(SN-IDX)
           MOVE SX-NAME TO WS-SCREEN-NAME
           PERFORM TOKENIZE-SCREEN-NAME
           MOVE WS-SCREEN-TOKEN-COUNT TO SN-T-TOKEN-COUNT(SN-IDX)
           PERFORM VARYING WS-TOKEN-SCAN FROM 1 BY 1
               UNTIL WS-TOKEN-SCAN > 6
               MOVE WS-SCREEN-TOKEN(WS-TOKEN-SCAN) TO
                   SN-T-TOKEN(SN-IDX, WS-TOKEN-SCAN)
           END-PERFORM
           MOVE SX-ADDRESS TO SN-T-ADDRESS(SN-IDX)
           INSPECT SN-T-ADDRESS(SN-IDX) CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF SX-ADDRESS = SPACES
               MOVE 0 TO SN-T-ADDRESS-LEN(SN-IDX)
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   SN-T-ADDRESS(SN-IDX) TRAILING))
                   TO SN-T-ADDRESS-LEN(SN-IDX)
           END-IF.

       TOKENIZE-SCREEN-NAME.
           INSPECT WS-SCREEN-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz.,-''/'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ     '
           MOVE SPACES TO WS-SCREEN-TOKENS
           UNSTRING FUNCTION TRIM(WS-SCREEN-NAME)
               DELIMITED BY ALL SPACE
               INTO WS-SCREEN-TOKEN(1) WS-SCREEN-TOKEN(2)
                    WS-SCREEN-TOKEN(3) WS-SCREEN-TOKEN(4)
                    WS-SCREEN-TOKEN(5) WS-SCREEN-TOKEN(6)
           END-UNSTRING
           MOVE 0 TO WS-SCREEN-TOKEN-COUNT
           PERFORM VARYING WS-TOKEN-SCAN FROM 1 BY 1
               UNTIL WS-TOKEN-SCAN > 6
               IF WS-SCREEN-TOKEN(WS-TOKEN-SCAN)(2:1) NOT = SPACE
                   ADD 1 TO WS-SCREEN-TOKEN-COUNT
               END-IF
           END-PERFORM.

      *    SCORES WS-SCREEN-NAME (AND WS-SCREEN-ADDRESS WHEN GIVEN)
      *    AGAINST THE WHOLE LIST, KEEPING THE BEST-SCORING ENTRY.
       SCREEN-PARTY-NAME.
           MOVE 0 TO WS-BEST-SCORE
           MOVE SPACES TO WS-BEST-ENTRY
           MOVE SPACES TO WS-BEST-LIST-NAME
           IF WS-SN-COUNT = 0 OR WS-SCREEN-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM TOKENIZE-SCREEN-NAME
           INSPECT WS-SCREEN-ADDRESS CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM SCORE-SANCTIONS-ENTRY
               VARYING WS-SANCTIONS-SCAN FROM 1 BY 1
               UNTIL WS-SANCTIONS-SCAN > WS-SN-COUNT.

       SCORE-SANCTIONS-ENTRY.
           SET SN-IDX TO WS-SANCTIONS-SCAN
           IF SN-T-TOKEN-COUNT(SN-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TOKEN-MATCHES
           PERFORM MATCH-SANCTIONS-TOKEN
               VARYING WS-TOKEN-SCAN FROM 1 BY 1
               UNTIL WS-TOKEN-SCAN > 6
           IF WS-TOKEN-MATCHES = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ENTRY-SCORE =
               WS-TOKEN-MATCHES * 100 / SN-T-TOKEN-COUNT(SN-IDX)
           IF WS-SCREEN-ADDRESS NOT = SPACES
               AND SN-T-ADDRESS-LEN(SN-IDX) > 0
               MOVE 0 TO WS-ADDRESS-HITS
               INSPECT WS-SCREEN-ADDRESS TALLYING WS-ADDRESS-HITS
                   FOR ALL SN-T-ADDRESS(SN-IDX)
                       (1:SN-T-ADDRESS-LEN(SN-IDX))
               IF WS-ADDRESS-HITS > 0
                   ADD WS-ADDRESS-BONUS TO WS-ENTRY-SCORE
                   IF WS-ENTRY-SCORE > 100
                       MOVE 100 TO WS-ENTRY-SCORE
                   END-IF
               END-IF
           END-IF
           IF WS-ENTRY-SCORE > WS-BEST-SCORE
               MOVE WS-ENTRY-SCORE TO WS-BEST-SCORE
               MOVE SN-T-ENTRY-ID(SN-IDX) TO WS-BEST-ENTRY
               MOVE SN-T-NAME(SN-IDX) TO WS-BEST-LIST-NAME
           END-IF.

       MATCH-SANCTIONS-TOKEN.
           IF SN-T-TOKEN(SN-IDX, WS-TOKEN-SCAN)(2:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TOKEN-FOUND
           PERFORM VARYING WS-TOKEN-SCAN-2 FROM 1 BY 1
               UNTIL WS-TOKEN-SCAN-2 > 6 OR WS-TOKEN-FOUND = 'Y'
               IF WS-SCREEN-TOKEN(WS-TOKEN-SCAN-2) =
                   SN-T-TOKEN(SN-IDX, WS-TOKEN-SCAN)
                   MOVE 'Y' TO WS-TOKEN-FOUND
               END-IF
           END-PERFORM
           IF WS-TOKEN-FOUND = 'Y'
               ADD 1 TO WS-TOKEN-MATCHES
           END-IF.

       LOAD-DECISION-TABLE.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS = '00'
               MOVE 'N' TO WS-DECISION-EOF
               PERFORM READ-DECISION-ENTRY
                   UNTIL WS-DECISION-EOF = 'Y'
               CLOSE DECISION-FILE
           END-IF.

       READ-DECISION-ENTRY.
           READ DECISION-FILE
               AT END
                   MOVE 'Y' TO WS-DECISION-EOF
               NOT AT END
                   IF SD-SCREEN-ID NOT = SPACES
                       AND WS-DC-COUNT < 2000
                       ADD 1 TO WS-DC-COUNT
                       SET DC-IDX TO WS-DC-COUNT
                       MOVE SD-SCREEN-ID TO DC-SCREEN-ID(DC-IDX)
                       MOVE SD-DECISION TO DC-DECISION(DC-IDX)
                       MOVE SD-ANALYST-ID TO DC-ANALYST-ID(DC-IDX)
                       MOVE 'N' TO DC-USED(DC-IDX)
                   END-IF
           END-READ.

      *    ANALYST DECISIONS ARE APPLIED TO PENDING ROWS ONLY. EVERY
      *    DECISION IS WRITTEN TO THE AUDIT TRAIL WITH THE ANALYST
      *    WHO MADE IT - THAT IS THE SCREENING EVIDENCE TRAIL. THE
      *    QUEUE IS REBUILT SO EACH ROW CARRIES ITS FINAL STATE.
       APPLY-ANALYST-DECISIONS.
           OPEN INPUT SCREENING-QUEUE
           IF WS-QUEUE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SCREENING-QUEUE-NEW
           MOVE 'N' TO WS-QUEUE-EOF
           PERFORM DISPOSE-QUEUE-ENTRY UNTIL WS-QUEUE-EOF = 'Y'
           CLOSE SCREENING-QUEUE
           CLOSE SCREENING-QUEUE-NEW
           CALL 'CBL_DELETE_FILE' USING
               'sanctions_screening_queue.dat'
           CALL 'CBL_RENAME_FILE' USING
               'sanctions_screening_queue.dat.new'
               'sanctions_screening_queue.dat'.

       DISPOSE-QUEUE-ENTRY.
           READ SCREENING-QUEUE
               AT END
                   MOVE 'Y' TO WS-QUEUE-EOF
               NOT AT END
                   PERFORM APPLY-SINGLE-DECISION
                   WRITE SCREENING-QUEUE-RECORD-NEW
                       FROM SCREENING-QUEUE-RECORD
                   PERFORM REMEMBER-KNOWN-HIT
           END-READ.

       APPLY-SINGLE-DECISION.
           IF SQ-STATUS NOT = 'P'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DECISION
           IF WS-DECISION-FOUND = 'N'
               ADD 1 TO WS-PENDING-COUNT
               PERFORM REPORT-PENDING-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO DC-USED(DC-IDX)
           IF DC-ANALYST-ID(DC-IDX) = SPACES
               OR (DC-DECISION(DC-IDX) NOT = 'C'
                   AND DC-DECISION(DC-IDX) NOT = 'M')
               ADD 1 TO WS-BAD-DECISION-COUNT
               ADD 1 TO WS-PENDING-COUNT
               DISPLAY "Decision ignored for " SQ-SCREEN-ID
                       " - analyst id and a C or M decision "
                       "are required"
               EXIT PARAGRAPH
           END-IF
           MOVE DC-DECISION(DC-IDX) TO SQ-STATUS
           MOVE DC-ANALYST-ID(DC-IDX) TO SQ-ANALYST-ID
           MOVE WS-TODAY-YYYYMMDD TO SQ-DECISION-DATE
           IF SQ-STATUS = 'C'
               ADD 1 TO WS-CLEARED-COUNT
               MOVE 'CLEARED' TO DL-STATUS
               MOVE SPACES TO AUDIT-LINE
               STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                      WS-RUN-ID '|SANCTIONS-CLEARED|Screen '
                      SQ-SCREEN-ID ' ' SQ-SOURCE ' '
                      SQ-ACCT-NUMBER ' ' SQ-REFERENCE
                      ' cleared by ' SQ-ANALYST-ID
                   DELIMITED BY SIZE INTO AUDIT-LINE
           ELSE
               ADD 1 TO WS-CONFIRMED-COUNT
               MOVE 'CONFIRMED MATCH' TO DL-STATUS
               MOVE SPACES TO AUDIT-LINE
               STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                      WS-RUN-ID '|SANCTIONS-CONFIRMED|Screen '
                      SQ-SCREEN-ID ' ' SQ-SOURCE ' '
                      SQ-ACCT-NUMBER ' ' SQ-REFERENCE
                      ' list entry ' SQ-LIST-ENTRY
                      ' confirmed by ' SQ-ANALYST-ID
                   DELIMITED BY SIZE INTO AUDIT-LINE
           END-IF
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM
           PERFORM WRITE-QUEUE-DETAIL-LINE.

       REPORT-PENDING-ITEM.
           MOVE 0 TO WS-QUEUE-AGE
           IF SQ-QUEUE-DATE IS NUMERIC
               MOVE SQ-QUEUE-DATE TO WS-QUEUE-DATE-NUM
               COMPUTE WS-QUEUE-AGE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(WS-QUEUE-DATE-NUM)
           END-IF
           MOVE SPACES TO DL-STATUS
           STRING 'PENDING ' WS-QUEUE-AGE ' DAYS'
               DELIMITED BY SIZE INTO DL-STATUS
           PERFORM WRITE-QUEUE-DETAIL-LINE.

       FIND-DECISION.
           MOVE 'N' TO WS-DECISION-FOUND
           IF WS-DC-COUNT > 0
               SET DC-IDX TO 1
               SEARCH DECISION-ENTRY
                   AT END
                       MOVE 'N' TO WS-DECISION-FOUND
                   WHEN DC-SCREEN-ID(DC-IDX) = SQ-SCREEN-ID
                       MOVE 'Y' TO WS-DECISION-FOUND
               END-SEARCH
           END-IF.

       REMEMBER-KNOWN-HIT.
           IF SQ-ACCT-NUMBER NOT = SPACES
               AND WS-KNOWN-COUNT < 10000
               ADD 1 TO WS-KNOWN-COUNT
               SET KH-IDX TO WS-KNOWN-COUNT
               MOVE SQ-ACCT-NUMBER TO KH-ACCT-NUMBER(KH-IDX)
               MOVE SQ-LIST-ENTRY TO KH-LIST-ENTRY(KH-IDX)
               MOVE SQ-SCREENED-NAME TO KH-SCREENED-NAME(KH-IDX)
           END-IF.

       WRITE-QUEUE-DETAIL-LINE.
           MOVE SQ-SCREEN-ID TO DL-SCREEN-ID
           MOVE SQ-SOURCE TO DL-SOURCE
           IF SQ-ACCT-NUMBER NOT = SPACES
               MOVE SQ-ACCT-NUMBER TO DL-ACCOUNT
           ELSE
               MOVE SQ-REFERENCE TO DL-ACCOUNT
           END-IF
           MOVE SQ-SCREENED-NAME TO DL-SCREENED-NAME
           MOVE SQ-LIST-NAME TO DL-LIST-NAME
           MOVE SQ-SCORE TO DL-SCORE
           WRITE REPORT-LINE FROM DETAIL-LINE.

      *    EVERY OPEN OR FROZEN ACCOUNT ON THE MASTER IS RESCREENED
      *    EACH RUN SO A LIST UPDATE CATCHES EXISTING CUSTOMERS.
       SCREEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_master.dat - "
                       "status " WS-CM-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SCREENING-QUEUE
           IF WS-QUEUE-STATUS NOT = '00'
               OPEN OUTPUT SCREENING-QUEUE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NEW POSSIBLE HITS - CUSTOMER MASTER' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM DETAIL-HEADER
           MOVE LOW-VALUES TO CM-ACCT-NUMBER
           START CUSTOMER-MASTER-FILE KEY >= CM-ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-CM-EOF
           END-START
           PERFORM SCREEN-MASTER-ENTRY UNTIL WS-CM-EOF = 'Y'
           CLOSE SCREENING-QUEUE
           CLOSE CUSTOMER-MASTER-FILE.

       SCREEN-MASTER-ENTRY.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-CM-EOF
               NOT AT END
                   IF CM-STATUS = 'C'
                       ADD 1 TO WS-SKIPPED-CLOSED
                   ELSE
                       PERFORM SCREEN-CUSTOMER
                   END-IF
           END-READ.

       SCREEN-CUSTOMER.
           ADD 1 TO WS-SCREENED-COUNT
           MOVE CM-CUSTOMER-NAME TO WS-SCREEN-NAME
           MOVE SPACES TO WS-SCREEN-ADDRESS
           STRING CM-ADDRESS-1 CM-ADDRESS-2 CM-CITY-STATE-ZIP
               DELIMITED BY SIZE INTO WS-SCREEN-ADDRESS
           PERFORM SCREEN-PARTY-NAME
           IF WS-BEST-SCORE < WS-MATCH-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-KNOWN-HIT
           IF WS-KNOWN-FOUND = 'Y'
               ADD 1 TO WS-REPEAT-HIT-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HIT-SEQ
           ADD 1 TO WS-NEW-HIT-COUNT
           ADD 1 TO WS-PENDING-COUNT
           MOVE SPACES TO SCREENING-QUEUE-RECORD
           STRING 'CU' WS-TODAY-YYYYMMDD WS-CURRENT-TIME(1:6)
                  WS-HIT-SEQ
               DELIMITED BY SIZE INTO SQ-SCREEN-ID
           MOVE 'CUSTOMER' TO SQ-SOURCE
           MOVE CM-ACCT-NUMBER TO SQ-ACCT-NUMBER
           MOVE CM-CUSTOMER-ID TO SQ-REFERENCE
           MOVE CM-CUSTOMER-NAME TO SQ-SCREENED-NAME
           MOVE WS-BEST-ENTRY TO SQ-LIST-ENTRY
           MOVE WS-BEST-LIST-NAME TO SQ-LIST-NAME
           MOVE WS-BEST-SCORE TO SQ-SCORE
           MOVE 0 TO SQ-AMOUNT
           MOVE WS-TODAY-YYYYMMDD TO SQ-QUEUE-DATE
           MOVE 'P' TO SQ-STATUS
           MOVE CUSTOMER-MASTER-RECORD TO SQ-HELD-DATA
           WRITE SCREENING-QUEUE-RECORD

           MOVE 'PENDING REVIEW' TO DL-STATUS
           PERFORM WRITE-QUEUE-DETAIL-LINE
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|SANCTIONS-HIT|Screen ' SQ-SCREEN-ID
                  ' Account ' CM-ACCT-NUMBER ' list entry '
                  WS-BEST-ENTRY ' score ' WS-BEST-SCORE
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM
           DISPLAY "POSSIBLE HIT: Account " CM-ACCT-NUMBER " "
                   CM-CUSTOMER-NAME " score " WS-BEST-SCORE.

       FIND-KNOWN-HIT.
           MOVE 'N' TO WS-KNOWN-FOUND
           IF WS-KNOWN-COUNT > 0
               SET KH-IDX TO 1
               SEARCH KNOWN-HIT
                   AT END
                       MOVE 'N' TO WS-KNOWN-FOUND
                   WHEN KH-ACCT-NUMBER(KH-IDX) = CM-ACCT-NUMBER
                       AND KH-LIST-ENTRY(KH-IDX) = WS-BEST-ENTRY
                       AND KH-SCREENED-NAME(KH-IDX) =
                           CM-CUSTOMER-NAME
                       MOVE 'Y' TO WS-KNOWN-FOUND
               END-SEARCH
           END-IF.

       REPORT-UNUSED-DECISIONS.
           PERFORM CHECK-UNUSED-DECISION
               VARYING WS-DC-SCAN FROM 1 BY 1
               UNTIL WS-DC-SCAN > WS-DC-COUNT.

       CHECK-UNUSED-DECISION.
           SET DC-IDX TO WS-DC-SCAN
           IF DC-USED(DC-IDX) = 'N'
               ADD 1 TO WS-BAD-DECISION-COUNT
               DISPLAY "Decision for " DC-SCREEN-ID(DC-IDX)
                       " matches no pending screening row"
           END-IF.

       GENERATE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           MOVE 'Accounts Screened:' TO CL-LABEL
           MOVE WS-SCREENED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Closed Accounts Not Screened:' TO CL-LABEL
           MOVE WS-SKIPPED-CLOSED TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'New Possible Hits Queued:' TO CL-LABEL
           MOVE WS-NEW-HIT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Hits Already On Queue (Not Re-Raised):' TO CL-LABEL
           MOVE WS-REPEAT-HIT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Cleared By Analyst This Run:' TO CL-LABEL
           MOVE WS-CLEARED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Confirmed Matches This Run:' TO CL-LABEL
           MOVE WS-CONFIRMED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Decisions Rejected Or Unmatched:' TO CL-LABEL
           MOVE WS-BAD-DECISION-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Items Awaiting Analyst Review:' TO CL-LABEL
           MOVE WS-PENDING-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "Sanctions screening completed:"
           DISPLAY "  Accounts screened: " WS-SCREENED-COUNT
           DISPLAY "  New possible hits: " WS-NEW-HIT-COUNT
           DISPLAY "  Cleared: " WS-CLEARED-COUNT
           DISPLAY "  Confirmed: " WS-CONFIRMED-COUNT
           DISPLAY "  Awaiting review: " WS-PENDING-COUNT
           DISPLAY " "
           DISPLAY "Queue: sanctions_screening_queue.dat"
           DISPLAY "Report generated: sanctions_screening_report.txt"
           DISPLAY "========================================="
           DISPLAY "SANCTIONS SCREENING JOB COMPLETED"
           DISPLAY "=========================================".

       WRITE-LIST-FAILURE.
           ACCEPT WS-JOB-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JOB-END-TIME FROM TIME
           STRING WS-JOB-END-DATE WS-JOB-END-TIME
               DELIMITED BY SIZE INTO WS-JOB-END-TIMESTAMP
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'SANCTIONS' TO JC-JOB-NAME
           MOVE WS-CURRENT-TIMESTAMP TO JC-START-TIME
           MOVE 'FAILED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE 0 TO JC-RECORDS-PROC
           MOVE 1 TO JC-RECORDS-ERROR
           WRITE JOB-CONTROL-RECORD
           CLOSE JOB-CONTROL
           MOVE 'NO SANCTIONS LIST LOADED - SCREENING NOT PERFORMED'
               TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "SANCTIONS SCREENING FAILED - no list entries".

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'SANCTIONS' TO JC-JOB-NAME
           MOVE WS-CURRENT-TIMESTAMP TO JC-START-TIME
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
           MOVE 'SANCTIONS' TO JC-JOB-NAME
           MOVE WS-CURRENT-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-SCREENED-COUNT TO JC-RECORDS-PROC
           MOVE WS-NEW-HIT-COUNT TO JC-RECORDS-ERROR
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
           CLOSE AUDIT-LOG
           CLOSE SCREENING-REPORT.
