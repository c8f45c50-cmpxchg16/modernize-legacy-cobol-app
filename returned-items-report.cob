       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnedItemsReport.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-ITEMS ASSIGN TO 'returned_items.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO 'branch_master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RETURNS-REPORT ASSIGN TO
               'returned_items_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-ITEMS.
       01  RETURNED-ITEM-RECORD.
           05  RI-TXN-ID         PIC X(10).
           05  RI-ACCT-NUMBER    PIC X(12).
           05  RI-TXN-TYPE       PIC X(8).
           05  RI-AMOUNT         PIC 9(6)V99.
           05  RI-BRANCH-ID      PIC X(6).
           05  RI-CYCLE          PIC 9(2).
           05  RI-REASON-CODE    PIC X(3).
           05  RI-RETURN-DATE    PIC X(8).
           05  RI-FEE-AMOUNT     PIC 9(5)V99.
           05  RI-REPEAT-COUNT   PIC 9(3).

       FD  BRANCH-MASTER.
       01  BRANCH-MASTER-RECORD.
           05  BR-BRANCH-ID      PIC X(6).
           05  BR-BRANCH-NAME    PIC X(30).
           05  BR-REGION         PIC X(10).
           05  BR-ACTIVE         PIC X(1).

       FD  RETURNS-REPORT.
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
       01  WS-RETURNS-STATUS     PIC XX.
       01  WS-MASTER-STATUS      PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-MASTER-EOF         PIC X VALUE 'N'.
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

      *    AN ACCOUNT WHOSE RETURN TODAY IS ITS THIRD OR LATER INSIDE
      *    THE POSTING RUN'S NINETY-DAY LOOK-BACK IS LISTED AS A
      *    CHRONIC RETURNER. THE POSTING RUN COUNTS THE REPEATS WHEN
      *    THE ITEM IS RETURNED; THIS REPORT ONLY READS THEM BACK.
       01  WS-CHRONIC-LIMIT      PIC 9(3) VALUE 3.
       01  WS-ROWS-READ          PIC 9(7) VALUE 0.
       01  WS-ROWS-TODAY         PIC 9(7) VALUE 0.
       01  WS-CHRONIC-ROWS       PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-COUNT      PIC 9(5) VALUE 0.
       01  WS-BRANCH-FOUND       PIC X.
       01  WS-BM-FOUND           PIC X.
       01  WS-BRANCH-SCAN        PIC 9(3).
       01  WS-CHRONIC-SCAN       PIC 9(4).
       01  WS-GRAND-AMOUNT       PIC 9(12)V99 VALUE 0.
       01  WS-GRAND-FEES         PIC 9(12)V99 VALUE 0.

       01  WS-BRANCH-COUNT       PIC 9(3) VALUE 0.
       01  BRANCH-RETURN-TABLE.
           05  BRANCH-RETURN-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-BRANCH-COUNT
                   INDEXED BY BT-IDX.
               10  BT-BRANCH     PIC X(6).
               10  BT-ITEMS      PIC 9(7).
               10  BT-AMOUNT     PIC 9(12)V99.
               10  BT-FEES       PIC 9(12)V99.
               10  BT-CHRONIC    PIC 9(5).

       01  WS-CHRONIC-COUNT      PIC 9(4) VALUE 0.
       01  CHRONIC-TABLE.
           05  CHRONIC-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-CHRONIC-COUNT
                   INDEXED BY CR-IDX.
               10  CR-ACCT       PIC X(12).
               10  CR-TXN-ID     PIC X(10).
               10  CR-BRANCH     PIC X(6).
               10  CR-AMOUNT     PIC 9(6)V99.
               10  CR-REPEATS    PIC 9(3).

       01  WS-BM-COUNT           PIC 9(3) VALUE 0.
       01  BRANCH-NAME-TABLE.
           05  BM-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-BM-COUNT
                   INDEXED BY BM-IDX.
               10  BM-T-BRANCH   PIC X(6).
               10  BM-T-NAME     PIC X(30).

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(52)
               VALUE 'DAILY RETURNED ITEMS (NSF) REPORT'.
           05  FILLER            PIC X(40) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(14) VALUE 'Return Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(108) VALUE SPACES.

       01  SECTION-HEADER.
           05  SH-TITLE          PIC X(60).
           05  FILLER            PIC X(72) VALUE SPACES.

       01  DETAIL-HEADER.
           05  FILLER            PIC X(8) VALUE 'Branch'.
           05  FILLER            PIC X(30) VALUE 'Name'.
           05  FILLER            PIC X(9) VALUE '   Items'.
           05  FILLER            PIC X(18) VALUE '   Item Amount'.
           05  FILLER            PIC X(18) VALUE '     NSF Fees'.
           05  FILLER            PIC X(10) VALUE 'Chronic'.
           05  FILLER            PIC X(39) VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-BRANCH         PIC X(8).
           05  DL-NAME           PIC X(30).
           05  DL-ITEMS          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  DL-FEES           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  DL-CHRONIC        PIC ZZ,ZZ9.
           05  FILLER            PIC X(43) VALUE SPACES.

       01  CHRONIC-HEADER.
           05  FILLER            PIC X(14) VALUE 'Account'.
           05  FILLER            PIC X(12) VALUE 'Txn ID'.
           05  FILLER            PIC X(8) VALUE 'Branch'.
           05  FILLER            PIC X(16) VALUE '     Amount'.
           05  FILLER            PIC X(24) VALUE 'Returns In 90 Days'.
           05  FILLER            PIC X(58) VALUE SPACES.

       01  CHRONIC-LINE.
           05  CRL-ACCT          PIC X(14).
           05  CRL-TXN-ID        PIC X(12).
           05  CRL-BRANCH        PIC X(8).
           05  CRL-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(12) VALUE SPACES.
           05  CRL-REPEATS       PIC ZZ9.
           05  FILLER            PIC X(73) VALUE SPACES.

       01  SUMMARY-LINE.
           05  SL-LABEL          PIC X(40).
           05  SL-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(73) VALUE SPACES.

       01  COUNT-LINE.
           05  CL-LABEL          PIC X(40).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-BRANCH-MASTER
           PERFORM ACCUMULATE-RETURNS
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

           OPEN OUTPUT RETURNS-REPORT

           DISPLAY "========================================="
           DISPLAY "RETURNED ITEMS REPORT JOB STARTED"
           DISPLAY "========================================="
           DISPLAY "Return Date: " WS-FORMATTED-DATE
           DISPLAY " ".

       LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "WARNING: branch_master.dat not found - "
                       "branches reported without names"
           ELSE
               PERFORM READ-BRANCH-MASTER-ROW
                   UNTIL WS-MASTER-EOF = 'Y'
               CLOSE BRANCH-MASTER
           END-IF.

       READ-BRANCH-MASTER-ROW.
           READ BRANCH-MASTER
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   IF WS-BM-COUNT < 100
                       ADD 1 TO WS-BM-COUNT
                       SET BM-IDX TO WS-BM-COUNT
                       MOVE BR-BRANCH-ID TO BM-T-BRANCH(BM-IDX)
                       MOVE BR-BRANCH-NAME TO BM-T-NAME(BM-IDX)
                   END-IF
           END-READ.

       ACCUMULATE-RETURNS.
           OPEN INPUT RETURNED-ITEMS
           IF WS-RETURNS-STATUS NOT = '00'
               DISPLAY "No returned_items.dat present - nothing "
                       "to report"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RETURN-ROW UNTIL WS-EOF = 'Y'
           CLOSE RETURNED-ITEMS.

       READ-RETURN-ROW.
           READ RETURNED-ITEMS
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   IF RI-RETURN-DATE = WS-TODAY-YYYYMMDD
                       ADD 1 TO WS-ROWS-TODAY
                       PERFORM TALLY-BRANCH-RETURN
                       IF RI-REPEAT-COUNT IS NUMERIC
                           AND RI-REPEAT-COUNT >= WS-CHRONIC-LIMIT
                           PERFORM RECORD-CHRONIC-RETURNER
                       END-IF
                   END-IF
           END-READ.

       TALLY-BRANCH-RETURN.
           MOVE 'N' TO WS-BRANCH-FOUND
           IF WS-BRANCH-COUNT > 0
               SET BT-IDX TO 1
               SEARCH BRANCH-RETURN-ENTRY
                   AT END
                       MOVE 'N' TO WS-BRANCH-FOUND
                   WHEN BT-BRANCH(BT-IDX) = RI-BRANCH-ID
                       MOVE 'Y' TO WS-BRANCH-FOUND
               END-SEARCH
           END-IF
           IF WS-BRANCH-FOUND = 'N' AND WS-BRANCH-COUNT < 100
               ADD 1 TO WS-BRANCH-COUNT
               SET BT-IDX TO WS-BRANCH-COUNT
               MOVE RI-BRANCH-ID TO BT-BRANCH(BT-IDX)
               MOVE 0 TO BT-ITEMS(BT-IDX)
               MOVE 0 TO BT-AMOUNT(BT-IDX)
               MOVE 0 TO BT-FEES(BT-IDX)
               MOVE 0 TO BT-CHRONIC(BT-IDX)
               MOVE 'Y' TO WS-BRANCH-FOUND
           END-IF
           IF WS-BRANCH-FOUND = 'Y'
               ADD 1 TO BT-ITEMS(BT-IDX)
               ADD RI-AMOUNT TO BT-AMOUNT(BT-IDX)
               ADD RI-FEE-AMOUNT TO BT-FEES(BT-IDX)
               IF RI-REPEAT-COUNT IS NUMERIC
                   AND RI-REPEAT-COUNT >= WS-CHRONIC-LIMIT
                   ADD 1 TO BT-CHRONIC(BT-IDX)
               END-IF
           END-IF.

       RECORD-CHRONIC-RETURNER.
           ADD 1 TO WS-CHRONIC-ROWS
           IF WS-CHRONIC-COUNT < 1000
               ADD 1 TO WS-CHRONIC-COUNT
               SET CR-IDX TO WS-CHRONIC-COUNT
               MOVE RI-ACCT-NUMBER TO CR-ACCT(CR-IDX)
               MOVE RI-TXN-ID TO CR-TXN-ID(CR-IDX)
               MOVE RI-BRANCH-ID TO CR-BRANCH(CR-IDX)
               MOVE RI-AMOUNT TO CR-AMOUNT(CR-IDX)
               MOVE RI-REPEAT-COUNT TO CR-REPEATS(CR-IDX)
           END-IF.

       GENERATE-REPORT.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'RETURNS BY BRANCH' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM DETAIL-HEADER
           WRITE REPORT-LINE FROM HEADER-1

           PERFORM WRITE-BRANCH-DETAIL
               VARYING WS-BRANCH-SCAN FROM 1 BY 1
               UNTIL WS-BRANCH-SCAN > WS-BRANCH-COUNT

           IF WS-BRANCH-COUNT = 0
               MOVE 'No items were returned on the business date.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CHRONIC NSF RETURNERS FOR REVIEW' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM CHRONIC-HEADER
           WRITE REPORT-LINE FROM HEADER-1

           PERFORM WRITE-CHRONIC-DETAIL
               VARYING WS-CHRONIC-SCAN FROM 1 BY 1
               UNTIL WS-CHRONIC-SCAN > WS-CHRONIC-COUNT

           IF WS-CHRONIC-COUNT = 0
               MOVE 'No chronic returners on the business date.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           MOVE 'Items Returned:' TO CL-LABEL
           MOVE WS-ROWS-TODAY TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Branches With Returns:' TO CL-LABEL
           MOVE WS-BRANCH-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Chronic Returner Items:' TO CL-LABEL
           MOVE WS-CHRONIC-ROWS TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Branches Not On Branch Master:' TO CL-LABEL
           MOVE WS-UNKNOWN-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Total Returned Item Amount:' TO SL-LABEL
           MOVE WS-GRAND-AMOUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Total NSF Fees Charged:' TO SL-LABEL
           MOVE WS-GRAND-FEES TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY " "
           DISPLAY "Returned items report completed:"
           DISPLAY "  Returned item rows read: " WS-ROWS-READ
           DISPLAY "  Items for business date: " WS-ROWS-TODAY
           DISPLAY "  Chronic returner items: " WS-CHRONIC-ROWS
           DISPLAY " "
           DISPLAY "Report generated: returned_items_report.txt"
           DISPLAY "========================================="
           DISPLAY "RETURNED ITEMS REPORT JOB COMPLETED"
           DISPLAY "=========================================".

       WRITE-BRANCH-DETAIL.
           SET BT-IDX TO WS-BRANCH-SCAN
           MOVE BT-BRANCH(BT-IDX) TO DL-BRANCH
           PERFORM FIND-BRANCH-NAME
           MOVE BT-ITEMS(BT-IDX) TO DL-ITEMS
           MOVE BT-AMOUNT(BT-IDX) TO DL-AMOUNT
           MOVE BT-FEES(BT-IDX) TO DL-FEES
           MOVE BT-CHRONIC(BT-IDX) TO DL-CHRONIC
           ADD BT-AMOUNT(BT-IDX) TO WS-GRAND-AMOUNT
           ADD BT-FEES(BT-IDX) TO WS-GRAND-FEES
           WRITE REPORT-LINE FROM DETAIL-LINE.

       WRITE-CHRONIC-DETAIL.
           SET CR-IDX TO WS-CHRONIC-SCAN
           MOVE CR-ACCT(CR-IDX) TO CRL-ACCT
           MOVE CR-TXN-ID(CR-IDX) TO CRL-TXN-ID
           MOVE CR-BRANCH(CR-IDX) TO CRL-BRANCH
           MOVE CR-AMOUNT(CR-IDX) TO CRL-AMOUNT
           MOVE CR-REPEATS(CR-IDX) TO CRL-REPEATS
           WRITE REPORT-LINE FROM CHRONIC-LINE.

       FIND-BRANCH-NAME.
           MOVE 'N' TO WS-BM-FOUND
           MOVE SPACES TO DL-NAME
           IF WS-BM-COUNT > 0
               SET BM-IDX TO 1
               SEARCH BM-ENTRY
                   AT END
                       MOVE 'N' TO WS-BM-FOUND
                   WHEN BM-T-BRANCH(BM-IDX) = BT-BRANCH(BT-IDX)
                       MOVE 'Y' TO WS-BM-FOUND
                       MOVE BM-T-NAME(BM-IDX) TO DL-NAME
               END-SEARCH
           END-IF
           IF WS-BM-FOUND = 'N'
               MOVE '*** NOT ON BRANCH MASTER ***' TO DL-NAME
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'RETURNS-RPT' TO JC-JOB-NAME
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
           MOVE 'RETURNS-RPT' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-ROWS-TODAY TO JC-RECORDS-PROC
           MOVE 0 TO JC-RECORDS-ERROR
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
           CLOSE RETURNS-REPORT.
