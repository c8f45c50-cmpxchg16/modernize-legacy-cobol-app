       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchPartitionMerge.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO
               'batch_partition_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT PARTITION-TOTALS-FILE ASSIGN TO DYNAMIC
               WS-TOTALS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
           SELECT ACCOUNT-LOCK-FILE ASSIGN TO DYNAMIC
               WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT PARTITION-INPUT ASSIGN TO DYNAMIC WS-IN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT SHARED-OUTPUT ASSIGN TO DYNAMIC WS-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'batch_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-FILE ASSIGN TO 'batch_report.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-REPORT ASSIGN TO 'batch_merge_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO 'account_balances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT BATCH-REGISTRY ASSIGN TO 'batch_file_registry.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FILE-MANIFEST ASSIGN TO 'file_manifest.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.
           SELECT MANIFEST-SCAN-FILE ASSIGN TO DYNAMIC
               WS-MF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-SCAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL-FILE.
       01  PARTITION-CONTROL-RECORD.
           05  PC-REC-TYPE       PIC X(4).
           05  PC-PARTITION      PIC 9(2).
           05  PC-LOW-ACCT       PIC X(12).
           05  PC-HIGH-ACCT      PIC X(12).
           05  PC-RECORD-COUNT   PIC 9(6).
           05  PC-HASH-TOTAL     PIC 9(10)V99.
           05  PC-FILE-DATE      PIC X(8).
           05  PC-BRANCH-ID      PIC X(6).
           05  PC-CYCLE          PIC 9(2).
           05  PC-SPLIT-JOB-ID   PIC 9(9).

       FD  PARTITION-TOTALS-FILE.
       01  PARTITION-TOTALS-RECORD.
           05  PT-PARTITION      PIC 9(2).
           05  PT-DETAIL-COUNT   PIC 9(6).
           05  PT-HASH-TOTAL     PIC 9(10)V99.
           05  PT-RECORD-COUNT   PIC 9(5).
           05  PT-SUCCESS-COUNT  PIC 9(5).
           05  PT-ERROR-COUNT    PIC 9(5).
           05  PT-HOLD-COUNT     PIC 9(5).
           05  PT-REVERSAL-COUNT PIC 9(5).
           05  PT-REVIEW-COUNT   PIC 9(5).
           05  PT-ALERT-COUNT    PIC 9(5).
           05  PT-LEDGER-COUNT   PIC 9(5).
           05  PT-FX-XFER-COUNT  PIC 9(5).
           05  PT-FX-SPREAD-TOTAL PIC 9(10)V99.
           05  PT-EW-COUNT       PIC 9(5).
           05  PT-EW-TOTAL       PIC 9(8)V99.
           05  PT-EW-MINBAL-COUNT PIC 9(5).
           05  PT-BV-POSTED-COUNT PIC 9(5).
           05  PT-BV-CLOSED-COUNT PIC 9(5).
           05  PT-NSF-RETURN-COUNT PIC 9(5).
           05  PT-NSF-RETURN-AMOUNT PIC 9(8)V99.
           05  PT-NSF-FEE-TOTAL  PIC 9(8)V99.
           05  PT-NSF-CHRONIC-COUNT PIC 9(5).
           05  PT-WAREHOUSED-COUNT PIC 9(5).
           05  PT-RELEASED-COUNT PIC 9(5).
           05  PT-CARRIED-FWD-COUNT PIC 9(5).
           05  PT-TOTAL-CREDITS  PIC 9(8)V99.
           05  PT-TOTAL-DEBITS   PIC 9(8)V99.
           05  PT-COMPLETED-TS   PIC X(14).

       FD  ACCOUNT-LOCK-FILE.
       01  ACCOUNT-LOCK-RECORD.
           05  LK-JOB-NAME       PIC X(15).
           05  LK-JOB-ID         PIC 9(9).
           05  LK-START-TIME     PIC X(14).

      *    ANY PARTITION OUTPUT, READ A LINE AT A TIME. BRANCH ROWS ARE
      *    SUMMED RATHER THAN COPIED.
       FD  PARTITION-INPUT.
       01  PARTITION-LINE        PIC X(200).
       01  PARTITION-BRANCH-RECORD.
           05  PB-BRANCH-ID      PIC X(6).
           05  PB-POST-DATE      PIC X(8).
           05  PB-CYCLE          PIC 9(2).
           05  PB-TXN-COUNT      PIC 9(6).
           05  PB-CREDITS        PIC 9(12)V99.
           05  PB-DEBITS         PIC 9(12)V99.
           05  PB-ERRORS         PIC 9(6).
           05  FILLER            PIC X(144).

       FD  SHARED-OUTPUT.
       01  SHARED-LINE           PIC X(200).
       01  BRANCH-ACTIVITY-RECORD.
           05  BA-BRANCH-ID      PIC X(6).
           05  BA-POST-DATE      PIC X(8).
           05  BA-CYCLE          PIC 9(2).
           05  BA-TXN-COUNT      PIC 9(6).
           05  BA-CREDITS        PIC 9(12)V99.
           05  BA-DEBITS         PIC 9(12)V99.
           05  BA-ERRORS         PIC 9(6).
           05  FILLER            PIC X(144).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(92).

       FD  CSV-FILE.
       01  CSV-LINE              PIC X(100).

       FD  MERGE-REPORT.
       01  MERGE-LINE            PIC X(132).

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

       FD  BATCH-REGISTRY.
       01  REGISTRY-RECORD.
           05  BF-FILE-DATE      PIC X(8).
           05  BF-BRANCH-ID      PIC X(6).
           05  BF-CYCLE          PIC 9(2).
           05  BF-RECORD-COUNT   PIC 9(6).
           05  BF-HASH-TOTAL     PIC 9(10)V99.
           05  BF-ACCEPTED-TS    PIC X(14).

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

       FD  FILE-MANIFEST.
       01  FILE-MANIFEST-RECORD.
           05  MF-FILE-NAME      PIC X(30).
           05  MF-EVENT          PIC X(8).
           05  MF-BUSINESS-DATE  PIC X(8).
           05  MF-RECORD-COUNT   PIC 9(9).
           05  MF-AMOUNT-HASH    PIC 9(15).
           05  MF-HASH-START     PIC 9(3).
           05  MF-HASH-LENGTH    PIC 9(2).
           05  MF-JOB-ID         PIC 9(9).
           05  MF-JOB-NAME       PIC X(15).
           05  MF-WRITTEN-TS     PIC X(14).
           05  MF-REASON         PIC X(40).

       FD  MANIFEST-SCAN-FILE.
       01  MANIFEST-SCAN-LINE    PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-PC-STATUS          PIC XX.
       01  WS-PT-STATUS          PIC XX.
       01  WS-LOCK-STATUS        PIC XX.
       01  WS-IN-STATUS          PIC XX.
       01  WS-OUT-STATUS         PIC XX.
       01  WS-ACCOUNT-STATUS     PIC XX.
       01  WS-REGISTRY-STATUS    PIC XX.
       01  WS-BD-STATUS          PIC XX.
       01  WS-PC-EOF             PIC X VALUE 'N'.
       01  WS-IN-EOF             PIC X VALUE 'N'.
       01  WS-ACCT-EOF           PIC X VALUE 'N'.
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
       01  WS-JC-NAME            PIC X(15).
       01  WS-JC-STATUS          PIC X(10).
       01  WS-JC-PROC            PIC 9(9) VALUE 0.
       01  WS-JC-ERROR           PIC 9(9) VALUE 0.
       01  WS-STAMP-DATE         PIC X(8).
       01  WS-STAMP-TIME         PIC X(8).

      *    CONTROLS OF THE WHOLE BATCH FILE AS THE SPLIT JOB CUT IT.
       01  WS-FILE-ROW-FOUND     PIC X VALUE 'N'.
       01  WS-FILE-COUNT         PIC 9(6) VALUE 0.
       01  WS-FILE-HASH          PIC 9(10)V99 VALUE 0.
       01  WS-FILE-DATE          PIC X(8) VALUE SPACES.
       01  WS-FILE-BRANCH-ID     PIC X(6) VALUE SPACES.
       01  WS-FILE-CYCLE         PIC 9(2) VALUE 1.
       01  WS-SPLIT-JOB-ID       PIC 9(9) VALUE 0.
       01  WS-SET-VALID          PIC X VALUE 'Y'.
       01  WS-PROOF-VALID        PIC X VALUE 'Y'.

       01  WS-LOCK-HELD          PIC X VALUE 'N'.
       01  WS-LOCK-HOLDER-NAME   PIC X(15).
       01  WS-LOCK-HOLDER-ID     PIC 9(9).
       01  WS-LOCK-HOLDER-TIME   PIC X(14).

       01  WS-TOTALS-FILE-NAME   PIC X(40).
       01  WS-LOCK-FILE-NAME     PIC X(40)
               VALUE 'account_balances.lock'.
       01  WS-IN-FILE-NAME       PIC X(40).
       01  WS-OUT-FILE-NAME      PIC X(40).
       01  WS-NAME-STEM          PIC X(24).
       01  WS-NAME-EXT           PIC X(4).
       01  WS-PARTITION-SUFFIX.
           05  FILLER            PIC X VALUE 'P'.
           05  WS-SUFFIX-NO      PIC 9(2).
       01  WS-PN-SCAN            PIC 9(3).
       01  WS-ST-SCAN            PIC 9(2).

      *    DETAIL LINES OF EACH PARTITION REPORT ARE CARRIED INTO THE
      *    COMBINED REPORT. BLANK LINES ARE HELD BACK UNTIL THE NEXT
      *    DETAIL SO THE SPACING AHEAD OF A SUMMARY IS NOT COPIED.
       01  WS-LINE-NO            PIC 9(7).
       01  WS-COPY-DONE          PIC X VALUE 'N'.
       01  WS-PENDING-BLANKS     PIC 9(3).
       01  WS-DETAIL-LINES       PIC 9(7) VALUE 0.

       01  WS-RENUMBER           PIC X VALUE 'N'.
       01  WS-AUDIT-NEXT-SEQ     PIC 9(9) VALUE 1.
       01  WS-AUDIT-LAST-SEQ     PIC 9(9) VALUE 0.
       01  WS-AUDIT-RENUMBERED   PIC 9(7) VALUE 0.
       01  WS-APPEND-COUNT       PIC 9(7) VALUE 0.
       01  WS-APPENDED-TOTAL     PIC 9(7) VALUE 0.
       01  WS-DELETED-COUNT      PIC 9(5) VALUE 0.
       01  WS-DELETE-STATUS      PIC S9(9) COMP-5 VALUE 0.

      *    COMBINED TOTALS OF ALL PARTITIONS.
       01  WS-SUM-DETAIL-COUNT   PIC 9(6) VALUE 0.
       01  WS-SUM-HASH-TOTAL     PIC 9(10)V99 VALUE 0.
       01  WS-RECORD-COUNT       PIC 9(6) VALUE 0.
       01  WS-SUCCESS-COUNT      PIC 9(6) VALUE 0.
       01  WS-ERROR-COUNT        PIC 9(6) VALUE 0.
       01  WS-HOLD-COUNT         PIC 9(6) VALUE 0.
       01  WS-REVERSAL-COUNT     PIC 9(6) VALUE 0.
       01  WS-REVIEW-COUNT       PIC 9(6) VALUE 0.
       01  WS-ALERT-COUNT        PIC 9(6) VALUE 0.
       01  WS-LEDGER-COUNT       PIC 9(6) VALUE 0.
       01  WS-FX-XFER-COUNT      PIC 9(6) VALUE 0.
       01  WS-FX-SPREAD-TOTAL    PIC 9(10)V99 VALUE 0.
       01  WS-EW-COUNT           PIC 9(6) VALUE 0.
       01  WS-EW-TOTAL           PIC 9(10)V99 VALUE 0.
       01  WS-EW-MINBAL-COUNT    PIC 9(6) VALUE 0.
       01  WS-BV-POSTED-COUNT    PIC 9(6) VALUE 0.
       01  WS-BV-CLOSED-COUNT    PIC 9(6) VALUE 0.
       01  WS-NSF-RETURN-COUNT   PIC 9(6) VALUE 0.
       01  WS-NSF-RETURN-AMOUNT  PIC 9(10)V99 VALUE 0.
       01  WS-NSF-FEE-TOTAL      PIC 9(10)V99 VALUE 0.
       01  WS-NSF-CHRONIC-COUNT  PIC 9(6) VALUE 0.
       01  WS-WAREHOUSED-COUNT   PIC 9(6) VALUE 0.
       01  WS-RELEASED-COUNT     PIC 9(6) VALUE 0.
       01  WS-CARRIED-FWD-COUNT  PIC 9(6) VALUE 0.
       01  WS-TOTAL-CREDITS      PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-DEBITS       PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-BALANCE      PIC S9(12)V99 VALUE 0.

       01  WS-BA-FOUND           PIC X VALUE 'N'.
       01  WS-BA-BRANCH-ID       PIC X(6).
       01  WS-BA-POST-DATE       PIC X(8).
       01  WS-BA-TXN-COUNT       PIC 9(6) VALUE 0.
       01  WS-BA-CREDITS         PIC 9(12)V99 VALUE 0.
       01  WS-BA-DEBITS          PIC 9(12)V99 VALUE 0.
       01  WS-BA-ERRORS          PIC 9(6) VALUE 0.

       01  WS-PN-COUNT           PIC 9(3) VALUE 0.
       01  PARTITION-TABLE.
           05  PARTITION-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-PN-COUNT
                   INDEXED BY PN-IDX.
               10  PN-PARTITION      PIC 9(2).
               10  PN-LOW-ACCT       PIC X(12).
               10  PN-HIGH-ACCT      PIC X(12).
               10  PN-CUT-COUNT      PIC 9(6).
               10  PN-CUT-HASH       PIC 9(10)V99.
               10  PN-TOTALS-FOUND   PIC X.
               10  PN-DETAIL-COUNT   PIC 9(6).
               10  PN-HASH-TOTAL     PIC 9(10)V99.
               10  PN-RECORD-COUNT   PIC 9(5).
               10  PN-ERROR-COUNT    PIC 9(5).
               10  PN-COMPLETED-TS   PIC X(14).

      *    PARTITION FILES BY NAME STEM. SCOPE A IS WRITTEN BY EVERY
      *    PARTITION, SCOPE R ONLY BY A RANGE PARTITION (THE SERIAL
      *    PASS WRITES THOSE SHARED FILES DIRECTLY). ACTION A APPENDS
      *    TO THE SHARED FILE, N APPENDS WITH THE AUDIT SEQUENCE
      *    RENUMBERED, D IS ONLY DELETED ONCE THE MERGE IS DONE.
       01  WS-STEM-VALUES.
           05  FILLER            PIC X(30)
               VALUE 'batch_suspense          dat AA'.
           05  FILLER            PIC X(30)
               VALUE 'batch_review_queue      dat AA'.
           05  FILLER            PIC X(30)
               VALUE 'bank_audit_trail        log RN'.
           05  FILLER            PIC X(30)
               VALUE 'monthly_transactions    dat RA'.
           05  FILLER            PIC X(30)
               VALUE 'customer_alerts         dat RA'.
           05  FILLER            PIC X(30)
               VALUE 'account_holds           dat RA'.
           05  FILLER            PIC X(30)
               VALUE 'exception_repository    dat RA'.
           05  FILLER            PIC X(30)
               VALUE 'back_value_register     dat RA'.
           05  FILLER            PIC X(30)
               VALUE 'fx_spread_income        dat RA'.
           05  FILLER            PIC X(30)
               VALUE 'returned_items          dat RA'.
           05  FILLER            PIC X(30)
               VALUE 'service_charge_postings dat RA'.
           05  FILLER            PIC X(30)
               VALUE 'cd_penalties            dat RA'.
           05  FILLER            PIC X(30)
               VALUE 'batch_transactions      dat AD'.
           05  FILLER            PIC X(30)
               VALUE 'batch_report            txt AD'.
           05  FILLER            PIC X(30)
               VALUE 'batch_report            csv AD'.
           05  FILLER            PIC X(30)
               VALUE 'batch_checkpoint        dat AD'.
           05  FILLER            PIC X(30)
               VALUE 'branch_activity         dat AD'.
           05  FILLER            PIC X(30)
               VALUE 'batch_totals            dat AD'.
           05  FILLER            PIC X(30)
               VALUE 'account_balances        lockAD'.
       01  WS-STEM-TABLE REDEFINES WS-STEM-VALUES.
           05  WS-STEM-ENTRY OCCURS 19 TIMES.
               10  WS-STEM-NAME      PIC X(24).
               10  WS-STEM-EXT       PIC X(4).
               10  WS-STEM-SCOPE     PIC X(1).
               10  WS-STEM-ACTION    PIC X(1).
       01  WS-STEM-COUNT         PIC 9(2) VALUE 19.

      *    THE COMBINED REPORT REPEATS THE POSTING RUN'S LAYOUT.
       01  REPORT-HEADER.
           05  FILLER            PIC X(92) VALUE ALL '='.
       01  REPORT-TITLE.
           05  FILLER            PIC X(31) VALUE SPACES.
           05  FILLER            PIC X(30)
               VALUE 'BATCH PROCESSING REPORT'.
           05  FILLER            PIC X(31) VALUE SPACES.
       01  REPORT-COLUMNS.
           05  FILLER            PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER            PIC X(12) VALUE 'TXN ID'.
           05  FILLER            PIC X(10) VALUE 'TYPE'.
           05  FILLER            PIC X(15) VALUE 'AMOUNT'.
           05  FILLER            PIC X(10) VALUE 'STATUS'.
           05  FILLER            PIC X(31) VALUE SPACES.

       01  CYCLE-LINE.
           05  FILLER            PIC X(16) VALUE 'Business Date: '.
           05  CYL-DATE          PIC X(8).
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'Posting Cycle: '.
           05  CYL-CYCLE         PIC 9(2).
           05  FILLER            PIC X(46) VALUE SPACES.

       01  SUMMARY-LINE.
           05  SL-LABEL          PIC X(30).
           05  SL-VALUE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(42) VALUE SPACES.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(45) VALUE SPACES.
           05  FILLER            PIC X(42)
               VALUE 'BATCH PARTITION MERGE PROOF'.
           05  FILLER            PIC X(45) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(15) VALUE 'Business Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(8) VALUE 'Branch: '.
           05  H3-BRANCH         PIC X(6).
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'Posting Cycle: '.
           05  H3-CYCLE          PIC 9(2).
           05  FILLER            PIC X(66) VALUE SPACES.

       01  PROOF-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(11) VALUE 'Partition'.
           05  FILLER            PIC X(12) VALUE '   Cut Count'.
           05  FILLER            PIC X(12) VALUE ' Posted Read'.
           05  FILLER            PIC X(20) VALUE '         Amount Hash'.
           05  FILLER            PIC X(12) VALUE '   Processed'.
           05  FILLER            PIC X(10) VALUE '    Errors'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(16) VALUE 'Completed'.
           05  FILLER            PIC X(31) VALUE SPACES.

       01  PROOF-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  PL-PARTITION      PIC X(3).
           05  FILLER            PIC X(8) VALUE SPACES.
           05  PL-CUT-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  PL-DETAIL-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  PL-HASH           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  PL-RECORDS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  PL-ERRORS         PIC ZZZ,ZZ9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  PL-COMPLETED      PIC X(16).
           05  FILLER            PIC X(34) VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CL-LABEL          PIC X(40).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       01  HASH-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  HL-LABEL          PIC X(40).
           05  HL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(70) VALUE SPACES.

       01  WS-MF-STATUS          PIC XX.
       01  WS-MF-SCAN-STATUS     PIC XX.
       01  WS-MF-EOF             PIC X VALUE 'N'.
       01  WS-MF-SCAN-FOUND      PIC X VALUE 'N'.
       01  WS-MF-FILE-NAME       PIC X(30).
       01  WS-MF-POS             PIC 9(3).
       01  WS-MF-LEN             PIC 9(2).
       01  WS-MF-COUNT           PIC 9(9).
       01  WS-MF-HASH            PIC 9(15).
       01  WS-MF-AMOUNT          PIC 9(15).
       01  WS-MF-JOB-ID          PIC 9(9).
       01  WS-MF-JOB-NAME        PIC X(15).
       01  WS-MF-DATE            PIC X(8).
       01  WS-MF-STAMP-DATE      PIC X(8).
       01  WS-MF-STAMP-TIME      PIC X(8).
       01  WS-MF-EVENT           PIC X(8).
       01  WS-MF-REASON          PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           MOVE 'BATCH-MERGE' TO WS-JC-NAME
           MOVE 'STARTED' TO WS-JC-STATUS
           PERFORM WRITE-JOB-CONTROL-RECORD
           PERFORM LOAD-PARTITION-CONTROL
           PERFORM CHECK-PARTITION-SET
           IF WS-SET-VALID = 'N'
               DISPLAY "========================================="
               DISPLAY "PARTITION MERGE REFUSED - SET INCOMPLETE"
               DISPLAY "========================================="
               DISPLAY "Nothing was merged. Finish or rerun the "
                       "partitions listed above, then rerun the merge."
               MOVE 'FAILED' TO WS-JC-STATUS
               PERFORM WRITE-JOB-CONTROL-RECORD
               STOP RUN
           END-IF
           PERFORM PROVE-PARTITION-TOTALS
           IF WS-PROOF-VALID = 'N'
               DISPLAY "========================================="
               DISPLAY "PARTITION MERGE REFUSED - CONTROLS DO NOT "
                       "PROVE"
               DISPLAY "========================================="
               DISPLAY "Nothing was merged. The partition set does "
                       "not account for the batch file it was cut "
                       "from."
               PERFORM GENERATE-MERGE-REPORT
               MOVE 'FAILED' TO WS-JC-STATUS
               PERFORM WRITE-JOB-CONTROL-RECORD
               STOP RUN
           END-IF
           PERFORM BUILD-COMBINED-REPORT
           PERFORM DETERMINE-AUDIT-SEQ-START
           PERFORM MERGE-PARTITION-OUTPUT
               VARYING WS-PN-SCAN FROM 1 BY 1
               UNTIL WS-PN-SCAN > WS-PN-COUNT
           PERFORM WRITE-BRANCH-ACTIVITY
           PERFORM WRITE-BATCH-REGISTRY
           PERFORM WRITE-POSTING-JOB-CONTROL
           PERFORM RECORD-OUTPUT-MANIFESTS
           PERFORM RELEASE-ACCOUNT-LOCK
           PERFORM DELETE-PARTITION-FILES
               VARYING WS-PN-SCAN FROM 1 BY 1
               UNTIL WS-PN-SCAN > WS-PN-COUNT
           CALL 'CBL_DELETE_FILE' USING 'batch_partition_control.dat'
           PERFORM GENERATE-MERGE-REPORT
           MOVE 'BATCH-MERGE' TO WS-JC-NAME
           MOVE 'COMPLETED' TO WS-JC-STATUS
           PERFORM WRITE-JOB-CONTROL-RECORD
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

           DISPLAY "========================================="
           DISPLAY "BATCH PARTITION MERGE STARTED"
           DISPLAY "========================================="
           DISPLAY "Business Date: " WS-FORMATTED-DATE
           DISPLAY " ".

       LOAD-PARTITION-CONTROL.
           MOVE 0 TO WS-PN-COUNT
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PC-STATUS NOT = '00'
               DISPLAY "ERROR: batch_partition_control.dat not found "
                       "- there is no partition set to merge"
               MOVE 'FAILED' TO WS-JC-STATUS
               PERFORM WRITE-JOB-CONTROL-RECORD
               STOP RUN
           END-IF
           MOVE 'N' TO WS-PC-EOF
           PERFORM READ-PARTITION-CONTROL-ROW UNTIL WS-PC-EOF = 'Y'
           CLOSE PARTITION-CONTROL-FILE
           IF WS-FILE-ROW-FOUND = 'N' OR WS-PN-COUNT = 0
               DISPLAY "ERROR: batch_partition_control.dat is "
                       "incomplete - there is no partition set to "
                       "merge"
               MOVE 'FAILED' TO WS-JC-STATUS
               PERFORM WRITE-JOB-CONTROL-RECORD
               STOP RUN
           END-IF
           DISPLAY "Merging " WS-PN-COUNT " partitions split by job "
                   WS-SPLIT-JOB-ID.

       READ-PARTITION-CONTROL-ROW.
           READ PARTITION-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-PC-EOF
               NOT AT END
                   IF PC-REC-TYPE = 'FILE'
                       MOVE 'Y' TO WS-FILE-ROW-FOUND
                       MOVE PC-RECORD-COUNT TO WS-FILE-COUNT
                       MOVE PC-HASH-TOTAL TO WS-FILE-HASH
                       MOVE PC-FILE-DATE TO WS-FILE-DATE
                       MOVE PC-BRANCH-ID TO WS-FILE-BRANCH-ID
                       MOVE PC-CYCLE TO WS-FILE-CYCLE
                       MOVE PC-SPLIT-JOB-ID TO WS-SPLIT-JOB-ID
                   END-IF
                   IF PC-REC-TYPE = 'PART' AND WS-PN-COUNT < 100
                       ADD 1 TO WS-PN-COUNT
                       SET PN-IDX TO WS-PN-COUNT
                       MOVE PC-PARTITION TO PN-PARTITION(PN-IDX)
                       MOVE PC-LOW-ACCT TO PN-LOW-ACCT(PN-IDX)
                       MOVE PC-HIGH-ACCT TO PN-HIGH-ACCT(PN-IDX)
                       MOVE PC-RECORD-COUNT TO PN-CUT-COUNT(PN-IDX)
                       MOVE PC-HASH-TOTAL TO PN-CUT-HASH(PN-IDX)
                       MOVE 'N' TO PN-TOTALS-FOUND(PN-IDX)
                   END-IF
           END-READ.

      *    EVERY PARTITION MUST HAVE FINISHED - ITS TOTALS ROW IS
      *    WRITTEN AS THE LAST STEP OF A GOOD RUN AND ITS RANGE LOCK
      *    RELEASED. THE FILE-WIDE LOCK MUST STILL BE THE ONE THE SPLIT
      *    JOB TOOK FOR THIS SET.
       CHECK-PARTITION-SET.
           MOVE 'Y' TO WS-SET-VALID
           MOVE 'account_balances.lock' TO WS-LOCK-FILE-NAME
           PERFORM READ-LOCK-HOLDER
           IF WS-LOCK-HELD = 'N'
               OR WS-LOCK-HOLDER-NAME NOT = 'BATCH-PART'
               OR WS-LOCK-HOLDER-ID NOT = WS-SPLIT-JOB-ID
               MOVE 'N' TO WS-SET-VALID
               DISPLAY "ERROR: account_balances.lock is not the lock "
                       "taken by split job " WS-SPLIT-JOB-ID
           END-IF
           PERFORM CHECK-PARTITION-COMPLETE
               VARYING WS-PN-SCAN FROM 1 BY 1
               UNTIL WS-PN-SCAN > WS-PN-COUNT.

       CHECK-PARTITION-COMPLETE.
           SET PN-IDX TO WS-PN-SCAN
           MOVE PN-PARTITION(PN-IDX) TO WS-SUFFIX-NO
           MOVE SPACES TO WS-LOCK-FILE-NAME
           STRING 'account_balances.' WS-PARTITION-SUFFIX '.lock'
               DELIMITED BY SIZE INTO WS-LOCK-FILE-NAME
           PERFORM READ-LOCK-HOLDER
           IF WS-LOCK-HELD = 'Y'
               MOVE 'N' TO WS-SET-VALID
               DISPLAY "ERROR: Partition " WS-PARTITION-SUFFIX
                       " is still locked by job " WS-LOCK-HOLDER-NAME
                       " id " WS-LOCK-HOLDER-ID
           END-IF
           MOVE SPACES TO WS-TOTALS-FILE-NAME
           STRING 'batch_totals.' WS-PARTITION-SUFFIX '.dat'
               DELIMITED BY SIZE INTO WS-TOTALS-FILE-NAME
           OPEN INPUT PARTITION-TOTALS-FILE
           IF WS-PT-STATUS NOT = '00'
               MOVE 'N' TO WS-SET-VALID
               DISPLAY "ERROR: Partition " WS-PARTITION-SUFFIX
                       " has not completed - "
                       FUNCTION TRIM(WS-TOTALS-FILE-NAME)
                       " not found"
               EXIT PARAGRAPH
           END-IF
           READ PARTITION-TOTALS-FILE
               AT END
                   MOVE 'N' TO WS-SET-VALID
                   DISPLAY "ERROR: Partition " WS-PARTITION-SUFFIX
                           " totals file is empty"
               NOT AT END
                   IF PT-PARTITION NOT = PN-PARTITION(PN-IDX)
                       MOVE 'N' TO WS-SET-VALID
                       DISPLAY "ERROR: "
                               FUNCTION TRIM(WS-TOTALS-FILE-NAME)
                               " belongs to partition P" PT-PARTITION
                   ELSE
                       PERFORM ADD-PARTITION-TOTALS
                   END-IF
           END-READ
           CLOSE PARTITION-TOTALS-FILE.

       ADD-PARTITION-TOTALS.
           MOVE 'Y' TO PN-TOTALS-FOUND(PN-IDX)
           MOVE PT-DETAIL-COUNT TO PN-DETAIL-COUNT(PN-IDX)
           MOVE PT-HASH-TOTAL TO PN-HASH-TOTAL(PN-IDX)
           MOVE PT-RECORD-COUNT TO PN-RECORD-COUNT(PN-IDX)
           MOVE PT-ERROR-COUNT TO PN-ERROR-COUNT(PN-IDX)
           MOVE PT-COMPLETED-TS TO PN-COMPLETED-TS(PN-IDX)
           ADD PT-DETAIL-COUNT TO WS-SUM-DETAIL-COUNT
           ADD PT-HASH-TOTAL TO WS-SUM-HASH-TOTAL
           ADD PT-RECORD-COUNT TO WS-RECORD-COUNT
           ADD PT-SUCCESS-COUNT TO WS-SUCCESS-COUNT
           ADD PT-ERROR-COUNT TO WS-ERROR-COUNT
           ADD PT-HOLD-COUNT TO WS-HOLD-COUNT
           ADD PT-REVERSAL-COUNT TO WS-REVERSAL-COUNT
           ADD PT-REVIEW-COUNT TO WS-REVIEW-COUNT
           ADD PT-ALERT-COUNT TO WS-ALERT-COUNT
           ADD PT-LEDGER-COUNT TO WS-LEDGER-COUNT
           ADD PT-FX-XFER-COUNT TO WS-FX-XFER-COUNT
           ADD PT-FX-SPREAD-TOTAL TO WS-FX-SPREAD-TOTAL
           ADD PT-EW-COUNT TO WS-EW-COUNT
           ADD PT-EW-TOTAL TO WS-EW-TOTAL
           ADD PT-EW-MINBAL-COUNT TO WS-EW-MINBAL-COUNT
           ADD PT-BV-POSTED-COUNT TO WS-BV-POSTED-COUNT
           ADD PT-BV-CLOSED-COUNT TO WS-BV-CLOSED-COUNT
           ADD PT-NSF-RETURN-COUNT TO WS-NSF-RETURN-COUNT
           ADD PT-NSF-RETURN-AMOUNT TO WS-NSF-RETURN-AMOUNT
           ADD PT-NSF-FEE-TOTAL TO WS-NSF-FEE-TOTAL
           ADD PT-NSF-CHRONIC-COUNT TO WS-NSF-CHRONIC-COUNT
           ADD PT-WAREHOUSED-COUNT TO WS-WAREHOUSED-COUNT
           ADD PT-RELEASED-COUNT TO WS-RELEASED-COUNT
           ADD PT-CARRIED-FWD-COUNT TO WS-CARRIED-FWD-COUNT
           ADD PT-TOTAL-CREDITS TO WS-TOTAL-CREDITS
           ADD PT-TOTAL-DEBITS TO WS-TOTAL-DEBITS.

      *    THE DETAILS READ BY THE PARTITIONS MUST ADD BACK TO THE
      *    TRAILER OF THE BATCH FILE THEY WERE CUT FROM, AND EACH
      *    PARTITION MUST HAVE READ EXACTLY WHAT IT WAS GIVEN.
       PROVE-PARTITION-TOTALS.
           MOVE 'Y' TO WS-PROOF-VALID
           IF WS-SUM-DETAIL-COUNT NOT = WS-FILE-COUNT
               MOVE 'N' TO WS-PROOF-VALID
               DISPLAY "ERROR: Partitions read " WS-SUM-DETAIL-COUNT
                       " details - batch trailer count is "
                       WS-FILE-COUNT
           END-IF
           IF WS-SUM-HASH-TOTAL NOT = WS-FILE-HASH
               MOVE 'N' TO WS-PROOF-VALID
               DISPLAY "ERROR: Partition amount hash "
                       WS-SUM-HASH-TOTAL " - batch trailer hash is "
                       WS-FILE-HASH
           END-IF
           PERFORM PROVE-PARTITION-ROW
               VARYING WS-PN-SCAN FROM 1 BY 1
               UNTIL WS-PN-SCAN > WS-PN-COUNT
           IF WS-PROOF-VALID = 'Y'
               DISPLAY "Partition controls prove to the batch "
                       "trailer: " WS-FILE-COUNT " records, hash "
                       WS-FILE-HASH
           END-IF.

       PROVE-PARTITION-ROW.
           SET PN-IDX TO WS-PN-SCAN
           IF PN-DETAIL-COUNT(PN-IDX) NOT = PN-CUT-COUNT(PN-IDX)
               OR PN-HASH-TOTAL(PN-IDX) NOT = PN-CUT-HASH(PN-IDX)
               MOVE 'N' TO WS-PROOF-VALID
               DISPLAY "ERROR: Partition P" PN-PARTITION(PN-IDX)
                       " read " PN-DETAIL-COUNT(PN-IDX)
                       " details but was cut with "
                       PN-CUT-COUNT(PN-IDX)
           END-IF.

       BUILD-COMBINED-REPORT.
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT CSV-FILE
           MOVE 'ACCOUNT,TXN_ID,TXN_TYPE,TXN_AMOUNT,STATUS' TO CSV-LINE
           WRITE CSV-LINE

           WRITE REPORT-LINE FROM REPORT-HEADER
           WRITE REPORT-LINE FROM REPORT-TITLE
           WRITE REPORT-LINE FROM REPORT-HEADER
           MOVE WS-TODAY-YYYYMMDD TO CYL-DATE
           MOVE WS-FILE-CYCLE TO CYL-CYCLE
           WRITE REPORT-LINE FROM CYCLE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-COLUMNS
           WRITE REPORT-LINE FROM REPORT-HEADER
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM COPY-PARTITION-DETAILS
               VARYING WS-PN-SCAN FROM 1 BY 1
               UNTIL WS-PN-SCAN > WS-PN-COUNT
           PERFORM GENERATE-SUMMARY
           CLOSE REPORT-FILE
           CLOSE CSV-FILE.

      *    THE FIRST EIGHT LINES OF A PARTITION REPORT ARE ITS HEADING;
      *    ITS DETAILS RUN TO THE RULE THAT OPENS ITS SUMMARY. THE CSV
      *    DETAILS FOLLOW ITS COLUMN LINE UP TO THE FIRST SUMMARY ROW.
       COPY-PARTITION-DETAILS.
           SET PN-IDX TO WS-PN-SCAN
           MOVE PN-PARTITION(PN-IDX) TO WS-SUFFIX-NO
           MOVE SPACES TO WS-IN-FILE-NAME
           STRING 'batch_report.' WS-PARTITION-SUFFIX '.txt'
               DELIMITED BY SIZE INTO WS-IN-FILE-NAME
           OPEN INPUT PARTITION-INPUT
           IF WS-IN-STATUS = '00'
               MOVE 0 TO WS-LINE-NO
               MOVE 0 TO WS-PENDING-BLANKS
               MOVE 'N' TO WS-COPY-DONE
               PERFORM COPY-REPORT-LINE UNTIL WS-COPY-DONE = 'Y'
               CLOSE PARTITION-INPUT
           END-IF
           MOVE SPACES TO WS-IN-FILE-NAME
           STRING 'batch_report.' WS-PARTITION-SUFFIX '.csv'
               DELIMITED BY SIZE INTO WS-IN-FILE-NAME
           OPEN INPUT PARTITION-INPUT
           IF WS-IN-STATUS = '00'
               MOVE 0 TO WS-LINE-NO
               MOVE 'N' TO WS-COPY-DONE
               PERFORM COPY-CSV-LINE UNTIL WS-COPY-DONE = 'Y'
               CLOSE PARTITION-INPUT
           END-IF.

       COPY-REPORT-LINE.
           READ PARTITION-INPUT
               AT END
                   MOVE 'Y' TO WS-COPY-DONE
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   IF WS-LINE-NO > 8
                       EVALUATE TRUE
                           WHEN PARTITION-LINE(1:92) = REPORT-HEADER
                               MOVE 'Y' TO WS-COPY-DONE
                           WHEN PARTITION-LINE = SPACES
                               ADD 1 TO WS-PENDING-BLANKS
                           WHEN OTHER
                               PERFORM WRITE-PENDING-BLANK
                                   UNTIL WS-PENDING-BLANKS = 0
                               WRITE REPORT-LINE
                                   FROM PARTITION-LINE(1:92)
                               ADD 1 TO WS-DETAIL-LINES
                       END-EVALUATE
                   END-IF
           END-READ.

       WRITE-PENDING-BLANK.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           SUBTRACT 1 FROM WS-PENDING-BLANKS.

       COPY-CSV-LINE.
           READ PARTITION-INPUT
               AT END
                   MOVE 'Y' TO WS-COPY-DONE
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   IF PARTITION-LINE(1:14) = 'Posting Cycle,'
                       MOVE 'Y' TO WS-COPY-DONE
                   ELSE
                       IF WS-LINE-NO > 1
                           WRITE CSV-LINE FROM PARTITION-LINE(1:100)
                       END-IF
                   END-IF
           END-READ.

       GENERATE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-HEADER
           MOVE 'BATCH PROCESSING SUMMARY' TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM REPORT-HEADER
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Posting Cycle:' TO SL-LABEL
           MOVE WS-FILE-CYCLE TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Total Transactions:' TO SL-LABEL
           MOVE WS-RECORD-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Successful:' TO SL-LABEL
           MOVE WS-SUCCESS-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Errors:' TO SL-LABEL
           MOVE WS-ERROR-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Deposit Holds Placed:' TO SL-LABEL
           MOVE WS-HOLD-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Reversals Posted:' TO SL-LABEL
           MOVE WS-REVERSAL-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Routed To Review:' TO SL-LABEL
           MOVE WS-REVIEW-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Customer Alerts Emitted:' TO SL-LABEL
           MOVE WS-ALERT-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Posted To Transaction Ledger:' TO SL-LABEL
           MOVE WS-LEDGER-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CROSS-CURRENCY TRANSFERS' TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Transfers Converted:' TO SL-LABEL
           MOVE WS-FX-XFER-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'FX Spread Income (USD):' TO SL-LABEL
           MOVE WS-FX-SPREAD-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CD EARLY WITHDRAWALS' TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Penalties Assessed:' TO SL-LABEL
           MOVE WS-EW-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Penalty Amount:' TO SL-LABEL
           MOVE WS-EW-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Refused Below Minimum:' TO SL-LABEL
           MOVE WS-EW-MINBAL-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BACK-VALUED ITEMS' TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Posted With Value Date:' TO SL-LABEL
           MOVE WS-BV-POSTED-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Refused - Closed Period:' TO SL-LABEL
           MOVE WS-BV-CLOSED-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RETURNED ITEMS (NSF)' TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Items Returned:' TO SL-LABEL
           MOVE WS-NSF-RETURN-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Returned Item Amount:' TO SL-LABEL
           MOVE WS-NSF-RETURN-AMOUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'NSF Fees Charged:' TO SL-LABEL
           MOVE WS-NSF-FEE-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Chronic Returners Flagged:' TO SL-LABEL
           MOVE WS-NSF-CHRONIC-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FUTURE-DATED WAREHOUSE ACTIVITY' TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Warehoused This Run:' TO SL-LABEL
           MOVE WS-WAREHOUSED-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Released This Run:' TO SL-LABEL
           MOVE WS-RELEASED-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Still Warehoused:' TO SL-LABEL
           COMPUTE SL-VALUE =
               WS-CARRIED-FWD-COUNT + WS-WAREHOUSED-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'Total Credits:' TO SL-LABEL
           MOVE WS-TOTAL-CREDITS TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           MOVE 'Total Debits:' TO SL-LABEL
           MOVE WS-TOTAL-DEBITS TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE

           PERFORM SUM-ACCOUNT-BALANCES
           MOVE 'Total Account Balances:' TO SL-LABEL
           MOVE WS-TOTAL-BALANCE TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           PERFORM WRITE-CSV-SUMMARY-LINE.

       WRITE-CSV-SUMMARY-LINE.
           MOVE SPACES TO CSV-LINE
           STRING FUNCTION TRIM(SL-LABEL) ',' SL-VALUE
               DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE.

       SUM-ACCOUNT-BALANCES.
           MOVE 0 TO WS-TOTAL-BALANCE
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY "WARNING: Cannot open account_balances.dat - "
                       "status " WS-ACCOUNT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ACCT-EOF
           PERFORM ADD-ACCOUNT-BALANCE UNTIL WS-ACCT-EOF = 'Y'
           CLOSE ACCOUNT-FILE.

       ADD-ACCOUNT-BALANCE.
           READ ACCOUNT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF
               NOT AT END
                   ADD CURRENT-BALANCE TO WS-TOTAL-BALANCE
           END-READ.

       DETERMINE-AUDIT-SEQ-START.
           MOVE 1 TO WS-AUDIT-NEXT-SEQ
           MOVE 0 TO WS-AUDIT-LAST-SEQ
           MOVE 'bank_audit_trail.log' TO WS-IN-FILE-NAME
           OPEN INPUT PARTITION-INPUT
           IF WS-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IN-EOF
           PERFORM READ-AUDIT-SEQ UNTIL WS-IN-EOF = 'Y'
           CLOSE PARTITION-INPUT
           COMPUTE WS-AUDIT-NEXT-SEQ = WS-AUDIT-LAST-SEQ + 1.

       READ-AUDIT-SEQ.
           READ PARTITION-INPUT
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   MOVE PARTITION-LINE(1:9) TO WS-AUDIT-LAST-SEQ
           END-READ.

      *    SUSPENSE AND REVIEW ROWS COME FROM EVERY PARTITION; THE
      *    RANGE PARTITIONS' OWN AUDIT, LEDGER AND EXTRACT FILES ARE
      *    ADDED BEHIND WHAT THE SERIAL PASS ALREADY WROTE.
       MERGE-PARTITION-OUTPUT.
           SET PN-IDX TO WS-PN-SCAN
           MOVE PN-PARTITION(PN-IDX) TO WS-SUFFIX-NO
           PERFORM MERGE-PARTITION-STEM
               VARYING WS-ST-SCAN FROM 1 BY 1
               UNTIL WS-ST-SCAN > WS-STEM-COUNT
           PERFORM ADD-BRANCH-ACTIVITY.

       MERGE-PARTITION-STEM.
           IF WS-STEM-ACTION(WS-ST-SCAN) = 'D'
               EXIT PARAGRAPH
           END-IF
           IF WS-STEM-SCOPE(WS-ST-SCAN) = 'R' AND WS-SUFFIX-NO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-STEM-NAMES
           IF WS-STEM-ACTION(WS-ST-SCAN) = 'N'
               MOVE 'Y' TO WS-RENUMBER
           ELSE
               MOVE 'N' TO WS-RENUMBER
           END-IF
           PERFORM APPEND-PARTITION-FILE.

       BUILD-STEM-NAMES.
           MOVE SPACES TO WS-IN-FILE-NAME
           STRING WS-STEM-NAME(WS-ST-SCAN) DELIMITED BY SPACE
                  '.' WS-PARTITION-SUFFIX '.' DELIMITED BY SIZE
                  WS-STEM-EXT(WS-ST-SCAN) DELIMITED BY SPACE
               INTO WS-IN-FILE-NAME
           MOVE SPACES TO WS-OUT-FILE-NAME
           STRING WS-STEM-NAME(WS-ST-SCAN) DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-STEM-EXT(WS-ST-SCAN) DELIMITED BY SPACE
               INTO WS-OUT-FILE-NAME.

       APPEND-PARTITION-FILE.
           MOVE 0 TO WS-APPEND-COUNT
           OPEN INPUT PARTITION-INPUT
           IF WS-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SHARED-OUTPUT
           IF WS-OUT-STATUS NOT = '00'
               OPEN OUTPUT SHARED-OUTPUT
           END-IF
           MOVE 'N' TO WS-IN-EOF
           PERFORM APPEND-PARTITION-LINE UNTIL WS-IN-EOF = 'Y'
           CLOSE PARTITION-INPUT
           CLOSE SHARED-OUTPUT
           ADD WS-APPEND-COUNT TO WS-APPENDED-TOTAL
           IF WS-APPEND-COUNT > 0
               DISPLAY "  " FUNCTION TRIM(WS-IN-FILE-NAME) " -> "
                       FUNCTION TRIM(WS-OUT-FILE-NAME) ": "
                       WS-APPEND-COUNT " rows"
           END-IF.

       APPEND-PARTITION-LINE.
           READ PARTITION-INPUT
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   MOVE PARTITION-LINE TO SHARED-LINE
                   IF WS-RENUMBER = 'Y'
                       MOVE WS-AUDIT-NEXT-SEQ TO SHARED-LINE(1:9)
                       ADD 1 TO WS-AUDIT-NEXT-SEQ
                       ADD 1 TO WS-AUDIT-RENUMBERED
                   END-IF
                   WRITE SHARED-LINE
                   ADD 1 TO WS-APPEND-COUNT
           END-READ.

      *    THE PARTITIONS EACH LEFT ONE SETTLEMENT ROW; BRANCH
      *    SETTLEMENT SEES ONE ROW FOR THE BATCH FILE, AS IT WOULD
      *    FROM A SINGLE POSTING RUN.
       ADD-BRANCH-ACTIVITY.
           MOVE SPACES TO WS-IN-FILE-NAME
           STRING 'branch_activity.' WS-PARTITION-SUFFIX '.dat'
               DELIMITED BY SIZE INTO WS-IN-FILE-NAME
           OPEN INPUT PARTITION-INPUT
           IF WS-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IN-EOF
           PERFORM ADD-BRANCH-ROW UNTIL WS-IN-EOF = 'Y'
           CLOSE PARTITION-INPUT.

       ADD-BRANCH-ROW.
           READ PARTITION-INPUT
               AT END
                   MOVE 'Y' TO WS-IN-EOF
               NOT AT END
                   MOVE 'Y' TO WS-BA-FOUND
                   MOVE PB-BRANCH-ID TO WS-BA-BRANCH-ID
                   MOVE PB-POST-DATE TO WS-BA-POST-DATE
                   ADD PB-TXN-COUNT TO WS-BA-TXN-COUNT
                   ADD PB-CREDITS TO WS-BA-CREDITS
                   ADD PB-DEBITS TO WS-BA-DEBITS
                   ADD PB-ERRORS TO WS-BA-ERRORS
           END-READ.

       WRITE-BRANCH-ACTIVITY.
           IF WS-BA-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'branch_activity.dat' TO WS-OUT-FILE-NAME
           OPEN EXTEND SHARED-OUTPUT
           IF WS-OUT-STATUS NOT = '00'
               OPEN OUTPUT SHARED-OUTPUT
           END-IF
           MOVE SPACES TO BRANCH-ACTIVITY-RECORD
           MOVE WS-BA-BRANCH-ID TO BA-BRANCH-ID
           MOVE WS-BA-POST-DATE TO BA-POST-DATE
           MOVE WS-FILE-CYCLE TO BA-CYCLE
           MOVE WS-BA-TXN-COUNT TO BA-TXN-COUNT
           MOVE WS-BA-CREDITS TO BA-CREDITS
           MOVE WS-BA-DEBITS TO BA-DEBITS
           MOVE WS-BA-ERRORS TO BA-ERRORS
           WRITE BRANCH-ACTIVITY-RECORD
           CLOSE SHARED-OUTPUT.

       WRITE-BATCH-REGISTRY.
           IF WS-FILE-COUNT = 0 AND WS-FILE-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BATCH-REGISTRY
           IF WS-REGISTRY-STATUS NOT = '00'
               OPEN OUTPUT BATCH-REGISTRY
           END-IF
           MOVE SPACES TO REGISTRY-RECORD
           MOVE WS-FILE-DATE TO BF-FILE-DATE
           MOVE WS-FILE-BRANCH-ID TO BF-BRANCH-ID
           MOVE WS-FILE-CYCLE TO BF-CYCLE
           MOVE WS-FILE-COUNT TO BF-RECORD-COUNT
           MOVE WS-FILE-HASH TO BF-HASH-TOTAL
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           STRING WS-STAMP-DATE WS-STAMP-TIME
               DELIMITED BY SIZE INTO BF-ACCEPTED-TS
           WRITE REGISTRY-RECORD
           CLOSE BATCH-REGISTRY.

      *    THE MERGED SET IS RECORDED UNDER THE POSTING RUN'S OWN JOB
      *    NAME SO DOWNSTREAM JOBS SEE ONE COMPLETED BATCH RUN.
       WRITE-POSTING-JOB-CONTROL.
           IF WS-FILE-CYCLE > 1
               MOVE SPACES TO WS-JC-NAME
               STRING 'BATCH-C' WS-FILE-CYCLE
                   DELIMITED BY SIZE INTO WS-JC-NAME
           ELSE
               MOVE 'BATCH' TO WS-JC-NAME
           END-IF
           MOVE WS-RECORD-COUNT TO WS-JC-PROC
           MOVE WS-ERROR-COUNT TO WS-JC-ERROR
           MOVE 'STARTED' TO WS-JC-STATUS
           PERFORM WRITE-JOB-CONTROL-RECORD
           MOVE 'COMPLETED' TO WS-JC-STATUS
           PERFORM WRITE-JOB-CONTROL-RECORD
           MOVE 0 TO WS-JC-PROC
           MOVE 0 TO WS-JC-ERROR.

       RELEASE-ACCOUNT-LOCK.
           MOVE 'account_balances.lock' TO WS-LOCK-FILE-NAME
           OPEN OUTPUT ACCOUNT-LOCK-FILE
           CLOSE ACCOUNT-LOCK-FILE.

       DELETE-PARTITION-FILES.
           SET PN-IDX TO WS-PN-SCAN
           MOVE PN-PARTITION(PN-IDX) TO WS-SUFFIX-NO
           PERFORM DELETE-PARTITION-STEM
               VARYING WS-ST-SCAN FROM 1 BY 1
               UNTIL WS-ST-SCAN > WS-STEM-COUNT.

       DELETE-PARTITION-STEM.
           IF WS-STEM-SCOPE(WS-ST-SCAN) = 'R' AND WS-SUFFIX-NO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-STEM-NAMES
           CALL 'CBL_DELETE_FILE' USING WS-IN-FILE-NAME
               RETURNING WS-DELETE-STATUS
           IF WS-DELETE-STATUS = 0
               ADD 1 TO WS-DELETED-COUNT
           END-IF.

       READ-LOCK-HOLDER.
           MOVE 'N' TO WS-LOCK-HELD
           OPEN INPUT ACCOUNT-LOCK-FILE
           IF WS-LOCK-STATUS = '00'
               READ ACCOUNT-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-LOCK-HELD
                       MOVE LK-JOB-NAME TO WS-LOCK-HOLDER-NAME
                       MOVE LK-JOB-ID TO WS-LOCK-HOLDER-ID
                       MOVE LK-START-TIME TO WS-LOCK-HOLDER-TIME
               END-READ
               CLOSE ACCOUNT-LOCK-FILE
           END-IF.

       GENERATE-MERGE-REPORT.
           OPEN OUTPUT MERGE-REPORT
           WRITE MERGE-LINE FROM HEADER-1
           WRITE MERGE-LINE FROM HEADER-2
           WRITE MERGE-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           MOVE WS-FILE-BRANCH-ID TO H3-BRANCH
           MOVE WS-FILE-CYCLE TO H3-CYCLE
           WRITE MERGE-LINE FROM HEADER-3
           MOVE SPACES TO MERGE-LINE
           WRITE MERGE-LINE
           WRITE MERGE-LINE FROM PROOF-HEADER
           WRITE MERGE-LINE FROM HEADER-1
           PERFORM REPORT-PROOF-ROW
               VARYING WS-PN-SCAN FROM 1 BY 1
               UNTIL WS-PN-SCAN > WS-PN-COUNT
           MOVE SPACES TO MERGE-LINE
           WRITE MERGE-LINE
           MOVE 'Batch Trailer Record Count:' TO CL-LABEL
           MOVE WS-FILE-COUNT TO CL-COUNT
           WRITE MERGE-LINE FROM COUNT-LINE
           MOVE 'Details Read By Partitions:' TO CL-LABEL
           MOVE WS-SUM-DETAIL-COUNT TO CL-COUNT
           WRITE MERGE-LINE FROM COUNT-LINE
           MOVE 'Batch Trailer Amount Hash:' TO HL-LABEL
           MOVE WS-FILE-HASH TO HL-AMOUNT
           WRITE MERGE-LINE FROM HASH-LINE
           MOVE 'Amount Hash Of Partitions:' TO HL-LABEL
           MOVE WS-SUM-HASH-TOTAL TO HL-AMOUNT
           WRITE MERGE-LINE FROM HASH-LINE
           MOVE SPACES TO MERGE-LINE
           IF WS-PROOF-VALID = 'Y'
               MOVE '     CONTROLS PROVE - PARTITION SET MERGED'
                   TO MERGE-LINE
           ELSE
               MOVE '     CONTROLS DO NOT PROVE - NOTHING MERGED'
                   TO MERGE-LINE
           END-IF
           WRITE MERGE-LINE
           IF WS-PROOF-VALID = 'Y'
               MOVE SPACES TO MERGE-LINE
               WRITE MERGE-LINE
               MOVE 'Report Detail Lines Combined:' TO CL-LABEL
               MOVE WS-DETAIL-LINES TO CL-COUNT
               WRITE MERGE-LINE FROM COUNT-LINE
               MOVE 'Rows Appended To Shared Files:' TO CL-LABEL
               MOVE WS-APPENDED-TOTAL TO CL-COUNT
               WRITE MERGE-LINE FROM COUNT-LINE
               MOVE 'Audit Entries Renumbered:' TO CL-LABEL
               MOVE WS-AUDIT-RENUMBERED TO CL-COUNT
               WRITE MERGE-LINE FROM COUNT-LINE
               MOVE 'Partition Work Files Removed:' TO CL-LABEL
               MOVE WS-DELETED-COUNT TO CL-COUNT
               WRITE MERGE-LINE FROM COUNT-LINE
           END-IF
           WRITE MERGE-LINE FROM HEADER-1
           CLOSE MERGE-REPORT

           DISPLAY " "
           DISPLAY "Batch partition merge completed:"
           DISPLAY "  Partitions: " WS-PN-COUNT
           DISPLAY "  Total transactions: " WS-RECORD-COUNT
           DISPLAY "  Errors: " WS-ERROR-COUNT
           DISPLAY " "
           DISPLAY "Report generated: batch_merge_report.txt".

       REPORT-PROOF-ROW.
           SET PN-IDX TO WS-PN-SCAN
           MOVE PN-PARTITION(PN-IDX) TO WS-SUFFIX-NO
           MOVE WS-PARTITION-SUFFIX TO PL-PARTITION
           MOVE PN-CUT-COUNT(PN-IDX) TO PL-CUT-COUNT
           MOVE PN-DETAIL-COUNT(PN-IDX) TO PL-DETAIL-COUNT
           MOVE PN-HASH-TOTAL(PN-IDX) TO PL-HASH
           MOVE PN-RECORD-COUNT(PN-IDX) TO PL-RECORDS
           MOVE PN-ERROR-COUNT(PN-IDX) TO PL-ERRORS
           MOVE PN-COMPLETED-TS(PN-IDX) TO PL-COMPLETED
           WRITE MERGE-LINE FROM PROOF-LINE.

       WRITE-JOB-CONTROL-RECORD.
           ACCEPT WS-JOB-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JOB-END-TIME FROM TIME
           STRING WS-JOB-END-DATE WS-JOB-END-TIME
               DELIMITED BY SIZE INTO WS-JOB-END-TIMESTAMP
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE WS-JC-NAME TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE WS-JC-STATUS TO JC-STATUS
           IF WS-JC-STATUS = 'STARTED'
               MOVE SPACES TO JC-END-TIME
           ELSE
               MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           END-IF
           MOVE WS-JC-PROC TO JC-RECORDS-PROC
           MOVE WS-JC-ERROR TO JC-RECORDS-ERROR
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

      *    THE SHARED LEDGER AND CHARGE FILES ARE STAMPED ONCE EVERY
      *    PARTITION'S ROWS HAVE BEEN APPENDED TO THEM.
       RECORD-OUTPUT-MANIFESTS.
           MOVE WS-JOB-ID TO WS-MF-JOB-ID
           MOVE 'BATCH-MERGE' TO WS-MF-JOB-NAME
           MOVE WS-TODAY-YYYYMMDD TO WS-MF-DATE
           MOVE 'monthly_transactions.dat' TO WS-MF-FILE-NAME
           MOVE 33 TO WS-MF-POS
           MOVE 10 TO WS-MF-LEN
           PERFORM WRITE-FILE-MANIFEST
           MOVE 'service_charge_postings.dat' TO WS-MF-FILE-NAME
           MOVE 13 TO WS-MF-POS
           MOVE 7 TO WS-MF-LEN
           PERFORM WRITE-FILE-MANIFEST.

      *    A FINISHED HAND-OFF FILE IS RECORDED IN file_manifest.dat
      *    WITH ITS RECORD COUNT AND AMOUNT HASH SO THE CONSUMING JOB
      *    CAN PROVE IT IS READING THE COMPLETE FILE FOR THE NIGHT.
      *    THE HASH IS THE SUM OF THE UNSIGNED AMOUNT DIGITS AT
      *    WS-MF-POS FOR WS-MF-LEN BYTES OF EVERY ROW.
       WRITE-FILE-MANIFEST.
           PERFORM SCAN-MANIFEST-FILE
           MOVE 'PRODUCED' TO WS-MF-EVENT
           MOVE SPACES TO WS-MF-REASON
           PERFORM APPEND-MANIFEST-ROW.

       SCAN-MANIFEST-FILE.
           MOVE 0 TO WS-MF-COUNT
           MOVE 0 TO WS-MF-HASH
           MOVE 'N' TO WS-MF-EOF
           MOVE 'N' TO WS-MF-SCAN-FOUND
           OPEN INPUT MANIFEST-SCAN-FILE
           IF WS-MF-SCAN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MF-SCAN-FOUND
           PERFORM ADD-MANIFEST-SCAN-LINE UNTIL WS-MF-EOF = 'Y'
           CLOSE MANIFEST-SCAN-FILE.

       ADD-MANIFEST-SCAN-LINE.
           READ MANIFEST-SCAN-FILE
               AT END
                   MOVE 'Y' TO WS-MF-EOF
               NOT AT END
                   ADD 1 TO WS-MF-COUNT
                   IF MANIFEST-SCAN-LINE(WS-MF-POS:WS-MF-LEN)
                           IS NUMERIC
                       MOVE MANIFEST-SCAN-LINE(WS-MF-POS:WS-MF-LEN)
                           TO WS-MF-AMOUNT
                       ADD WS-MF-AMOUNT TO WS-MF-HASH
                   END-IF
           END-READ.

       APPEND-MANIFEST-ROW.
           OPEN EXTEND FILE-MANIFEST
           IF WS-MF-STATUS NOT = '00'
               OPEN OUTPUT FILE-MANIFEST
           END-IF
           MOVE WS-MF-FILE-NAME TO MF-FILE-NAME
           MOVE WS-MF-EVENT TO MF-EVENT
           MOVE WS-MF-DATE TO MF-BUSINESS-DATE
           MOVE WS-MF-COUNT TO MF-RECORD-COUNT
           MOVE WS-MF-HASH TO MF-AMOUNT-HASH
           MOVE WS-MF-POS TO MF-HASH-START
           MOVE WS-MF-LEN TO MF-HASH-LENGTH
           MOVE WS-MF-JOB-ID TO MF-JOB-ID
           MOVE WS-MF-JOB-NAME TO MF-JOB-NAME
           ACCEPT WS-MF-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-MF-STAMP-TIME FROM TIME
           STRING WS-MF-STAMP-DATE WS-MF-STAMP-TIME(1:6)
               DELIMITED BY SIZE INTO MF-WRITTEN-TS
           MOVE WS-MF-REASON TO MF-REASON
           WRITE FILE-MANIFEST-RECORD
           CLOSE FILE-MANIFEST.
