       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchPartitionSplit.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-FILE ASSIGN TO 'batch_transactions.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT PARTITION-FILE ASSIGN TO DYNAMIC
               WS-PARTITION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.
           SELECT PARTITION-PARM-FILE ASSIGN TO
               'batch_partition_parms.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO
               'batch_partition_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT SPLIT-REPORT ASSIGN TO 'batch_split_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-REGISTRY ASSIGN TO 'batch_file_registry.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT ACCOUNT-LOCK-FILE ASSIGN TO
               'account_balances.lock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT LOCK-OVERRIDE-FILE ASSIGN TO
               'account_lock_override.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-OVERRIDE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *    ONE PARTITION'S SHARE OF THE BATCH FILE, IN THE SAME
      *    LAYOUT WITH ITS OWN HEADER AND TRAILER.
       FD  PARTITION-FILE.
       01  PARTITION-RECORD      PIC X(58).
       01  PARTITION-TRAILER-REC.
           05  PO-RECORD-TYPE    PIC X(8).
           05  PO-RECORD-COUNT   PIC 9(6).
           05  PO-HASH-TOTAL     PIC 9(10)V99.
           05  FILLER            PIC X(32).

      *    ACCOUNT RANGES IN ASCENDING ORDER, PARTITIONS NUMBERED FROM
      *    01. THE FIRST LOW BOUND AND THE LAST HIGH BOUND MAY BE LEFT
      *    BLANK (OPEN-ENDED). PARTITION 00 IS RESERVED FOR THE SERIAL
      *    PASS.
       FD  PARTITION-PARM-FILE.
       01  PARTITION-PARM-RECORD.
           05  PP-PARTITION      PIC 9(2).
           05  PP-LOW-ACCT       PIC X(12).
           05  PP-HIGH-ACCT      PIC X(12).

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

       FD  SPLIT-REPORT.
       01  REPORT-LINE           PIC X(132).

       FD  BATCH-REGISTRY.
       01  REGISTRY-RECORD.
           05  BF-FILE-DATE      PIC X(8).
           05  BF-BRANCH-ID      PIC X(6).
           05  BF-CYCLE          PIC 9(2).
           05  BF-RECORD-COUNT   PIC 9(6).
           05  BF-HASH-TOTAL     PIC 9(10)V99.
           05  BF-ACCEPTED-TS    PIC X(14).

       FD  ACCOUNT-LOCK-FILE.
       01  ACCOUNT-LOCK-RECORD.
           05  LK-JOB-NAME       PIC X(15).
           05  LK-JOB-ID         PIC 9(9).
           05  LK-START-TIME     PIC X(14).

       FD  LOCK-OVERRIDE-FILE.
       01  LOCK-OVERRIDE-RECORD  PIC X(80).

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
       01  WS-BATCH-STATUS       PIC XX.
       01  WS-PART-FILE-STATUS   PIC XX.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-PC-STATUS          PIC XX.
       01  WS-REGISTRY-STATUS    PIC XX.
       01  WS-LOCK-STATUS        PIC XX.
       01  WS-LOCK-OVERRIDE-STATUS PIC XX.
       01  WS-BD-STATUS          PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-PARM-EOF           PIC X VALUE 'N'.
       01  WS-REGISTRY-EOF       PIC X VALUE 'N'.
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
       01  WS-JC-STATUS          PIC X(10).

       01  WS-LOCK-HELD          PIC X VALUE 'N'.
       01  WS-LOCK-HOLDER-NAME   PIC X(15).
       01  WS-LOCK-HOLDER-ID     PIC 9(9).
       01  WS-LOCK-HOLDER-TIME   PIC X(14).

      *    CONTROL CHECKS ARE THE SAME ONES THE POSTING RUN MAKES ON
      *    THE WHOLE FILE - A FILE THAT WOULD BE REFUSED THERE IS
      *    REFUSED HERE BEFORE IT IS CUT.
       01  WS-CTL-VALID          PIC X VALUE 'Y'.
       01  WS-CTL-FIRST-RECORD   PIC X VALUE 'Y'.
       01  WS-CTL-HEADER-SEEN    PIC X VALUE 'N'.
       01  WS-CTL-TRAILER-SEEN   PIC X VALUE 'N'.
       01  WS-CTL-RECORD-COUNT   PIC 9(6) VALUE 0.
       01  WS-CTL-DETAIL-COUNT   PIC 9(6) VALUE 0.
       01  WS-CTL-HASH-TOTAL     PIC 9(10)V99 VALUE 0.
       01  WS-CTL-TRAILER-COUNT  PIC 9(6) VALUE 0.
       01  WS-CTL-TRAILER-HASH   PIC 9(10)V99 VALUE 0.
       01  WS-CTL-HEADER-DATE    PIC X(8) VALUE SPACES.
       01  WS-CTL-BRANCH-ID      PIC X(6) VALUE SPACES.
       01  WS-CTL-CYCLE          PIC 9(2) VALUE 1.
       01  WS-HEADER-SAVE        PIC X(58) VALUE SPACES.
       01  WS-REPLAY-FOUND       PIC X VALUE 'N'.
       01  WS-REPLAY-DATE        PIC X(8).
       01  WS-REPLAY-TS          PIC X(14).

       01  WS-PARM-VALID         PIC X VALUE 'Y'.
       01  WS-ROUTE-PARTITION    PIC 9(2).
       01  WS-ROUTE-REASON       PIC X.
       01  WS-FROM-PARTITION     PIC 9(2).
       01  WS-TO-PARTITION       PIC 9(2).
       01  WS-LOOKUP-ACCT        PIC X(12).
       01  WS-LOOKUP-PARTITION   PIC 9(2).
       01  WS-PR-SCAN            PIC 9(3).
       01  WS-WRITE-PARTITION    PIC 9(2).
       01  WS-WRITE-COUNT        PIC 9(6).
       01  WS-PARTITION-FILE-NAME PIC X(40).
       01  WS-SUFFIX.
           05  FILLER            PIC X VALUE 'P'.
           05  WS-SUFFIX-NO      PIC 9(2).
       01  WS-CROSS-COUNT        PIC 9(6) VALUE 0.
       01  WS-FUTURE-COUNT       PIC 9(6) VALUE 0.
       01  WS-UNRANGED-COUNT     PIC 9(6) VALUE 0.
       01  WS-RANGE-COUNT        PIC 9(2) VALUE 0.

      *    PARTITION 00 (THE SERIAL PASS) IS ENTRY 1; RANGE
      *    PARTITION nn IS ENTRY nn + 1.
       01  WS-PR-COUNT           PIC 9(3) VALUE 0.
       01  PARTITION-RANGE-TABLE.
           05  PARTITION-RANGE OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-PR-COUNT
                   INDEXED BY PR-IDX.
               10  PR-PARTITION      PIC 9(2).
               10  PR-LOW-GIVEN      PIC X(12).
               10  PR-HIGH-GIVEN     PIC X(12).
               10  PR-LOW-ACCT       PIC X(12).
               10  PR-HIGH-ACCT      PIC X(12).
               10  PR-DETAIL-COUNT   PIC 9(6).
               10  PR-HASH-TOTAL     PIC 9(10)V99.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(45) VALUE SPACES.
           05  FILLER            PIC X(42)
               VALUE 'BATCH PARTITION SPLIT REPORT'.
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

       01  DETAIL-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(11) VALUE 'Partition'.
           05  FILLER            PIC X(14) VALUE 'Low Account'.
           05  FILLER            PIC X(14) VALUE 'High Account'.
           05  FILLER            PIC X(12) VALUE '    Records'.
           05  FILLER            PIC X(20) VALUE '         Amount Hash'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(40) VALUE 'Input File'.
           05  FILLER            PIC X(13) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  DL-PARTITION      PIC X(3).
           05  FILLER            PIC X(8) VALUE SPACES.
           05  DL-LOW            PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-HIGH           PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  DL-HASH           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  DL-FILE           PIC X(40).
           05  FILLER            PIC X(13) VALUE SPACES.

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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-PARTITION-RANGES
           IF WS-PARM-VALID = 'N'
               DISPLAY "BATCH FILE NOT SPLIT - PARTITION RANGES "
                       "IN batch_partition_parms.dat ARE INVALID"
               MOVE 'FAILED' TO WS-JC-STATUS
               PERFORM UPDATE-JOB-CONTROL-RECORD
               STOP RUN
           END-IF
           PERFORM CHECK-OUTSTANDING-SPLIT
           PERFORM VALIDATE-AND-ROUTE
           IF WS-CTL-VALID = 'N'
               DISPLAY "========================================="
               DISPLAY "BATCH FILE REFUSED - CONTROL CHECK FAILED"
               DISPLAY "========================================="
               DISPLAY "Nothing was split. Correct the batch input "
                       "file and rerun."
               MOVE 'FAILED' TO WS-JC-STATUS
               PERFORM UPDATE-JOB-CONTROL-RECORD
               STOP RUN
           END-IF
           IF WS-CTL-RECORD-COUNT > 0
               PERFORM CHECK-BATCH-REGISTRY
           END-IF
           IF WS-REPLAY-FOUND = 'Y'
               DISPLAY "========================================="
               DISPLAY "BATCH FILE REFUSED - REPLAY OF AN "
                       "ALREADY-ACCEPTED FILE"
               DISPLAY "========================================="
               DISPLAY "Branch " WS-CTL-BRANCH-ID " count "
                       WS-CTL-TRAILER-COUNT " hash "
                       WS-CTL-TRAILER-HASH " matches the file "
                       "accepted " WS-REPLAY-TS " dated "
                       WS-REPLAY-DATE
               MOVE 'REFUSED' TO WS-JC-STATUS
               PERFORM UPDATE-JOB-CONTROL-RECORD
               STOP RUN
           END-IF
           PERFORM ACQUIRE-ACCOUNT-LOCK
           PERFORM WRITE-PARTITION-FILE
               VARYING WS-PR-SCAN FROM 1 BY 1
               UNTIL WS-PR-SCAN > WS-PR-COUNT
           PERFORM WRITE-PARTITION-CONTROL
           PERFORM GENERATE-SPLIT-REPORT
           MOVE 'COMPLETED' TO WS-JC-STATUS
           PERFORM UPDATE-JOB-CONTROL-RECORD
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
           DISPLAY "BATCH PARTITION SPLIT STARTED"
           DISPLAY "========================================="
           DISPLAY "Business Date: " WS-FORMATTED-DATE
           DISPLAY " ".

      *    WITH NO PARMS THE FILE IS CUT INTO FOUR RANGES ON THE
      *    LEADING DIGIT OF THE ACCOUNT NUMBER.
       LOAD-PARTITION-RANGES.
           MOVE 1 TO WS-PR-COUNT
           SET PR-IDX TO 1
           MOVE 0 TO PR-PARTITION(PR-IDX)
           MOVE SPACES TO PR-LOW-GIVEN(PR-IDX)
           MOVE SPACES TO PR-HIGH-GIVEN(PR-IDX)
           OPEN INPUT PARTITION-PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM READ-PARTITION-PARM UNTIL WS-PARM-EOF = 'Y'
               CLOSE PARTITION-PARM-FILE
           END-IF
           IF WS-PR-COUNT = 1
               PERFORM BUILD-DEFAULT-RANGES
           END-IF
           PERFORM CHECK-PARTITION-RANGE
               VARYING WS-PR-SCAN FROM 1 BY 1
               UNTIL WS-PR-SCAN > WS-PR-COUNT
           IF WS-PR-COUNT < 2
               MOVE 'N' TO WS-PARM-VALID
               DISPLAY "ERROR: No range partitions defined"
           END-IF
           COMPUTE WS-RANGE-COUNT = WS-PR-COUNT - 1
           DISPLAY "Range partitions: " WS-RANGE-COUNT.

       READ-PARTITION-PARM.
           READ PARTITION-PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                   IF WS-PR-COUNT < 100
                       ADD 1 TO WS-PR-COUNT
                       SET PR-IDX TO WS-PR-COUNT
                       MOVE PP-PARTITION TO PR-PARTITION(PR-IDX)
                       MOVE PP-LOW-ACCT TO PR-LOW-GIVEN(PR-IDX)
                       MOVE PP-HIGH-ACCT TO PR-HIGH-GIVEN(PR-IDX)
                   ELSE
                       MOVE 'N' TO WS-PARM-VALID
                       DISPLAY "ERROR: More than 99 partitions in "
                               "batch_partition_parms.dat"
                   END-IF
           END-READ.

       BUILD-DEFAULT-RANGES.
           DISPLAY "No partition parms - using four ranges on the "
                   "leading account digit"
           MOVE 5 TO WS-PR-COUNT
           MOVE 1 TO PR-PARTITION(2)
           MOVE SPACES TO PR-LOW-GIVEN(2)
           MOVE '249999999999' TO PR-HIGH-GIVEN(2)
           MOVE 2 TO PR-PARTITION(3)
           MOVE '250000000000' TO PR-LOW-GIVEN(3)
           MOVE '499999999999' TO PR-HIGH-GIVEN(3)
           MOVE 3 TO PR-PARTITION(4)
           MOVE '500000000000' TO PR-LOW-GIVEN(4)
           MOVE '749999999999' TO PR-HIGH-GIVEN(4)
           MOVE 4 TO PR-PARTITION(5)
           MOVE '750000000000' TO PR-LOW-GIVEN(5)
           MOVE SPACES TO PR-HIGH-GIVEN(5).

      *    RANGES MUST BE NUMBERED 01, 02, ... IN ASCENDING ACCOUNT
      *    ORDER AND MUST NOT OVERLAP - ONLY THEN CAN TWO PARTITIONS
      *    NEVER TOUCH THE SAME ACCOUNT.
       CHECK-PARTITION-RANGE.
           SET PR-IDX TO WS-PR-SCAN
           MOVE 0 TO PR-DETAIL-COUNT(PR-IDX)
           MOVE 0 TO PR-HASH-TOTAL(PR-IDX)
           IF PR-LOW-GIVEN(PR-IDX) = SPACES
               MOVE LOW-VALUES TO PR-LOW-ACCT(PR-IDX)
           ELSE
               MOVE PR-LOW-GIVEN(PR-IDX) TO PR-LOW-ACCT(PR-IDX)
           END-IF
           IF PR-HIGH-GIVEN(PR-IDX) = SPACES
               MOVE HIGH-VALUES TO PR-HIGH-ACCT(PR-IDX)
           ELSE
               MOVE PR-HIGH-GIVEN(PR-IDX) TO PR-HIGH-ACCT(PR-IDX)
           END-IF
           IF WS-PR-SCAN = 1
               EXIT PARAGRAPH
           END-IF
           IF PR-PARTITION(PR-IDX) IS NOT NUMERIC
               OR PR-PARTITION(PR-IDX) NOT = WS-PR-SCAN - 1
               MOVE 'N' TO WS-PARM-VALID
               DISPLAY "ERROR: Partition parm row " WS-PR-SCAN
                       " is not numbered in sequence"
               EXIT PARAGRAPH
           END-IF
           IF PR-LOW-ACCT(PR-IDX) > PR-HIGH-ACCT(PR-IDX)
               MOVE 'N' TO WS-PARM-VALID
               DISPLAY "ERROR: Partition " PR-PARTITION(PR-IDX)
                       " low bound is above its high bound"
           END-IF
           IF WS-PR-SCAN > 2
               AND PR-LOW-ACCT(PR-IDX) NOT >
                   PR-HIGH-ACCT(PR-IDX - 1)
               MOVE 'N' TO WS-PARM-VALID
               DISPLAY "ERROR: Partition " PR-PARTITION(PR-IDX)
                       " overlaps partition "
                       PR-PARTITION(PR-IDX - 1)
           END-IF.

      *    AN UNMERGED CONTROL FILE MEANS THE LAST PARTITION SET HAS
      *    NOT BEEN MERGED - CUTTING ANOTHER WOULD OVERWRITE ITS INPUT.
       CHECK-OUTSTANDING-SPLIT.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ PARTITION-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "ERROR: batch_partition_control.dat "
                           "still holds the partition set split by "
                           "job " PC-SPLIT-JOB-ID
                   DISPLAY "Finish and merge that set before "
                           "splitting another file"
                   CLOSE PARTITION-CONTROL-FILE
                   MOVE 'FAILED' TO WS-JC-STATUS
                   PERFORM UPDATE-JOB-CONTROL-RECORD
                   STOP RUN
           END-READ
           CLOSE PARTITION-CONTROL-FILE.

       VALIDATE-AND-ROUTE.
           OPEN INPUT BATCH-FILE
           IF WS-BATCH-STATUS NOT = '00'
               DISPLAY "WARNING: batch_transactions.dat not found - "
                       "empty partition files will be written"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM READ-FOR-VALIDATION UNTIL WS-EOF = 'Y'
           CLOSE BATCH-FILE
           IF WS-CTL-RECORD-COUNT = 0
               DISPLAY "WARNING: batch_transactions.dat is empty - "
                       "only warehouse releases will be processed"
           ELSE
               PERFORM CHECK-CONTROL-TOTALS
           END-IF.

       READ-FOR-VALIDATION.
           READ BATCH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM VALIDATE-CONTROL-RECORD
           END-READ.

       VALIDATE-CONTROL-RECORD.
           ADD 1 TO WS-CTL-RECORD-COUNT
           IF WS-CTL-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-CTL-FIRST-RECORD
               IF TXN-TYPE = 'HEADER'
                   MOVE 'Y' TO WS-CTL-HEADER-SEEN
                   MOVE BATCH-RECORD TO WS-HEADER-SAVE
                   MOVE BH-FILE-DATE TO WS-CTL-HEADER-DATE
                   MOVE BH-BRANCH-ID TO WS-CTL-BRANCH-ID
                   IF BH-CYCLE-NUMBER IS NUMERIC
                       AND BH-CYCLE-NUMBER > 0
                       MOVE BH-CYCLE-NUMBER TO WS-CTL-CYCLE
                   ELSE
                       MOVE 1 TO WS-CTL-CYCLE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-CTL-VALID
                   DISPLAY "ERROR: First record of "
                           "batch_transactions.dat is not a HEADER "
                           "control record"
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-CTL-TRAILER-SEEN = 'Y'
               MOVE 'N' TO WS-CTL-VALID
               DISPLAY "ERROR: Records found after the TRAILER "
                       "control record - possible double send"
               EXIT PARAGRAPH
           END-IF

           EVALUATE TXN-TYPE
               WHEN 'HEADER'
                   MOVE 'N' TO WS-CTL-VALID
                   DISPLAY "ERROR: Duplicate HEADER record found - "
                           "possible double send"
               WHEN 'TRAILER'
                   MOVE 'Y' TO WS-CTL-TRAILER-SEEN
                   MOVE BT-RECORD-COUNT TO WS-CTL-TRAILER-COUNT
                   MOVE BT-HASH-TOTAL TO WS-CTL-TRAILER-HASH
               WHEN OTHER
                   ADD 1 TO WS-CTL-DETAIL-COUNT
                   IF TXN-AMOUNT IS NUMERIC
                       ADD TXN-AMOUNT TO WS-CTL-HASH-TOTAL
                   END-IF
                   PERFORM ROUTE-DETAIL
                   EVALUATE WS-ROUTE-REASON
                       WHEN 'F'
                           ADD 1 TO WS-FUTURE-COUNT
                       WHEN 'U'
                           ADD 1 TO WS-UNRANGED-COUNT
                       WHEN 'X'
                           ADD 1 TO WS-CROSS-COUNT
                   END-EVALUATE
                   SET PR-IDX TO WS-ROUTE-PARTITION
                   SET PR-IDX UP BY 1
                   ADD 1 TO PR-DETAIL-COUNT(PR-IDX)
                   IF TXN-AMOUNT IS NUMERIC
                       ADD TXN-AMOUNT TO PR-HASH-TOTAL(PR-IDX)
                   END-IF
           END-EVALUATE.

       CHECK-CONTROL-TOTALS.
           IF WS-CTL-HEADER-SEEN = 'Y'
               AND WS-CTL-HEADER-DATE NOT = WS-TODAY-YYYYMMDD
               MOVE 'N' TO WS-CTL-VALID
               DISPLAY "ERROR: Batch header date "
                       WS-CTL-HEADER-DATE " is not the current "
                       "business date " WS-TODAY-YYYYMMDD
           END-IF
           IF WS-CTL-TRAILER-SEEN = 'N'
               MOVE 'N' TO WS-CTL-VALID
               DISPLAY "ERROR: No TRAILER control record found - "
                       "file may be truncated"
           ELSE
               IF WS-CTL-TRAILER-COUNT NOT = WS-CTL-DETAIL-COUNT
                   MOVE 'N' TO WS-CTL-VALID
                   DISPLAY "ERROR: Trailer record count "
                           WS-CTL-TRAILER-COUNT " does not match "
                           WS-CTL-DETAIL-COUNT " detail records read"
               END-IF
               IF WS-CTL-TRAILER-HASH NOT = WS-CTL-HASH-TOTAL
                   MOVE 'N' TO WS-CTL-VALID
                   DISPLAY "ERROR: Trailer amount hash "
                           WS-CTL-TRAILER-HASH " does not match "
                           "computed total " WS-CTL-HASH-TOTAL
               END-IF
           END-IF.

      *    A DETAIL GOES TO THE RANGE PARTITION OWNING ITS ACCOUNT.
      *    THE SERIAL PASS TAKES WHAT NO SINGLE RANGE PARTITION CAN
      *    POST ALONE: A TRANSFER WHOSE TWO ACCOUNTS LIE IN DIFFERENT
      *    PARTITIONS, A FUTURE-DATED ITEM (ONLY THE SERIAL PASS
      *    WORKS THE WAREHOUSE) AND AN ACCOUNT OUTSIDE EVERY RANGE.
       ROUTE-DETAIL.
           MOVE SPACE TO WS-ROUTE-REASON
           IF TXN-EFFECTIVE-DATE > WS-TODAY-YYYYMMDD
               MOVE 0 TO WS-ROUTE-PARTITION
               MOVE 'F' TO WS-ROUTE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-LOOKUP-ACCT
           PERFORM FIND-ACCOUNT-PARTITION
           MOVE WS-LOOKUP-PARTITION TO WS-FROM-PARTITION
           IF WS-FROM-PARTITION = 0
               MOVE 0 TO WS-ROUTE-PARTITION
               MOVE 'U' TO WS-ROUTE-REASON
               EXIT PARAGRAPH
           END-IF
           IF TXN-TYPE = 'TRANSFER'
               MOVE TO-ACCOUNT-NUMBER TO WS-LOOKUP-ACCT
               PERFORM FIND-ACCOUNT-PARTITION
               MOVE WS-LOOKUP-PARTITION TO WS-TO-PARTITION
               IF WS-TO-PARTITION NOT = WS-FROM-PARTITION
                   MOVE 0 TO WS-ROUTE-PARTITION
                   MOVE 'X' TO WS-ROUTE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-FROM-PARTITION TO WS-ROUTE-PARTITION.

       FIND-ACCOUNT-PARTITION.
           MOVE 0 TO WS-LOOKUP-PARTITION
           SET PR-IDX TO 2
           SEARCH PARTITION-RANGE
               AT END
                   MOVE 0 TO WS-LOOKUP-PARTITION
               WHEN WS-LOOKUP-ACCT NOT < PR-LOW-ACCT(PR-IDX)
                   AND WS-LOOKUP-ACCT NOT > PR-HIGH-ACCT(PR-IDX)
                   MOVE PR-PARTITION(PR-IDX) TO WS-LOOKUP-PARTITION
           END-SEARCH.

      *    A RE-SENT FILE WITH A FRESHLY KEYED HEADER DATE STILL
      *    CARRIES THE ORIGINAL BRANCH, TRAILER COUNT AND HASH - A
      *    MATCH AGAINST ANY ACCEPTED FILE REFUSES THE SPLIT BEFORE A
      *    SINGLE PARTITION POSTS.
       CHECK-BATCH-REGISTRY.
           MOVE 'N' TO WS-REPLAY-FOUND
           OPEN INPUT BATCH-REGISTRY
           IF WS-REGISTRY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-REGISTRY-EOF
           PERFORM SCAN-REGISTRY-ROW UNTIL WS-REGISTRY-EOF = 'Y'
           CLOSE BATCH-REGISTRY.

       SCAN-REGISTRY-ROW.
           READ BATCH-REGISTRY
               AT END
                   MOVE 'Y' TO WS-REGISTRY-EOF
               NOT AT END
                   IF BF-BRANCH-ID = WS-CTL-BRANCH-ID
                       AND BF-RECORD-COUNT = WS-CTL-TRAILER-COUNT
                       AND BF-HASH-TOTAL = WS-CTL-TRAILER-HASH
                       MOVE 'Y' TO WS-REPLAY-FOUND
                       MOVE BF-FILE-DATE TO WS-REPLAY-DATE
                       MOVE BF-ACCEPTED-TS TO WS-REPLAY-TS
                       MOVE 'Y' TO WS-REGISTRY-EOF
                   END-IF
                   IF WS-REPLAY-FOUND = 'N'
                       AND BF-FILE-DATE = WS-CTL-HEADER-DATE
                       AND BF-BRANCH-ID = WS-CTL-BRANCH-ID
                       AND BF-CYCLE = WS-CTL-CYCLE
                       MOVE 'Y' TO WS-REPLAY-FOUND
                       MOVE BF-FILE-DATE TO WS-REPLAY-DATE
                       MOVE BF-ACCEPTED-TS TO WS-REPLAY-TS
                       MOVE 'Y' TO WS-REGISTRY-EOF
                   END-IF
           END-READ.

      *    THE FILE-WIDE LOCK IS TAKEN FOR THE WHOLE PARTITION SET AND
      *    LEFT HELD - EACH PARTITION LOCKS ITS RANGE UNDER IT AND THE
      *    MERGE JOB RELEASES IT ONCE EVERY PARTITION HAS POSTED.
       ACQUIRE-ACCOUNT-LOCK.
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
           END-IF
           IF WS-LOCK-HELD = 'Y'
               PERFORM CHECK-LOCK-OVERRIDE
           END-IF
           IF WS-LOCK-HELD = 'Y'
               DISPLAY "ERROR: account_balances.dat is locked by "
                       "job " WS-LOCK-HOLDER-NAME " id "
                       WS-LOCK-HOLDER-ID
               DISPLAY "Lock taken at " WS-LOCK-HOLDER-TIME
               DISPLAY "Refusing to split - the partitions could "
                       "not post until that job finishes"
               DISPLAY "If the holding job abended, create "
                       "account_lock_override.dat and rerun"
               MOVE 'FAILED' TO WS-JC-STATUS
               PERFORM UPDATE-JOB-CONTROL-RECORD
               STOP RUN
           END-IF
           OPEN OUTPUT ACCOUNT-LOCK-FILE
           MOVE 'BATCH-PART' TO LK-JOB-NAME
           MOVE WS-JOB-ID TO LK-JOB-ID
           MOVE WS-JOB-START-TIMESTAMP TO LK-START-TIME
           WRITE ACCOUNT-LOCK-RECORD
           CLOSE ACCOUNT-LOCK-FILE.

       CHECK-LOCK-OVERRIDE.
           OPEN INPUT LOCK-OVERRIDE-FILE
           IF WS-LOCK-OVERRIDE-STATUS = '00'
               CLOSE LOCK-OVERRIDE-FILE
               CALL 'CBL_DELETE_FILE' USING
                   'account_lock_override.dat'
               MOVE 'N' TO WS-LOCK-HELD
               DISPLAY "WARNING: Stale lock from job "
                       WS-LOCK-HOLDER-NAME " overridden by "
                       "operator flag"
           END-IF.

      *    ONE PASS OF THE BATCH FILE PER PARTITION. AN EMPTY BATCH
      *    FILE GIVES EMPTY PARTITION FILES, AS THE POSTING RUN
      *    EXPECTS ON A DAY WITH ONLY WAREHOUSE RELEASES.
       WRITE-PARTITION-FILE.
           SET PR-IDX TO WS-PR-SCAN
           MOVE PR-PARTITION(PR-IDX) TO WS-WRITE-PARTITION
           MOVE WS-WRITE-PARTITION TO WS-SUFFIX-NO
           MOVE SPACES TO WS-PARTITION-FILE-NAME
           STRING 'batch_transactions.' WS-SUFFIX '.dat'
               DELIMITED BY SIZE INTO WS-PARTITION-FILE-NAME
           OPEN OUTPUT PARTITION-FILE
           IF WS-CTL-RECORD-COUNT = 0
               CLOSE PARTITION-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HEADER-SAVE TO PARTITION-RECORD
           WRITE PARTITION-RECORD
           MOVE 0 TO WS-WRITE-COUNT
           OPEN INPUT BATCH-FILE
           MOVE 'N' TO WS-EOF
           PERFORM COPY-PARTITION-DETAIL UNTIL WS-EOF = 'Y'
           CLOSE BATCH-FILE
           SET PR-IDX TO WS-PR-SCAN
           MOVE SPACES TO PARTITION-TRAILER-REC
           MOVE 'TRAILER' TO PO-RECORD-TYPE
           MOVE PR-DETAIL-COUNT(PR-IDX) TO PO-RECORD-COUNT
           MOVE PR-HASH-TOTAL(PR-IDX) TO PO-HASH-TOTAL
           WRITE PARTITION-TRAILER-REC
           CLOSE PARTITION-FILE
           DISPLAY "Partition " WS-SUFFIX ": " WS-WRITE-COUNT
                   " records to "
                   FUNCTION TRIM(WS-PARTITION-FILE-NAME).

       COPY-PARTITION-DETAIL.
           READ BATCH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TXN-TYPE NOT = 'HEADER'
                       AND TXN-TYPE NOT = 'TRAILER'
                       PERFORM ROUTE-DETAIL
                       IF WS-ROUTE-PARTITION = WS-WRITE-PARTITION
                           MOVE BATCH-RECORD TO PARTITION-RECORD
                           WRITE PARTITION-RECORD
                           ADD 1 TO WS-WRITE-COUNT
                       END-IF
                   END-IF
           END-READ.

       WRITE-PARTITION-CONTROL.
           OPEN OUTPUT PARTITION-CONTROL-FILE
           MOVE SPACES TO PARTITION-CONTROL-RECORD
           MOVE 'FILE' TO PC-REC-TYPE
           COMPUTE PC-PARTITION = WS-PR-COUNT - 1
           MOVE WS-CTL-TRAILER-COUNT TO PC-RECORD-COUNT
           MOVE WS-CTL-TRAILER-HASH TO PC-HASH-TOTAL
           MOVE WS-CTL-HEADER-DATE TO PC-FILE-DATE
           MOVE WS-CTL-BRANCH-ID TO PC-BRANCH-ID
           MOVE WS-CTL-CYCLE TO PC-CYCLE
           MOVE WS-JOB-ID TO PC-SPLIT-JOB-ID
           WRITE PARTITION-CONTROL-RECORD
           PERFORM WRITE-PARTITION-CONTROL-ROW
               VARYING WS-PR-SCAN FROM 1 BY 1
               UNTIL WS-PR-SCAN > WS-PR-COUNT
           CLOSE PARTITION-CONTROL-FILE.

       WRITE-PARTITION-CONTROL-ROW.
           SET PR-IDX TO WS-PR-SCAN
           MOVE SPACES TO PARTITION-CONTROL-RECORD
           MOVE 'PART' TO PC-REC-TYPE
           MOVE PR-PARTITION(PR-IDX) TO PC-PARTITION
           MOVE PR-LOW-GIVEN(PR-IDX) TO PC-LOW-ACCT
           MOVE PR-HIGH-GIVEN(PR-IDX) TO PC-HIGH-ACCT
           MOVE PR-DETAIL-COUNT(PR-IDX) TO PC-RECORD-COUNT
           MOVE PR-HASH-TOTAL(PR-IDX) TO PC-HASH-TOTAL
           MOVE WS-CTL-HEADER-DATE TO PC-FILE-DATE
           MOVE WS-CTL-BRANCH-ID TO PC-BRANCH-ID
           MOVE WS-CTL-CYCLE TO PC-CYCLE
           MOVE WS-JOB-ID TO PC-SPLIT-JOB-ID
           WRITE PARTITION-CONTROL-RECORD.

       GENERATE-SPLIT-REPORT.
           OPEN OUTPUT SPLIT-REPORT
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           MOVE WS-CTL-BRANCH-ID TO H3-BRANCH
           MOVE WS-CTL-CYCLE TO H3-CYCLE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM DETAIL-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM REPORT-PARTITION-ROW
               VARYING WS-PR-SCAN FROM 1 BY 1
               UNTIL WS-PR-SCAN > WS-PR-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Detail Records In Batch File:' TO CL-LABEL
           MOVE WS-CTL-DETAIL-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Batch Trailer Record Count:' TO CL-LABEL
           MOVE WS-CTL-TRAILER-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Batch Trailer Amount Hash:' TO HL-LABEL
           MOVE WS-CTL-TRAILER-HASH TO HL-AMOUNT
           WRITE REPORT-LINE FROM HASH-LINE
           MOVE 'Serial Pass - Cross-Partition Transfers:'
               TO CL-LABEL
           MOVE WS-CROSS-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Serial Pass - Future-Dated Items:' TO CL-LABEL
           MOVE WS-FUTURE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Serial Pass - Account In No Range:' TO CL-LABEL
           MOVE WS-UNRANGED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Run P00 first and alone, then the range partitions '
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'concurrently, then the partition merge.'
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1
           CLOSE SPLIT-REPORT

           DISPLAY " "
           DISPLAY "Batch partition split completed:"
           DISPLAY "  Detail records: " WS-CTL-DETAIL-COUNT
           COMPUTE WS-RANGE-COUNT = WS-PR-COUNT - 1
           DISPLAY "  Range partitions: " WS-RANGE-COUNT
           DISPLAY "  Serial pass (P00) records: "
                   PR-DETAIL-COUNT(1)
           DISPLAY " "
           DISPLAY "Report generated: batch_split_report.txt".

       REPORT-PARTITION-ROW.
           SET PR-IDX TO WS-PR-SCAN
           MOVE PR-PARTITION(PR-IDX) TO WS-SUFFIX-NO
           MOVE WS-SUFFIX TO DL-PARTITION
           IF WS-PR-SCAN = 1
               MOVE '(SERIAL)' TO DL-LOW
               MOVE SPACES TO DL-HIGH
           ELSE
               MOVE PR-LOW-GIVEN(PR-IDX) TO DL-LOW
               MOVE PR-HIGH-GIVEN(PR-IDX) TO DL-HIGH
               IF PR-LOW-GIVEN(PR-IDX) = SPACES
                   MOVE '(LOWEST)' TO DL-LOW
               END-IF
               IF PR-HIGH-GIVEN(PR-IDX) = SPACES
                   MOVE '(HIGHEST)' TO DL-HIGH
               END-IF
           END-IF
           MOVE PR-DETAIL-COUNT(PR-IDX) TO DL-COUNT
           MOVE PR-HASH-TOTAL(PR-IDX) TO DL-HASH
           MOVE SPACES TO DL-FILE
           STRING 'batch_transactions.' WS-SUFFIX '.dat'
               DELIMITED BY SIZE INTO DL-FILE
           WRITE REPORT-LINE FROM DETAIL-LINE.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'BATCH-SPLIT' TO JC-JOB-NAME
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
           MOVE 'BATCH-SPLIT' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE WS-JC-STATUS TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-CTL-DETAIL-COUNT TO JC-RECORDS-PROC
           IF WS-JC-STATUS = 'COMPLETED'
               MOVE 0 TO JC-RECORDS-ERROR
           ELSE
               MOVE WS-CTL-DETAIL-COUNT TO JC-RECORDS-ERROR
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
