           SELECT ODP-LINK-FILE ASSIGN TO 'od_protection_links.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODP-FILE-STATUS.
           SELECT CREDIT-LINE-FILE ASSIGN TO 'od_credit_lines.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-FILE-STATUS.
           SELECT CREDIT-LINE-FILE-NEW ASSIGN TO
               'od_credit_lines.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LINE-GL-FILE ASSIGN TO 'od_line_gl_postings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-FILE-STATUS.
           SELECT ACCOUNT-LOCK-FILE ASSIGN TO
               'account_balances.lock'
               ORGANIZATION IS LINE SEQUENTIAL
               'account_lock_override.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-OVERRIDE-STATUS.
           SELECT ESTATE-REGISTER ASSIGN TO 'estate_register.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-FILE-STATUS.
           SELECT OWNERSHIP-FILE ASSIGN TO 'account_ownership.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-FILE-STATUS.
           SELECT HELD-MAIL-FILE ASSIGN TO 'held_mail.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT FILE-MANIFEST ASSIGN TO 'file_manifest.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.
           SELECT MANIFEST-SCAN-FILE ASSIGN TO DYNAMIC
               WS-MF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-SCAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           05  ODP-SWEEP-LIMIT   PIC 9(8)V99.
           05  ODP-LINK-STATUS   PIC X(1).

      *    OVERDRAFT LINE OF CREDIT. AN ACTIVE LINE COVERS THE
      *    OVERDRAWN BALANCE BY AN ADVANCE UP TO ITS AVAILABLE CREDIT
      *    IN PLACE OF THE OVERDRAFT FEE. THIS JOB ONLY MOVES THE
      *    BALANCE AND CYCLE ADVANCES; OVERDRAFTLINEBILLING KEEPS THE
      *    REST. STATUS 'A' ACTIVE, 'S' SUSPENDED, 'C' CLOSED.
       FD  CREDIT-LINE-FILE.
       01  CREDIT-LINE-RECORD.
           05  LC-ACCT-NUMBER    PIC X(12).
           05  LC-CREDIT-LIMIT   PIC 9(8)V99.
           05  LC-APR            PIC 9V9999.
           05  LC-MIN-PAY-PCT    PIC 9V99.
           05  LC-DUE-DAY        PIC 9(2).
           05  LC-STATUS         PIC X(1).
           05  LC-OPENED-DATE    PIC X(8).
           05  LC-BALANCE        PIC 9(8)V99.
           05  LC-ACCRUED-INT    PIC 9(6)V99.
           05  LC-LAST-ACCRUAL   PIC X(8).
           05  LC-CYCLE-ADVANCES PIC 9(8)V99.
           05  LC-CYCLE-PAYMENTS PIC 9(8)V99.
           05  LC-STMT-DATE      PIC X(8).
           05  LC-STMT-BALANCE   PIC 9(8)V99.
           05  LC-MIN-DUE        PIC 9(8)V99.
           05  LC-DUE-DATE       PIC X(8).
           05  LC-PAST-DUE       PIC 9(8)V99.
           05  LC-DELINQ-DATE    PIC X(8).
           05  LC-LAST-MISSED    PIC X(8).
           05  LC-DAYS-PAST-DUE  PIC 9(3).
           05  LC-MISSED-COUNT   PIC 9(2).
           05  LC-STATUS-DATE    PIC X(8).

       FD  CREDIT-LINE-FILE-NEW.
       01  CREDIT-LINE-RECORD-NEW PIC X(162).

      *    LINE ADVANCES, BILLED INTEREST AND PAYMENTS FOR
      *    POSTINGCONSOLIDATION: EVENT ADVN, INTR OR PAYM.
       FD  LINE-GL-FILE.
       01  LINE-GL-RECORD.
           05  LG-ACCT-NUMBER    PIC X(12).
           05  LG-EVENT          PIC X(4).
           05  LG-AMOUNT         PIC 9(8)V99.
           05  LG-DATE           PIC X(8).

       FD  OVERDRAFT-REPORT.
       01  REPORT-LINE           PIC X(132).

           05  CM-WITHHOLD-FLAG  PIC X(1).
           05  CM-WITHHOLD-RATE  PIC 9V9999.
           05  CM-DELIVERY-PREF  PIC X(1).
           05  CM-UNDELIV-FLAG   PIC X(1).

       FD  AUDIT-LOG.
       01  AUDIT-LINE            PIC X(200).
       FD  LOCK-OVERRIDE-FILE.
       01  LOCK-OVERRIDE-RECORD  PIC X(80).

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

       FD  OWNERSHIP-FILE.
       01  OWNERSHIP-RECORD.
           05  OW-ACCT-NUMBER    PIC X(12).
           05  OW-CUSTOMER-ID    PIC X(10).
           05  OW-CUSTOMER-NAME  PIC X(30).
           05  OW-ROLE           PIC X(8).
           05  OW-PERCENT        PIC 9(3)V99.
           05  OW-STATUS         PIC X(1).
           05  OW-ADDED-DATE     PIC X(8).

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           05  HM-ACCT-NUMBER    PIC X(12).
           05  HM-SOURCE         PIC X(10).
           05  HM-DISPOSITION    PIC X(1).
           05  HM-DATE           PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE  PIC X(8).
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
       01  WS-BD-STATUS          PIC XX.
       01  WS-LOCK-STATUS        PIC XX.
       01  WS-SWEEP-TOTAL        PIC 9(12)V99 VALUE 0.
       01  WS-SWEEP-AUDIT-AMT    PIC 9(10)V99.

       01  WS-LC-FILE-STATUS     PIC XX.
       01  WS-LG-FILE-STATUS     PIC XX.
       01  WS-LC-EOF             PIC X VALUE 'N'.
       01  WS-LC-LOADED          PIC X VALUE 'N'.
       01  WS-LC-FOUND           PIC X VALUE 'N'.
       01  WS-LINE-AVAILABLE     PIC 9(10)V99.
       01  WS-LINE-ADVANCE       PIC 9(10)V99.
       01  WS-LINE-SHORTFALL     PIC 9(10)V99.
       01  WS-ADVANCE-COUNT      PIC 9(5) VALUE 0.
       01  WS-LINE-CURED-COUNT   PIC 9(5) VALUE 0.
       01  WS-ADVANCE-TOTAL      PIC 9(12)V99 VALUE 0.

       01  WS-LC-COUNT           PIC 9(4) VALUE 0.
       01  CREDIT-LINE-TABLE.
           05  LT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-LC-COUNT
                   INDEXED BY LT-IDX.
               10  LT-ACCT           PIC X(12).
               10  LT-CREDIT-LIMIT   PIC 9(8)V99.
               10  LT-APR            PIC 9V9999.
               10  LT-MIN-PAY-PCT    PIC 9V99.
               10  LT-DUE-DAY        PIC 9(2).
               10  LT-STATUS         PIC X(1).
               10  LT-OPENED-DATE    PIC X(8).
               10  LT-BALANCE        PIC 9(8)V99.
               10  LT-ACCRUED-INT    PIC 9(6)V99.
               10  LT-LAST-ACCRUAL   PIC X(8).
               10  LT-CYCLE-ADVANCES PIC 9(8)V99.
               10  LT-CYCLE-PAYMENTS PIC 9(8)V99.
               10  LT-STMT-DATE      PIC X(8).
               10  LT-STMT-BALANCE   PIC 9(8)V99.
               10  LT-MIN-DUE        PIC 9(8)V99.
               10  LT-DUE-DATE       PIC X(8).
               10  LT-PAST-DUE       PIC 9(8)V99.
               10  LT-DELINQ-DATE    PIC X(8).
               10  LT-LAST-MISSED    PIC X(8).
               10  LT-DAYS-PAST-DUE  PIC 9(3).
               10  LT-MISSED-COUNT   PIC 9(2).
               10  LT-STATUS-DATE    PIC X(8).

       01  WS-LA-COUNT           PIC 9(4) VALUE 0.
       01  WS-LA-SCAN            PIC 9(4).
       01  LINE-ADVANCE-TABLE.
           05  LA-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-LA-COUNT
                   INDEXED BY LA-IDX.
               10  LA-ACCT           PIC X(12).
               10  LA-LIMIT          PIC 9(8)V99.
               10  LA-SHORTFALL      PIC 9(10)V99.
               10  LA-ADVANCE        PIC 9(10)V99.
               10  LA-LINE-BALANCE   PIC 9(8)V99.
               10  LA-DISPOSITION    PIC X(24).

       01  WS-ODP-COUNT          PIC 9(4) VALUE 0.
       01  ODP-LINK-TABLE.
           05  ODP-ENTRY OCCURS 1 TO 1000 TIMES
       01  WS-CM-STATUS          PIC XX.
       01  WS-CM-FOUND           PIC X VALUE 'N'.

      *    NO PAPER NOTICE GOES TO AN ADDRESS MARKED UNDELIVERABLE.
      *    WITH AN EMAIL ON FILE THE NOTICE IS QUEUED AS AN ALERT
      *    INSTEAD, OTHERWISE IT IS HELD. BOTH GO ON THE HELD-MAIL FILE.
       01  WS-HELD-STATUS        PIC XX.
       01  WS-NOTICE-HELD-COUNT  PIC 9(5) VALUE 0.
       01  WS-NOTICE-REDIR-COUNT PIC 9(5) VALUE 0.

      *    NOTICES FOR A DECEASED CUSTOMER'S ACCOUNT GO TO THE ESTATE
      *    CONTACT ON THE PENDING ESTATE REGISTER, NOT THE CUSTOMER.
       01  WS-ESTATE-FILE-STATUS PIC XX.
       01  WS-ESTATE-EOF         PIC X VALUE 'N'.
       01  WS-ESTATE-FOUND       PIC X VALUE 'N'.
       01  WS-ESTATE-COUNT       PIC 9(4) VALUE 0.
       01  ESTATE-TABLE.
           05  ESTATE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ESTATE-COUNT
                   INDEXED BY ES-IDX.
               10  ES-T-ACCT         PIC X(12).
               10  ES-T-CONTACT-NAME PIC X(30).
               10  ES-T-CONTACT-ADDR-1 PIC X(30).
               10  ES-T-CONTACT-ADDR-2 PIC X(30).
               10  ES-T-CONTACT-CSZ  PIC X(30).

      *    JOINT OWNERS AND TRUSTEES ARE ADDRESSED ON THE NOTICE
      *    BELOW THE PRIMARY HOLDER NAMED ON THE MASTER.
       01  WS-OWN-FILE-STATUS    PIC XX.
       01  WS-OWN-EOF            PIC X VALUE 'N'.
       01  WS-OWN-COUNT          PIC 9(4) VALUE 0.
       01  OWNERSHIP-TABLE.
           05  OWN-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OWN-COUNT
                   INDEXED BY OWN-IDX.
               10  OW-T-ACCT         PIC X(12).
               10  OW-T-NAME         PIC X(30).

       01  WS-CURRENT-TIME       PIC X(8).
       01  WS-CURRENT-TIMESTAMP  PIC X(14).
       01  WS-RUN-ID             PIC X(24).
           05  SWL-DISPOSITION   PIC X(24).
           05  FILLER            PIC X(28) VALUE SPACES.

       01  LINE-DETAIL-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Account'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Line Limit'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Shortfall'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Advanced'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Line Balance'.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(24) VALUE 'Disposition'.
           05  FILLER            PIC X(28) VALUE SPACES.

       01  LINE-DETAIL-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  LDL-ACCOUNT       PIC X(12).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  LDL-LIMIT         PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  LDL-SHORTFALL     PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  LDL-ADVANCE       PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  LDL-LINE-BALANCE  PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  LDL-DISPOSITION   PIC X(24).
           05  FILLER            PIC X(28) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  SL-LABEL          PIC X(40).
       01  NOTICE-DETAIL.
           05  ND-TEXT           PIC X(80).

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
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM PROCESS-ACCOUNTS
           PERFORM PROCESS-SWEEP-CANDIDATES
           PERFORM REWRITE-CREDIT-LINE-FILE
           PERFORM GENERATE-REPORT
           PERFORM UPDATE-JOB-CONTROL-RECORD
           PERFORM CLEANUP
           PERFORM RECORD-OUTPUT-MANIFESTS
           STOP RUN.

       INITIALIZE-JOB.
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-EXTRACT
           END-IF
           OPEN EXTEND HELD-MAIL-FILE
           IF WS-HELD-STATUS NOT = '00'
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF
           OPEN EXTEND LINE-GL-FILE
           IF WS-LG-FILE-STATUS NOT = '00'
               OPEN OUTPUT LINE-GL-FILE
           END-IF
           OPEN EXTEND AUDIT-LOG

           PERFORM LOAD-OD-HISTORY
           OPEN EXTEND OD-HISTORY-FILE
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM LOAD-ESTATE-REGISTER
           PERFORM LOAD-OWNERSHIP-TABLE
           PERFORM LOAD-ODP-LINKS
           PERFORM LOAD-CREDIT-LINES

           DISPLAY "========================================="
           DISPLAY "OVERDRAFT PROCESSING JOB STARTED"
               IF WS-ODP-FOUND = 'Y'
                   PERFORM STORE-SWEEP-CANDIDATE
               ELSE
                   PERFORM COVER-OR-ASSESS-OVERDRAFT
               END-IF
           ELSE
               IF LAST-OD-DATE NOT = SPACES
               MOVE 0 TO SW-RESIDUAL(SW-IDX)
               MOVE SPACES TO SW-DISPOSITION(SW-IDX)
           ELSE
               PERFORM COVER-OR-ASSESS-OVERDRAFT
           END-IF.

       PROCESS-SWEEP-CANDIDATES.
                       WHEN 'F'
                           MOVE 'FUNDING ACCT FROZEN'
                               TO SW-DISPOSITION(SW-IDX)
                       WHEN 'E'
                           MOVE 'FUNDING ACCT DECEASED'
                               TO SW-DISPOSITION(SW-IDX)
                       WHEN OTHER
                           PERFORM DRAW-FROM-FUNDING-ACCOUNT
                   END-EVALUATE
               ADD SW-SWEPT(SW-IDX) TO AVAILABLE-BALANCE
               PERFORM WRITE-SWEEP-AUDIT
           END-IF
           IF CURRENT-BALANCE < 0
               PERFORM COVER-OR-ASSESS-OVERDRAFT
               MOVE CURRENT-BALANCE TO SW-RESIDUAL(SW-IDX)
               EVALUATE TRUE
                   WHEN CURRENT-BALANCE NOT < 0
                       MOVE 'CURED BY SWEEP AND LINE'
                           TO SW-DISPOSITION(SW-IDX)
                   WHEN SW-SWEPT(SW-IDX) > 0
                       MOVE 'PARTIAL - FEE ASSESSED'
                           TO SW-DISPOSITION(SW-IDX)
                   WHEN SW-DISPOSITION(SW-IDX) = SPACES
                       MOVE 'FEE ASSESSED' TO SW-DISPOSITION(SW-IDX)
               END-EVALUATE
           ELSE
               MOVE CURRENT-BALANCE TO SW-RESIDUAL(SW-IDX)
               ADD 1 TO WS-CURED-COUNT
               MOVE 'CURED BY SWEEP' TO SW-DISPOSITION(SW-IDX)
               MOVE SPACES TO LAST-OD-DATE
               REWRITE ACCOUNT-RECORD
           END-IF.

      *    AN OVERDRAWN BALANCE NOT CURED BY A PROTECTION SWEEP IS
      *    FIRST COVERED FROM THE ACCOUNT'S OVERDRAFT LINE OF CREDIT.
      *    ONLY WHAT THE LINE CANNOT COVER IS CHARGED THE OVERDRAFT
      *    FEE AND DEBIT INTEREST.
       COVER-OR-ASSESS-OVERDRAFT.
           PERFORM ADVANCE-FROM-CREDIT-LINE
           IF CURRENT-BALANCE < 0
               PERFORM PROCESS-OVERDRAFT-ACCOUNT
           ELSE
               MOVE SPACES TO LAST-OD-DATE
           END-IF
           REWRITE ACCOUNT-RECORD.

       ADVANCE-FROM-CREDIT-LINE.
           PERFORM FIND-CREDIT-LINE
           IF WS-LC-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LINE-SHORTFALL = CURRENT-BALANCE * -1
           IF LT-CREDIT-LIMIT(LT-IDX) > LT-BALANCE(LT-IDX)
               COMPUTE WS-LINE-AVAILABLE =
                   LT-CREDIT-LIMIT(LT-IDX) - LT-BALANCE(LT-IDX)
           ELSE
               MOVE 0 TO WS-LINE-AVAILABLE
           END-IF
           MOVE WS-LINE-SHORTFALL TO WS-LINE-ADVANCE
           IF WS-LINE-ADVANCE > WS-LINE-AVAILABLE
               MOVE WS-LINE-AVAILABLE TO WS-LINE-ADVANCE
           END-IF
           EVALUATE ACCT-STATUS
               WHEN 'F'
                   MOVE 0 TO WS-LINE-ADVANCE
               WHEN 'E'
                   MOVE 0 TO WS-LINE-ADVANCE
           END-EVALUATE

           IF WS-LINE-ADVANCE > 0
               ADD WS-LINE-ADVANCE TO CURRENT-BALANCE
               ADD WS-LINE-ADVANCE TO AVAILABLE-BALANCE
               ADD WS-LINE-ADVANCE TO LT-BALANCE(LT-IDX)
               ADD WS-LINE-ADVANCE TO LT-CYCLE-ADVANCES(LT-IDX)
               ADD 1 TO WS-ADVANCE-COUNT
               ADD WS-LINE-ADVANCE TO WS-ADVANCE-TOTAL
               MOVE ACCT-NUMBER TO LG-ACCT-NUMBER
               MOVE 'ADVN' TO LG-EVENT
               MOVE WS-LINE-ADVANCE TO LG-AMOUNT
               MOVE WS-TODAY-NUM TO LG-DATE
               WRITE LINE-GL-RECORD
               PERFORM WRITE-LINE-ADVANCE-AUDIT
           END-IF
           PERFORM STORE-LINE-ADVANCE.

       STORE-LINE-ADVANCE.
           IF WS-LA-COUNT < 1000
               ADD 1 TO WS-LA-COUNT
               SET LA-IDX TO WS-LA-COUNT
               MOVE ACCT-NUMBER TO LA-ACCT(LA-IDX)
               MOVE LT-CREDIT-LIMIT(LT-IDX) TO LA-LIMIT(LA-IDX)
               MOVE WS-LINE-SHORTFALL TO LA-SHORTFALL(LA-IDX)
               MOVE WS-LINE-ADVANCE TO LA-ADVANCE(LA-IDX)
               MOVE LT-BALANCE(LT-IDX) TO LA-LINE-BALANCE(LA-IDX)
               EVALUATE TRUE
                   WHEN ACCT-STATUS = 'F'
                       MOVE 'ACCOUNT FROZEN - NO DRAW'
                           TO LA-DISPOSITION(LA-IDX)
                   WHEN ACCT-STATUS = 'E'
                       MOVE 'ESTATE - NO DRAW'
                           TO LA-DISPOSITION(LA-IDX)
                   WHEN CURRENT-BALANCE NOT < 0
                       MOVE 'CURED BY LINE ADVANCE'
                           TO LA-DISPOSITION(LA-IDX)
                   WHEN WS-LINE-ADVANCE > 0
                       MOVE 'LIMIT REACHED - FEE'
                           TO LA-DISPOSITION(LA-IDX)
                   WHEN OTHER
                       MOVE 'NO CREDIT AVAILABLE'
                           TO LA-DISPOSITION(LA-IDX)
               END-EVALUATE
           END-IF
           IF CURRENT-BALANCE NOT < 0
               ADD 1 TO WS-LINE-CURED-COUNT
           END-IF.

       WRITE-LINE-ADVANCE-AUDIT.
           MOVE WS-LINE-ADVANCE TO WS-SWEEP-AUDIT-AMT
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-CURRENT-TIMESTAMP '|'
                  WS-RUN-ID '|ODLC-ADVANCE|Account '
                  ACCT-NUMBER ' advanced '
                  WS-SWEEP-AUDIT-AMT ' from overdraft line'
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

      *    SUSPENDED AND CLOSED LINES ARE LOADED SO THE FILE IS
      *    WRITTEN BACK WHOLE, BUT ONLY AN ACTIVE LINE IS DRAWN ON.
       LOAD-CREDIT-LINES.
           OPEN INPUT CREDIT-LINE-FILE
           IF WS-LC-FILE-STATUS = '00'
               MOVE 'Y' TO WS-LC-LOADED
               MOVE 'N' TO WS-LC-EOF
               PERFORM READ-CREDIT-LINE-ENTRY UNTIL WS-LC-EOF = 'Y'
               CLOSE CREDIT-LINE-FILE
           END-IF.

       READ-CREDIT-LINE-ENTRY.
           READ CREDIT-LINE-FILE
               AT END
                   MOVE 'Y' TO WS-LC-EOF
               NOT AT END
                   IF WS-LC-COUNT < 2000
                       ADD 1 TO WS-LC-COUNT
                       SET LT-IDX TO WS-LC-COUNT
                       MOVE CREDIT-LINE-RECORD TO LT-ENTRY(LT-IDX)
                   ELSE
                       DISPLAY "ERROR: Credit line table full - "
                               LC-ACCT-NUMBER " not loaded"
                   END-IF
           END-READ.

       FIND-CREDIT-LINE.
           MOVE 'N' TO WS-LC-FOUND
           IF WS-LC-COUNT > 0
               SET LT-IDX TO 1
               SEARCH LT-ENTRY
                   AT END
                       MOVE 'N' TO WS-LC-FOUND
                   WHEN LT-ACCT(LT-IDX) = ACCT-NUMBER
                       AND LT-STATUS(LT-IDX) = 'A'
                       MOVE 'Y' TO WS-LC-FOUND
               END-SEARCH
           END-IF.

       REWRITE-CREDIT-LINE-FILE.
           IF WS-LC-LOADED = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CREDIT-LINE-FILE-NEW
           PERFORM WRITE-CREDIT-LINE-ENTRY
               VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > WS-LC-COUNT
           CLOSE CREDIT-LINE-FILE-NEW
           CALL 'CBL_DELETE_FILE' USING 'od_credit_lines.dat'
           CALL 'CBL_RENAME_FILE' USING 'od_credit_lines.dat.new'
               'od_credit_lines.dat'.

       WRITE-CREDIT-LINE-ENTRY.
           MOVE LT-ENTRY(LT-IDX) TO CREDIT-LINE-RECORD-NEW
           WRITE CREDIT-LINE-RECORD-NEW.

       REPORT-LINE-ADVANCES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'OVERDRAFT LINE OF CREDIT ADVANCES' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM LINE-DETAIL-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM REPORT-SINGLE-ADVANCE
               VARYING WS-LA-SCAN FROM 1 BY 1
               UNTIL WS-LA-SCAN > WS-LA-COUNT
           IF WS-LA-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE '     No credit line accounts overdrawn today.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       REPORT-SINGLE-ADVANCE.
           SET LA-IDX TO WS-LA-SCAN
           MOVE LA-ACCT(LA-IDX) TO LDL-ACCOUNT
           MOVE LA-LIMIT(LA-IDX) TO LDL-LIMIT
           MOVE LA-SHORTFALL(LA-IDX) TO LDL-SHORTFALL
           MOVE LA-ADVANCE(LA-IDX) TO LDL-ADVANCE
           MOVE LA-LINE-BALANCE(LA-IDX) TO LDL-LINE-BALANCE
           MOVE LA-DISPOSITION(LA-IDX) TO LDL-DISPOSITION
           WRITE REPORT-LINE FROM LINE-DETAIL-LINE.

       WRITE-SWEEP-AUDIT.
           MOVE SW-SWEPT(SW-IDX) TO WS-SWEEP-AUDIT-AMT
           MOVE SPACES TO AUDIT-LINE
           WRITE ALERT-RECORD
           ADD 1 TO WS-ALERT-COUNT.

       HOLD-UNDELIVERABLE-NOTICE.
           MOVE ACCT-NUMBER TO HM-ACCT-NUMBER
           MOVE 'OD-NOTICE' TO HM-SOURCE
           MOVE WS-TODAY-NUM TO HM-DATE
           IF CM-EMAIL NOT = SPACES
               MOVE SPACES TO ALERT-RECORD
               MOVE ACCT-NUMBER TO AL-ACCT-NUMBER
               MOVE 'OD-NOTICE' TO AL-EVENT-CODE
               MOVE CURRENT-BALANCE TO AL-AMOUNT
               MOVE WS-CURRENT-TIMESTAMP TO AL-TIMESTAMP
               MOVE CM-EMAIL TO AL-EMAIL
               MOVE CM-SMS-FLAG TO AL-SMS-FLAG
               WRITE ALERT-RECORD
               ADD 1 TO WS-ALERT-COUNT
               ADD 1 TO WS-NOTICE-REDIR-COUNT
               MOVE 'E' TO HM-DISPOSITION
           ELSE
               ADD 1 TO WS-NOTICE-HELD-COUNT
               MOVE 'S' TO HM-DISPOSITION
           END-IF
           WRITE HELD-MAIL-RECORD
           DISPLAY "Overdraft notice held - address undeliverable: "
                   ACCT-NUMBER.

       CALCULATE-OVERDRAFT-FEE.
           MOVE WS-OVERDRAFT-FEE TO WS-CALCULATED-FEE

                       "been converted to indexed"
           END-IF.

       LOAD-ESTATE-REGISTER.
           OPEN INPUT ESTATE-REGISTER
           IF WS-ESTATE-FILE-STATUS = '00'
               PERFORM READ-ESTATE-ROW
                   UNTIL WS-ESTATE-EOF = 'Y'
               CLOSE ESTATE-REGISTER
           END-IF.

       LOAD-OWNERSHIP-TABLE.
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWN-FILE-STATUS = '00'
               PERFORM READ-OWNERSHIP-ROW
                   UNTIL WS-OWN-EOF = 'Y'
               CLOSE OWNERSHIP-FILE
           END-IF.

       READ-OWNERSHIP-ROW.
           READ OWNERSHIP-FILE
               AT END
                   MOVE 'Y' TO WS-OWN-EOF
               NOT AT END
                   IF OW-STATUS = 'A'
                       AND (OW-ROLE = 'JOINT' OR OW-ROLE = 'TRUSTEE')
                       AND WS-OWN-COUNT < 5000
                       ADD 1 TO WS-OWN-COUNT
                       SET OWN-IDX TO WS-OWN-COUNT
                       MOVE OW-ACCT-NUMBER TO OW-T-ACCT(OWN-IDX)
                       MOVE OW-CUSTOMER-NAME TO OW-T-NAME(OWN-IDX)
                   END-IF
           END-READ.

       READ-ESTATE-ROW.
           READ ESTATE-REGISTER
               AT END
                   MOVE 'Y' TO WS-ESTATE-EOF
               NOT AT END
                   IF ER-STATUS = 'P'
                       AND WS-ESTATE-COUNT < 2000
                       ADD 1 TO WS-ESTATE-COUNT
                       SET ES-IDX TO WS-ESTATE-COUNT
                       MOVE ER-ACCT-NUMBER TO ES-T-ACCT(ES-IDX)
                       MOVE ER-CONTACT-NAME TO
                           ES-T-CONTACT-NAME(ES-IDX)
                       MOVE ER-CONTACT-ADDR-1 TO
                           ES-T-CONTACT-ADDR-1(ES-IDX)
                       MOVE ER-CONTACT-ADDR-2 TO
                           ES-T-CONTACT-ADDR-2(ES-IDX)
                       MOVE ER-CONTACT-CSZ TO
                           ES-T-CONTACT-CSZ(ES-IDX)
                   END-IF
           END-READ.

       FIND-ESTATE-CONTACT.
           MOVE 'N' TO WS-ESTATE-FOUND
           IF WS-CM-FOUND = 'N' OR CM-STATUS NOT = 'E'
               OR WS-ESTATE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET ES-IDX TO 1
           SEARCH ESTATE-ENTRY
               AT END
                   CONTINUE
               WHEN ES-T-ACCT(ES-IDX) = CM-ACCT-NUMBER
                   MOVE 'Y' TO WS-ESTATE-FOUND
           END-SEARCH.

       WRITE-NOTICE-OWNER.
           IF OW-T-ACCT(OWN-IDX) = ACCT-NUMBER
               MOVE OW-T-NAME(OWN-IDX) TO ND-TEXT
               WRITE NOTICE-LINE FROM NOTICE-DETAIL
           END-IF.

       WRITE-ESTATE-NOTICE-ADDRESS.
           MOVE SPACES TO ND-TEXT
           STRING 'ESTATE OF ' CM-CUSTOMER-NAME
               DELIMITED BY SIZE INTO ND-TEXT
           WRITE NOTICE-LINE FROM NOTICE-DETAIL
           MOVE SPACES TO ND-TEXT
           STRING 'C/O ' ES-T-CONTACT-NAME(ES-IDX)
               DELIMITED BY SIZE INTO ND-TEXT
           WRITE NOTICE-LINE FROM NOTICE-DETAIL
           MOVE ES-T-CONTACT-ADDR-1(ES-IDX) TO ND-TEXT
           WRITE NOTICE-LINE FROM NOTICE-DETAIL
           IF ES-T-CONTACT-ADDR-2(ES-IDX) NOT = SPACES
               MOVE ES-T-CONTACT-ADDR-2(ES-IDX) TO ND-TEXT
               WRITE NOTICE-LINE FROM NOTICE-DETAIL
           END-IF
           MOVE ES-T-CONTACT-CSZ(ES-IDX) TO ND-TEXT
           WRITE NOTICE-LINE FROM NOTICE-DETAIL.

       FIND-CUSTOMER-MASTER.
           MOVE 'N' TO WS-CM-FOUND
           IF WS-CM-STATUS = '00'
           ADD 1 TO WS-AUDIT-SEQ-NUM.

       GENERATE-CUSTOMER-NOTICE.
           PERFORM FIND-CUSTOMER-MASTER
           PERFORM FIND-ESTATE-CONTACT
           IF WS-CM-FOUND = 'Y' AND WS-ESTATE-FOUND = 'N'
               AND CM-UNDELIV-FLAG = 'Y'
               PERFORM HOLD-UNDELIVERABLE-NOTICE
               EXIT PARAGRAPH
           END-IF

           WRITE NOTICE-LINE FROM NOTICE-HEADER
           WRITE NOTICE-LINE FROM NOTICE-TITLE
           WRITE NOTICE-LINE FROM NOTICE-HEADER
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE

           IF WS-ESTATE-FOUND = 'Y'
               PERFORM WRITE-ESTATE-NOTICE-ADDRESS
               MOVE SPACES TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           IF WS-CM-FOUND = 'Y' AND WS-ESTATE-FOUND = 'N'
               MOVE CM-CUSTOMER-NAME TO ND-TEXT
               WRITE NOTICE-LINE FROM NOTICE-DETAIL
               PERFORM WRITE-NOTICE-OWNER
                   VARYING OWN-IDX FROM 1 BY 1
                   UNTIL OWN-IDX > WS-OWN-COUNT

               MOVE CM-ADDRESS-1 TO ND-TEXT
               WRITE NOTICE-LINE FROM NOTICE-DETAIL
           WRITE REPORT-LINE FROM SUMMARY-LINE
           
           PERFORM REPORT-SWEEP-ACTIVITY
           PERFORM REPORT-LINE-ADVANCES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SWEEP-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Credit Line Advances Made:' TO CL-LABEL
           MOVE WS-ADVANCE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Overdrafts Cured By Credit Line:' TO CL-LABEL
           MOVE WS-LINE-CURED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Total Advanced From Credit Lines:' TO SL-LABEL
           MOVE WS-ADVANCE-TOTAL TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Customer Alerts Emitted:' TO CL-LABEL
           MOVE WS-ALERT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Notices Held - Undeliverable:' TO CL-LABEL
           MOVE WS-NOTICE-HELD-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Notices Redirected To E-Mail:' TO CL-LABEL
           MOVE WS-NOTICE-REDIR-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE ALERT-EXTRACT
           CLOSE HELD-MAIL-FILE
           CLOSE REFERRAL-EXTRACT
           CLOSE ACCOUNT-FILE
           CLOSE OVERDRAFT-REPORT
           CLOSE NOTICE-FILE
           CLOSE FEE-POSTINGS
           CLOSE LINE-GL-FILE
           CLOSE OD-HISTORY-FILE
           CLOSE AUDIT-LOG.

      *    THE FEE FILE IS STAMPED ON EVERY COMPLETED RUN, EVEN A
      *    NIGHT WITH NO FEES, SO CONSOLIDATION SEES THE RUN HAPPENED.
       RECORD-OUTPUT-MANIFESTS.
           MOVE WS-JOB-ID TO WS-MF-JOB-ID
           MOVE 'OVERDRAFT' TO WS-MF-JOB-NAME
           MOVE WS-TODAY-NUM TO WS-MF-DATE
           MOVE 'overdraft_fee_postings.dat' TO WS-MF-FILE-NAME
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
