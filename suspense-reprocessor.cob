               FILE STATUS IS WS-BD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO 'bank_audit_trail.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  COR-TXN-AMOUNT    PIC 9(6)V99.
           05  COR-ACCOUNT       PIC X(12).
           05  COR-TO-ACCOUNT    PIC X(12).
           05  COR-OPERATOR-ID   PIC X(12).

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05  JC-RECORDS-PROC   PIC 9(9).
           05  JC-RECORDS-ERROR  PIC 9(9).

       FD  AUDIT-LOG.
       01  AUDIT-LINE            PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-BD-STATUS          PIC XX.
       01  WS-AUDIT-LOG-STATUS   PIC XX.
       01  WS-AUDIT-SEQ-NUM      PIC 9(9) VALUE 1.
       01  WS-AUDIT-LAST-SEQ     PIC 9(9) VALUE 0.
       01  WS-RUN-ID             PIC X(24).
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-CORRECTION-EOF     PIC X VALUE 'N'.
       01  WS-CORRECTION-STATUS  PIC XX.
               10  COR-T-TXN-AMOUNT PIC 9(6)V99.
               10  COR-T-ACCOUNT PIC X(12).
               10  COR-T-TO-ACCOUNT PIC X(12).
               10  COR-T-OPERATOR PIC X(12).

       01  REPORT-HEADER.
           05  FILLER            PIC X(92) VALUE ALL '='.
           STRING WS-TODAY-YYYYMMDD WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-JOB-START-TIMESTAMP
           ACCEPT WS-JOB-ID FROM TIME
           MOVE SPACES TO WS-RUN-ID
           STRING 'SUS-' WS-TODAY-YYYYMMDD '-' WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID

           PERFORM DETERMINE-AUDIT-SEQ-START

           OPEN INPUT SUSPENSE-FILE
           OPEN OUTPUT SUSPENSE-FILE-NEW
           PERFORM COPY-BATCH-INPUT
           OPEN OUTPUT REPROCESS-REPORT
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_balances.dat - "
                       MOVE COR-ACCOUNT TO COR-T-ACCOUNT(COR-IDX)
                       MOVE COR-TO-ACCOUNT TO
                           COR-T-TO-ACCOUNT(COR-IDX)
                       MOVE COR-OPERATOR-ID TO
                           COR-T-OPERATOR(COR-IDX)
                   END-IF
           END-READ.

           ADD WS-EDIT-AMOUNT TO WS-RESUBMIT-AMOUNT
           MOVE 'RESUBMIT' TO DL-RESULT
           ADD 1 TO WS-RESUBMIT-COUNT
           PERFORM WRITE-CORRECTION-AUDIT
           DISPLAY "Resubmitted: " SUS-TXN-ID " as " WS-EDIT-TYPE
                   " for account " WS-EDIT-ACCOUNT.

       WRITE-CORRECTION-AUDIT.
           MOVE SPACES TO AUDIT-LINE
           STRING WS-AUDIT-SEQ-NUM '|' WS-JOB-START-TIMESTAMP '|'
                  WS-RUN-ID '|SUSPENSE-CORRECTED|Account '
                  WS-EDIT-ACCOUNT ' resubmitted ' WS-EDIT-TYPE
                  ' ' WS-EDIT-AMOUNT ' item ' SUS-TXN-ID
                  ' corrected by ' COR-T-OPERATOR(COR-IDX)
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-AUDIT-SEQ-NUM.

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

       COPY-BATCH-INPUT.
           OPEN OUTPUT BATCH-FILE-NEW
           OPEN INPUT BATCH-FILE
           END-IF.

       CLEANUP.
           CLOSE AUDIT-LOG
           CLOSE REPROCESS-REPORT
           CLOSE ACCOUNT-FILE.
