               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCT-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT OWNERSHIP-FILE ASSIGN TO 'account_ownership.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-FILE-STATUS.
           SELECT TAX-EXTRACT ASSIGN TO 'int1099_extract.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-REPORT ASSIGN TO 'year_end_interest_report.txt'
           05  CM-WITHHOLD-FLAG  PIC X(1).
           05  CM-WITHHOLD-RATE  PIC 9V9999.
           05  CM-DELIVERY-PREF  PIC X(1).
           05  CM-UNDELIV-FLAG   PIC X(1).

       FD  TAX-EXTRACT.
       01  TAX-EXTRACT-RECORD.
           05  TX-MASTER-FLAG    PIC X(1).
           05  TX-TAX-WITHHELD   PIC 9(10)V99.

       FD  OWNERSHIP-FILE.
       01  OWNERSHIP-RECORD.
           05  OW-ACCT-NUMBER    PIC X(12).
           05  OW-CUSTOMER-ID    PIC X(10).
           05  OW-CUSTOMER-NAME  PIC X(30).
           05  OW-ROLE           PIC X(8).
           05  OW-PERCENT        PIC 9(3)V99.
           05  OW-STATUS         PIC X(1).
           05  OW-ADDED-DATE     PIC X(8).

       FD  TAX-REPORT.
       01  REPORT-LINE           PIC X(132).

               10  SU-INTEREST       PIC 9(10)V99.
               10  SU-WITHHELD       PIC 9(10)V99.

      *    INTEREST ON A JOINT OR BENEFICIARY ACCOUNT IS REPORTED
      *    UNDER THE PRIMARY OWNER ONLY. THE PRIMARY ROW ON THE
      *    OWNERSHIP FILE GOVERNS; WITHOUT ONE THE MASTER HOLDER IS
      *    THE PRIMARY.
       01  WS-OWN-FILE-STATUS    PIC XX.
       01  WS-OWN-EOF            PIC X VALUE 'N'.
       01  WS-PRIMARY-COUNT      PIC 9(4) VALUE 0.
       01  WS-PRIMARY-ID         PIC X(10).
       01  WS-PRIMARY-NAME       PIC X(30).
       01  PRIMARY-OWNER-TABLE.
           05  PRIMARY-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PRIMARY-COUNT
                   INDEXED BY PO-IDX.
               10  PO-T-ACCT         PIC X(12).
               10  PO-T-CUSTOMER     PIC X(10).
               10  PO-T-NAME         PIC X(30).

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM LOAD-PRIMARY-OWNERS
           PERFORM AGGREGATE-INTEREST
           PERFORM AGGREGATE-WITHHOLDING
           PERFORM GENERATE-EXTRACT-AND-REPORT
                       "the file has not been converted to indexed"
           END-IF.

       LOAD-PRIMARY-OWNERS.
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
                       AND OW-ROLE = 'PRIMARY'
                       AND WS-PRIMARY-COUNT < 5000
                       ADD 1 TO WS-PRIMARY-COUNT
                       SET PO-IDX TO WS-PRIMARY-COUNT
                       MOVE OW-ACCT-NUMBER TO PO-T-ACCT(PO-IDX)
                       MOVE OW-CUSTOMER-ID TO PO-T-CUSTOMER(PO-IDX)
                       MOVE OW-CUSTOMER-NAME TO PO-T-NAME(PO-IDX)
                   END-IF
           END-READ.

       AGGREGATE-INTEREST.
           OPEN INPUT INTEREST-POSTINGS
           IF WS-INT-FILE-STATUS NOT = '00'
           MOVE SU-WITHHELD(SU-IDX) TO DL-WITHHELD
           MOVE SPACES TO DL-FLAG
           IF WS-CM-FOUND = 'Y'
               MOVE WS-PRIMARY-NAME TO DL-NAME
           ELSE
               MOVE '*** NO MASTER RECORD ***' TO DL-NAME
               MOVE 'UNMATCHED - REVIEW' TO DL-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CM-FOUND
               END-READ
           END-IF
           IF WS-CM-FOUND = 'Y'
               PERFORM FIND-PRIMARY-OWNER
           END-IF.

       FIND-PRIMARY-OWNER.
           MOVE CM-CUSTOMER-ID TO WS-PRIMARY-ID
           MOVE CM-CUSTOMER-NAME TO WS-PRIMARY-NAME
           IF WS-PRIMARY-COUNT > 0
               SET PO-IDX TO 1
               SEARCH PRIMARY-ENTRY
                   AT END
                       CONTINUE
                   WHEN PO-T-ACCT(PO-IDX) = SU-ACCOUNT(SU-IDX)
                       MOVE PO-T-CUSTOMER(PO-IDX) TO WS-PRIMARY-ID
                       MOVE PO-T-NAME(PO-IDX) TO WS-PRIMARY-NAME
               END-SEARCH
           END-IF.

       WRITE-EXTRACT-RECORD.
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR
           MOVE SU-ACCOUNT(SU-IDX) TO TX-ACCT-NUMBER
           IF WS-CM-FOUND = 'Y'
               MOVE WS-PRIMARY-ID TO TX-CUSTOMER-ID
               MOVE WS-PRIMARY-NAME TO TX-CUSTOMER-NAME
               MOVE CM-ADDRESS-1 TO TX-ADDRESS-1
               MOVE CM-ADDRESS-2 TO TX-ADDRESS-2
               MOVE CM-CITY-STATE-ZIP
