           SELECT PURGE-REPORT ASSIGN TO 'archive_purge_report.txt'
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
       FD  PARM-FILE.
       FD  PURGE-REPORT.
       01  REPORT-LINE           PIC X(92).

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
       01  WS-EOF                PIC X VALUE 'N'.
       01  WS-PARM-STATUS        PIC XX.
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(45) VALUE SPACES.

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
       01  WS-MF-FOUND           PIC X VALUE 'N'.
       01  WS-MF-EXP-DATE        PIC X(8).
       01  WS-MF-EXP-COUNT       PIC 9(9).
       01  WS-MF-EXP-HASH        PIC 9(15).
       01  WS-MF-EXP-POS         PIC 9(3).
       01  WS-MF-EXP-LEN         PIC 9(2).
       01  WS-MF-EXP-JOB-ID      PIC 9(9).
       01  WS-MF-EXP-JOB-NAME    PIC X(15).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
                   'interest_postings.dat'
               MOVE 'interest_postings.dat' TO FRL-NAME
               PERFORM WRITE-FILE-RESULT
               IF WS-ARCHIVED-COUNT > 0
                   MOVE 'interest_postings.dat' TO WS-MF-FILE-NAME
                   MOVE 10 TO WS-MF-LEN
                   PERFORM RESTAMP-FILE-MANIFEST
               END-IF
           END-IF.

       SIFT-INTEREST-POSTING.
                   'overdraft_fee_postings.dat'
               MOVE 'overdraft_fee_postings.dat' TO FRL-NAME
               PERFORM WRITE-FILE-RESULT
               IF WS-ARCHIVED-COUNT > 0
                   MOVE 'overdraft_fee_postings.dat' TO WS-MF-FILE-NAME
                   MOVE 7 TO WS-MF-LEN
                   PERFORM RESTAMP-FILE-MANIFEST
               END-IF
           END-IF.

       SIFT-FEE-POSTING.
                   'service_charge_postings.dat'
               MOVE 'service_charge_postings.dat' TO FRL-NAME
               PERFORM WRITE-FILE-RESULT
               IF WS-ARCHIVED-COUNT > 0
                   MOVE 'service_charge_postings.dat' TO WS-MF-FILE-NAME
                   MOVE 7 TO WS-MF-LEN
                   PERFORM RESTAMP-FILE-MANIFEST
               END-IF
           END-IF.

       SIFT-SERVICE-CHARGE.

       CLEANUP.
           CLOSE PURGE-REPORT.

      *    PURGING CHANGES THE COUNT AND HASH OF A POSTING FILE BUT
      *    NOT WHICH NIGHT IT WAS PRODUCED FOR, SO THE LAST PRODUCED
      *    ROW'S BUSINESS DATE IS CARRIED ONTO THE RESTAMP. THIS JOB
      *    IS NOT REGISTERED IN job-control.dat AND STAMPS JOB ID 0.
       RESTAMP-FILE-MANIFEST.
           PERFORM FIND-MANIFEST-ROW
           IF WS-MF-FOUND = 'Y'
               MOVE WS-MF-EXP-DATE TO WS-MF-DATE
           ELSE
               MOVE WS-TODAY-YYYYMMDD TO WS-MF-DATE
           END-IF
           MOVE 13 TO WS-MF-POS
           MOVE 0 TO WS-MF-JOB-ID
           MOVE 'ARCHIVE-PURGE' TO WS-MF-JOB-NAME
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

       FIND-MANIFEST-ROW.
           MOVE 'N' TO WS-MF-FOUND
           MOVE 'N' TO WS-MF-EOF
           OPEN INPUT FILE-MANIFEST
           IF WS-MF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-MANIFEST-ROW UNTIL WS-MF-EOF = 'Y'
           CLOSE FILE-MANIFEST.

       READ-MANIFEST-ROW.
           READ FILE-MANIFEST
               AT END
                   MOVE 'Y' TO WS-MF-EOF
               NOT AT END
                   IF MF-FILE-NAME = WS-MF-FILE-NAME
                      AND MF-EVENT = 'PRODUCED'
                       MOVE 'Y' TO WS-MF-FOUND
                       MOVE MF-BUSINESS-DATE TO WS-MF-EXP-DATE
                       MOVE MF-RECORD-COUNT TO WS-MF-EXP-COUNT
                       MOVE MF-AMOUNT-HASH TO WS-MF-EXP-HASH
                       MOVE MF-HASH-START TO WS-MF-EXP-POS
                       MOVE MF-HASH-LENGTH TO WS-MF-EXP-LEN
                       MOVE MF-JOB-ID TO WS-MF-EXP-JOB-ID
                       MOVE MF-JOB-NAME TO WS-MF-EXP-JOB-NAME
                   END-IF
           END-READ.
