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
       FD  PARM-FILE.
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
       01  WS-PARM-STATUS        PIC XX.
           05  STL-STATUS        PIC X(10).
           05  FILLER            PIC X(57) VALUE SPACES.

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
       01  WS-MF-VERIFIED        PIC X VALUE 'Y'.
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
               CLOSE PARM-FILE
           END-IF

           PERFORM VERIFY-INPUT-MANIFESTS
           IF WS-MF-VERIFIED = 'N'
               DISPLAY "Job refused - no input was read"
               PERFORM WRITE-JOB-CONTROL-REFUSAL
               STOP RUN
           END-IF

           OPEN INPUT GL-POSTING
           IF WS-GL-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open gl_postings.dat - "
           WRITE JOB-CONTROL-RECORD
           CLOSE JOB-CONTROL.

       WRITE-JOB-CONTROL-REFUSAL.
           ACCEPT WS-JOB-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JOB-END-TIME FROM TIME
           STRING WS-JOB-END-DATE WS-JOB-END-TIME
               DELIMITED BY SIZE INTO WS-JOB-END-TIMESTAMP
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'GL-EXPORT' TO JC-JOB-NAME
           MOVE WS-CURRENT-TIMESTAMP TO JC-START-TIME
           MOVE 'REFUSED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE 0 TO JC-RECORDS-PROC
           MOVE 0 TO JC-RECORDS-ERROR
           WRITE JOB-CONTROL-RECORD
           CLOSE JOB-CONTROL.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BD-STATUS = '00'
       CLEANUP.
           CLOSE GL-POSTING
           CLOSE EXPORT-REPORT.

      *    RECOUNTS THE HAND-OFF FILE ON DISK. THE HASH IS THE SUM OF
      *    THE UNSIGNED AMOUNT DIGITS AT WS-MF-POS FOR WS-MF-LEN BYTES
      *    OF EVERY ROW, AS RECORDED BY THE PRODUCING JOB.
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

      *    THE GL FILE IS PROVED AGAINST ITS MANIFEST BEFORE ANY OF
      *    IT IS EXPORTED TO THE CORPORATE LEDGER.
       VERIFY-INPUT-MANIFESTS.
           MOVE 'Y' TO WS-MF-VERIFIED
           MOVE WS-JOB-ID TO WS-MF-JOB-ID
           MOVE 'GL-EXPORT' TO WS-MF-JOB-NAME
           MOVE WS-TODAY-YYYYMMDD TO WS-MF-DATE
           MOVE 'gl_postings.dat' TO WS-MF-FILE-NAME
           PERFORM VERIFY-FILE-MANIFEST.

      *    A HAND-OFF FILE IS ONLY READ WHEN ITS LATEST PRODUCED
      *    MANIFEST ROW IS FOR THIS BUSINESS DATE AND THE FILE ON DISK
      *    STILL MATCHES THE RECORDED COUNT AND AMOUNT HASH - A STALE,
      *    HALF-WRITTEN OR MISSING FILE IS REFUSED AND THE REFUSAL IS
      *    RECORDED IN THE MANIFEST UNDER THIS JOB.
       VERIFY-FILE-MANIFEST.
           PERFORM FIND-MANIFEST-ROW
           MOVE SPACES TO WS-MF-REASON
           MOVE 0 TO WS-MF-COUNT
           MOVE 0 TO WS-MF-HASH
           MOVE 0 TO WS-MF-POS
           MOVE 0 TO WS-MF-LEN
           IF WS-MF-FOUND = 'N'
               MOVE 'NO PRODUCED MANIFEST ENTRY' TO WS-MF-REASON
           ELSE
               MOVE WS-MF-EXP-POS TO WS-MF-POS
               MOVE WS-MF-EXP-LEN TO WS-MF-LEN
               PERFORM SCAN-MANIFEST-FILE
               EVALUATE TRUE
                   WHEN WS-MF-EXP-DATE NOT = WS-MF-DATE
                       STRING 'PRODUCED FOR BUSINESS DATE '
                              WS-MF-EXP-DATE
                           DELIMITED BY SIZE INTO WS-MF-REASON
                   WHEN WS-MF-SCAN-FOUND = 'N'
                        AND WS-MF-EXP-COUNT > 0
                       MOVE 'FILE NOT PRESENT' TO WS-MF-REASON
                   WHEN WS-MF-COUNT NOT = WS-MF-EXP-COUNT
                       MOVE 'RECORD COUNT DOES NOT MATCH MANIFEST'
                           TO WS-MF-REASON
                   WHEN WS-MF-HASH NOT = WS-MF-EXP-HASH
                       MOVE 'AMOUNT HASH DOES NOT MATCH MANIFEST'
                           TO WS-MF-REASON
               END-EVALUATE
           END-IF
           IF WS-MF-REASON = SPACES
               MOVE 'VERIFIED' TO WS-MF-EVENT
               STRING 'PRODUCED BY ' DELIMITED BY SIZE
                      WS-MF-EXP-JOB-NAME DELIMITED BY SPACE
                      ' ' WS-MF-EXP-JOB-ID DELIMITED BY SIZE
                   INTO WS-MF-REASON
           ELSE
               MOVE 'REFUSED' TO WS-MF-EVENT
               MOVE 'N' TO WS-MF-VERIFIED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-MF-FILE-NAME)
                       " refused - " FUNCTION TRIM(WS-MF-REASON)
           END-IF
           PERFORM APPEND-MANIFEST-ROW.

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
