       IDENTIFICATION DIVISION.
       PROGRAM-ID. FileManifestReport.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-MANIFEST ASSIGN TO 'file_manifest.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.
           SELECT MANIFEST-REPORT ASSIGN TO 'file_manifest_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE ROW EACH TIME A JOB FINISHES A HAND-OFF FILE (PRODUCED)
      *    AND EACH TIME A JOB PROVES ONE BEFORE READING IT (VERIFIED)
      *    OR WILL NOT READ IT (REFUSED). THE HASH IS THE SUM OF THE
      *    AMOUNT DIGITS AT HASH-START FOR HASH-LENGTH BYTES.
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

       FD  MANIFEST-REPORT.
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
       01  WS-MF-STATUS          PIC XX.
       01  WS-BD-STATUS          PIC XX.
       01  WS-JC-STATUS          PIC XX.
       01  WS-EOF                PIC X VALUE 'N'.
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

       01  WS-ROW-COUNT          PIC 9(7) VALUE 0.
       01  WS-PRODUCED-COUNT     PIC 9(7) VALUE 0.
       01  WS-VERIFIED-COUNT     PIC 9(7) VALUE 0.
       01  WS-REFUSED-COUNT      PIC 9(7) VALUE 0.
       01  WS-NO-JOB-COUNT       PIC 9(7) VALUE 0.
       01  WS-UNREAD-FILE-COUNT  PIC 9(7) VALUE 0.
       01  WS-REFUSED-FILE-COUNT PIC 9(7) VALUE 0.
       01  WS-OVERFLOW-COUNT     PIC 9(7) VALUE 0.
       01  WS-MR-SCAN            PIC 9(4).
       01  WS-MN-SCAN            PIC 9(3).
       01  WS-MN-FOUND           PIC X.
       01  WS-NOTE               PIC X(40).

      *    TONIGHT'S MANIFEST ROWS IN THE ORDER WRITTEN, WITH THE
      *    LAST job-control.dat STATUS OF THE JOB THAT WROTE EACH ONE.
       01  WS-MR-COUNT           PIC 9(4) VALUE 0.
       01  MANIFEST-ROW-TABLE.
           05  MR-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-MR-COUNT
                   INDEXED BY MR-IDX.
               10  MR-FILE-NAME      PIC X(30).
               10  MR-EVENT          PIC X(8).
               10  MR-RECORD-COUNT   PIC 9(9).
               10  MR-AMOUNT-HASH    PIC 9(15).
               10  MR-JOB-ID         PIC 9(9).
               10  MR-JOB-NAME       PIC X(15).
               10  MR-WRITTEN-TS     PIC X(14).
               10  MR-REASON         PIC X(40).
               10  MR-JOB-STATUS     PIC X(10).

      *    EACH FILE NAMED TONIGHT, IN ORDER OF FIRST APPEARANCE
       01  WS-MN-COUNT           PIC 9(3) VALUE 0.
       01  MANIFEST-FILE-TABLE.
           05  MN-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-MN-COUNT
                   INDEXED BY MN-IDX.
               10  MN-FILE-NAME      PIC X(30).
               10  MN-LAST-EVENT     PIC X(8).

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(45) VALUE SPACES.
           05  FILLER            PIC X(42)
               VALUE 'FILE MANIFEST AND LINEAGE REPORT'.
           05  FILLER            PIC X(45) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(15) VALUE 'Business Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(107) VALUE SPACES.

       01  SECTION-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  SH-TITLE          PIC X(60).
           05  FILLER            PIC X(67) VALUE SPACES.

       01  FILE-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(6) VALUE 'File: '.
           05  FH-FILE-NAME      PIC X(30).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'Last Event: '.
           05  FH-LAST-EVENT     PIC X(8).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FH-STATE          PIC X(40).
           05  FILLER            PIC X(23) VALUE SPACES.

       01  DETAIL-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'Event'.
           05  FILLER            PIC X(17) VALUE 'Job'.
           05  FILLER            PIC X(11) VALUE 'Job ID'.
           05  FILLER            PIC X(13) VALUE '    Records'.
           05  FILLER            PIC X(17) VALUE '    Amount Hash'.
           05  FILLER            PIC X(10) VALUE 'Written'.
           05  FILLER            PIC X(40) VALUE 'Note'.
           05  FILLER            PIC X(9) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  DL-EVENT          PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-JOB-NAME       PIC X(15).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-JOB-ID         PIC 9(9).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-RECORDS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-HASH           PIC Z(14)9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-WRITTEN        PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-NOTE           PIC X(40).
           05  FILLER            PIC X(9) VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CL-LABEL          PIC X(40).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-MANIFEST-ROWS
           PERFORM LOAD-JOB-STATUS
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

           OPEN OUTPUT MANIFEST-REPORT

           DISPLAY "========================================="
           DISPLAY "FILE MANIFEST REPORT JOB STARTED"
           DISPLAY "========================================="
           DISPLAY "Business Date: " WS-FORMATTED-DATE
           DISPLAY " ".

      *    ONLY ROWS FOR THE CURRENT BUSINESS DATE ARE THE NIGHT'S
      *    LINEAGE. A REFUSAL OF A STALE FILE IS RECORDED UNDER THE
      *    CONSUMER'S DATE, SO IT APPEARS HERE TOO.
       LOAD-MANIFEST-ROWS.
           OPEN INPUT FILE-MANIFEST
           IF WS-MF-STATUS NOT = '00'
               DISPLAY "WARNING: file_manifest.dat not found - "
                       "no hand-off files recorded"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM READ-MANIFEST-ROW UNTIL WS-EOF = 'Y'
           CLOSE FILE-MANIFEST.

       READ-MANIFEST-ROW.
           READ FILE-MANIFEST
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF MF-BUSINESS-DATE = WS-TODAY-YYYYMMDD
                       PERFORM ADD-MANIFEST-ROW
                   END-IF
           END-READ.

       ADD-MANIFEST-ROW.
           ADD 1 TO WS-ROW-COUNT
           IF WS-MR-COUNT >= 3000
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MN-FOUND
           IF WS-MN-COUNT > 0
               SET MN-IDX TO 1
               SEARCH MN-ENTRY
                   AT END
                       MOVE 'N' TO WS-MN-FOUND
                   WHEN MN-FILE-NAME(MN-IDX) = MF-FILE-NAME
                       MOVE 'Y' TO WS-MN-FOUND
               END-SEARCH
           END-IF
           IF WS-MN-FOUND = 'N'
               IF WS-MN-COUNT >= 100
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MN-COUNT
               SET MN-IDX TO WS-MN-COUNT
               MOVE MF-FILE-NAME TO MN-FILE-NAME(MN-IDX)
           END-IF
           MOVE MF-EVENT TO MN-LAST-EVENT(MN-IDX)

           ADD 1 TO WS-MR-COUNT
           SET MR-IDX TO WS-MR-COUNT
           MOVE MF-FILE-NAME TO MR-FILE-NAME(MR-IDX)
           MOVE MF-EVENT TO MR-EVENT(MR-IDX)
           MOVE MF-RECORD-COUNT TO MR-RECORD-COUNT(MR-IDX)
           MOVE MF-AMOUNT-HASH TO MR-AMOUNT-HASH(MR-IDX)
           MOVE MF-JOB-ID TO MR-JOB-ID(MR-IDX)
           MOVE MF-JOB-NAME TO MR-JOB-NAME(MR-IDX)
           MOVE MF-WRITTEN-TS TO MR-WRITTEN-TS(MR-IDX)
           MOVE MF-REASON TO MR-REASON(MR-IDX)
           MOVE SPACES TO MR-JOB-STATUS(MR-IDX)
           EVALUATE MF-EVENT
               WHEN 'PRODUCED'
                   ADD 1 TO WS-PRODUCED-COUNT
               WHEN 'VERIFIED'
                   ADD 1 TO WS-VERIFIED-COUNT
               WHEN 'REFUSED'
                   ADD 1 TO WS-REFUSED-COUNT
           END-EVALUATE.

      *    job-control.dat IS IN THE ORDER WRITTEN, SO THE LAST ROW
      *    FOR A JOB ID AND NAME IS THAT RUN'S FINAL STATUS.
       LOAD-JOB-STATUS.
           IF WS-MR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JOB-CONTROL
           IF WS-JC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM READ-JOB-CONTROL-ROW UNTIL WS-EOF = 'Y'
           CLOSE JOB-CONTROL.

       READ-JOB-CONTROL-ROW.
           READ JOB-CONTROL
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM MATCH-JOB-CONTROL-ROW
                       VARYING WS-MR-SCAN FROM 1 BY 1
                       UNTIL WS-MR-SCAN > WS-MR-COUNT
           END-READ.

       MATCH-JOB-CONTROL-ROW.
           SET MR-IDX TO WS-MR-SCAN
           IF MR-JOB-ID(MR-IDX) = JC-JOB-ID
               AND MR-JOB-NAME(MR-IDX) = JC-JOB-NAME
               MOVE JC-STATUS TO MR-JOB-STATUS(MR-IDX)
           END-IF.

       GENERATE-REPORT.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'HAND-OFF FILE LINEAGE' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-MN-COUNT = 0
               MOVE 'NO MANIFEST ROWS FOR THIS BUSINESS DATE'
                   TO SH-TITLE
               WRITE REPORT-LINE FROM SECTION-HEADER
           ELSE
               PERFORM REPORT-MANIFEST-FILE
                   VARYING WS-MN-SCAN FROM 1 BY 1
                   UNTIL WS-MN-SCAN > WS-MN-COUNT
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1
           MOVE 'SUMMARY' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           MOVE 'Manifest Rows For The Date:' TO CL-LABEL
           MOVE WS-ROW-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Files Named:' TO CL-LABEL
           MOVE WS-MN-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Production Stamps:' TO CL-LABEL
           MOVE WS-PRODUCED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Consumer Verifications:' TO CL-LABEL
           MOVE WS-VERIFIED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Consumer Refusals:' TO CL-LABEL
           MOVE WS-REFUSED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Files Left Refused At Last Event:' TO CL-LABEL
           MOVE WS-REFUSED-FILE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Files Not Yet Read By A Consumer:' TO CL-LABEL
           MOVE WS-UNREAD-FILE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Producers Not In job-control.dat:' TO CL-LABEL
           MOVE WS-NO-JOB-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           IF WS-OVERFLOW-COUNT > 0
               MOVE 'Rows Not Listed (Table Full):' TO CL-LABEL
               MOVE WS-OVERFLOW-COUNT TO CL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY "Manifest rows for the date: " WS-ROW-COUNT
           DISPLAY "Consumer refusals: " WS-REFUSED-COUNT
           DISPLAY "Report generated: file_manifest_report.txt"
           DISPLAY "========================================="
           DISPLAY "FILE MANIFEST REPORT JOB COMPLETED"
           DISPLAY "=========================================".

      *    ONE BLOCK PER FILE: EVERY PRODUCTION AND EVERY CONSUMER
      *    CHECK IN THE ORDER THEY HAPPENED.
       REPORT-MANIFEST-FILE.
           SET MN-IDX TO WS-MN-SCAN
           MOVE MN-FILE-NAME(MN-IDX) TO FH-FILE-NAME
           MOVE MN-LAST-EVENT(MN-IDX) TO FH-LAST-EVENT
           EVALUATE MN-LAST-EVENT(MN-IDX)
               WHEN 'PRODUCED'
                   MOVE 'NOT YET READ BY A CONSUMER' TO FH-STATE
                   ADD 1 TO WS-UNREAD-FILE-COUNT
               WHEN 'VERIFIED'
                   MOVE 'CONSUMED AFTER VERIFICATION' TO FH-STATE
               WHEN 'REFUSED'
                   MOVE '*** REFUSED - CONSUMER DID NOT RUN ***'
                       TO FH-STATE
                   ADD 1 TO WS-REFUSED-FILE-COUNT
               WHEN OTHER
                   MOVE SPACES TO FH-STATE
           END-EVALUATE
           WRITE REPORT-LINE FROM FILE-HEADER
           WRITE REPORT-LINE FROM DETAIL-HEADER
           PERFORM REPORT-MANIFEST-ROW
               VARYING WS-MR-SCAN FROM 1 BY 1
               UNTIL WS-MR-SCAN > WS-MR-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       REPORT-MANIFEST-ROW.
           SET MR-IDX TO WS-MR-SCAN
           IF MR-FILE-NAME(MR-IDX) NOT = MN-FILE-NAME(MN-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE MR-EVENT(MR-IDX) TO DL-EVENT
           MOVE MR-JOB-NAME(MR-IDX) TO DL-JOB-NAME
           MOVE MR-JOB-ID(MR-IDX) TO DL-JOB-ID
           MOVE MR-RECORD-COUNT(MR-IDX) TO DL-RECORDS
           MOVE MR-AMOUNT-HASH(MR-IDX) TO DL-HASH
           MOVE SPACES TO DL-WRITTEN
           STRING MR-WRITTEN-TS(MR-IDX)(9:2) ':'
                  MR-WRITTEN-TS(MR-IDX)(11:2) ':'
                  MR-WRITTEN-TS(MR-IDX)(13:2)
               DELIMITED BY SIZE INTO DL-WRITTEN
           MOVE MR-REASON(MR-IDX) TO WS-NOTE
           IF MR-EVENT(MR-IDX) = 'PRODUCED'
               PERFORM BUILD-PRODUCER-NOTE
           END-IF
           MOVE WS-NOTE TO DL-NOTE
           WRITE REPORT-LINE FROM DETAIL-LINE.

      *    A PRODUCER IS EXPECTED TO HAVE A job-control.dat ENTRY UNDER
      *    THE SAME JOB ID. ARCHIVE PURGE RESTAMPS WITH JOB ID ZERO.
       BUILD-PRODUCER-NOTE.
           MOVE SPACES TO WS-NOTE
           IF MR-JOB-ID(MR-IDX) = 0
               MOVE 'RESTAMPED - NO JOB-CONTROL ENTRY' TO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           IF MR-JOB-STATUS(MR-IDX) = SPACES
               MOVE '*** JOB ID NOT IN JOB-CONTROL ***' TO WS-NOTE
               ADD 1 TO WS-NO-JOB-COUNT
           ELSE
               STRING 'JOB-CONTROL STATUS ' DELIMITED BY SIZE
                      MR-JOB-STATUS(MR-IDX) DELIMITED BY SPACE
                   INTO WS-NOTE
           END-IF.

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'MANIFEST-RPT' TO JC-JOB-NAME
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
           MOVE 'MANIFEST-RPT' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-ROW-COUNT TO JC-RECORDS-PROC
           MOVE WS-REFUSED-COUNT TO JC-RECORDS-ERROR
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
           CLOSE MANIFEST-REPORT.
