               'exception_repository.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREPO-STATUS.
           SELECT SANCTIONS-LIST ASSIGN TO 'sanctions_list.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANCTIONS-STATUS.
           SELECT SCREENING-QUEUE ASSIGN TO
               'sanctions_screening_queue.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT SCREENING-QUEUE-NEW ASSIGN TO
               'sanctions_screening_queue.dat.new'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           05  XR-REASON         PIC X(40).
           05  XR-STATUS         PIC X(1).

       FD  SANCTIONS-LIST.
       01  SANCTIONS-LIST-RECORD.
           05  SX-ENTRY-ID       PIC X(10).
           05  SX-NAME           PIC X(30).
           05  SX-ADDRESS        PIC X(30).
           05  SX-PROGRAM        PIC X(10).

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

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE  PIC X(8).
           05  FEED-CHANNEL      PIC X(10).
           05  FEED-CURRENCY     PIC X(3).
           05  FILLER            PIC X(22).
      *    THE WIRE DROP CARRIES THE ORDERING PARTY NAME IN THE
      *    TWENTY-TWO BYTES AFTER THE CURRENCY CODE.
       01  WS-WIRE-RECORD REDEFINES WS-FEED-LINE.
           05  FILLER            PIC X(58).
           05  WIRE-PARTY-NAME   PIC X(22).
       01  WS-FEED-TRAILER REDEFINES WS-FEED-LINE.
           05  FT-RECORD-TYPE    PIC X(8).
           05  FT-RECORD-COUNT   PIC 9(6).
                   DEPENDING ON WS-PEND-COUNT
                   INDEXED BY PD-IDX.
               10  PD-DATA       PIC X(58).
               10  PD-SANCTIONS-HOLD PIC X(1).
               10  PD-PARTY-NAME PIC X(22).
               10  PD-SCORE      PIC 9(3).
               10  PD-LIST-ENTRY PIC X(10).
               10  PD-LIST-NAME  PIC X(30).

      *    SANCTIONS SCREENING: A NAME IS SPLIT INTO WORDS AND SCORED
      *    AGAINST EACH LIST ENTRY AS THE PERCENTAGE OF THE ENTRY'S
      *    WORDS FOUND IN THE NAME, IN ANY ORDER. SINGLE LETTERS
      *    (INITIALS) DO NOT COUNT. A WIRE WHOSE PARTY SCORES AT OR
      *    ABOVE THE THRESHOLD IS HELD ON THE SCREENING QUEUE INSTEAD
      *    OF BEING MERGED, AND IS RELEASED INTO A LATER NIGHT'S FEED
      *    ONLY ONCE AN ANALYST HAS CLEARED IT.
       01  WS-SANCTIONS-STATUS   PIC XX.
       01  WS-SANCTIONS-EOF      PIC X VALUE 'N'.
       01  WS-QUEUE-STATUS       PIC XX.
       01  WS-QUEUE-EOF          PIC X VALUE 'N'.
       01  WS-MATCH-THRESHOLD    PIC 9(3) VALUE 75.
       01  WS-SCREEN-NAME        PIC X(30).
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
       01  WS-SANCTIONS-SCAN     PIC 9(4).
       01  WS-SN-COUNT           PIC 9(4) VALUE 0.
       01  SANCTIONS-TABLE.
           05  SANCTION-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-SN-COUNT
                   INDEXED BY SN-IDX.
               10  SN-T-ENTRY-ID     PIC X(10).
               10  SN-T-NAME         PIC X(30).
               10  SN-T-TOKEN-COUNT  PIC 9(2).
               10  SN-T-TOKEN        PIC X(15) OCCURS 6 TIMES.
       01  WS-HIT-SEQ            PIC 9(4) VALUE 0.
       01  WS-CHANNEL-HELD       PIC 9(6).
       01  WS-WIRES-HELD         PIC 9(7) VALUE 0.
       01  WS-WIRES-RELEASED     PIC 9(7) VALUE 0.
       01  WS-WIRES-REFUSED      PIC 9(7) VALUE 0.

       01  HEADER-1.
           05  FILLER            PIC X(92) VALUE ALL '='.
               OPEN OUTPUT EXCEPTION-REPO
           END-IF
           OPEN OUTPUT ACCEPTANCE-REPORT
           PERFORM LOAD-SANCTIONS-LIST
           PERFORM RELEASE-CLEARED-WIRES

           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           MOVE 0 TO WS-DETAIL-TOTAL
           MOVE 0 TO WS-GOOD-COUNT
           MOVE 0 TO WS-QUAR-COUNT
           MOVE 0 TO WS-CHANNEL-HELD
           MOVE 0 TO WS-PEND-COUNT.

       NOTE-CHANNEL-ABSENT.
                   ADD 1 TO WS-PEND-COUNT
                   SET PD-IDX TO WS-PEND-COUNT
                   MOVE WS-FEED-LINE(1:58) TO PD-DATA(PD-IDX)
                   MOVE 'N' TO PD-SANCTIONS-HOLD(PD-IDX)
                   IF WS-CUR-CHANNEL = 'WIRE'
                       PERFORM SCREEN-WIRE-PARTY
                   END-IF
                   ADD 1 TO WS-GOOD-COUNT
               ELSE
                   MOVE 'Y' TO WS-CAPACITY-HIT
           END-EVALUATE
           PERFORM WRITE-CHANNEL-LINE.

      *    HELD WIRES ARE QUEUED ONLY WHEN THE CHANNEL IS ACCEPTED -
      *    A REFUSED FEED IS RESUBMITTED WHOLE AND RESCREENED.
       MERGE-PENDING-RECORD.
           SET PD-IDX TO WS-PEND-SCAN
           IF PD-SANCTIONS-HOLD(PD-IDX) = 'Y'
               PERFORM QUEUE-HELD-WIRE
               EXIT PARAGRAPH
           END-IF
           MOVE PD-DATA(PD-IDX) TO MERGED-RECORD
           WRITE MERGED-RECORD
           ADD 1 TO WS-MERGED-COUNT.

       SCREEN-WIRE-PARTY.
           MOVE WIRE-PARTY-NAME TO WS-SCREEN-NAME
           PERFORM SCREEN-PARTY-NAME
           IF WS-BEST-SCORE >= WS-MATCH-THRESHOLD
               MOVE 'Y' TO PD-SANCTIONS-HOLD(PD-IDX)
               MOVE WIRE-PARTY-NAME TO PD-PARTY-NAME(PD-IDX)
               MOVE WS-BEST-SCORE TO PD-SCORE(PD-IDX)
               MOVE WS-BEST-ENTRY TO PD-LIST-ENTRY(PD-IDX)
               MOVE WS-BEST-LIST-NAME TO PD-LIST-NAME(PD-IDX)
               ADD 1 TO WS-CHANNEL-HELD
           END-IF.

       QUEUE-HELD-WIRE.
           ADD 1 TO WS-HIT-SEQ
           ADD 1 TO WS-WIRES-HELD
           MOVE PD-DATA(PD-IDX) TO WS-FEED-LINE
           MOVE SPACES TO SCREENING-QUEUE-RECORD
           STRING 'WI' WS-TODAY-YYYYMMDD WS-CURRENT-TIME(1:6)
                  WS-HIT-SEQ
               DELIMITED BY SIZE INTO SQ-SCREEN-ID
           MOVE 'WIRE' TO SQ-SOURCE
           MOVE SPACES TO SQ-ACCT-NUMBER
           MOVE FEED-REF TO SQ-REFERENCE
           MOVE PD-PARTY-NAME(PD-IDX) TO SQ-SCREENED-NAME
           MOVE PD-LIST-ENTRY(PD-IDX) TO SQ-LIST-ENTRY
           MOVE PD-LIST-NAME(PD-IDX) TO SQ-LIST-NAME
           MOVE PD-SCORE(PD-IDX) TO SQ-SCORE
           MOVE FEED-AMOUNT TO SQ-AMOUNT
           MOVE WS-TODAY-YYYYMMDD TO SQ-QUEUE-DATE
           MOVE 'P' TO SQ-STATUS
           MOVE PD-DATA(PD-IDX) TO SQ-HELD-DATA
           MOVE PD-PARTY-NAME(PD-IDX) TO SQ-HELD-DATA(59:22)
           OPEN EXTEND SCREENING-QUEUE
           IF WS-QUEUE-STATUS NOT = '00'
               OPEN OUTPUT SCREENING-QUEUE
           END-IF
           WRITE SCREENING-QUEUE-RECORD
           CLOSE SCREENING-QUEUE
           DISPLAY "SANCTIONS HOLD: wire " FEED-REF " party "
                   PD-PARTY-NAME(PD-IDX) " score "
                   PD-SCORE(PD-IDX).

      *    THE LIST IS NORMALISED ON LOAD - UPPER CASE, PUNCTUATION
      *    TO SPACES - AND EACH ENTRY'S NAME IS PRE-SPLIT INTO WORDS.
      *    WITHOUT A LIST EVERY WIRE IS HELD: NONE CAN BE SHOWN CLEAN.
       LOAD-SANCTIONS-LIST.
           OPEN INPUT SANCTIONS-LIST
           IF WS-SANCTIONS-STATUS NOT = '00'
               DISPLAY "WARNING: sanctions_list.dat not found - "
                       "all wires will be held for review"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SANCTIONS-EOF
           PERFORM READ-SANCTIONS-ENTRY UNTIL WS-SANCTIONS-EOF = 'Y'
           CLOSE SANCTIONS-LIST.

       READ-SANCTIONS-ENTRY.
           READ SANCTIONS-LIST
               AT END
                   MOVE 'Y' TO WS-SANCTIONS-EOF
               NOT AT END
                   IF SX-NAME NOT = SPACES
                       AND WS-SN-COUNT < 2000
                       ADD 1 TO WS-SN-COUNT
                       SET SN-IDX TO WS-SN-COUNT
                       MOVE SX-ENTRY-ID TO SN-T-ENTRY-ID(SN-IDX)
                       MOVE SX-NAME TO SN-T-NAME(SN-IDX)
                       MOVE SX-NAME TO WS-SCREEN-NAME
                       PERFORM TOKENIZE-SCREEN-NAME
                       MOVE WS-SCREEN-TOKEN-COUNT TO
                           SN-T-TOKEN-COUNT(SN-IDX)
                       PERFORM VARYING WS-TOKEN-SCAN FROM 1 BY 1
                           UNTIL WS-TOKEN-SCAN > 6
                           MOVE WS-SCREEN-TOKEN(WS-TOKEN-SCAN) TO
                               SN-T-TOKEN(SN-IDX, WS-TOKEN-SCAN)
                       END-PERFORM
                   END-IF
           END-READ.

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

       SCREEN-PARTY-NAME.
           MOVE 0 TO WS-BEST-SCORE
           MOVE SPACES TO WS-BEST-ENTRY
           MOVE SPACES TO WS-BEST-LIST-NAME
           IF WS-SN-COUNT = 0
               MOVE 100 TO WS-BEST-SCORE
               MOVE 'NO-LIST' TO WS-BEST-ENTRY
               MOVE 'SANCTIONS LIST NOT AVAILABLE' TO
                   WS-BEST-LIST-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-SCREEN-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM TOKENIZE-SCREEN-NAME
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
           COMPUTE WS-ENTRY-SCORE =
               WS-TOKEN-MATCHES * 100 / SN-T-TOKEN-COUNT(SN-IDX)
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

      *    WIRES AN ANALYST HAS CLEARED SINCE THE LAST RUN JOIN
      *    TONIGHT'S FEED; CONFIRMED MATCHES ARE QUARANTINED AND NEVER
      *    POST. THE QUEUE IS REBUILT WITH EACH ROW'S FINAL STATE.
       RELEASE-CLEARED-WIRES.
           OPEN INPUT SCREENING-QUEUE
           IF WS-QUEUE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SCREENING-QUEUE-NEW
           MOVE 'N' TO WS-QUEUE-EOF
           PERFORM RELEASE-QUEUE-ENTRY UNTIL WS-QUEUE-EOF = 'Y'
           CLOSE SCREENING-QUEUE
           CLOSE SCREENING-QUEUE-NEW
           CALL 'CBL_DELETE_FILE' USING
               'sanctions_screening_queue.dat'
           CALL 'CBL_RENAME_FILE' USING
               'sanctions_screening_queue.dat.new'
               'sanctions_screening_queue.dat'.

       RELEASE-QUEUE-ENTRY.
           READ SCREENING-QUEUE
               AT END
                   MOVE 'Y' TO WS-QUEUE-EOF
               NOT AT END
                   IF SQ-SOURCE = 'WIRE'
                       PERFORM DISPOSE-HELD-WIRE
                   END-IF
                   WRITE SCREENING-QUEUE-RECORD-NEW
                       FROM SCREENING-QUEUE-RECORD
           END-READ.

       DISPOSE-HELD-WIRE.
           EVALUATE SQ-STATUS
               WHEN 'C'
                   MOVE SQ-HELD-DATA(1:58) TO MERGED-RECORD
                   WRITE MERGED-RECORD
                   ADD 1 TO WS-MERGED-COUNT
                   ADD 1 TO WS-WIRES-RELEASED
                   MOVE 'R' TO SQ-STATUS
                   DISPLAY "Released cleared wire " SQ-REFERENCE
                           " (analyst " SQ-ANALYST-ID ")"
               WHEN 'M'
                   MOVE SQ-HELD-DATA(1:80) TO WS-FEED-LINE
                   MOVE 'WIRE' TO WS-CUR-CHANNEL
                   MOVE 'SANCTIONS MATCH CONFIRMED' TO WS-REASON
                   PERFORM QUARANTINE-FEED-LINE
                   ADD 1 TO WS-WIRES-REFUSED
                   MOVE 'X' TO SQ-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-CHANNEL-LINE.
           MOVE WS-CUR-CHANNEL TO CHL-CHANNEL
           MOVE WS-DISPOSITION TO CHL-DISPOSITION
           MOVE WS-DETAIL-COUNT TO CHL-DETAILS
           IF WS-DISPOSITION = 'ACCEPTED'
               COMPUTE CHL-MERGED = WS-GOOD-COUNT - WS-CHANNEL-HELD
           ELSE
               MOVE 0 TO CHL-MERGED
           END-IF
           MOVE WS-ABSENT-CHANNELS TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Wires Held For Sanctions Review:' TO SL-LABEL
           MOVE WS-WIRES-HELD TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Cleared Wires Released To Feed:' TO SL-LABEL
           MOVE WS-WIRES-RELEASED TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE 'Confirmed Sanctions Wires Refused:' TO SL-LABEL
           MOVE WS-WIRES-REFUSED TO SL-VALUE
           WRITE REPORT-LINE FROM SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-1
           DISPLAY "  Merged: " WS-MERGED-COUNT
           DISPLAY "  Quarantined: " WS-TOTAL-QUAR
           DISPLAY "  Channels refused: " WS-REFUSED-CHANNELS
           DISPLAY "  Wires held for sanctions review: "
                   WS-WIRES-HELD
           DISPLAY " "
           DISPLAY "Merged feed: eod_transactions.dat"
           DISPLAY "Quarantine: eod_feed_quarantine.dat"
