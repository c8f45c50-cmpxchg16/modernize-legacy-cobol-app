               FILE STATUS IS WS-ADVANCE-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PREFLIGHT-RESULTS ASSIGN TO 'preflight_results.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFLIGHT-STATUS.
           SELECT DISPATCH-FILE ASSIGN TO 'eod_dispatch.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-REPORT ASSIGN TO 'eod_schedule_report.txt'
           05  JC-RECORDS-PROC   PIC 9(9).
           05  JC-RECORDS-ERROR  PIC 9(9).

      *    WRITTEN BY THE INBOUND PRE-FLIGHT - ONE ROW PER INBOUND
      *    FILE AND CONSUMING JOB, RESULT PASS, FAIL OR ABSENT.
       FD  PREFLIGHT-RESULTS.
       01  PREFLIGHT-RESULT-RECORD.
           05  PR-BUSINESS-DATE  PIC X(8).
           05  PR-FILE-NAME      PIC X(32).
           05  PR-JOB-NAME       PIC X(15).
           05  PR-RESULT         PIC X(6).
           05  PR-RECORD-COUNT   PIC 9(7).
           05  PR-BAD-RECORDS    PIC 9(7).
           05  PR-DEFECT-COUNT   PIC 9(7).
           05  PR-JOB-ID         PIC 9(9).

       FD  DISPATCH-FILE.
       01  DISPATCH-RECORD.
           05  DS-JOB-NAME       PIC X(15).
       01  WS-CAND-INT           PIC S9(9).
       01  WS-CAND-DOW           PIC 9(1).
       01  WS-CAND-OK            PIC X.

      *    A WEEKLY JOB RUNS ON THE FIRST BUSINESS DAY OF THE WEEK -
      *    THE DAY WHOSE WEEKDAY FALLS BEFORE THE PREVIOUS BUSINESS
      *    DAY'S, OR THAT COMES A FULL WEEK OR MORE AFTER IT.
       01  WS-WEEK-START         PIC X VALUE 'N'.
       01  WS-BUS-DATE-NUM       PIC 9(8).
       01  WS-BUS-INT            PIC S9(9).
       01  WS-BUS-DOW            PIC 9(1).
       01  WS-PREV-INT           PIC S9(9).
       01  WS-PREV-DOW           PIC 9(1).

      *    A QUARTER-END JOB RUNS ON THE LAST BUSINESS DAY OF THE
      *    QUARTER - THE DAY WHOSE NEXT BUSINESS DAY FALLS IN ANOTHER
      *    CALENDAR QUARTER.
       01  WS-QUARTER-END        PIC X VALUE 'N'.
       01  WS-BUS-QUARTER        PIC 9.
       01  WS-NEXT-MONTH         PIC 99.
       01  WS-NEXT-QUARTER       PIC 9.
       01  WS-HOLIDAY-EOF        PIC X VALUE 'N'.
       01  WS-HOLIDAY-COUNT      PIC 9(3) VALUE 0.
       01  WS-HOLIDAY-FOUND      PIC X.
       01  WS-JS-FOUND           PIC X VALUE 'N'.
       01  WS-LOOKUP-NAME        PIC X(15).

      *    TONIGHT'S PRE-FLIGHT RESULTS. A JOB WHOSE INBOUND FILE
      *    FAILED IS HELD EVEN WHEN ITS PREREQUISITE HAS COMPLETED.
       01  WS-PREFLIGHT-STATUS   PIC XX.
       01  WS-PREFLIGHT-EOF      PIC X VALUE 'N'.
       01  WS-PREFLIGHT-HELD     PIC 9(3) VALUE 0.
       01  WS-PF-FAILED          PIC X VALUE 'N'.
       01  WS-PF-COUNT           PIC 9(2) VALUE 0.
       01  PREFLIGHT-TABLE.
           05  PF-ENTRY OCCURS 1 TO 40 TIMES
                   DEPENDING ON WS-PF-COUNT
                   INDEXED BY PF-IDX.
               10  PF-JOB        PIC X(15).
               10  PF-FILE       PIC X(32).
               10  PF-RESULT     PIC X(6).

       01  DEP-TABLE.
           05  DEP-ENTRY OCCURS 60 TIMES INDEXED BY DEP-IDX.
               10  DEP-JOB       PIC X(15).
               10  DEP-PREREQ    PIC X(15).
               10  DEP-CONDITION PIC X(8).

       01  JOB-STATUS-TABLE.
           05  JS-ENTRY OCCURS 60 TIMES INDEXED BY JS-IDX.
               10  JS-NAME       PIC X(15).
               10  JS-STATUS     PIC X(10).
               10  JS-START-TIME PIC X(14).
           PERFORM INITIALIZE-JOB
           PERFORM LOAD-DEPENDENCY-TABLE
           PERFORM LOAD-TODAYS-JOB-STATUS
           PERFORM LOAD-PREFLIGHT-RESULTS
           PERFORM EVALUATE-SCHEDULE
           PERFORM CHECK-COMPLETED-SEQUENCE
           PERFORM GENERATE-SUMMARY
           PERFORM ESTABLISH-BUSINESS-DATE
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-ADVANCE-REQUEST
           PERFORM DETERMINE-WEEK-START
           PERFORM DETERMINE-QUARTER-END
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-MONTH '/' WS-DAY '/' WS-YEAR
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE
               AT END
                   MOVE 'Y' TO WS-DEPENDENCY-EOF
               NOT AT END
                   IF WS-DEP-COUNT < 60
                       ADD 1 TO WS-DEP-COUNT
                       SET DEP-IDX TO WS-DEP-COUNT
                       MOVE JD-JOB-NAME TO DEP-JOB(DEP-IDX)
       BUILD-DEFAULT-DEPENDENCIES.
           MOVE 10 TO WS-DEP-COUNT
           MOVE 'BACKUP' TO DEP-JOB(1)
           MOVE 'PREFLIGHT' TO DEP-PREREQ(1)
           MOVE 'DAILY' TO DEP-CONDITION(1)
           MOVE 'STANDORD' TO DEP-JOB(2)
           MOVE 'BACKUP' TO DEP-PREREQ(2)
           MOVE 'INTEREST' TO DEP-PREREQ(5)
           MOVE 'DAILY' TO DEP-CONDITION(5)
           MOVE 'EOD-RECON' TO DEP-JOB(6)
           MOVE 'CHARGEOFF' TO DEP-PREREQ(6)
           MOVE 'DAILY' TO DEP-CONDITION(6)
           MOVE 'STATEMENT' TO DEP-JOB(7)
           MOVE 'EOD-RECON' TO DEP-PREREQ(7)
           MOVE 'DAILY' TO DEP-CONDITION(9)
           MOVE 'BALMOVE' TO DEP-JOB(10)
           MOVE 'SNAPSHOT' TO DEP-PREREQ(10)
           MOVE 'DAILY' TO DEP-CONDITION(10)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'ESTATE-RPT' TO DEP-JOB(11)
           MOVE 'EOD-RECON' TO DEP-PREREQ(11)
           MOVE 'WEEKLY' TO DEP-CONDITION(11)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'LEGAL-ORD' TO DEP-JOB(12)
           MOVE 'BATCH' TO DEP-PREREQ(12)
           MOVE 'DAILY' TO DEP-CONDITION(12)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'DISPUTES' TO DEP-JOB(13)
           MOVE 'BATCH' TO DEP-PREREQ(13)
           MOVE 'DAILY' TO DEP-CONDITION(13)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'BACKVALUE' TO DEP-JOB(14)
           MOVE 'BATCH' TO DEP-PREREQ(14)
           MOVE 'DAILY' TO DEP-CONDITION(14)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'LIQUIDITY' TO DEP-JOB(15)
           MOVE 'EOD-RECON' TO DEP-PREREQ(15)
           MOVE 'DAILY' TO DEP-CONDITION(15)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'RETURN-MAIL' TO DEP-JOB(16)
           MOVE 'BACKUP' TO DEP-PREREQ(16)
           MOVE 'DAILY' TO DEP-CONDITION(16)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'PREFLIGHT' TO DEP-JOB(17)
           MOVE SPACES TO DEP-PREREQ(17)
           MOVE 'DAILY' TO DEP-CONDITION(17)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'FEED-INTAKE' TO DEP-JOB(18)
           MOVE 'BACKUP' TO DEP-PREREQ(18)
           MOVE 'DAILY' TO DEP-CONDITION(18)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'SUSPENSE' TO DEP-JOB(19)
           MOVE 'BACKUP' TO DEP-PREREQ(19)
           MOVE 'DAILY' TO DEP-CONDITION(19)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'REVIEWQ' TO DEP-JOB(20)
           MOVE 'BACKUP' TO DEP-PREREQ(20)
           MOVE 'DAILY' TO DEP-CONDITION(20)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'MAINTENANCE' TO DEP-JOB(21)
           MOVE 'BACKUP' TO DEP-PREREQ(21)
           MOVE 'DAILY' TO DEP-CONDITION(21)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'FRAUD-MON' TO DEP-JOB(22)
           MOVE 'BATCH' TO DEP-PREREQ(22)
           MOVE 'DAILY' TO DEP-CONDITION(22)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'RISK-RATING' TO DEP-JOB(23)
           MOVE 'BATCH' TO DEP-PREREQ(23)
           MOVE 'DAILY' TO DEP-CONDITION(23)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'DEP-SCHEDULE' TO DEP-JOB(24)
           MOVE 'EOD-RECON' TO DEP-PREREQ(24)
           MOVE 'QTREND' TO DEP-CONDITION(24)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'ACQ-ATTRITION' TO DEP-JOB(25)
           MOVE 'EOD-RECON' TO DEP-PREREQ(25)
           MOVE 'MONTH1' TO DEP-CONDITION(25)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'CRM-EXTRACT' TO DEP-JOB(26)
           MOVE 'EOD-RECON' TO DEP-PREREQ(26)
           MOVE 'DAILY' TO DEP-CONDITION(26)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'RATE-NOTICE' TO DEP-JOB(27)
           MOVE 'EOD-RECON' TO DEP-PREREQ(27)
           MOVE 'DAILY' TO DEP-CONDITION(27)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'OD-LINE' TO DEP-JOB(28)
           MOVE 'OVERDRAFT' TO DEP-PREREQ(28)
           MOVE 'DAILY' TO DEP-CONDITION(28)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'CHARGEOFF' TO DEP-JOB(29)
           MOVE 'OD-LINE' TO DEP-PREREQ(29)
           MOVE 'DAILY' TO DEP-CONDITION(29)
           ADD 1 TO WS-DEP-COUNT
           MOVE 'BATCH-SPLIT' TO DEP-JOB(30)
           MOVE 'STANDORD' TO DEP-PREREQ(30)
           MOVE 'DAILY' TO DEP-CONDITION(30).

       LOAD-TODAYS-JOB-STATUS.
           MOVE 0 TO WS-JS-COUNT
                       MOVE 'Y' TO WS-JS-FOUND
               END-SEARCH
           END-IF
           IF WS-JS-FOUND = 'N' AND WS-JS-COUNT < 60
               ADD 1 TO WS-JS-COUNT
               SET JS-IDX TO WS-JS-COUNT
               MOVE JC-JOB-NAME TO JS-NAME(JS-IDX)
               MOVE JC-END-TIME TO JS-END-TIME(JS-IDX)
           END-IF.

       LOAD-PREFLIGHT-RESULTS.
           MOVE 0 TO WS-PF-COUNT
           OPEN INPUT PREFLIGHT-RESULTS
           IF WS-PREFLIGHT-STATUS = '00'
               PERFORM READ-PREFLIGHT-RESULT
                   UNTIL WS-PREFLIGHT-EOF = 'Y'
               CLOSE PREFLIGHT-RESULTS
           END-IF.

       READ-PREFLIGHT-RESULT.
           READ PREFLIGHT-RESULTS
               AT END
                   MOVE 'Y' TO WS-PREFLIGHT-EOF
               NOT AT END
                   IF PR-BUSINESS-DATE = WS-TODAY-YYYYMMDD
                       AND WS-PF-COUNT < 40
                       ADD 1 TO WS-PF-COUNT
                       SET PF-IDX TO WS-PF-COUNT
                       MOVE PR-JOB-NAME TO PF-JOB(PF-IDX)
                       MOVE PR-FILE-NAME TO PF-FILE(PF-IDX)
                       MOVE PR-RESULT TO PF-RESULT(PF-IDX)
                   END-IF
           END-READ.

       LOOKUP-JOB-STATE.
           MOVE 'NOT RUN' TO WS-JOB-STATE
           MOVE SPACES TO WS-JOB-START-FOUND
           MOVE SPACES TO DL-REASON
           MOVE SPACES TO DS-REASON

           EVALUATE TRUE
               WHEN DEP-CONDITION(DEP-IDX) = 'MONTH1'
                   AND WS-DAY NOT = 01
                   MOVE 'SKIP' TO DL-DECISION
                   MOVE 'Runs on first of month only' TO DL-REASON
                   ADD 1 TO WS-SKIP-COUNT
               WHEN DEP-CONDITION(DEP-IDX) = 'WEEKLY'
                   AND WS-WEEK-START = 'N'
                   MOVE 'SKIP' TO DL-DECISION
                   MOVE 'Runs on first business day of week'
                       TO DL-REASON
                   ADD 1 TO WS-SKIP-COUNT
               WHEN DEP-CONDITION(DEP-IDX) = 'QTREND'
                   AND WS-QUARTER-END = 'N'
                   MOVE 'SKIP' TO DL-DECISION
                   MOVE 'Runs on last business day of quarter'
                       TO DL-REASON
                   ADD 1 TO WS-SKIP-COUNT
               WHEN OTHER
                   PERFORM CHECK-JOB-PREREQUISITE
           END-EVALUATE

           MOVE DEP-JOB(DEP-IDX) TO DS-JOB-NAME
           MOVE DL-DECISION TO DS-DISPOSITION

       CHECK-JOB-PREREQUISITE.
           IF DEP-PREREQ(DEP-IDX) = SPACES
               PERFORM CHECK-INBOUND-PREFLIGHT
           ELSE
               MOVE DEP-PREREQ(DEP-IDX) TO WS-LOOKUP-NAME
               PERFORM LOOKUP-JOB-STATE
               MOVE WS-JOB-STATE TO WS-PREREQ-STATE
               IF WS-PREREQ-STATE = 'COMPLETED'
                   PERFORM CHECK-INBOUND-PREFLIGHT
               ELSE
                   MOVE 'HELD' TO DL-DECISION
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF.

      *    A JOB THAT READS AN INBOUND FILE WHICH FAILED TONIGHT'S
      *    PRE-FLIGHT STAYS HELD UNTIL A CORRECTED FILE PASSES.
       CHECK-INBOUND-PREFLIGHT.
           MOVE 'N' TO WS-PF-FAILED
           IF WS-PF-COUNT > 0
               SET PF-IDX TO 1
               SEARCH PF-ENTRY
                   AT END
                       CONTINUE
                   WHEN PF-JOB(PF-IDX) = DEP-JOB(DEP-IDX)
                       AND PF-RESULT(PF-IDX) = 'FAIL'
                       MOVE 'Y' TO WS-PF-FAILED
               END-SEARCH
           END-IF
           IF WS-PF-FAILED = 'Y'
               MOVE 'HELD' TO DL-DECISION
               ADD 1 TO WS-PREFLIGHT-HELD
               MOVE 'Inbound file failed pre-flight' TO DL-REASON
               DISPLAY "HELD: " DEP-JOB(DEP-IDX)
                       " - inbound file "
                       FUNCTION TRIM(PF-FILE(PF-IDX))
                       " failed pre-flight"
           ELSE
               MOVE 'READY' TO DL-DECISION
               ADD 1 TO WS-READY-COUNT
           END-IF.

       CHECK-COMPLETED-SEQUENCE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HELD-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Jobs Held (Inbound Pre-flight Failed):' TO CL-LABEL
           MOVE WS-PREFLIGHT-HELD TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE

           MOVE 'Jobs Skipped (Calendar Condition):' TO CL-LABEL
           MOVE WS-SKIP-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           DISPLAY "Scheduler evaluation completed:"
           DISPLAY "  Ready: " WS-READY-COUNT
           DISPLAY "  Held: " WS-HELD-COUNT
           DISPLAY "  Held (pre-flight): " WS-PREFLIGHT-HELD
           DISPLAY "  Skipped: " WS-SKIP-COUNT
           DISPLAY "  Violations: " WS-VIOLATION-COUNT
           DISPLAY " "
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
                       MOVE BD-PREV-DATE TO WS-PREV-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           ELSE
                       "processing on the system date"
           END-IF.

       DETERMINE-WEEK-START.
           MOVE 'N' TO WS-WEEK-START
           MOVE WS-CURRENT-DATE TO WS-BUS-DATE-NUM
           COMPUTE WS-BUS-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-NUM)
           COMPUTE WS-BUS-DOW = FUNCTION MOD(WS-BUS-INT, 7)
           IF WS-PREV-BUSINESS-DATE IS NOT NUMERIC
               IF WS-BUS-DOW = 1
                   MOVE 'Y' TO WS-WEEK-START
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PREV-BUSINESS-DATE TO WS-BUS-DATE-NUM
           COMPUTE WS-PREV-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-NUM)
           COMPUTE WS-PREV-DOW = FUNCTION MOD(WS-PREV-INT, 7)
           IF WS-BUS-DOW < WS-PREV-DOW
               OR WS-BUS-INT - WS-PREV-INT >= 7
               MOVE 'Y' TO WS-WEEK-START
           END-IF.

       DETERMINE-QUARTER-END.
           MOVE 'N' TO WS-QUARTER-END
           PERFORM LOAD-HOLIDAY-TABLE
           MOVE WS-CURRENT-DATE TO WS-CAND-DATE-NUM
           COMPUTE WS-CAND-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAND-DATE-NUM)
           MOVE 'N' TO WS-CAND-OK
           PERFORM STEP-TO-NEXT-BUSINESS-DAY UNTIL WS-CAND-OK = 'Y'
           MOVE WS-CAND-DATE-X(5:2) TO WS-NEXT-MONTH
           COMPUTE WS-BUS-QUARTER = (WS-MONTH + 2) / 3
           COMPUTE WS-NEXT-QUARTER = (WS-NEXT-MONTH + 2) / 3
           IF WS-NEXT-QUARTER NOT = WS-BUS-QUARTER
               MOVE 'Y' TO WS-QUARTER-END
           END-IF.

       STEP-TO-NEXT-BUSINESS-DAY.
           ADD 1 TO WS-CAND-INT
           COMPUTE WS-CAND-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAND-INT)
           MOVE WS-CAND-DATE-NUM TO WS-CAND-DATE-X
           COMPUTE WS-CAND-DOW = FUNCTION MOD(WS-CAND-INT, 7)
           PERFORM CHECK-HOLIDAY-DATE
           IF WS-CAND-DOW NOT = 6 AND WS-CAND-DOW NOT = 0
               AND WS-HOLIDAY-FOUND = 'N'
               MOVE 'Y' TO WS-CAND-OK
           END-IF.

       CLEANUP.
           CLOSE DISPATCH-FILE
           CLOSE SCHEDULE-REPORT.
