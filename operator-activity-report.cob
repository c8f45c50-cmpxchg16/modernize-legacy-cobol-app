       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorActivityReport.
       AUTHOR. Banking Operations Team.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'account_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCT-NUMBER
               FILE STATUS IS WS-CM-STATUS.
           SELECT AUDIT-LOG ASSIGN TO 'bank_audit_trail.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'operator_roster.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT PARM-FILE ASSIGN TO 'operator_review_parms.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO 'holiday_calendar.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO 'maintenance_approvals.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT PENDING-FILE
               ASSIGN TO 'maintenance_pending_approval.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT ACTIVITY-REPORT
               ASSIGN TO 'operator_activity_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT JOB-CONTROL ASSIGN TO 'job-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-ACCT-NUMBER    PIC X(12).
           05  CM-CUSTOMER-NAME  PIC X(30).
           05  CM-ADDRESS-1      PIC X(30).
           05  CM-ADDRESS-2      PIC X(30).
           05  CM-CITY-STATE-ZIP PIC X(30).
           05  CM-PHONE          PIC X(12).
           05  CM-ACCT-TYPE      PIC X(8).
           05  CM-OPENING-DATE   PIC X(8).
           05  CM-STATUS         PIC X(1).
           05  CM-CUSTOMER-ID    PIC X(10).
           05  CM-EMAIL          PIC X(40).
           05  CM-SMS-FLAG       PIC X(1).
           05  CM-CYCLE-CODE     PIC X(2).
           05  CM-WITHHOLD-FLAG  PIC X(1).
           05  CM-WITHHOLD-RATE  PIC 9V9999.
           05  CM-DELIVERY-PREF  PIC X(1).
           05  CM-UNDELIV-FLAG   PIC X(1).

       FD  AUDIT-LOG.
       01  AUDIT-LINE            PIC X(200).

      *    ONE ROW PER OPERATOR ID ISSUED BY SECURITY ADMINISTRATION.
      *    STATUS A = ACTIVE, R = RETIRED (ID NO LONGER VALID AFTER
      *    THE RETIRED DATE). CUSTOMER ID IS THE OPERATOR'S OWN
      *    CUSTOMER NUMBER WHEN THE OPERATOR BANKS WITH US.
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  OR-OPERATOR-ID    PIC X(12).
           05  OR-NAME           PIC X(30).
           05  OR-STATUS         PIC X(1).
           05  OR-CUSTOMER-ID    PIC X(10).
           05  OR-RETIRED-DATE   PIC X(8).

      *    REVIEW PERIOD AND BUSINESS HOURS (HHMM). A MISSING FILE
      *    REVIEWS QUARTER TO DATE, 07:00 TO 19:00.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  OP-FROM-DATE      PIC X(8).
           05  OP-TO-DATE        PIC X(8).
           05  OP-DAY-START      PIC 9(4).
           05  OP-DAY-END        PIC 9(4).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE          PIC X(8).

       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05  AP-ACCT-NUMBER    PIC X(12).
           05  AP-ACTION         PIC X(6).
           05  AP-APPROVER-ID    PIC X(12).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  PD-REQUEST        PIC X(292).
           05  PD-REQUEST-DATE   PIC X(8).

       FD  ACTIVITY-REPORT.
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
       01  WS-BD-STATUS          PIC XX.
       01  WS-CM-STATUS          PIC XX.
       01  WS-AUDIT-LOG-STATUS   PIC XX.
       01  WS-ROSTER-STATUS      PIC XX.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-HOLIDAY-STATUS     PIC XX.
       01  WS-APPROVAL-STATUS    PIC XX.
       01  WS-PENDING-STATUS     PIC XX.
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

      *    REVIEW PERIOD AND BUSINESS HOURS
       01  WS-FROM-DATE          PIC X(8).
       01  WS-TO-DATE            PIC X(8).
       01  WS-DAY-START          PIC 9(4) VALUE 0700.
       01  WS-DAY-END            PIC 9(4) VALUE 1900.
       01  WS-QTR-START.
           05  WS-QTR-YEAR       PIC 9(4).
           05  WS-QTR-MONTH      PIC 99.
           05  WS-QTR-DAY        PIC 99 VALUE 1.

      *    ONE AUDIT TRAIL LINE, SPLIT ON THE '|' SEPARATORS
       01  WS-AU-SEQ             PIC X(9).
       01  WS-AU-TIMESTAMP       PIC X(14).
       01  WS-AU-RUN-ID          PIC X(24).
       01  WS-AU-EVENT           PIC X(30).
       01  WS-AU-DETAIL          PIC X(150).
       01  WS-AU-DATE            PIC X(8).
       01  WS-AU-DATE-NUM        PIC 9(8).
       01  WS-AU-HHMM            PIC X(4).
       01  WS-AU-HHMM-NUM        PIC 9(4).
       01  WS-AU-ACCOUNT         PIC X(12).
       01  WS-AU-CATEGORY        PIC X(1).
       01  WS-PART-1             PIC X(150).
       01  WS-PART-2             PIC X(150).
       01  WS-PART-3             PIC X(150).
       01  WS-PART-COUNT         PIC 9(2).
       01  WS-OPERATOR-ID        PIC X(12).
       01  WS-REQUESTER-ID       PIC X(12).
       01  WS-PARTY-ID           PIC X(10).
       01  WS-DATE-INT           PIC 9(8).
       01  WS-DATE-DOW           PIC 9.

      *    EXCEPTION LINE BUILT BY THE CHECKS BELOW
       01  WS-EX-DATE            PIC X(8).
       01  WS-EX-TIME            PIC X(5).
       01  WS-EX-OPERATOR        PIC X(12).
       01  WS-EX-ACCOUNT         PIC X(12).
       01  WS-EX-EVENT           PIC X(24).
       01  WS-EX-REASON          PIC X(40).
       01  WS-EX-FROM-AUDIT      PIC X VALUE 'N'.

       01  WS-AUDIT-READ         PIC 9(7) VALUE 0.
       01  WS-AUDIT-IN-PERIOD    PIC 9(7) VALUE 0.
       01  WS-ATTRIBUTED-COUNT   PIC 9(7) VALUE 0.
       01  WS-NO-OPERATOR-COUNT  PIC 9(7) VALUE 0.
       01  WS-APPROVAL-COUNT     PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT    PIC 9(7) VALUE 0.
       01  WS-SELF-APPROVE-COUNT PIC 9(7) VALUE 0.
       01  WS-OWN-RECORD-COUNT   PIC 9(7) VALUE 0.
       01  WS-AFTER-HOURS-COUNT  PIC 9(7) VALUE 0.
       01  WS-NON-BUS-DAY-COUNT  PIC 9(7) VALUE 0.
       01  WS-UNKNOWN-OP-COUNT   PIC 9(7) VALUE 0.
       01  WS-RETIRED-OP-COUNT   PIC 9(7) VALUE 0.
       01  WS-TABLE-OVERFLOW     PIC 9(7) VALUE 0.

       01  WS-RO-FOUND           PIC X.
       01  WS-RO-KEY             PIC X(12).
       01  WS-RO-COUNT           PIC 9(4) VALUE 0.
       01  ROSTER-TABLE.
           05  RO-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RO-COUNT
                   INDEXED BY RO-IDX.
               10  RO-OPERATOR       PIC X(12).
               10  RO-NAME           PIC X(30).
               10  RO-STATUS         PIC X(1).
               10  RO-CUSTOMER-ID    PIC X(10).
               10  RO-RETIRED-DATE   PIC X(8).

       01  WS-HOLIDAY-FOUND      PIC X.
       01  WS-HOL-COUNT          PIC 9(3) VALUE 0.
       01  HOLIDAY-TABLE.
           05  HOL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-HOL-COUNT
                   INDEXED BY HOL-IDX.
               10  HOL-T-DATE        PIC X(8).

      *    REQUESTS STILL WAITING FOR A SECOND OPERATOR
       01  WS-PN-FOUND           PIC X.
       01  WS-PN-COUNT           PIC 9(4) VALUE 0.
       01  PENDING-TABLE.
           05  PN-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PN-COUNT
                   INDEXED BY PN-IDX.
               10  PN-ACTION         PIC X(6).
               10  PN-ACCT           PIC X(12).
               10  PN-CUSTOMER-ID    PIC X(10).
               10  PN-OPERATOR       PIC X(12).
               10  PN-DATE           PIC X(8).

      *    OPERATORS IN ORDER OF FIRST APPEARANCE IN THE PERIOD
       01  WS-OPR-FOUND          PIC X.
       01  WS-OPR-SCAN           PIC 9(4).
       01  WS-OPR-COUNT          PIC 9(4) VALUE 0.
       01  OPERATOR-TABLE.
           05  OPR-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-OPR-COUNT
                   INDEXED BY OPR-IDX.
               10  OPR-ID            PIC X(12).
               10  OPR-EVENTS        PIC 9(7).
               10  OPR-FIRST-DATE    PIC X(8).
               10  OPR-LAST-DATE     PIC X(8).

      *    ACTIVITY COUNTS PER OPERATOR PER DAY
       01  WS-OD-FOUND           PIC X.
       01  WS-OD-SCAN            PIC 9(5).
       01  WS-OD-COUNT           PIC 9(5) VALUE 0.
       01  OPERATOR-DAY-TABLE.
           05  OD-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-OD-COUNT
                   INDEXED BY OD-IDX.
               10  OD-OPERATOR       PIC X(12).
               10  OD-DATE           PIC X(8).
               10  OD-MAINT          PIC 9(5).
               10  OD-APPROVE        PIC 9(5).
               10  OD-REVIEW         PIC 9(5).
               10  OD-SUSPENSE       PIC 9(5).
               10  OD-CONTROL        PIC 9(5).
               10  OD-FLAGS          PIC 9(5).

       01  WS-OPR-TOTALS.
           05  WS-OT-MAINT       PIC 9(7).
           05  WS-OT-APPROVE     PIC 9(7).
           05  WS-OT-REVIEW      PIC 9(7).
           05  WS-OT-SUSPENSE    PIC 9(7).
           05  WS-OT-CONTROL     PIC 9(7).
           05  WS-OT-FLAGS       PIC 9(7).
       01  WS-ROW-TOTAL          PIC 9(7).
       01  WS-ROSTER-EXC-COUNT   PIC 9(5) VALUE 0.

       01  HEADER-1.
           05  FILLER            PIC X(132) VALUE ALL '='.
       01  HEADER-2.
           05  FILLER            PIC X(45) VALUE SPACES.
           05  FILLER            PIC X(42)
               VALUE 'OPERATOR ACTIVITY AND SOD REVIEW'.
           05  FILLER            PIC X(45) VALUE SPACES.
       01  HEADER-3.
           05  FILLER            PIC X(16) VALUE 'Business Date: '.
           05  H3-DATE           PIC X(10).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'Review Period: '.
           05  H3-FROM           PIC X(8).
           05  FILLER            PIC X(4) VALUE ' to '.
           05  H3-TO             PIC X(8).
           05  FILLER            PIC X(10) VALUE SPACES.
           05  FILLER            PIC X(16) VALUE 'Business Hours: '.
           05  H3-START-HH       PIC 99.
           05  FILLER            PIC X VALUE ':'.
           05  H3-START-MM       PIC 99.
           05  FILLER            PIC X(3) VALUE ' - '.
           05  H3-END-HH         PIC 99.
           05  FILLER            PIC X VALUE ':'.
           05  H3-END-MM         PIC 99.
           05  FILLER            PIC X(22) VALUE SPACES.

       01  SECTION-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  SH-TITLE          PIC X(60).
           05  FILLER            PIC X(67) VALUE SPACES.

       01  EXCEPTION-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'Date'.
           05  FILLER            PIC X(7) VALUE 'Time'.
           05  FILLER            PIC X(14) VALUE 'Operator'.
           05  FILLER            PIC X(14) VALUE 'Account'.
           05  FILLER            PIC X(26) VALUE 'Event'.
           05  FILLER            PIC X(40) VALUE 'Exception'.
           05  FILLER            PIC X(16) VALUE SPACES.

       01  EXCEPTION-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  EX-DATE           PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EX-TIME           PIC X(5).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EX-OPERATOR       PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EX-ACCOUNT        PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EX-EVENT          PIC X(24).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  EX-REASON         PIC X(40).
           05  FILLER            PIC X(16) VALUE SPACES.

       01  ACTIVITY-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE 'Operator'.
           05  FILLER            PIC X(22) VALUE 'Name'.
           05  FILLER            PIC X(8) VALUE 'Date'.
           05  FILLER            PIC X(9) VALUE '    Maint'.
           05  FILLER            PIC X(9) VALUE ' Approval'.
           05  FILLER            PIC X(9) VALUE '   Review'.
           05  FILLER            PIC X(9) VALUE ' Suspense'.
           05  FILLER            PIC X(9) VALUE '  Control'.
           05  FILLER            PIC X(9) VALUE '    Total'.
           05  FILLER            PIC X(8) VALUE '   Flags'.
           05  FILLER            PIC X(21) VALUE SPACES.

       01  ACTIVITY-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  AL-OPERATOR       PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AL-NAME           PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AL-DATE           PIC X(8).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  AL-MAINT          PIC ZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  AL-APPROVE        PIC ZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  AL-REVIEW         PIC ZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  AL-SUSPENSE       PIC ZZ,ZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  AL-CONTROL        PIC ZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AL-TOTAL          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AL-FLAGS          PIC ZZ,ZZ9.
           05  FILLER            PIC X(21) VALUE SPACES.

       01  ROSTER-EXC-HEADER.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE 'Operator'.
           05  FILLER            PIC X(32) VALUE 'Name'.
           05  FILLER            PIC X(22) VALUE 'Roster Status'.
           05  FILLER            PIC X(9) VALUE ' Events  '.
           05  FILLER            PIC X(10) VALUE 'First'.
           05  FILLER            PIC X(10) VALUE 'Last'.
           05  FILLER            PIC X(30) VALUE SPACES.

       01  ROSTER-EXC-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  RX-OPERATOR       PIC X(12).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RX-NAME           PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RX-STATUS         PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RX-EVENTS         PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RX-FIRST          PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RX-LAST           PIC X(8).
           05  FILLER            PIC X(32) VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER            PIC X(5) VALUE SPACES.
           05  CL-LABEL          PIC X(40).
           05  CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-JOB
           PERFORM CREATE-JOB-CONTROL-RECORD
           PERFORM LOAD-REVIEW-PARMS
           PERFORM LOAD-ROSTER
           PERFORM LOAD-HOLIDAY-TABLE
           PERFORM LOAD-PENDING-REQUESTS
           PERFORM WRITE-REPORT-HEADER
           PERFORM SCAN-AUDIT-TRAIL
           PERFORM CHECK-APPROVAL-FILE
           PERFORM CHECK-PENDING-REQUESTS
           PERFORM GENERATE-ACTIVITY-SECTION
           PERFORM GENERATE-ROSTER-SECTION
           PERFORM GENERATE-SUMMARY
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

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CM-STATUS NOT = '00'
               DISPLAY "ERROR: Cannot open account_master.dat - "
                       "status " WS-CM-STATUS
               DISPLAY "Run the master file conversion utility if "
                       "the file has not been converted to indexed"
               STOP RUN
           END-IF
           OPEN OUTPUT ACTIVITY-REPORT

           DISPLAY "========================================="
           DISPLAY "OPERATOR ACTIVITY REVIEW STARTED"
           DISPLAY "========================================="
           DISPLAY "Business Date: " WS-FORMATTED-DATE
           DISPLAY " ".

      *    DEFAULT PERIOD IS THE CALENDAR QUARTER TO DATE
       LOAD-REVIEW-PARMS.
           MOVE WS-YEAR TO WS-QTR-YEAR
           COMPUTE WS-QTR-MONTH = ((WS-MONTH - 1) / 3) * 3 + 1
           MOVE WS-QTR-START TO WS-FROM-DATE
           MOVE WS-TODAY-YYYYMMDD TO WS-TO-DATE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-REVIEW-PARMS
               END-READ
               CLOSE PARM-FILE
           END-IF
           DISPLAY "Review period: " WS-FROM-DATE " to " WS-TO-DATE
           DISPLAY "Business hours: " WS-DAY-START " to "
                   WS-DAY-END.

       APPLY-REVIEW-PARMS.
           IF OP-FROM-DATE IS NUMERIC AND OP-TO-DATE IS NUMERIC
               AND OP-FROM-DATE NOT > OP-TO-DATE
               MOVE OP-FROM-DATE TO WS-FROM-DATE
               MOVE OP-TO-DATE TO WS-TO-DATE
           ELSE
               DISPLAY "WARNING: review period in parameter file "
                       "invalid - reviewing quarter to date"
           END-IF
           IF OP-DAY-START IS NUMERIC AND OP-DAY-END IS NUMERIC
               AND OP-DAY-START < OP-DAY-END
               AND OP-DAY-END NOT > 2400
               MOVE OP-DAY-START TO WS-DAY-START
               MOVE OP-DAY-END TO WS-DAY-END
           END-IF.

       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = '00'
               DISPLAY "WARNING: operator_roster.dat not found - "
                       "every operator will be reported as unknown"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ROSTER UNTIL WS-EOF = 'Y'
           CLOSE ROSTER-FILE
           MOVE 'N' TO WS-EOF
           DISPLAY "Operators on roster: " WS-RO-COUNT.

       READ-ROSTER.
           READ ROSTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF OR-OPERATOR-ID NOT = SPACES
                       AND WS-RO-COUNT < 2000
                       ADD 1 TO WS-RO-COUNT
                       SET RO-IDX TO WS-RO-COUNT
                       MOVE OR-OPERATOR-ID TO RO-OPERATOR(RO-IDX)
                       MOVE OR-NAME TO RO-NAME(RO-IDX)
                       MOVE OR-STATUS TO RO-STATUS(RO-IDX)
                       MOVE OR-CUSTOMER-ID TO RO-CUSTOMER-ID(RO-IDX)
                       MOVE OR-RETIRED-DATE TO
                           RO-RETIRED-DATE(RO-IDX)
                   END-IF
           END-READ.

       LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-HOLIDAY UNTIL WS-EOF = 'Y'
           CLOSE HOLIDAY-FILE
           MOVE 'N' TO WS-EOF.

       READ-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF HOL-DATE IS NUMERIC AND WS-HOL-COUNT < 500
                       ADD 1 TO WS-HOL-COUNT
                       SET HOL-IDX TO WS-HOL-COUNT
                       MOVE HOL-DATE TO HOL-T-DATE(HOL-IDX)
                   END-IF
           END-READ.

       LOAD-PENDING-REQUESTS.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PENDING UNTIL WS-EOF = 'Y'
           CLOSE PENDING-FILE
           MOVE 'N' TO WS-EOF.

       READ-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-PN-COUNT < 5000
                       ADD 1 TO WS-PN-COUNT
                       SET PN-IDX TO WS-PN-COUNT
                       MOVE PD-REQUEST(1:6) TO PN-ACTION(PN-IDX)
                       MOVE PD-REQUEST(7:12) TO PN-ACCT(PN-IDX)
                       MOVE PD-REQUEST(174:10) TO
                           PN-CUSTOMER-ID(PN-IDX)
                       MOVE PD-REQUEST(272:12) TO PN-OPERATOR(PN-IDX)
                       MOVE PD-REQUEST-DATE TO PN-DATE(PN-IDX)
                   ELSE
                       ADD 1 TO WS-TABLE-OVERFLOW
                   END-IF
           END-READ.

       WRITE-REPORT-HEADER.
           WRITE REPORT-LINE FROM HEADER-1
           WRITE REPORT-LINE FROM HEADER-2
           WRITE REPORT-LINE FROM HEADER-1
           MOVE WS-FORMATTED-DATE TO H3-DATE
           MOVE WS-FROM-DATE TO H3-FROM
           MOVE WS-TO-DATE TO H3-TO
           MOVE WS-DAY-START(1:2) TO H3-START-HH
           MOVE WS-DAY-START(3:2) TO H3-START-MM
           MOVE WS-DAY-END(1:2) TO H3-END-HH
           MOVE WS-DAY-END(3:2) TO H3-END-MM
           WRITE REPORT-LINE FROM HEADER-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SEGREGATION OF DUTIES EXCEPTIONS' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM EXCEPTION-HEADER
           WRITE REPORT-LINE FROM HEADER-1.

      *    EVERY AUDIT TRAIL LINE IN THE PERIOD THAT NAMES AN OPERATOR
      *    IS ATTRIBUTED TO THAT OPERATOR AND CHECKED FOR CONFLICTS
       SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-LOG-STATUS NOT = '00'
               DISPLAY "WARNING: bank_audit_trail.log not found - "
                       "no operator activity to review"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-EX-FROM-AUDIT
           PERFORM READ-AUDIT-LINE UNTIL WS-EOF = 'Y'
           CLOSE AUDIT-LOG
           MOVE 'N' TO WS-EX-FROM-AUDIT
           MOVE 'N' TO WS-EOF.

       READ-AUDIT-LINE.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ
                   PERFORM PROCESS-AUDIT-LINE
           END-READ.

       PROCESS-AUDIT-LINE.
           MOVE SPACES TO WS-AU-SEQ WS-AU-TIMESTAMP WS-AU-RUN-ID
                          WS-AU-EVENT WS-AU-DETAIL
           UNSTRING AUDIT-LINE DELIMITED BY '|'
               INTO WS-AU-SEQ WS-AU-TIMESTAMP WS-AU-RUN-ID
                    WS-AU-EVENT WS-AU-DETAIL
           END-UNSTRING
           MOVE WS-AU-TIMESTAMP(1:8) TO WS-AU-DATE
           IF WS-AU-DATE IS NOT NUMERIC
               OR WS-AU-DATE < WS-FROM-DATE
               OR WS-AU-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUDIT-IN-PERIOD

           PERFORM EXTRACT-OPERATOR
           IF WS-OPERATOR-ID = SPACES
               ADD 1 TO WS-NO-OPERATOR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ATTRIBUTED-COUNT

           MOVE SPACES TO WS-AU-ACCOUNT
           IF WS-AU-DETAIL(1:8) = 'Account '
               MOVE WS-AU-DETAIL(9:12) TO WS-AU-ACCOUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-AU-EVENT = 'CONTROL-FILE-CHANGE'
                   MOVE 'C' TO WS-AU-CATEGORY
               WHEN WS-AU-EVENT = 'MAINT-APPROVED'
               WHEN WS-AU-EVENT = 'MAINT-DUAL-CONTROL-FAIL'
                   MOVE 'A' TO WS-AU-CATEGORY
               WHEN WS-AU-EVENT(1:7) = 'REVIEW-'
                   MOVE 'R' TO WS-AU-CATEGORY
               WHEN WS-AU-EVENT(1:9) = 'SUSPENSE-'
                   MOVE 'S' TO WS-AU-CATEGORY
               WHEN OTHER
                   MOVE 'M' TO WS-AU-CATEGORY
           END-EVALUATE

           PERFORM COUNT-OPERATOR-ACTIVITY

           MOVE WS-AU-DATE TO WS-EX-DATE
           MOVE SPACES TO WS-EX-TIME
           STRING WS-AU-TIMESTAMP(9:2) ':' WS-AU-TIMESTAMP(11:2)
               DELIMITED BY SIZE INTO WS-EX-TIME
           MOVE WS-OPERATOR-ID TO WS-EX-OPERATOR
           MOVE WS-AU-ACCOUNT TO WS-EX-ACCOUNT
           MOVE WS-AU-EVENT TO WS-EX-EVENT

           IF WS-AU-EVENT = 'MAINT-DUAL-CONTROL-FAIL'
               MOVE 'APPROVAL BY REQUESTER ATTEMPTED'
                   TO WS-EX-REASON
               ADD 1 TO WS-SELF-APPROVE-COUNT
               PERFORM WRITE-EXCEPTION
           END-IF
           IF WS-AU-EVENT = 'MAINT-APPROVED'
               AND WS-REQUESTER-ID = WS-OPERATOR-ID
               MOVE 'REQUESTED AND APPROVED BY SAME OPERATOR'
                   TO WS-EX-REASON
               ADD 1 TO WS-SELF-APPROVE-COUNT
               PERFORM WRITE-EXCEPTION
           END-IF
           IF WS-AU-CATEGORY = 'M' OR WS-AU-CATEGORY = 'A'
               PERFORM CHECK-OWN-RECORD
           END-IF
           PERFORM CHECK-BUSINESS-HOURS.

      *    THE OPERATOR FOLLOWS ONE OF THE PHRASES THE POSTING JOBS
      *    WRITE INTO THE DETAIL. AN APPROVAL NAMES THE REQUESTER
      *    FIRST AND IS CREDITED TO THE APPROVER.
       EXTRACT-OPERATOR.
           MOVE SPACES TO WS-PART-1 WS-PART-2 WS-PART-3
                          WS-OPERATOR-ID WS-REQUESTER-ID
           MOVE 0 TO WS-PART-COUNT
           UNSTRING WS-AU-DETAIL
               DELIMITED BY ' approved by ' OR ' decided by '
                   OR ' corrected by ' OR ' by operator '
                   OR ' approver matches requester '
                   OR ' requested by '
               INTO WS-PART-1 WS-PART-2 WS-PART-3
               TALLYING IN WS-PART-COUNT
           END-UNSTRING
           IF WS-PART-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-PART-2 DELIMITED BY SPACE
               INTO WS-OPERATOR-ID
           END-UNSTRING
           IF WS-AU-EVENT = 'MAINT-APPROVED' AND WS-PART-COUNT > 2
               MOVE WS-OPERATOR-ID TO WS-REQUESTER-ID
               MOVE SPACES TO WS-OPERATOR-ID
               UNSTRING WS-PART-3 DELIMITED BY SPACE
                   INTO WS-OPERATOR-ID
               END-UNSTRING
           END-IF.

       COUNT-OPERATOR-ACTIVITY.
           MOVE 'N' TO WS-OD-FOUND
           MOVE 'N' TO WS-OPR-FOUND
           IF WS-OPR-COUNT > 0
               SET OPR-IDX TO 1
               SEARCH OPR-ENTRY
                   AT END
                       MOVE 'N' TO WS-OPR-FOUND
                   WHEN OPR-ID(OPR-IDX) = WS-OPERATOR-ID
                       MOVE 'Y' TO WS-OPR-FOUND
               END-SEARCH
           END-IF
           IF WS-OPR-FOUND = 'N'
               IF WS-OPR-COUNT >= 2000
                   ADD 1 TO WS-TABLE-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OPR-COUNT
               SET OPR-IDX TO WS-OPR-COUNT
               MOVE WS-OPERATOR-ID TO OPR-ID(OPR-IDX)
               MOVE 0 TO OPR-EVENTS(OPR-IDX)
               MOVE WS-AU-DATE TO OPR-FIRST-DATE(OPR-IDX)
           END-IF
           ADD 1 TO OPR-EVENTS(OPR-IDX)
           MOVE WS-AU-DATE TO OPR-LAST-DATE(OPR-IDX)

           MOVE 'N' TO WS-OD-FOUND
           IF WS-OD-COUNT > 0
               SET OD-IDX TO 1
               SEARCH OD-ENTRY
                   AT END
                       MOVE 'N' TO WS-OD-FOUND
                   WHEN OD-OPERATOR(OD-IDX) = WS-OPERATOR-ID
                       AND OD-DATE(OD-IDX) = WS-AU-DATE
                       MOVE 'Y' TO WS-OD-FOUND
               END-SEARCH
           END-IF
           IF WS-OD-FOUND = 'N'
               IF WS-OD-COUNT >= 20000
                   ADD 1 TO WS-TABLE-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OD-COUNT
               SET OD-IDX TO WS-OD-COUNT
               MOVE WS-OPERATOR-ID TO OD-OPERATOR(OD-IDX)
               MOVE WS-AU-DATE TO OD-DATE(OD-IDX)
               MOVE 0 TO OD-MAINT(OD-IDX) OD-APPROVE(OD-IDX)
                         OD-REVIEW(OD-IDX) OD-SUSPENSE(OD-IDX)
                         OD-CONTROL(OD-IDX) OD-FLAGS(OD-IDX)
               MOVE 'Y' TO WS-OD-FOUND
           END-IF
           EVALUATE WS-AU-CATEGORY
               WHEN 'C'
                   ADD 1 TO OD-CONTROL(OD-IDX)
               WHEN 'A'
                   ADD 1 TO OD-APPROVE(OD-IDX)
               WHEN 'R'
                   ADD 1 TO OD-REVIEW(OD-IDX)
               WHEN 'S'
                   ADD 1 TO OD-SUSPENSE(OD-IDX)
               WHEN OTHER
                   ADD 1 TO OD-MAINT(OD-IDX)
           END-EVALUATE.

      *    AN OPERATOR MAY NOT CHANGE OR APPROVE AN ACCOUNT THAT
      *    BELONGS TO THEIR OWN CUSTOMER NUMBER, NOR ADD THEMSELVES
      *    AS A PARTY TO SOMEONE ELSE'S ACCOUNT.
       CHECK-OWN-RECORD.
           MOVE WS-OPERATOR-ID TO WS-RO-KEY
           PERFORM FIND-ROSTER
           IF WS-RO-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF RO-CUSTOMER-ID(RO-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-AU-EVENT(1:6) = 'OWNER-'
               MOVE SPACES TO WS-PART-1 WS-PART-2 WS-PARTY-ID
               UNSTRING WS-AU-DETAIL DELIMITED BY ' party '
                   INTO WS-PART-1 WS-PART-2
               END-UNSTRING
               UNSTRING WS-PART-2 DELIMITED BY SPACE
                   INTO WS-PARTY-ID
               END-UNSTRING
               IF WS-PARTY-ID = RO-CUSTOMER-ID(RO-IDX)
                   MOVE 'OPERATOR IS THE PARTY ADDED OR REMOVED'
                       TO WS-EX-REASON
                   ADD 1 TO WS-OWN-RECORD-COUNT
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-AU-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AU-ACCOUNT TO CM-ACCT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CM-CUSTOMER-ID = RO-CUSTOMER-ID(RO-IDX)
               MOVE 'OPERATOR ACTED ON OWN CUSTOMER RECORD'
                   TO WS-EX-REASON
               ADD 1 TO WS-OWN-RECORD-COUNT
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-BUSINESS-HOURS.
           MOVE WS-AU-TIMESTAMP(9:4) TO WS-AU-HHMM
           IF WS-AU-HHMM IS NUMERIC
               MOVE WS-AU-HHMM TO WS-AU-HHMM-NUM
               IF WS-AU-HHMM-NUM < WS-DAY-START
                   OR WS-AU-HHMM-NUM NOT < WS-DAY-END
                   MOVE 'ACTIVITY OUTSIDE BUSINESS HOURS'
                       TO WS-EX-REASON
                   ADD 1 TO WS-AFTER-HOURS-COUNT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF

           MOVE 'N' TO WS-HOLIDAY-FOUND
           IF WS-HOL-COUNT > 0
               SET HOL-IDX TO 1
               SEARCH HOL-ENTRY
                   AT END
                       MOVE 'N' TO WS-HOLIDAY-FOUND
                   WHEN HOL-T-DATE(HOL-IDX) = WS-AU-DATE
                       MOVE 'Y' TO WS-HOLIDAY-FOUND
               END-SEARCH
           END-IF
           IF WS-HOLIDAY-FOUND = 'Y'
               MOVE 'ACTIVITY ON A BANK HOLIDAY' TO WS-EX-REASON
               ADD 1 TO WS-NON-BUS-DAY-COUNT
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AU-DATE TO WS-AU-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-AU-DATE-NUM)
           COMPUTE WS-DATE-DOW = FUNCTION MOD(WS-DATE-INT, 7)
           IF WS-DATE-DOW = 6 OR WS-DATE-DOW = 0
               MOVE 'ACTIVITY ON A WEEKEND' TO WS-EX-REASON
               ADD 1 TO WS-NON-BUS-DAY-COUNT
               PERFORM WRITE-EXCEPTION
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EX-DATE TO EX-DATE
           MOVE WS-EX-TIME TO EX-TIME
           MOVE WS-EX-OPERATOR TO EX-OPERATOR
           MOVE WS-EX-ACCOUNT TO EX-ACCOUNT
           MOVE WS-EX-EVENT TO EX-EVENT
           MOVE WS-EX-REASON TO EX-REASON
           WRITE REPORT-LINE FROM EXCEPTION-LINE
           IF WS-EX-FROM-AUDIT = 'Y' AND WS-OD-FOUND = 'Y'
               ADD 1 TO OD-FLAGS(OD-IDX)
           END-IF.

       FIND-ROSTER.
           MOVE 'N' TO WS-RO-FOUND
           IF WS-RO-COUNT > 0
               SET RO-IDX TO 1
               SEARCH RO-ENTRY
                   AT END
                       MOVE 'N' TO WS-RO-FOUND
                   WHEN RO-OPERATOR(RO-IDX) = WS-RO-KEY
                       MOVE 'Y' TO WS-RO-FOUND
               END-SEARCH
           END-IF.

      *    APPROVALS KEYED FOR REQUESTS STILL ON THE PENDING FILE - THE
      *    NEXT MAINTENANCE RUN WILL REJECT A SELF-APPROVAL, BUT AUDIT
      *    WANTS TO SEE THE ATTEMPT
       CHECK-APPROVAL-FILE.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-APPROVAL UNTIL WS-EOF = 'Y'
           CLOSE APPROVAL-FILE
           MOVE 'N' TO WS-EOF.

       READ-APPROVAL.
           READ APPROVAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-APPROVAL-COUNT
                   PERFORM CHECK-SINGLE-APPROVAL
           END-READ.

       CHECK-SINGLE-APPROVAL.
           MOVE 'N' TO WS-PN-FOUND
           IF WS-PN-COUNT > 0
               SET PN-IDX TO 1
               SEARCH PN-ENTRY
                   AT END
                       MOVE 'N' TO WS-PN-FOUND
                   WHEN PN-ACCT(PN-IDX) = AP-ACCT-NUMBER
                       AND PN-ACTION(PN-IDX) = AP-ACTION
                       MOVE 'Y' TO WS-PN-FOUND
               END-SEARCH
           END-IF
           MOVE WS-TODAY-YYYYMMDD TO WS-EX-DATE
           MOVE SPACES TO WS-EX-TIME
           MOVE AP-APPROVER-ID TO WS-EX-OPERATOR
           MOVE AP-ACCT-NUMBER TO WS-EX-ACCOUNT
           MOVE SPACES TO WS-EX-EVENT
           STRING 'APPROVAL ' AP-ACTION DELIMITED BY SIZE
               INTO WS-EX-EVENT
           IF WS-PN-FOUND = 'Y'
               MOVE PN-DATE(PN-IDX) TO WS-EX-DATE
               IF PN-OPERATOR(PN-IDX) = AP-APPROVER-ID
                   MOVE 'REQUESTED AND APPROVED BY SAME OPERATOR'
                       TO WS-EX-REASON
                   ADD 1 TO WS-SELF-APPROVE-COUNT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF

           MOVE AP-APPROVER-ID TO WS-RO-KEY
           PERFORM FIND-ROSTER
           IF WS-RO-FOUND = 'N'
               MOVE 'APPROVER NOT ON OPERATOR ROSTER' TO WS-EX-REASON
               ADD 1 TO WS-UNKNOWN-OP-COUNT
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF RO-STATUS(RO-IDX) = 'R'
               MOVE 'APPROVER IS A RETIRED OPERATOR' TO WS-EX-REASON
               ADD 1 TO WS-RETIRED-OP-COUNT
               PERFORM WRITE-EXCEPTION
           END-IF
           IF RO-CUSTOMER-ID(RO-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PN-FOUND = 'Y'
               IF PN-CUSTOMER-ID(PN-IDX) = RO-CUSTOMER-ID(RO-IDX)
                   MOVE 'APPROVER IS CUSTOMER ON THE REQUEST'
                       TO WS-EX-REASON
                   ADD 1 TO WS-OWN-RECORD-COUNT
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE AP-ACCT-NUMBER TO CM-ACCT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CM-CUSTOMER-ID = RO-CUSTOMER-ID(RO-IDX)
               MOVE 'APPROVER ACTED ON OWN CUSTOMER RECORD'
                   TO WS-EX-REASON
               ADD 1 TO WS-OWN-RECORD-COUNT
               PERFORM WRITE-EXCEPTION
           END-IF.

      *    REQUESTS QUEUED BY AN OPERATOR AGAINST THEIR OWN CUSTOMER
      *    NUMBER, WHETHER OR NOT AN APPROVAL HAS BEEN KEYED YET
       CHECK-PENDING-REQUESTS.
           PERFORM CHECK-PENDING-ENTRY
               VARYING PN-IDX FROM 1 BY 1
               UNTIL PN-IDX > WS-PN-COUNT.

       CHECK-PENDING-ENTRY.
           MOVE PN-OPERATOR(PN-IDX) TO WS-RO-KEY
           PERFORM FIND-ROSTER
           IF WS-RO-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF RO-CUSTOMER-ID(RO-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PN-DATE(PN-IDX) TO WS-EX-DATE
           MOVE SPACES TO WS-EX-TIME
           MOVE PN-OPERATOR(PN-IDX) TO WS-EX-OPERATOR
           MOVE PN-ACCT(PN-IDX) TO WS-EX-ACCOUNT
           MOVE SPACES TO WS-EX-EVENT
           STRING 'PENDING ' PN-ACTION(PN-IDX) DELIMITED BY SIZE
               INTO WS-EX-EVENT
           IF PN-CUSTOMER-ID(PN-IDX) = RO-CUSTOMER-ID(RO-IDX)
               MOVE 'REQUESTER IS CUSTOMER ON THE REQUEST'
                   TO WS-EX-REASON
               ADD 1 TO WS-OWN-RECORD-COUNT
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE PN-ACCT(PN-IDX) TO CM-ACCT-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CM-CUSTOMER-ID = RO-CUSTOMER-ID(RO-IDX)
               MOVE 'REQUESTER ACTED ON OWN CUSTOMER RECORD'
                   TO WS-EX-REASON
               ADD 1 TO WS-OWN-RECORD-COUNT
               PERFORM WRITE-EXCEPTION
           END-IF.

      *    ONE LINE PER OPERATOR PER DAY, GROUPED BY OPERATOR, WITH AN
      *    OPERATOR TOTAL
       GENERATE-ACTIVITY-SECTION.
           IF WS-EXCEPTION-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE '     No segregation of duties exceptions.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACTIVITY BY OPERATOR AND DAY' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM ACTIVITY-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM WRITE-OPERATOR-ACTIVITY
               VARYING WS-OPR-SCAN FROM 1 BY 1
               UNTIL WS-OPR-SCAN > WS-OPR-COUNT
           IF WS-OPR-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE '     No operator activity in the period.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-OPERATOR-ACTIVITY.
           SET OPR-IDX TO WS-OPR-SCAN
           MOVE OPR-ID(OPR-IDX) TO WS-RO-KEY
           PERFORM FIND-ROSTER
           MOVE 0 TO WS-OT-MAINT WS-OT-APPROVE WS-OT-REVIEW
                     WS-OT-SUSPENSE WS-OT-CONTROL WS-OT-FLAGS
           PERFORM WRITE-OPERATOR-DAY
               VARYING WS-OD-SCAN FROM 1 BY 1
               UNTIL WS-OD-SCAN > WS-OD-COUNT
           MOVE SPACES TO AL-OPERATOR AL-NAME
           MOVE 'TOTAL' TO AL-DATE
           MOVE WS-OT-MAINT TO AL-MAINT
           MOVE WS-OT-APPROVE TO AL-APPROVE
           MOVE WS-OT-REVIEW TO AL-REVIEW
           MOVE WS-OT-SUSPENSE TO AL-SUSPENSE
           MOVE WS-OT-CONTROL TO AL-CONTROL
           COMPUTE WS-ROW-TOTAL = WS-OT-MAINT + WS-OT-APPROVE
               + WS-OT-REVIEW + WS-OT-SUSPENSE + WS-OT-CONTROL
           MOVE WS-ROW-TOTAL TO AL-TOTAL
           MOVE WS-OT-FLAGS TO AL-FLAGS
           WRITE REPORT-LINE FROM ACTIVITY-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-OPERATOR-DAY.
           SET OD-IDX TO WS-OD-SCAN
           IF OD-OPERATOR(OD-IDX) NOT = OPR-ID(OPR-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE OPR-ID(OPR-IDX) TO AL-OPERATOR
           IF WS-RO-FOUND = 'Y'
               MOVE RO-NAME(RO-IDX) TO AL-NAME
           ELSE
               MOVE '(NOT ON ROSTER)' TO AL-NAME
           END-IF
           MOVE OD-DATE(OD-IDX) TO AL-DATE
           MOVE OD-MAINT(OD-IDX) TO AL-MAINT
           MOVE OD-APPROVE(OD-IDX) TO AL-APPROVE
           MOVE OD-REVIEW(OD-IDX) TO AL-REVIEW
           MOVE OD-SUSPENSE(OD-IDX) TO AL-SUSPENSE
           MOVE OD-CONTROL(OD-IDX) TO AL-CONTROL
           COMPUTE WS-ROW-TOTAL = OD-MAINT(OD-IDX)
               + OD-APPROVE(OD-IDX) + OD-REVIEW(OD-IDX)
               + OD-SUSPENSE(OD-IDX) + OD-CONTROL(OD-IDX)
           MOVE WS-ROW-TOTAL TO AL-TOTAL
           MOVE OD-FLAGS(OD-IDX) TO AL-FLAGS
           WRITE REPORT-LINE FROM ACTIVITY-LINE
           ADD OD-MAINT(OD-IDX) TO WS-OT-MAINT
           ADD OD-APPROVE(OD-IDX) TO WS-OT-APPROVE
           ADD OD-REVIEW(OD-IDX) TO WS-OT-REVIEW
           ADD OD-SUSPENSE(OD-IDX) TO WS-OT-SUSPENSE
           ADD OD-CONTROL(OD-IDX) TO WS-OT-CONTROL
           ADD OD-FLAGS(OD-IDX) TO WS-OT-FLAGS.

      *    OPERATORS WITH ACTIVITY IN THE PERIOD WHO ARE NOT ON THE
      *    ROSTER, OR WHOSE ID HAS BEEN RETIRED
       GENERATE-ROSTER-SECTION.
           MOVE 'OPERATOR ROSTER EXCEPTIONS' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           WRITE REPORT-LINE FROM ROSTER-EXC-HEADER
           WRITE REPORT-LINE FROM HEADER-1
           PERFORM CHECK-OPERATOR-ROSTER
               VARYING WS-OPR-SCAN FROM 1 BY 1
               UNTIL WS-OPR-SCAN > WS-OPR-COUNT
           IF WS-ROSTER-EXC-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE '     All active operators are on the roster.'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       CHECK-OPERATOR-ROSTER.
           SET OPR-IDX TO WS-OPR-SCAN
           MOVE OPR-ID(OPR-IDX) TO WS-RO-KEY
           PERFORM FIND-ROSTER
           MOVE SPACES TO RX-NAME RX-STATUS
           IF WS-RO-FOUND = 'N'
               MOVE 'UNKNOWN OPERATOR ID' TO RX-STATUS
               ADD 1 TO WS-UNKNOWN-OP-COUNT
           ELSE
               IF RO-STATUS(RO-IDX) NOT = 'R'
                   EXIT PARAGRAPH
               END-IF
               MOVE RO-NAME(RO-IDX) TO RX-NAME
               STRING 'RETIRED ' RO-RETIRED-DATE(RO-IDX)
                   DELIMITED BY SIZE INTO RX-STATUS
               ADD 1 TO WS-RETIRED-OP-COUNT
           END-IF
           ADD 1 TO WS-ROSTER-EXC-COUNT
           MOVE OPR-ID(OPR-IDX) TO RX-OPERATOR
           MOVE OPR-EVENTS(OPR-IDX) TO RX-EVENTS
           MOVE OPR-FIRST-DATE(OPR-IDX) TO RX-FIRST
           MOVE OPR-LAST-DATE(OPR-IDX) TO RX-LAST
           WRITE REPORT-LINE FROM ROSTER-EXC-LINE.

       GENERATE-SUMMARY.
           MOVE 'SUMMARY' TO SH-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADER
           MOVE 'Audit Lines Read:' TO CL-LABEL
           MOVE WS-AUDIT-READ TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Audit Lines In Period:' TO CL-LABEL
           MOVE WS-AUDIT-IN-PERIOD TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Events Attributed To An Operator:' TO CL-LABEL
           MOVE WS-ATTRIBUTED-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Events With No Operator (System):' TO CL-LABEL
           MOVE WS-NO-OPERATOR-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Operators Active In Period:' TO CL-LABEL
           MOVE WS-OPR-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Approvals On File:' TO CL-LABEL
           MOVE WS-APPROVAL-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Requests Pending Approval:' TO CL-LABEL
           MOVE WS-PN-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Self-Approval Exceptions:' TO CL-LABEL
           MOVE WS-SELF-APPROVE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Own Customer Record Exceptions:' TO CL-LABEL
           MOVE WS-OWN-RECORD-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Outside Business Hours:' TO CL-LABEL
           MOVE WS-AFTER-HOURS-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Holiday / Weekend Activity:' TO CL-LABEL
           MOVE WS-NON-BUS-DAY-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Unknown Operator IDs:' TO CL-LABEL
           MOVE WS-UNKNOWN-OP-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           MOVE 'Retired Operator IDs:' TO CL-LABEL
           MOVE WS-RETIRED-OP-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM COUNT-LINE
           IF WS-TABLE-OVERFLOW > 0
               MOVE 'Entries Dropped - Table Full:' TO CL-LABEL
               MOVE WS-TABLE-OVERFLOW TO CL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF
           WRITE REPORT-LINE FROM HEADER-1

           DISPLAY "Events attributed: " WS-ATTRIBUTED-COUNT
           DISPLAY "Exceptions reported: " WS-EXCEPTION-COUNT
           DISPLAY "Roster exceptions: " WS-ROSTER-EXC-COUNT
           DISPLAY "Report generated: operator_activity_report.txt"
           DISPLAY "========================================="
           DISPLAY "OPERATOR ACTIVITY REVIEW COMPLETED"
           DISPLAY "=========================================".

       CREATE-JOB-CONTROL-RECORD.
           OPEN EXTEND JOB-CONTROL
           IF WS-JC-STATUS NOT = '00'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'OPER-REVIEW' TO JC-JOB-NAME
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
           IF WS-JC-STATUS NOT = '00'
               OPEN OUTPUT JOB-CONTROL
           END-IF
           MOVE WS-JOB-ID TO JC-JOB-ID
           MOVE 'OPER-REVIEW' TO JC-JOB-NAME
           MOVE WS-JOB-START-TIMESTAMP TO JC-START-TIME
           MOVE 'COMPLETED' TO JC-STATUS
           MOVE WS-JOB-END-TIMESTAMP TO JC-END-TIME
           MOVE WS-ATTRIBUTED-COUNT TO JC-RECORDS-PROC
           MOVE WS-EXCEPTION-COUNT TO JC-RECORDS-ERROR
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
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE ACTIVITY-REPORT.
