           05  FILLER            PIC X(15) VALUE 'DORMANCY'.
           05  FILLER            PIC X(15) VALUE 'CTR-AGG'.
           05  FILLER            PIC X(15) VALUE 'GL-CONSOL'.
           05  FILLER            PIC X(15) VALUE 'ESTATE-RPT'.
           05  FILLER            PIC X(15) VALUE 'LEGAL-ORD'.
           05  FILLER            PIC X(15) VALUE 'DISPUTES'.
           05  FILLER            PIC X(15) VALUE 'BACKVALUE'.
           05  FILLER            PIC X(15) VALUE 'LIQUIDITY'.
           05  FILLER            PIC X(15) VALUE 'RETURN-MAIL'.
           05  FILLER            PIC X(15) VALUE 'PREFLIGHT'.
           05  FILLER            PIC X(15) VALUE 'FRAUD-MON'.
           05  FILLER            PIC X(15) VALUE 'RISK-RATING'.
           05  FILLER            PIC X(15) VALUE 'DEP-SCHEDULE'.
           05  FILLER            PIC X(15) VALUE 'ACQ-ATTRITION'.
           05  FILLER            PIC X(15) VALUE 'CRM-EXTRACT'.
           05  FILLER            PIC X(15) VALUE 'RATE-NOTICE'.
           05  FILLER            PIC X(15) VALUE 'OD-LINE'.
           05  FILLER            PIC X(15) VALUE 'CHARGEOFF'.
           05  FILLER            PIC X(15) VALUE 'SANCTIONS'.
           05  FILLER            PIC X(15) VALUE 'ACH-INTAKE'.
           05  FILLER            PIC X(15) VALUE 'RETURNS-RPT'.
           05  FILLER            PIC X(15) VALUE 'BATCH-SPLIT'.
           05  FILLER            PIC X(15) VALUE 'BATCH-MERGE'.
           05  FILLER            PIC X(15) VALUE 'MANIFEST-RPT'.
           05  FILLER            PIC X(15) VALUE 'OPER-REVIEW'.
           05  FILLER            PIC X(15) VALUE 'DEP-INSURANCE'.
           05  FILLER            PIC X(15) VALUE 'STMT-REPRINT'.
           05  FILLER            PIC X(15) VALUE 'TEST-MASK'.
       01  KNOWN-JOB-TABLE REDEFINES KNOWN-JOB-NAMES.
           05  KNOWN-JOB         PIC X(15) OCCURS 49 TIMES
                   INDEXED BY KJ-IDX.

       01  WS-THRESH-COUNT       PIC 9(4) VALUE 0.
               AND CF-ACTION = 'ADD'
               AND CF-VALUE-2 NOT = 'DAILY'
               AND CF-VALUE-2 NOT = 'MONTH1'
               AND CF-VALUE-2 NOT = 'WEEKLY'
               AND CF-VALUE-2 NOT = 'QTREND'
               MOVE 'N' TO WS-VALID-REQUEST
               MOVE 'CONDITION NOT DAILY/MONTH1/WEEKLY/QTREND' TO
                   WS-REJECT-REASON
           END-IF.

