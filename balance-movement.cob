               CLOSE AUDIT-LOG
           END-IF.

      *    SWEEPS, OVERDRAFT LINE ADVANCES AND PAYMENTS, CHARGE-OFFS
      *    AND RECOVERIES, AND REVIEW-QUEUE POSTINGS MOVE BALANCES
      *    WITHOUT A ROW IN THE TRANSACTION OR POSTING FILES - THEIR
      *    AUDIT LINES ARE THE ACTIVITY RECORD.
       SCAN-AUDIT-ACTIVITY.
           MOVE SPACES TO WS-AUDIT-TIMESTAMP WS-AUDIT-RUN-ID
                          WS-AUDIT-EVENT WS-AUDIT-DETAIL
                   PERFORM STORE-ACTIVITY-ACCOUNT
                   MOVE WS-AUDIT-DETAIL(46:12) TO WS-LOOKUP-ACCT
                   PERFORM STORE-ACTIVITY-ACCOUNT
               WHEN 'ODLC-ADVANCE'
               WHEN 'ODLC-PAYMENT'
               WHEN 'CHARGE-OFF'
               WHEN 'CHARGE-OFF-RECOVERY'
               WHEN 'REVIEW-POSTED'
                   MOVE WS-AUDIT-DETAIL(9:12) TO WS-LOOKUP-ACCT
                   PERFORM STORE-ACTIVITY-ACCOUNT
