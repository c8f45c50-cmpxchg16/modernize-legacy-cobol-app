                       WHEN 'F'
                           MOVE 'SOURCE ACCOUNT FROZEN' TO
                               WS-SKIP-REASON
                       WHEN 'E'
                           MOVE 'SOURCE ACCOUNT DECEASED' TO
                               WS-SKIP-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
