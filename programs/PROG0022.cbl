           MOVE SPACES       TO AUDIT-OPERATOR
           MOVE SPACE        TO AUDIT-ACTION
           MOVE SPACES       TO AUDIT-BEFORE-KEY
           MOVE SPACES       TO AUDIT-APPROVER

           WRITE AUDIT-RECORD

