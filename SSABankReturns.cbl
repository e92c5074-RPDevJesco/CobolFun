       MARK-ROW-RETURNED.
           SET PAY-RETURNED TO TRUE
           MOVE BR-REASON-CODE TO PAY-RETURN-REASON
           MOVE WS-RUN-DATE TO PAY-RETURNED-DATE
           REWRITE PAY-RECORD
               INVALID KEY
                   DISPLAY 'ERROR MARKING RETURN - STATUS '
