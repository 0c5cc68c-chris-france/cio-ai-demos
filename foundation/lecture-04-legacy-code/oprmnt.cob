           MOVE 0 TO TRANS-LINK-DATE
           MOVE 0 TO TRANS-LINK-TIME
           MOVE 'OM' TO TRANS-REASON-CODE
           MOVE 0 TO TRANS-CHECK-SERIAL
           MOVE SPACES TO TRANS-CASH-FLAG
           WRITE TRANS-RECORD.

       PROCESS-OPERATOR-REQUESTS.
