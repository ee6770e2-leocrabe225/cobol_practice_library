
           MOVE SPACES TO WS-CURRENT-OPERATOR.
           MOVE SPACES TO WS-CURRENT-OPERATOR-ROLE.
           MOVE SPACES TO WS-CURRENT-STATION.
           SET LK-RETURN-ERROR TO TRUE.

           PERFORM UNTIL WS-ATTEMPT-COUNT >= WS-MAX-ATTEMPTS
