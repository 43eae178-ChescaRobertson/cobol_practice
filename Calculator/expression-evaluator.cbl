           END-IF.
           PERFORM OPERATOR-PRECEDENCE.
           MOVE WS-TOP-PRECEDENCE TO WS-NEW-PRECEDENCE.
           MOVE 0 TO WS-APPLY-DONE.
           PERFORM APPLY-WHILE-STRONGER
               UNTIL WS-APPLY-DONE = 1 OR LS-ERROR-FLAG = 'Y'.
           IF LS-ERROR-FLAG = 'Y'
