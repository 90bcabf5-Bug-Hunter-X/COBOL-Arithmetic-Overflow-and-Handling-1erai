           MOVE REST-COUNTER-VALUE-SE TO REST-COUNTER-VALUE
           MOVE 0 TO REST-AMOUNT-TOTAL
           MOVE REST-TIMESTAMP-SE TO REST-TIMESTAMP
           MOVE 0 TO REST-POSTED-COUNT
           WRITE REST-RECORD
           ADD 1 TO WS-CONVERTED-COUNT.

