           MOVE CM-TIMESTAMP TO NQ-TIMESTAMP
           MOVE WS-FORM-NAME TO NQ-NAME
           MOVE WS-FORM-EMAIL TO NQ-EMAIL
           MOVE 0 TO NQ-ATTEMPTS
           MOVE SPACES TO NQ-LAST-TRY
           MOVE SPACES TO NQ-LAST-ERROR
           OPEN EXTEND NOTIFY-QUEUE-FILE
           IF WS-QUEUE-STATUS = "35"
               OPEN OUTPUT NOTIFY-QUEUE-FILE
