           MOVE 1 TO WS-POS
           MOVE 'N' TO WS-PARSE-DONE
           PERFORM UNTIL PARSE-DONE
               OR JF-FIELD-COUNT >= 16
               PERFORM PARSE-ONE-FIELD
           END-PERFORM
           EXIT PROGRAM.
