                   MOVE RP-HANDLER TO RI-HANDLER
                   MOVE RP-AUTH-FLAG TO RI-AUTH
                   MOVE RP-CACHE-FLAG TO RI-CACHE
                   MOVE RP-ROLE-FLAG TO RI-ROLE
                   WRITE RI-RECORD
                       INVALID KEY
                           CONTINUE
