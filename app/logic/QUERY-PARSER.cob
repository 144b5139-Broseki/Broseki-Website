               IF LK-QUERY-STRING(WS-SCAN-POS:1) = "&"
                  OR LK-QUERY-STRING(WS-SCAN-POS:1) = SPACE
                   IF WS-SCAN-POS > WS-PAIR-START
                      AND QP-PARAM-COUNT < 16
                       MOVE SPACES TO WS-RAW-PAIR
                       MOVE LK-QUERY-STRING(WS-PAIR-START:
                                WS-SCAN-POS - WS-PAIR-START)
