           MOVE BP-TAGS TO PI-TAGS
           MOVE BP-AUTHOR TO PI-AUTHOR
           MOVE BP-SLUG TO PI-SLUG
           MOVE BP-SERIES TO PI-SERIES
           MOVE BP-SERIES-PART TO PI-SERIES-PART
           MOVE BP-LANG TO PI-LANG
           MOVE BP-ORIGINAL-ID TO PI-ORIGINAL-ID
           WRITE PI-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
