           05  PI-TAGS   PIC X(60).
           05  PI-AUTHOR PIC X(20).
           05  PI-SLUG   PIC X(60).
           05  PI-SERIES PIC X(60).
           05  PI-SERIES-PART PIC 9(3).
           05  PI-LANG   PIC X(05).
           05  PI-ORIGINAL-ID PIC 9(4).
