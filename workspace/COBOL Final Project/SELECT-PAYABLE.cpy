               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-TRACE WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STAT.
