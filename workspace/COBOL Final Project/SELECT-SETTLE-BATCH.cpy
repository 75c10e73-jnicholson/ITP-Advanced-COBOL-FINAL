               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ACH-FILE
               ASSIGN TO 'ACH-SETTLE.LST'
               ORGANIZATION IS LINE SEQUENTIAL.
