      *******************************************************************                                                                                             
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.                                                                                      
       COPY SELECT-COBORR.
      *******************************************************************                                                                                             
       DATA DIVISION.    
       COPY FD-CHOLD.
       COPY FD-COBORR.
                                                                                            
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.

       01  WS-MISSED-CYCLES            PIC 9(3) VALUE ZERO.
       01  WS-NOTE-TEXT                PIC X(60) VALUE SPACES.
       01  WS-CB-NAME                  PIC X(35) VALUE SPACES.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
 
       MOVE CH-LIMIT TO WS-LIMIT.
       MOVE CH-BAL TO WS-BAL.
       MOVE CH-MISSED-CYCLES TO WS-MISSED-CYCLES.
       MOVE 'NONE' TO WS-CB-NAME.
       OPEN INPUT CB-FILE.
       IF WS-STAT = ZERO
           MOVE CH-ID TO CB-CH-ID
           READ CB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CB-LIABLE
                       MOVE SPACES TO WS-CB-NAME
                       STRING CB-FNAME DELIMITED BY SPACE
                              ' '      DELIMITED BY SIZE
                              CB-LNAME DELIMITED BY SPACE
                              INTO WS-CB-NAME
                   END-IF
           END-READ
           CLOSE CB-FILE
       END-IF.
      ******************************************************************* 
       700-VAR-RESET.
       MOVE '0' TO WS-SEARCH-NUM.
