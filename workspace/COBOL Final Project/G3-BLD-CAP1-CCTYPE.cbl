                       IF CTY-PREFIX NOT NUMERIC
                           MOVE ZERO TO CTY-PREFIX
                       END-IF
                       IF CTY-PENALTY-RATE NOT NUMERIC
                           MOVE ZERO TO CTY-PENALTY-RATE
                       END-IF
                       IF NOT CTY-RATE-VARIABLE
                           MOVE 'F' TO CTY-RATE-TYPE
                       END-IF
                       IF CTY-MARGIN-APR NOT NUMERIC
                           MOVE ZERO TO CTY-MARGIN-APR
                       END-IF
                       IF CTY-FLOOR-APR NOT NUMERIC
                           MOVE ZERO TO CTY-FLOOR-APR
                       END-IF
                       IF CTY-CAP-APR NOT NUMERIC
                           MOVE ZERO TO CTY-CAP-APR
                       END-IF
                       WRITE CTY-REC
                       ADD 1 TO WS-COUNTER
           END-PERFORM.
