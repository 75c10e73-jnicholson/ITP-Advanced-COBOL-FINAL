       MOVE CTY-LATEFEE-AMT TO CTY-LATEFEE-AMT-TXT.
       MOVE CTY-ANNUAL-FEE TO CTY-ANNUAL-FEE-TXT.
       MOVE CTY-PREFIX TO CTY-PREFIX-TXT.
       MOVE CTY-PENALTY-RATE TO CTY-PENALTY-RATE-TXT.
       MOVE CTY-RATE-TYPE TO CTY-RATE-TYPE-TXT.
       MOVE CTY-INDEX-NAME TO CTY-INDEX-NAME-TXT.
       MOVE CTY-MARGIN-APR TO CTY-MARGIN-APR-TXT.
       MOVE CTY-FLOOR-APR TO CTY-FLOOR-APR-TXT.
       MOVE CTY-CAP-APR TO CTY-CAP-APR-TXT.
       WRITE CTY-REC-TXT.
       ADD 1 TO WS-CTR.
