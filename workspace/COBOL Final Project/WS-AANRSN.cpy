      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * STANDARD ADVERSE ACTION REASON CODES AND THE STATEMENT EACH
      * PRINTS AS ON THE NOTICE. 09 IS THE CATCH-ALL WHEN A DECLINE
      * CARRIES NO OTHER REASON.
       01  WS-AAN-RSN-VALUES.
           03  FILLER PIC X(40) VALUE
               '01CREDIT SCORE BELOW OUR STANDARD       '.
           03  FILLER PIC X(40) VALUE
               '02NO CREDIT SCORE AVAILABLE             '.
           03  FILLER PIC X(40) VALUE
               '03HIGH UTILIZATION OF CREDIT LIMIT      '.
           03  FILLER PIC X(40) VALUE
               '04RECENT DELINQUENCY ON THIS ACCOUNT    '.
           03  FILLER PIC X(40) VALUE
               '05AMOUNT REQUESTED EXCEEDS OUR LIMITS   '.
           03  FILLER PIC X(40) VALUE
               '06UNABLE TO VERIFY IDENTITY             '.
           03  FILLER PIC X(40) VALUE
               '07ACCOUNT NOT IN GOOD STANDING          '.
           03  FILLER PIC X(40) VALUE
               '08LENGTH OF ACCOUNT HISTORY             '.
           03  FILLER PIC X(40) VALUE
               '09OTHER - CONTACT US FOR DETAILS        '.
       01  WS-AAN-RSN-TABLE REDEFINES WS-AAN-RSN-VALUES.
           03  WS-AAN-RSN-ENTRY OCCURS 9 TIMES.
               05  WS-AAN-RSN-CODE     PIC X(2).
               05  WS-AAN-RSN-TEXT     PIC X(38).
       01  WS-AAN-RSN-MAX              PIC 9(2) VALUE 9.
       01  WS-AAN-RSN-IDX              PIC 9(2) VALUE ZERO.
