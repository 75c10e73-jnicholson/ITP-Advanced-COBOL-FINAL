           03  CTY-LATEFEE-AMT-TXT PIC 9(4)V99.
           03  CTY-ANNUAL-FEE-TXT  PIC 9(4)V99.
           03  CTY-PREFIX-TXT      PIC 9(6).
           03  CTY-PENALTY-RATE-TXT PIC V9(4).
           03  CTY-RATE-TYPE-TXT   PIC X.
           03  CTY-INDEX-NAME-TXT  PIC X(8).
           03  CTY-MARGIN-APR-TXT  PIC 9(2)V99.
           03  CTY-FLOOR-APR-TXT   PIC 9(2)V99.
           03  CTY-CAP-APR-TXT     PIC 9(2)V99.
        
       FD  CTY-FILE.
       01  CTY-REC.
           03  CTY-LATEFEE-AMT PIC 9(4)V99.
           03  CTY-ANNUAL-FEE  PIC 9(4)V99.
           03  CTY-PREFIX      PIC 9(6).
      * PENALTY PRICING FOR A SERIOUSLY DELINQUENT ACCOUNT ON THE
      * PRODUCT; ZERO PRICES IT AT THE HOUSE CAP1-PENALTY-RATE.
           03  CTY-PENALTY-RATE PIC V9(4).
      * 'V' VARIABLE: THE RATE TRACKS CTY-INDEX-NAME ON RATEIDX.DAT
      * PLUS CTY-MARGIN-APR, HELD BETWEEN THE FLOOR AND THE CAP (A
      * ZERO CAP MEANS NONE), REPRICED BY G3-CAP1-REPRICE. ANYTHING
      * ELSE IS A FIXED RATE. APR FIELDS ARE ANNUAL PERCENTAGES.
           03  CTY-RATE-TYPE   PIC X.
               88  CTY-RATE-VARIABLE       VALUE 'V'.
           03  CTY-INDEX-NAME  PIC X(8).
           03  CTY-MARGIN-APR  PIC 9(2)V99.
           03  CTY-FLOOR-APR   PIC 9(2)V99.
           03  CTY-CAP-APR     PIC 9(2)V99.


