      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * CARD PRODUCT RATE HISTORY: EVERY REPRICING OF A VARIABLE-RATE
      * PRODUCT, WITH THE INDEX VALUE AND MARGIN IT WAS BUILT FROM,
      * WHEN THE CARDHOLDERS WERE NOTICED, AND THE DATE IT TAKES
      * EFFECT. NEVER PURGED, SO ANY STATEMENT'S RATE CAN BE TRACED.
      * MONTH-END PRICES A CYCLE AT THE LATEST NON-SUPERSEDED RATE
      * IN EFFECT ON THE RUN DATE; G3-CAP1-REPRICE COPIES A RATE
      * INTO CTY-FINCHG-RATE WHEN ITS DATE ARRIVES ('P' TO 'A'). A
      * PENDING RATE OVERTAKEN BY A NEWER INDEX MOVE BEFORE ITS DATE
      * IS MARKED 'S' AND NEVER APPLIES.
       FD  PRR-FILE.
       01  PRR-REC.
           03  PRR-KEY.
               05  PRR-CTY-ID          PIC 9(3).
               05  PRR-EFF-DATE        PIC 9(8).
           03  PRR-RATE                PIC V9(4).
           03  PRR-APR                 PIC 9(2)V99.
           03  PRR-INDEX               PIC X(8).
           03  PRR-INDEX-VALUE         PIC 9(2)V99.
           03  PRR-MARGIN              PIC 9(2)V99.
           03  PRR-NOTICE-DATE         PIC 9(8).
           03  PRR-NOTICE-CTR          PIC 9(7).
           03  PRR-STATUS              PIC X.
               88  PRR-PENDING         VALUE 'P'.
               88  PRR-APPLIED         VALUE 'A'.
               88  PRR-SUPERSEDED      VALUE 'S'.
