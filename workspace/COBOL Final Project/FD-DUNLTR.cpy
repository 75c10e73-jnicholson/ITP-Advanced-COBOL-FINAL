      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * COLLECTIONS LETTER HISTORY: ONE RECORD PER DUNNING LETTER
      * THE NIGHTLY G3-CAP1-DUNNING SENDS, KEYED BY ACCOUNT AND DATE.
      * THE STAGE (1-4 = 30/60/90/120 DAYS PAST DUE) PICKS THE
      * LETTER; IT WENT BY EMAIL ('E') OR ON THE PRINTED LETTER FILE
      * ('P'). READ BACK ON THE NOTES PAGE OF G3-CUST-360.
       FD  DUN-FILE.
       01  DUN-REC.
           03  DUN-KEY.
               05  DUN-CH-ID           PIC 9(8).
               05  DUN-DATE            PIC 9(8).
           03  DUN-STAGE               PIC 9.
               88  DUN-STAGE-30        VALUE 1.
               88  DUN-STAGE-60        VALUE 2.
               88  DUN-STAGE-90        VALUE 3.
               88  DUN-STAGE-120       VALUE 4.
           03  DUN-TPL-CODE            PIC X(8).
           03  DUN-MISSED              PIC 9(3).
           03  DUN-BAL                 PIC S9(7)V99.
           03  DUN-MIN-DUE             PIC 9(7)V99.
           03  DUN-CHANNEL             PIC X.
               88  DUN-BY-EMAIL        VALUE 'E'.
               88  DUN-BY-PRINT        VALUE 'P'.
           03  DUN-EMAIL               PIC X(35).
