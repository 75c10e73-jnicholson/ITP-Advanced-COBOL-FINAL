      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * CARD TERMINAL MASTER: ONE RECORD PER DEVICE, KEYED BY THE
      * TERMINAL ID PRINTED ON IT, OWNED BY ONE MERCHANT LOCATION
      * (LOCATION ZERO IS THE MERCHANT'S OWN ADDRESS ON MER-FILE).
      * ONLY AN ACTIVE ('A') TERMINAL'S LINES POST THROUGH
      * G3-VISA-MER-BATCH, WHICH STAMPS THE LAST-ACTIVITY DATE AND
      * THE OUTCOME OF THE DEVICE'S LAST BATCH CLOSE.
       FD  TRM-FILE.
       01  TRM-REC.
           03  TRM-ID-KEY.
               05  TRM-ID              PIC X(8).
           03  TRM-MER-ID-KEY.
               05  TRM-MER-ID          PIC 9(8).
           03  TRM-LOC-ID              PIC 9(8).
           03  TRM-STATUS              PIC X.
               88  TRM-ACTIVE          VALUE 'A'.
               88  TRM-INACTIVE        VALUE 'I'.
           03  TRM-MODEL               PIC X(20).
           03  TRM-INSTALL-DATE        PIC 9(8).
           03  TRM-LAST-ACT-DATE       PIC 9(8).
           03  TRM-LAST-CLOSE-DATE     PIC 9(8).
           03  TRM-LAST-CLOSE-CT       PIC 9(5).
           03  TRM-LAST-CLOSE-AMT      PIC 9(9)V99.
           03  TRM-LAST-CLOSE-RESULT   PIC X.
               88  TRM-CLOSE-BALANCED  VALUE 'B'.
               88  TRM-CLOSE-OUT       VALUE 'O'.
               88  TRM-CLOSE-MISSING   VALUE 'M'.
