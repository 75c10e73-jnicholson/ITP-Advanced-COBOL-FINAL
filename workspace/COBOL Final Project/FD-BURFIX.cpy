      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * BUREAU REPORTING CORRECTIONS FROM RESOLVED CONSUMER DISPUTES,
      * ONE RECORD PER ACCOUNT, APPLIED BY G3-CAP1-BUREAU-RPT. A
      * CORRECTED BALANCE, DELINQUENCY OR CHARGE-OFF FLAG KEEPS THE
      * ACCOUNT VALUE IT CORRECTED (THE -AT FIELDS) AND LAPSES ONCE
      * THAT VALUE MOVES, SO A LATER CYCLE REPORTS THE BOOKS AGAIN.
      * AN OWNERSHIP (ECOA) CORRECTION STANDS; A DELETED TRADELINE
      * IS NO LONGER REPORTED.
       FD  BFX-FILE.
       01  BFX-REC.
           03  BFX-CH-ID               PIC 9(8).
           03  BFX-BAL-SET             PIC X.
           03  BFX-BAL                 PIC S9(7)V99.
           03  BFX-BAL-AT              PIC S9(7)V99.
           03  BFX-DELINQ              PIC X(3).
           03  BFX-DELINQ-AT           PIC 9(3).
           03  BFX-CHGOFF              PIC X.
           03  BFX-STATUS-AT           PIC X.
           03  BFX-ECOA                PIC X.
           03  BFX-SUPPRESS            PIC X.
               88  BFX-DELETED         VALUE 'Y'.
           03  BFX-DATE                PIC 9(8).
           03  BFX-BDS-ID              PIC 9(8).
