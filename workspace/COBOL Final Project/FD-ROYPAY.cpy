      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ROYALTY PAYABLE: ONE ROW PER LICENSOR PER STATEMENT MONTH,
      * WRITTEN BY G3-VFX-ROY-STMT EVEN WHEN NOTHING IS DUE SO A
      * MONTH IS NEVER STATED (OR RECOUPED) TWICE. EARNED LESS WHAT
      * WENT TO RECOUP MINIMUM GUARANTEES, PLUS ANY CARRIED
      * SHORTFALL, IS THE AMOUNT OWED. 'O' OPEN UNTIL PAID ('P');
      * 'Z' NOTHING WAS DUE.
       FD  RYP-FILE.
       01  RYP-REC.
           03  RYP-KEY.
               05  RYP-LCR-ID          PIC 9(6).
               05  RYP-PERIOD          PIC 9(6).
           03  RYP-EARNED              PIC S9(7)V99.
           03  RYP-RECOUPED            PIC S9(7)V99.
           03  RYP-CARRY-IN            PIC S9(7)V99.
           03  RYP-AMOUNT              PIC 9(7)V99.
           03  RYP-UNRECOUPED          PIC 9(7)V99.
           03  RYP-STATUS              PIC X.
               88  RYP-OPEN            VALUE 'O'.
               88  RYP-PAID            VALUE 'P'.
               88  RYP-NONE-DUE        VALUE 'Z'.
           03  RYP-DATE                PIC 9(8).
           03  RYP-PAID-DATE           PIC 9(8).
           03  RYP-PAID-BY             PIC X(8).
