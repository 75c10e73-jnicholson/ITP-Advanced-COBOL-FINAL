      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * CUSTOMER PRIVACY REQUESTS, LOGGED AT THE PRIVACY DESK
      * (G3-PRIV-DESK): A COPY OF EVERYTHING HELD ON THE PERSON
      * ('X', WRITTEN BY G3-PRIV-EXPORT TO PRIVEXP.TXT) OR ERASURE
      * OF THEIR PERSONAL DETAILS ('E', G3-PRIV-ERASE). A REQUEST
      * NAMES THE CAP1 ACCOUNT, THE VFX MEMBERSHIP, OR BOTH, AND IS
      * DUE CAP1-PRIV-DUE-DY DAYS AFTER IT CAME IN. THE NIGHTLY JOB
      * CLOSES IT COMPLETED ('C'), PARTLY DONE ('P') OR REFUSED
      * ('R'); PRV-NOTE SAYS WHAT WAS DONE AND, FOR ANYTHING KEPT,
      * WHY.
       FD  PRV-FILE.
       01  PRV-REC.
           03  PRV-ID-KEY.
               05  PRV-ID              PIC 9(8).
           03  PRV-TYPE                PIC X.
               88  PRV-EXPORT          VALUE 'X'.
               88  PRV-ERASE           VALUE 'E'.
           03  PRV-CH-ID               PIC 9(8).
           03  PRV-VM-ID               PIC 9(8).
           03  PRV-NAME                PIC X(35).
           03  PRV-RECV-DATE           PIC 9(8).
           03  PRV-DUE-DATE            PIC 9(8).
           03  PRV-STATUS              PIC X.
               88  PRV-OPEN            VALUE 'O'.
               88  PRV-COMPLETED       VALUE 'C'.
               88  PRV-PARTIAL         VALUE 'P'.
               88  PRV-REFUSED         VALUE 'R'.
               88  PRV-CANCELLED       VALUE 'X'.
           03  PRV-DONE-DATE           PIC 9(8).
           03  PRV-OPER                PIC X(8).
           03  PRV-NOTE                PIC X(100).
