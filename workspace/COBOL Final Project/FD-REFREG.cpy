      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * REFUND CHECK REGISTER: ONE RECORD PER CHECK CUT BY
      * G3-CAP1-REFUND-RUN OR REISSUED FROM THE REFUND CHECK DESK
      * (G3-CAP1-CHKDESK), OUTSTANDING UNTIL THE BANK'S PAID-CHECK
      * FILE (G3-CAP1-CHK-PAID) SHOWS IT CASHED. A CHECK STILL
      * OUTSTANDING PAST THE STALE DATE DRAWS A DUE-DILIGENCE
      * LETTER ('L') AND, IF STILL UNCASHED WHEN THE WAIT RUNS OUT,
      * IS VOIDED AND ESCHEATED ('E') BY G3-CAP1-ESCHEAT. THE DESK
      * VOIDS ('V') A CHECK, OPTIONALLY REISSUING IT UNDER A NEW
      * NUMBER; RRG-LINK-NO POINTS EACH OF THE PAIR AT THE OTHER.
      * EVERY ISSUE AND VOID IS OWED TO THE BANK ON THE POSITIVE
      * PAY FILE (G3-CAP1-POSPAY) UNTIL RRG-PP-SENT.
       FD  RRG-FILE.
       01  RRG-REC.
           03  RRG-CHECK-NO            PIC 9(8).
           03  RRG-CH-ID               PIC 9(8).
           03  RRG-AMT                 PIC 9(7)V99.
           03  RRG-ISSUE-DATE          PIC 9(8).
           03  RRG-STATUS              PIC X.
               88  RRG-OUTSTANDING     VALUE 'O'.
               88  RRG-LETTER-SENT     VALUE 'L'.
               88  RRG-CASHED          VALUE 'C'.
               88  RRG-ESCHEATED       VALUE 'E'.
               88  RRG-VOIDED          VALUE 'V'.
               88  RRG-OPEN            VALUES 'O' 'L'.
           03  RRG-PAID-DATE           PIC 9(8).
           03  RRG-PAYEE               PIC X(40).
           03  RRG-VOID-DATE           PIC 9(8).
           03  RRG-LINK-NO             PIC 9(8).
           03  RRG-PP-STATUS           PIC X.
               88  RRG-PP-ISSUE        VALUE 'I'.
               88  RRG-PP-VOID         VALUE 'V'.
               88  RRG-PP-SENT         VALUE 'S'.
