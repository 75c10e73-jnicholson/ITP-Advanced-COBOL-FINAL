      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * HOUSEHOLD MEMBERSHIP: ONE RECORD PER CAP1 CARDHOLDER ('C')
      * OR VFX MEMBER ('V') CONFIRMED AS PART OF A HOUSEHOLD ON
      * G3-DUP-REVIEW. EVERY RECORD IN A HOUSEHOLD CARRIES THE SAME
      * HHL-HH-ID; WHEN TWO HOUSEHOLDS TURN OUT TO BE ONE, THE
      * HIGHER-NUMBERED ONE IS FOLDED INTO THE LOWER.
       FD  HHL-FILE.
       01  HHL-REC.
           03  HHL-KEY.
               05  HHL-SRC             PIC X.
               05  HHL-REC-ID          PIC 9(8).
           03  HHL-HH-ID               PIC 9(8).
           03  HHL-LINK-DATE           PIC 9(8).
           03  HHL-OPER                PIC X(8).
