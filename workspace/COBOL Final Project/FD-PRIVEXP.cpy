      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * PRIVACY EXPORT: ONE SECTION PER REQUEST, HEADED BY THE
      * REQUEST NUMBER, LISTING EVERY RECORD HELD ON THE PERSON IN
      * PLAIN TEXT. CARD AND BANK NUMBERS SHOW THEIR LAST FOUR ONLY.
       FD  PRVX-FILE.
       01  PRVX-LINE                   PIC X(132).

      * WORK COPY FOR THE TWO-PASS REWRITE OF CHHIST.TXT AND THE
      * MAIL SPOOL WHEN AN ERASURE BLANKS THE PERSON'S DETAILS;
      * WIDE ENOUGH FOR THE FULL EMAIL-REC.
       FD  PRVW-FILE.
       01  PRVW-LINE                   PIC X(186).
