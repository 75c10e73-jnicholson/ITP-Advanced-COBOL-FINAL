      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ONE LINE PER SCHEDULED OR CANCELLED PARAMETER VALUE, WITH
      * THE VALUE IT REPLACES ON THAT EFFECTIVE DATE AND THE NEW
      * ONE - THE BEFORE/AFTER EVIDENCE BEHIND THE 'PARMCH' AND
      * 'PARMDL' AUDIT ENTRIES, WHICH HAVE NO ROOM FOR VALUES.
       FD  PARMHIST-FILE.
       01  PARMHIST-REC.
           03  PHS-TSTAMP.
               05  PHS-YEAR            PIC X(4).
               05  PHS-MONTH           PIC X(2).
               05  PHS-DAY             PIC X(2).
               05  PHS-HOUR            PIC X(2).
               05  PHS-MINUTE          PIC X(2).
           03  FILLER                  PIC X       VALUE SPACE.
           03  PHS-OPERATOR            PIC X(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  PHS-ACTION              PIC X(6).
           03  FILLER                  PIC X       VALUE SPACE.
           03  PHS-NAME                PIC X(20).
           03  FILLER                  PIC X       VALUE SPACE.
           03  PHS-EFF-DATE            PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  PHS-OLD-VALUE           PIC X(16).
           03  FILLER                  PIC X       VALUE SPACE.
           03  PHS-NEW-VALUE           PIC X(16).
