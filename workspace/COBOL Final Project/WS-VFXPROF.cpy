      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * THE VIEWER PROFILE A VFX SCREEN IS WORKING FOR. WS-PROF-NO
      * ZERO MEANS THE MEMBERSHIP AS A WHOLE (NO PROFILES SET UP),
      * AND THEN WS-PROF-CEIL IS THE MEMBER'S OWN VM-RATING-CEIL.
       01  WS-PROF-VARS.
           03  WS-PROF-VM-ID           PIC 9(8) VALUE ZERO.
           03  WS-PROF-NO              PIC 9 VALUE ZERO.
           03  WS-PROF-NAME            PIC X(15) VALUE SPACES.
           03  WS-PROF-CEIL            PIC 9(2) VALUE 18.
           03  WS-PROF-CT              PIC 9 VALUE ZERO.
           03  WS-PROF-SEL             PIC 9 VALUE ZERO.
           03  WS-PROF-EOF             PIC X VALUE SPACES.
