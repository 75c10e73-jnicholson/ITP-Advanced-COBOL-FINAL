      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * EFFECTIVE-DATED SYSTEM PARAMETER MASTER. ONE ROW PER
      * PARAMETER PER EFFECTIVE DATE; THE VALUE IN EFFECT ON A
      * BUSINESS DATE IS THE ROW WITH THE LATEST SYP-EFF-DATE NOT
      * AFTER IT (G3-PARM-GET). NUMERIC PARAMETERS CARRY SYP-NUM,
      * TEXT PARAMETERS (REWARD CATEGORIES) CARRY SYP-TEXT. A
      * PARAMETER WITH NO ROW IN EFFECT FALLS BACK TO ITS WS-CAP1
      * VALUE. ROWS ARE SCHEDULED FROM G3-PARM-MAINT (ADMIN ONLY).
       FD  SYP-FILE.
       01  SYP-REC.
           03  SYP-KEY.
               05  SYP-NAME            PIC X(20).
               05  SYP-EFF-DATE        PIC 9(8).
           03  SYP-TYPE                PIC X.
               88  SYP-NUMERIC             VALUE 'N'.
               88  SYP-TEXTUAL             VALUE 'T'.
           03  SYP-NUM                 PIC S9(7)V9(4).
           03  SYP-TEXT                PIC X(10).
           03  SYP-SET-BY              PIC X(8).
           03  SYP-SET-DATE            PIC 9(8).
