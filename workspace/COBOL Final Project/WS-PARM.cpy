      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * CALL AREA FOR G3-PARM-GET. LOAD WS-PARM-NUM (OR WS-PARM-TEXT)
      * WITH THE WS-CAP1 VALUE FIRST; THE ROUTINE OVERLAYS IT ONLY
      * WHEN PARM.DAT HAS A ROW IN EFFECT ON WS-PARM-DATE, SO A
      * PARAMETER NOBODY HAS SCHEDULED KEEPS ITS COMPILED VALUE.
       01  WS-PARM-NAME                PIC X(20)   VALUE SPACES.
       01  WS-PARM-DATE                PIC 9(8)    VALUE ZERO.
       01  WS-PARM-NUM                 PIC S9(7)V9(4) VALUE ZERO.
       01  WS-PARM-TEXT                PIC X(10)   VALUE SPACES.
