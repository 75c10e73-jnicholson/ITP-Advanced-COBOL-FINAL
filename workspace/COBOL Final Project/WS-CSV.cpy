      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * CSV EXTRACT SUPPORT FOR THE REPORT PROGRAMS. A REPORT WRITES
      * ITS EXTRACT WHEN WS-CSV-ON IS 'Y': SET FROM THE CSV-EXTRACT
      * SYSTEM PARAMETER (Y OR N, COMPILED DEFAULT WS-CSV-DFLT), OR
      * BY THE OPERATOR WHERE THE REPORT IS RUN FROM A PROMPT (WS-
      * CSV-ASK: Y OR N, BLANK KEEPS THE PARAMETER'S SETTING). EACH
      * EXTRACT ROW IS BUILT ONE FIELD AT A TIME IN WS-CSV-AREA:
      *     MOVE SPACES TO WS-CSV-LINE.  MOVE 1 TO WS-CSV-PTR.
      * THEN PER FIELD SET WS-CSV-KIND AND WS-CSV-TEXT (T TEXT, D
      * DATE YYYYMMDD OR YYYYMM) OR WS-CSV-NUM AND WS-CSV-DEC (N
      * NUMBER) AND
      *     CALL 'G3-CSV-ADD' USING WS-CSV-AREA
      * AND WRITE CSV-REC FROM WS-CSV-LINE. TEXT IS QUOTED WHEN IT
      * HOLDS A COMMA OR A QUOTE, DATES GO OUT AS YYYY-MM-DD (OR
      * YYYY-MM), NUMBERS UNEDITED WITH A LEADING MINUS ONLY.
       01  WS-CSV-DFLT                 PIC X(10)   VALUE 'N'.
       01  WS-CSV-ON                   PIC X       VALUE 'N'.
       01  WS-CSV-ASK                  PIC X       VALUE SPACE.
       01  WS-CSV-NAME                 PIC X(24)   VALUE SPACES.
       01  WS-CSV-STAT                 PIC 99.
       01  WS-CSV-AREA.
           03  WS-CSV-LINE             PIC X(400).
           03  WS-CSV-PTR              PIC 9(3).
           03  WS-CSV-KIND             PIC X.
               88  WS-CSV-IS-TEXT                  VALUE 'T'.
               88  WS-CSV-IS-DATE                  VALUE 'D'.
               88  WS-CSV-IS-NUM                   VALUE 'N'.
           03  WS-CSV-TEXT             PIC X(60).
           03  WS-CSV-NUM              PIC S9(11)V9(4).
           03  WS-CSV-DEC              PIC 9.
