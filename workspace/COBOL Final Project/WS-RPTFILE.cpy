      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * PASSED TO G3-RPT-FILE ONCE A REPORT IS CLOSED:
      *     MOVE '<REPORT>.TXT' TO WS-RPT-FILE-NAME.
      *     MOVE '<PROGRAM>' TO WS-RPT-PROGRAM.
      *     CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME, WS-RPT-PROGRAM.
       01  WS-RPT-FILE-NAME            PIC X(24) VALUE SPACES.
       01  WS-RPT-PROGRAM              PIC X(20) VALUE SPACES.
