       01  MER1099-RPT-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-RPTFILE.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.

                   UNTIL WS-GV-IDX > WS-GV-COUNT.
           CLOSE MER-FILE
                 MER1099-RPT-FILE.
           MOVE 'MER1099-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VISA-MER-1099' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'ANNUAL VOLUME REPORT COMPLETE - '
                   WS-GV-COUNT ' MERCHANTS'.
           GOBACK.
