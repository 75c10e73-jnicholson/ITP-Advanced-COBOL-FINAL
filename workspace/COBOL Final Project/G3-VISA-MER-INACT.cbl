       COPY FD-MER-INACT-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-RPTFILE.

       01  WS-INACT-MONTHS             PIC 9(2) VALUE 03.
       01  WS-MER-EOF                  PIC X VALUE SPACES.
           CLOSE MER-FILE
                 CC-TRAN-FILE
                 MER-INACT-RPT-FILE.
           MOVE 'MER-INACT-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VISA-MER-INACT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'INACTIVITY REVIEW COMPLETE. FLAGGED: ' WS-FLAGGED.
           GOBACK.
      ******************************************************************
