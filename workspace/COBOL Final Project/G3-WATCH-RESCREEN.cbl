       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-RPTFILE.

       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-MER-EOF                  PIC X VALUE SPACES.
           PERFORM 200-SCREEN-CHOLD.
           PERFORM 300-SCREEN-MER.
           CLOSE WATCHHIT-RPT-FILE.
           MOVE 'WATCHHIT-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-WATCH-RESCREEN' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'RE-SCREEN COMPLETE. HITS: ' WS-HIT-CTR.
           GOBACK.
      ******************************************************************
