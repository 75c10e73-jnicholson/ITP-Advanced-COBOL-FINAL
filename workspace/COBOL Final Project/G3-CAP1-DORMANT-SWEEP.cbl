       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-RPTFILE.

       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-TRAN-EOF                 PIC X VALUE SPACES.
           CLOSE CH-FILE
                 CC-TRAN-FILE
                 DORMACT-RPT-FILE.
           MOVE 'DORMACT-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-DORMANT-SWEEP' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'DORMANT SWEEP COMPLETE. WARNED: ' WS-WARN-CTR
                   ' CLOSED: ' WS-CLOSE-CTR.
           GOBACK.
