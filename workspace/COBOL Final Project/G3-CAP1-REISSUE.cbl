       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-RPTFILE.

       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-CUR-YM                   PIC 9(6) VALUE ZERO.
           END-PERFORM.
           CLOSE CH-FILE
                 REISSUE-RPT-FILE.
           MOVE 'REISSUE-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-REISSUE' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'CARDS REISSUED: ' WS-REISSUE-COUNT.
           GOBACK.
      ******************************************************************
