       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-RPTFILE.

       01  WS-CC-EOF                   PIC X VALUE SPACES.
       01  WS-AUD-EOF                  PIC X VALUE SPACES.
           WRITE OPBAL-RPT-LINE
       END-IF.
       CLOSE OPBAL-RPT-FILE.
       MOVE 'OPBAL-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-CAP1-OPBAL' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
      ******************************************************************
       400-SIGN-OFF.
       PERFORM VARYING WS-OB-IDX FROM 1 BY 1
