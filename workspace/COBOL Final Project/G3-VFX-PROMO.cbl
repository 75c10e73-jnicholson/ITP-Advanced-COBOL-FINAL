       COPY WS-VFX.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-RPTFILE.

       01  WS-PM-SEL                   PIC X VALUE SPACE.
       01  WS-CODE-IN                  PIC X(8) VALUE SPACES.
           END-READ
       END-PERFORM.
       CLOSE PROMO-RPT-FILE.
       MOVE 'PROMO-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VFX-PROMO' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
       DISPLAY 'RESULTS WRITTEN TO PROMO-RPT.TXT'.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT WS-RESP2.
