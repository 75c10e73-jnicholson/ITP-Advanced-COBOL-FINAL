       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-AUDIT.
       COPY WS-RPTFILE.

       01  WS-SUSPEND-FLOOR            PIC 9(3) VALUE 050.
       01  WS-REFUND-RATIO-BAR         PIC V99 VALUE .20.
           CLOSE MER-FILE
                 MRK-FILE
                 MERRISK-RPT-FILE.
           MOVE 'MERRISK-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VISA-MER-RISK' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'RISK SCORING COMPLETE. SUSPENDED: ' WS-SUSP-CTR.
           GOBACK.
      ******************************************************************
