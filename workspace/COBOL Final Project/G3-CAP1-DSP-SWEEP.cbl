       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-RPTFILE.

       01  WS-WARN-DAYS                PIC 9(3) VALUE 007.
      * AUTO-RESOLUTION WHEN THE DEADLINE PASSES UNWORKED: 'W'
           CLOSE DSP-FILE
                 CH-FILE
                 DSPDL-RPT-FILE.
           MOVE 'DSPDL-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-DSP-SWEEP' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'DISPUTE SWEEP COMPLETE. APPROACHING: '
                   WS-WARN-CTR ' AUTO-RESOLVED: ' WS-AUTO-CTR.
           GOBACK.
