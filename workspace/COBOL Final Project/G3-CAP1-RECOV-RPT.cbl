       01  RECOV-RPT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-RPTFILE.

       01  WS-COF-EOF                  PIC X VALUE SPACES.
       01  WS-TOT-CHGOFF               PIC 9(11)V99 VALUE ZERO.
           PERFORM 300-TOTALS.
           CLOSE COF-FILE
                 RECOV-RPT-FILE.
           MOVE 'RECOV-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-RECOV-RPT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'RECOVERY REPORT COMPLETE'.
           GOBACK.
      ******************************************************************
