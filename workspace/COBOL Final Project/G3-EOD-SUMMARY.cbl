       COPY FD-MERDAY.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-RPTFILE.

       01  WS-EOF2                     PIC X VALUE SPACES.
       01  WS-TODAY-X.
       WRITE EOD-RPT-LINE.
       PERFORM 750-MERDAY-SECTION.
       CLOSE EOD-RPT-FILE.
       MOVE 'EOD-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-EOD-SUMMARY' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
      ******************************************************************
      * PER-MERCHANT ACTIVITY COMES OFF THE MERCHANT-BY-DAY TOTALS
      * THE POSTING PATHS MAINTAIN (MERDAY.DAT) - NO SECOND SWEEP
