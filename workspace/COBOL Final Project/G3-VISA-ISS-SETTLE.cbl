       WORKING-STORAGE SECTION.
       COPY WS-ISS.
       COPY WS-AUDIT.
       COPY WS-RPTFILE.
       01  WS-PROG                     PIC X(20) VALUE SPACES.

      * INTERCHANGE THE ISSUER KEEPS ON EACH ATTRIBUTED PURCHASE.
           CLOSE ISS-FILE
                 ISSSETTLE-RPT-FILE
                 ACH-ISS-FILE.
           MOVE 'ISSSETTLE-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VISA-ISS-SETTLE' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           PERFORM 130-MARK-SETTLED.
           DISPLAY 'ISSUER SETTLEMENT COMPLETE. ACH ENTRIES: '
                   WS-ACH-CTR.
