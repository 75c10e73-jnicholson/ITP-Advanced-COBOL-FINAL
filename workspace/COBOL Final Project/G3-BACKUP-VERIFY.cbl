       COPY FD-BKPVER-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-BACKUP-NAMES.
       COPY WS-RPTFILE.

       01  WS-GEN-IN-NAME              PIC X(32) VALUE SPACES.
       01  WS-GEN-OUT-NAME             PIC X(32) VALUE SPACES.
               PERFORM 200-VERIFY-SEED
           END-PERFORM.
           CLOSE BKPVER-RPT-FILE.
           MOVE 'BACKUP-VERIFY-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-BACKUP-VERIFY' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'BACKUP VERIFICATION COMPLETE'.
           GOBACK.
      ******************************************************************
