       COPY FD-RECON-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-RPTFILE.

       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-ARCH-EOF                 PIC X VALUE SPACES.
           CLOSE CH-FILE
                 CC-TRAN-FILE
                 RECON-RPT-FILE.
           MOVE 'RECON-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-RECON' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'RECONCILIATION COMPLETE. '
                   'OUT OF BALANCE: ' WS-EXCEPT-COUNT.
           DISPLAY 'MEMO BALANCES REPAIRED: ' WS-MEMO-FIXES.
