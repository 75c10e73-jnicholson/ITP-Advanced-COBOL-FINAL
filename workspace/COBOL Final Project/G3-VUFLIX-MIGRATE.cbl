       COPY FD-MIGRATE-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-RPTFILE.

       01  WS-EOF                      PIC X VALUE SPACES.
       01  WS-CH-EOF                   PIC X VALUE SPACES.
                   DELIMITED BY SIZE INTO MIGRATE-RPT-LINE.
           WRITE MIGRATE-RPT-LINE.
           CLOSE MIGRATE-RPT-FILE.
           MOVE 'MIGRATE-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VUFLIX-MIGRATE' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'MIGRATION COMPLETE. CONVERTED: ' WS-CONVERTED
                   ' REJECTED: ' WS-REJECTED.
           GOBACK.
                       MOVE 'P'         TO VTP-KIND
                       MOVE ZERO        TO VTP-EXPIRES
                       MOVE ZERO        TO VTP-GIFT-FROM
                       MOVE ZERO        TO VTP-TAX
                       MOVE SPACES      TO VTP-TAX-STATE
                       MOVE SPACES      TO VTP-TAX-COUNTY
                       MOVE LVTP-PRICE  TO VTP-LIST-PRICE
                       MOVE SPACES      TO VTP-PROMO-CODE
                       MOVE ZERO        TO VTP-PROMO-OFF
                       WRITE VTP-REC
                           INVALID KEY
                               PERFORM 950-REJECT-LINE
                       MOVE ZERO       TO VW-WISH-PRICE
                       MOVE 'N'        TO VW-NOTIFIED
                       MOVE ZERO       TO VW-NOTIFY-DATE
                       MOVE ZERO       TO VW-PROF-NO
                       WRITE VW-REC
                           INVALID KEY
                               PERFORM 950-REJECT-LINE
