       COPY FD-WISH-CONV-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-RPTFILE.

       01  WS-VW-EOF                   PIC X VALUE SPACES.
       01  WS-VTP-EOF                  PIC X VALUE SPACES.
               DELIMITED BY SIZE INTO WISH-CONV-RPT-LINE.
       WRITE WISH-CONV-RPT-LINE.
       CLOSE WISH-CONV-RPT-FILE.
       MOVE 'WISH-CONV-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VFX-WISH-NOTIFY' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
      ******************************************************************
       600-CHECK-CONVERSION.
       COMPUTE WS-CONV-LIMIT = VW-NOTIFY-DATE + 7.
