       COPY FD-LINK-EXC-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-RPTFILE.

       01  WS-VM-EOF                   PIC X VALUE SPACES.
       01  WS-EXC-COUNT                PIC 9(5) VALUE ZERO.
           CLOSE VM-FILE
                 CH-FILE
                 LINK-EXC-RPT-FILE.
           MOVE 'VFX-LINK-EXC.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VFX-LINK-EXC' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'LINK EXCEPTIONS FOUND: ' WS-EXC-COUNT.
           GOBACK.
      ******************************************************************
