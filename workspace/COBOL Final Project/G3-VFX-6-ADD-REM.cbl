       COPY WS-AUDIT.
       COPY WS-SIGNON.
       01  WS-NEW-RATING               PIC 9(2) VALUE ZERO.
       01  WS-NEW-RUNTIME              PIC 9(3) VALUE ZERO.

       SCREEN SECTION.
       COPY SCREEN-VFX-6-ADD-REM.
       DISPLAY 'CONTENT RATING (00 07 13 17 18):'.
       ACCEPT WS-NEW-RATING.
       MOVE WS-NEW-RATING      TO VML-RATING.
       DISPLAY 'RUNTIME IN MINUTES (000 = NOT KNOWN):'.
       ACCEPT WS-NEW-RUNTIME.
       MOVE WS-NEW-RUNTIME     TO VML-RUNTIME.
       MOVE ZERO               TO VML-STAR-SUM.
       MOVE ZERO               TO VML-STAR-CT.
       MOVE ZERO               TO VML-STAR-AVG.
       WRITE VML-REC.
       MOVE 'ADD' TO WS-AUD-ACTION.
       MOVE VML-ID TO WS-AUD-KEY.
