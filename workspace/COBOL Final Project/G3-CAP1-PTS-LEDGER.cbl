      *          sweep never lapses points the member already spent.
      *          Called from G3-CAP1-POINTS and G3-CAP1-REDEEM; the
      *          spendable total stays on CH-POINTS as before.
      *MODIFICATION HISTORY:
      *  10/15  - THE EARN LIFETIME IS THE POINTS-LIFE-MO IN EFFECT
      *           TODAY ON THE SYSTEM PARAMETER MASTER (PARM.DAT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-PTS-LEDGER IS INITIAL.

       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-PARM.

       01  WS-LEDG-DONE                PIC X VALUE 'N'.
       01  WS-PTL-EOF                  PIC X VALUE SPACES.
           IF LK-TYPE = 'B'
               PERFORM 300-CONSUME-EARNS
           END-IF.
           IF LK-TYPE = 'E'
               PERFORM 150-LOAD-PARMS
           END-IF.
           PERFORM 200-WRITE-ENTRY.
           CLOSE PTL-FILE.
           EXIT PROGRAM.
      ******************************************************************
       150-LOAD-PARMS.
       MOVE WS-YEAR  TO WS-PARM-DATE (1:4).
       MOVE WS-MONTH TO WS-PARM-DATE (5:2).
       MOVE WS-DAY   TO WS-PARM-DATE (7:2).
       MOVE 'POINTS-LIFE-MO' TO WS-PARM-NAME.
       MOVE CAP1-POINTS-LIFE-MO TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-POINTS-LIFE-MO.
      ******************************************************************
       200-WRITE-ENTRY.
       MOVE LK-CH-ID TO PTL-CH-ID.
