       MOVE ZERO TO CC-TRAN-CARD.
       MOVE 'N' TO CC-SETTLED.
       MOVE WS-OPERATOR-ID TO CC-TRAN-OPER.
       MOVE SPACE TO CC-AVS-RESULT.
       MOVE ZERO TO CC-TRAN-SEQ.
       MOVE 'N' TO WS-TRAN-DONE.
       PERFORM UNTIL WS-TRAN-DONE = 'Y'
      * THE OLD NUMBER RETIRES TO THE HISTORY FILE SO IT KEEPS
      * RESOLVING THROUGH THE GRACE WINDOW.
       MOVE CH-CC TO WS-OLD-CARD.
       CALL 'G3-CAP1-CARD-GEN' USING WS-NEW-CARD, WS-NEW-PREFIX.
       MOVE 'PROD SWITCH' TO WS-HIST-REASON.
       CALL 'G3-CAP1-CARD-HIST' USING WS-OLD-CARD, CH-ID,
               WS-HIST-REASON, WS-NEW-CARD.
       MOVE WS-NEW-CARD TO CH-CC.
       MOVE WS-YEAR  TO WS-EXP-YR.
       MOVE WS-MONTH TO WS-EXP-MO.
