           MOVE ZERO TO CC-TRAN-CARD
           MOVE 'N' TO CC-SETTLED
           MOVE WS-OPERATOR-ID TO CC-TRAN-OPER
           MOVE SPACE TO CC-AVS-RESULT
           MOVE ZERO TO CC-TRAN-SEQ
           MOVE 'N' TO WS-TRAN-DONE
           PERFORM UNTIL WS-TRAN-DONE = 'Y'
