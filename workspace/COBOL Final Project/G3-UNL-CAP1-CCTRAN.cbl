       MOVE CC-TRAN-CARD TO CC-TRAN-CARD-TXT.
       MOVE CC-SETTLED TO CC-SETTLED-TXT.
       MOVE CC-TRAN-OPER TO CC-TRAN-OPER-TXT.
       MOVE CC-AVS-RESULT TO CC-AVS-RESULT-TXT.
       WRITE CC-TRAN-REC-TXT.
       ADD 1 TO WS-CTR.
       ADD CC-TRAN-PRICE TO WS-CTL-AMOUNT.
