                       IF CC-SETTLED NOT = 'Y' AND 'N'
                           MOVE 'N' TO CC-SETTLED
                       END-IF
                       IF NOT CC-AVS-CHECKED
                           MOVE SPACE TO CC-AVS-RESULT
                       END-IF
                       WRITE CC-TRAN-REC
                       IF WS-STAT > '02'
                           DISPLAY SCRN-ERR-MSG
