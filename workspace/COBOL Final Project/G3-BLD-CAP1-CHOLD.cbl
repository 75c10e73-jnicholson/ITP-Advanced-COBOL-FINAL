                       IF CH-DORMANT-WARN-DATE NOT NUMERIC
                           MOVE ZERO TO CH-DORMANT-WARN-DATE
                       END-IF
                       MOVE CH-SPEC-HANDLING-TXT TO CH-SPEC-HANDLING
                       IF NOT CH-SH-CODED
                           MOVE SPACE TO CH-SPEC-HANDLING
                       END-IF
                       IF CH-STATUS = SPACE
                           MOVE 'O' TO CH-STATUS
                       END-IF
