       MOVE CH-CYCLE-CODE TO CH-CYCLE-CODE-TXT.
       MOVE CH-OVERLIMIT-OPTIN TO CH-OVERLIMIT-OPTIN-TXT.
       MOVE CH-DORMANT-WARN-DATE TO CH-DORMANT-WARN-DATE-TXT.
       MOVE CH-SPEC-HANDLING TO CH-SPEC-HANDLING-TXT.
       WRITE CH-REC-TXT.
       ADD 1 TO WS-CTR.
       ADD CH-BAL TO WS-CTL-AMOUNT.
