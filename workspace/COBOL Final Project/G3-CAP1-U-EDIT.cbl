       01  WS-CHH-FIELD                PIC X(12) VALUE SPACES.
       01  WS-CHH-OLD                  PIC X(35) VALUE SPACES.
       01  WS-CHH-NEW                  PIC X(35) VALUE SPACES.
       01  WS-ADDR-CHANGED             PIC X VALUE 'N'.
       01  WS-CARDS-RELEASED           PIC 9(3) VALUE ZERO.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

           MOVE CAP1-EDIT-ADDRESS TO WS-CHH-NEW
           PERFORM 800-LOG-CHANGE
           MOVE CAP1-EDIT-ADDRESS TO CH-ADDRESS
           MOVE 'Y' TO WS-ADDR-CHANGED
       END-IF.
       IF CAP1-EDIT-ZIP NOT EQUAL SPACES
           MOVE 'ZIP' TO WS-CHH-FIELD
           MOVE CAP1-EDIT-ZIP TO WS-CHH-NEW
           PERFORM 800-LOG-CHANGE
           MOVE CAP1-EDIT-ZIP TO CH-ZIP
           MOVE 'Y' TO WS-ADDR-CHANGED
       END-IF.
       IF CAP1-EDIT-EMAIL NOT EQUAL SPACES
           MOVE 'EMAIL' TO WS-CHH-FIELD
               TO CH-OVERLIMIT-OPTIN
       END-IF.
       REWRITE CH-REC.
      * A CORRECTED ADDRESS RELEASES ANY CARD WHOSE MAILER CAME BACK.
       IF WS-ADDR-CHANGED = 'Y'
           CALL 'G3-CAP1-CARD-READDR' USING CH-ID, WS-CARDS-RELEASED
       END-IF.
       MOVE 'EDIT' TO WS-AUD-ACTION.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
