       01  WS-CHH-FIELD                PIC X(12) VALUE SPACES.
       01  WS-CHH-OLD                  PIC X(35) VALUE SPACES.
       01  WS-CHH-NEW                  PIC X(35) VALUE SPACES.
       01  WS-CARDS-RELEASED           PIC 9(3) VALUE ZERO.

       SCREEN SECTION.
       COPY SCREEN-CAP1-U-BILLADDR.
               SET CH-BILL-USE-2-OFF TO TRUE
           END-IF
           REWRITE CH-REC
      * A CORRECTED MAILING ADDRESS RELEASES ANY RETURNED MAILER.
           CALL 'G3-CAP1-CARD-READDR' USING CH-ID, WS-CARDS-RELEASED
           MOVE 'BILLAD' TO WS-AUD-ACTION
           MOVE CH-ID TO WS-AUD-KEY
           CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
