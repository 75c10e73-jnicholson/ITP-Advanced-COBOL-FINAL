      *          'A' (live at authorization) with the activation
      *          audited. Until this runs, G3-LINK-CC-CHECK answers
      *          'NA' for the card - a card stolen from the mail is
      *          worthless plastic. The same desk takes returned
      *          mail: action 'R' marks a card whose mailer the post
      *          office sent back as undeliverable, and such a card
      *          is refused activation until the account address is
      *          corrected (G3-CAP1-CARD-READDR releases it).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-ACTIVATE IS INITIAL.
       COPY WS-SIGNON.

       01  WS-IN-CARD                  PIC 9(16) VALUE ZERO.
       01  WS-IN-ACTION                PIC X VALUE 'A'.
       01  WS-DONE                     PIC X VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
           03  LINE 06 COL 30 VALUE "CARD ACTIVATION".
           03  LINE 08 COL 17 VALUE "CARD NUMBER:".
           03  LINE 08 COL 38 PIC 9(16) TO WS-IN-CARD.
           03  LINE 09 COL 17 VALUE "ACTION:".
           03  LINE 09 COL 38 PIC X TO WS-IN-ACTION.
           03  LINE 09 COL 41 VALUE "(A=ACTIVATE, R=RETURNED MAIL)".
           03  LINE 10 COL 17 VALUE "(0 = EXIT)".
           03  LINE 11 COL 17 PIC X(20) FROM CAP1-MSG.

       PROCEDURE DIVISION.
       000-MAIN.
       END-IF.
       OPEN INPUT CH-FILE.
       PERFORM UNTIL WS-DONE = 'Y'
           MOVE 'A' TO WS-IN-ACTION
           DISPLAY ACT-SCREEN
           ACCEPT ACT-SCREEN
           EVALUATE TRUE
               WHEN WS-IN-CARD = ZERO
                   MOVE 'Y' TO WS-DONE
               WHEN WS-IN-ACTION = 'R' OR 'r'
                   PERFORM 400-RETURNED-MAIL
               WHEN OTHER
                   PERFORM 200-ACTIVATE
           END-EVALUATE
       END-PERFORM.
       CLOSE CAC-FILE
             CH-FILE.
           INVALID KEY
               MOVE 'CARD NOT ON FILE' TO CAP1-MSG
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN CAC-ACTIVATED
                       MOVE 'ALREADY ACTIVE' TO CAP1-MSG
                   WHEN CAC-UNDELIVERABLE
                       MOVE 'MAIL RETURNED - ADDR' TO CAP1-MSG
                   WHEN OTHER
                       PERFORM 300-CONFIRM
               END-EVALUATE
       END-READ.
      ******************************************************************
       300-CONFIRM.
               END-IF
       END-READ.
      ******************************************************************
      * A MAILER CAME BACK: THE CARD STAYS DEAD UNTIL THE ADDRESS IS
      * FIXED. A CARD THE CARDHOLDER ALREADY ACTIVATED HAS PLAINLY
      * ARRIVED, SO IT IS NOT FLAGGED.
      ******************************************************************
       400-RETURNED-MAIL.
       MOVE WS-IN-CARD TO CAC-CARD.
       READ CAC-FILE
           INVALID KEY
               MOVE 'CARD NOT ON FILE' TO CAP1-MSG
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN CAC-ACTIVATED
                       MOVE 'ALREADY ACTIVE' TO CAP1-MSG
                   WHEN CAC-UNDELIVERABLE
                       MOVE 'ALREADY RETURNED' TO CAP1-MSG
                   WHEN OTHER
                       MOVE 'U' TO CAC-MAIL
                       MOVE WS-TODAY TO CAC-MAIL-DATE
                       REWRITE CAC-REC
                       MOVE 'RETMAL' TO WS-AUD-ACTION
                       MOVE CAC-CH-ID TO WS-AUD-KEY
                       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG,
                               WS-OPERATOR-ID, WS-AUD-ACTION, WS-AUD-KEY
                       MOVE 'MARKED UNDELIVERABLE' TO CAP1-MSG
               END-EVALUATE
       END-READ.
      ******************************************************************
