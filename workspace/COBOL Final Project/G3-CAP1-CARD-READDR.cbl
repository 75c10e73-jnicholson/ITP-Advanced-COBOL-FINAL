      ******************************************************************
      *PROGRAM:  Capital One Card Mailer Address Correction
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Called when an account's mailing address is changed
      *          (G3-CAP1-U-EDIT, G3-CAP1-U-BILLADDR). Every card on
      *          the account whose mailer came back undeliverable is
      *          released: the flag is cleared so the activation desk
      *          will take it again, and the card is queued for a new
      *          mailer on the next embossing extract (G3-CAP1-EMBOSS)
      *          to the corrected address. LK-RELEASED answers the
      *          number of cards released.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-CARD-READDR IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CARDACT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-CARDACT.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC 99.
       01  WS-CAC-EOF                  PIC X VALUE SPACES.

       LINKAGE SECTION.
       01  LK-CH-ID                    PIC 9(8).
       01  LK-RELEASED                 PIC 9(3).
      ******************************************************************
       PROCEDURE DIVISION USING LK-CH-ID, LK-RELEASED.
       100-MAIN.
           MOVE ZERO TO LK-RELEASED.
           OPEN I-O CAC-FILE.
           IF WS-STAT NOT = ZERO
               EXIT PROGRAM
           END-IF.
           PERFORM UNTIL WS-CAC-EOF = 'Y'
               READ CAC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAC-EOF
                   NOT AT END
                       IF CAC-CH-ID = LK-CH-ID AND CAC-UNDELIVERABLE
                           MOVE SPACE TO CAC-MAIL
                           MOVE ZERO TO CAC-MAIL-DATE
                           MOVE 'Q' TO CAC-EMBOSS
                           MOVE ZERO TO CAC-EMBOSS-DATE
                           REWRITE CAC-REC
                           ADD 1 TO LK-RELEASED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAC-FILE.
           EXIT PROGRAM.
