      ******************************************************************
      *PROGRAM:  Capital One Card Embossing Extract
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly file for the plastics vendor. Every card
      *          G3-CAP1-CARD-PEND has queued on CARDACT.DAT - new
      *          accounts, second cards, authorized users, reissues,
      *          replacements and product switches - goes out as one
      *          detail line on EMBOSS.TXT: the name to emboss (the
      *          authorized user's own name for an AUS card), card
      *          number, expiration, product name from CTY-NAME, and
      *          the mailing address (the second billing address when
      *          the account uses it, as the statement does) with
      *          city and state from the ZIP master. Header and
      *          trailer carry the run date, detail count and card
      *          number hash total. Each extracted card is marked
      *          sent; a card on a closed or charged-off account is
      *          taken off the queue without a mailer, and one whose
      *          mailer came back undeliverable waits for the
      *          address correction to re-queue it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-EMBOSS IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CARDACT.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TYPE.
       COPY SELECT-AUTHUSER.
       COPY SELECT-ZIP.
       COPY SELECT-EMBOSS.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CARDACT.
       COPY FD-CHOLD.
       COPY FD-CARD-TYPE.
       COPY FD-AUTHUSER.
       COPY FD-ZIP.
       COPY FD-EMBOSS.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.

       01  WS-ZIP-STAT                 PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CAC-EOF                  PIC X VALUE SPACES.
       01  WS-AUS-EOF                  PIC X VALUE SPACES.
       01  WS-CTY-AVAIL                PIC X VALUE 'N'.
       01  WS-AUS-AVAIL                PIC X VALUE 'N'.
       01  WS-ZIP-AVAIL                PIC X VALUE 'N'.
       01  WS-CH-FOUND                 PIC X VALUE 'N'.
       01  WS-AUS-FOUND                PIC X VALUE 'N'.
       01  WS-EMB-FNAME                PIC X(20) VALUE SPACES.
       01  WS-EMB-LNAME                PIC X(20) VALUE SPACES.
       01  WS-EMB-ZIP                  PIC 9(5) VALUE ZERO.
       01  WS-HASH                     PIC 9(19) VALUE ZERO.
       01  WS-EMB-CTR                  PIC 9(7) VALUE ZERO.
       01  WS-DROP-CTR                 PIC 9(7) VALUE ZERO.
       01  WS-HELD-CTR                 PIC 9(7) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-EMBOSS' TO CAP1-M-PROG.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           OPEN I-O CAC-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'EMBOSS - NO CARD ACTIVATION FILE, NOTHING DONE'
               GOBACK
           END-IF.
           OPEN INPUT CH-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'EMBOSS - NO CARDHOLDER FILE, NOTHING DONE'
               CLOSE CAC-FILE
               GOBACK
           END-IF.
           OPEN INPUT CTY-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CTY-AVAIL
           END-IF.
           OPEN INPUT AUS-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-AUS-AVAIL
           END-IF.
           OPEN INPUT ZIP-MST-OUT.
           IF WS-ZIP-STAT = '00'
               MOVE 'Y' TO WS-ZIP-AVAIL
           END-IF.
           OPEN OUTPUT EMB-FILE.
           MOVE SPACES TO EMB-REC.
           MOVE 'H' TO EMBH-TYPE.
           MOVE WS-TODAY TO EMBH-DATE.
           MOVE 'CAPITAL ONE' TO EMBH-ISSUER.
           WRITE EMB-REC.
           PERFORM UNTIL WS-CAC-EOF = 'Y'
               READ CAC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAC-EOF
                   NOT AT END
                       IF CAC-EMBOSS-QUEUED
                           PERFORM 200-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO EMB-REC.
           MOVE 'T' TO EMBT-TYPE.
           MOVE WS-EMB-CTR TO EMBT-COUNT.
           MOVE WS-HASH TO EMBT-HASH.
           WRITE EMB-REC.
           CLOSE EMB-FILE
                 CAC-FILE
                 CH-FILE.
           IF WS-CTY-AVAIL = 'Y'
               CLOSE CTY-FILE
           END-IF.
           IF WS-AUS-AVAIL = 'Y'
               CLOSE AUS-FILE
           END-IF.
           IF WS-ZIP-AVAIL = 'Y'
               CLOSE ZIP-MST-OUT
           END-IF.
           DISPLAY 'EMBOSS COMPLETE - ' WS-EMB-CTR ' CARDS EXTRACTED, '
                   WS-HELD-CTR ' HELD UNDELIVERABLE, '
                   WS-DROP-CTR ' DROPPED (ACCOUNT CLOSED)'.
           GOBACK.
      ******************************************************************
       200-ONE-CARD.
       IF CAC-UNDELIVERABLE
           ADD 1 TO WS-HELD-CTR
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-CH-FOUND.
       MOVE CAC-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-CH-FOUND
       END-READ.
       IF WS-CH-FOUND = 'N' OR CH-STAT-CLOSED OR CH-STAT-CHARGED-OFF
           MOVE SPACE TO CAC-EMBOSS
           REWRITE CAC-REC
           ADD 1 TO WS-DROP-CTR
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO EMB-REC.
       MOVE 'D' TO EMB-TYPE.
       MOVE CAC-CARD TO EMB-CARD.
       MOVE CH-ID TO EMB-CH-ID.
       MOVE CH-FNAME TO WS-EMB-FNAME.
       MOVE CH-LNAME TO WS-EMB-LNAME.
       EVALUATE TRUE
           WHEN CAC-CARD = CH-CC
               MOVE CH-CC-EXP TO EMB-EXP
           WHEN CAC-CARD = CH-CC-2
               MOVE CH-CC-2-EXP TO EMB-EXP
           WHEN OTHER
      * AN AUTHORIZED USER'S PLASTIC RUNS ON THE PRIMARY CARD'S DATE.
               MOVE CH-CC-EXP TO EMB-EXP
               PERFORM 300-FIND-AUS
       END-EVALUATE.
       STRING WS-EMB-FNAME DELIMITED BY '  ',
              ' '          DELIMITED BY SIZE,
              WS-EMB-LNAME DELIMITED BY '  '
              INTO EMB-NAME.
       IF WS-CTY-AVAIL = 'Y'
           MOVE CH-CTY-ID TO CTY-ID
           READ CTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTY-NAME TO EMB-PRODUCT
           END-READ
       END-IF.
       IF CH-BILL-USE-2-ON
           MOVE CH-BILL-ADDRESS TO EMB-ADDRESS
           MOVE CH-BILL-ZIP     TO WS-EMB-ZIP
       ELSE
           MOVE CH-ADDRESS TO EMB-ADDRESS
           MOVE CH-ZIP     TO WS-EMB-ZIP
       END-IF.
       MOVE WS-EMB-ZIP TO EMB-ZIP.
       IF WS-ZIP-AVAIL = 'Y'
           MOVE WS-EMB-ZIP TO ZIP-KEY
           READ ZIP-MST-OUT KEY IS ZIP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZIP-CITYO  TO EMB-CITY
                   MOVE ZIP-STATEO TO EMB-STATE
           END-READ
       END-IF.
       WRITE EMB-REC.
       ADD 1 TO WS-EMB-CTR.
       ADD CAC-CARD TO WS-HASH.
       IF WS-HASH > 999999999999999999
           SUBTRACT 1000000000000000000 FROM WS-HASH
       END-IF.
       MOVE 'E' TO CAC-EMBOSS.
       MOVE WS-TODAY TO CAC-EMBOSS-DATE.
       REWRITE CAC-REC.
      ******************************************************************
      * A CARD THAT IS NEITHER OF THE ACCOUNT'S OWN NUMBERS BELONGS
      * TO AN AUTHORIZED USER; THEIR NAME GOES ON THE PLASTIC. NOT
      * FOUND LEAVES THE PRIMARY CARDHOLDER'S NAME.
      ******************************************************************
       300-FIND-AUS.
       IF WS-AUS-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-AUS-FOUND.
       MOVE SPACES TO WS-AUS-EOF.
       MOVE CH-ID TO AUS-CH-ID.
       MOVE ZERO TO AUS-SEQ.
       START AUS-FILE KEY NOT LESS THAN AUS-KEY
           INVALID KEY
               MOVE 'Y' TO WS-AUS-EOF
       END-START.
       PERFORM UNTIL WS-AUS-EOF = 'Y' OR WS-AUS-FOUND = 'Y'
           READ AUS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AUS-EOF
               NOT AT END
                   IF AUS-CH-ID NOT = CH-ID
                       MOVE 'Y' TO WS-AUS-EOF
                   ELSE
                       IF AUS-CARD = CAC-CARD
                           MOVE 'Y' TO WS-AUS-FOUND
                           MOVE AUS-FNAME TO WS-EMB-FNAME
                           MOVE AUS-LNAME TO WS-EMB-LNAME
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
