      *          ID) with its status and recent titles purchased,
      *          recent live transactions, and the notices queued to
      *          the customer's email - one lookup instead of three
      *          programs and re-keying. A joint account shows its
      *          co-borrower (COBORR.DAT) with the account summary.
      *          The notes page also lists the collections letters
      *          sent to the account (DUNLTR.DAT).
      *          The account summary shows its latest payoff quote
      *          (PAYOFF.DAT) and whether the payoff has come in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CUST-360 IS INITIAL.
       COPY SELECT-VFX-MOV.
       COPY SELECT-EMAIL.
       COPY SELECT-NOTES.
       COPY SELECT-COBORR.
       COPY SELECT-DUNLTR.
       COPY SELECT-PAYOFF.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-VFX-MOV.
       COPY FD-EMAIL.
       COPY FD-NOTES.
       COPY FD-COBORR.
       COPY FD-DUNLTR.
       COPY FD-PAYOFF.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.

       01  WS-EMAIL-CT                 PIC 9(5) VALUE ZERO.
       01  WS-NTE-EOF                  PIC X VALUE SPACES.
       01  WS-NTE-ANY                  PIC X VALUE 'N'.
       01  WS-DUN-EOF                  PIC X VALUE SPACES.
       01  WS-DUN-ANY                  PIC X VALUE 'N'.
       01  WS-DUN-AMT                  PIC Z(6)9.99.
       01  WS-PQT-EOF                  PIC X VALUE SPACES.
       01  WS-PQT-LAST                 PIC 9(8) VALUE ZERO.
       01  WS-PQT-LAST-STAT            PIC X VALUE SPACE.
       01  WS-PQT-LAST-THRU            PIC 9(8) VALUE ZERO.
       01  WS-PQT-LAST-AMT             PIC S9(7)V99 VALUE ZERO.
       01  WS-PQT-SHOW                 PIC Z(6)9.99-.

       01  OUT-TRAN-LINE.
           03  OUT-TRAN-TSTAMP         PIC X(14).
               '  MISSED CYC: ' CH-MISSED-CYCLES.
       DISPLAY 'EMAIL: ' CH-EMAIL.
       DISPLAY 'PHONE: ' CH-PHONE '  ZIP: ' CH-ZIP.
       OPEN INPUT CB-FILE.
       IF WS-STAT = ZERO
           MOVE CH-ID TO CB-CH-ID
           READ CB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CB-LIABLE
                       DISPLAY 'CO-BORROWER: ' CB-FNAME ' ' CB-LNAME
                               '  STATUS: ' CB-STATUS
                       DISPLAY '  PHONE: ' CB-PHONE '  EMAIL: '
                               CB-EMAIL
                   END-IF
           END-READ
           CLOSE CB-FILE
       END-IF.
       PERFORM 350-SHOW-PAYOFF.
      ******************************************************************
      * THE NEWEST PAYOFF QUOTE ON THE ACCOUNT, IF ANY.
      ******************************************************************
       350-SHOW-PAYOFF.
       OPEN INPUT PQT-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-PQT-LAST.
       MOVE SPACES TO WS-PQT-EOF.
       MOVE CH-ID TO PQT-CH-ID.
       START PQT-FILE KEY NOT LESS THAN PQT-CH-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PQT-EOF
       END-START.
       PERFORM UNTIL WS-PQT-EOF = 'Y'
           READ PQT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PQT-EOF
               NOT AT END
                   IF PQT-CH-ID NOT = CH-ID
                       MOVE 'Y' TO WS-PQT-EOF
                   ELSE
                       IF PQT-ID > WS-PQT-LAST
                           MOVE PQT-ID TO WS-PQT-LAST
                           MOVE PQT-STATUS TO WS-PQT-LAST-STAT
                           MOVE PQT-GOOD-THRU TO WS-PQT-LAST-THRU
                           MOVE PQT-AMOUNT TO WS-PQT-LAST-AMT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE PQT-FILE.
       IF WS-PQT-LAST = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-PQT-LAST-AMT TO WS-PQT-SHOW.
       DISPLAY 'PAYOFF QUOTE ' WS-PQT-LAST ' ' WS-PQT-SHOW
               ' GOOD THRU ' WS-PQT-LAST-THRU.
       EVALUATE WS-PQT-LAST-STAT
           WHEN 'P'
               DISPLAY '  PAYOFF RECEIVED - FLAGGED FOR CLOSURE'
           WHEN 'C'
               DISPLAY '  PAID OFF AND CLOSED'
       END-EVALUATE.
      ******************************************************************
      * THE VFX MEMBER FILE CARRIES THE CAP1 ID IN VM-CC BUT HAS NO
      * ALTERNATE KEY ON IT, SO THE LINK IS FOUND BY A SCAN.
               DISPLAY '  (NONE)'
           END-IF
       END-IF.
       PERFORM 800-SHOW-LETTERS.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
      * COLLECTIONS LETTERS FROM THE NIGHTLY DUNNING RUN, OLDEST
      * FIRST: DAYS PAST DUE, HOW IT WENT, AND THE MINIMUM IT ASKED.
      ******************************************************************
       800-SHOW-LETTERS.
       DISPLAY ' '.
       DISPLAY '--- COLLECTIONS LETTERS ---'.
       MOVE 'N' TO WS-DUN-ANY.
       MOVE SPACES TO WS-DUN-EOF.
       OPEN INPUT DUN-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY '  (NONE)'
           EXIT PARAGRAPH
       END-IF.
       MOVE CH-ID TO DUN-CH-ID.
       MOVE ZERO TO DUN-DATE.
       START DUN-FILE KEY NOT LESS THAN DUN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-DUN-EOF
       END-START.
       PERFORM UNTIL WS-DUN-EOF = 'Y'
           READ DUN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DUN-EOF
               NOT AT END
                   IF DUN-CH-ID NOT = CH-ID
                       MOVE 'Y' TO WS-DUN-EOF
                   ELSE
                       MOVE 'Y' TO WS-DUN-ANY
                       MOVE DUN-MIN-DUE TO WS-DUN-AMT
                       DISPLAY '  ' DUN-DATE ' ' DUN-TPL-CODE
                               ' CYCLES ' DUN-MISSED
                               ' VIA ' DUN-CHANNEL
                               ' MIN DUE ' WS-DUN-AMT
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE DUN-FILE.
       IF WS-DUN-ANY = 'N'
           DISPLAY '  (NONE)'
       END-IF.
