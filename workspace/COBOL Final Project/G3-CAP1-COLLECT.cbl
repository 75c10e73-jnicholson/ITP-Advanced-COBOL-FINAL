      *           MARKS EACH KEPT OR BROKEN AGAINST POSTED PAYMENTS,
      *           AND THE QUEUE NOW LISTS ACCOUNTS WITH A BROKEN
      *           PROMISE FIRST SO THEY TOP THE CALL LIST.
      *  10/15  - ACCOUNTS CODED BANKRUPT OR DECEASED
      *           (CH-SPEC-HANDLING) BELONG TO THE SPECIAL-HANDLING
      *           DESK: THEY ARE LEFT OFF THE QUEUE AND THE DESK
      *           REFUSES TO LOG A CONTACT OR QUEUE A NOTICE ON ONE.
      *  10/15  - JOINT ACCOUNTS: THE QUEUE LISTS THE CO-BORROWER
      *           (COBORR.DAT) UNDER THE CARDHOLDER, AND THE OPERATOR
      *           CAN LOG THE CONTACT AGAINST AND SEND THE NOTICE TO
      *           EITHER ONE - BOTH ARE LIABLE FOR THE BALANCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-COLLECT IS INITIAL.
       COPY SELECT-CHOLD.
       COPY SELECT-HARDSHIP.
       COPY SELECT-PROMISE.
       COPY SELECT-COBORR.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-HARDSHIP.
       COPY FD-PROMISE.
       COPY FD-COBORR.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       01  WS-HRD-RATE                 PIC V9(4) VALUE ZERO.
       01  WS-HRD-MONTHLY              PIC 9(7)V99 VALUE ZERO.
       01  WS-HRD-TERM                 PIC 9(2) VALUE ZERO.
       01  WS-CB-AVAIL                 PIC X VALUE 'N'.
       01  WS-CB-FOUND                 PIC X VALUE 'N'.
       01  WS-WHO-SEL                  PIC X VALUE SPACE.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.

           CLOSE PRM-FILE
           OPEN I-O PRM-FILE
       END-IF.
       OPEN INPUT CB-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-CB-AVAIL
       END-IF.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'COLLECTIONS WORK QUEUE'.
       DISPLAY '(BROKEN-PROMISE ACCOUNTS LISTED FIRST)'.
                   AT END
                       MOVE 'Y' TO WS-CH-EOF
                   NOT AT END
                       IF (CH-MISSED-CYCLES > ZERO
                               OR CH-STAT-CHARGED-OFF)
                               AND NOT CH-SH-CODED
                           PERFORM 150-CHECK-BROKEN
                           IF (WS-LIST-PASS = 1
                                   AND WS-HAS-BROKEN = 'Y')
       CLOSE CH-FILE
             HRD-FILE
             PRM-FILE.
       IF WS-CB-AVAIL = 'Y'
           CLOSE CB-FILE
       END-IF.
       EXIT PROGRAM.
      ******************************************************************
       150-CHECK-BROKEN.
       MOVE CH-MISSED-CYCLES TO OUT-COLL-CYC.
       MOVE CH-STATUS        TO OUT-COLL-STAT.
       DISPLAY OUT-COLL-LINE.
       PERFORM 250-FIND-COBORR.
       IF WS-CB-FOUND = 'Y'
           DISPLAY '  CO-BORROWER  ' CB-LNAME '  ' CB-PHONE
       END-IF.
      ******************************************************************
      * THE LIABLE CO-BORROWER ON THE ACCOUNT IN CH-REC, IF ANY.
      ******************************************************************
       250-FIND-COBORR.
       MOVE 'N' TO WS-CB-FOUND.
       IF WS-CB-AVAIL = 'Y'
           MOVE CH-ID TO CB-CH-ID
           READ CB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CB-LIABLE
                       MOVE 'Y' TO WS-CB-FOUND
                   END-IF
           END-READ
       END-IF.
      ******************************************************************
       300-WORK-PROMPT.
       DISPLAY 'ACCOUNT TO LOG A CONTACT FOR (99999999 = EXIT):'.
               INVALID KEY
                   DISPLAY 'NO SUCH ACCOUNT'
               NOT INVALID KEY
                   IF CH-SH-CODED
                       DISPLAY 'SPECIAL HANDLING (CODE '
                               CH-SPEC-HANDLING
                               ') - NO COLLECTIONS CONTACT'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'COLLCT' TO WS-AUD-ACTION
                   MOVE CH-EMAIL TO LK-EMAIL-TO
                   PERFORM 250-FIND-COBORR
                   IF WS-CB-FOUND = 'Y'
                       PERFORM 320-CHOOSE-PARTY
                   END-IF
                   MOVE CH-ID TO WS-AUD-KEY
                   CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG,
                           WS-OPERATOR-ID, WS-AUD-ACTION, WS-AUD-KEY
                   MOVE SPACES TO LK-EMAIL-SUBJECT
                   STRING 'PAST DUE NOTICE FOR ACCOUNT ', CH-ID
                           DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT
           END-READ
       END-IF.
      ******************************************************************
      * EITHER BORROWER ON A JOINT ACCOUNT MAY BE CONTACTED; A CONTACT
      * WITH THE CO-BORROWER IS LOGGED UNDER ITS OWN AUDIT ACTION AND
      * THE PAST-DUE NOTICE GOES TO THE CO-BORROWER'S EMAIL.
      ******************************************************************
       320-CHOOSE-PARTY.
       DISPLAY 'JOINT ACCOUNT - CO-BORROWER ' CB-FNAME ' ' CB-LNAME.
       DISPLAY '  PHONE ' CB-PHONE '  EMAIL ' CB-EMAIL.
       DISPLAY 'CONTACT (P)RIMARY OR (C)O-BORROWER?'.
       ACCEPT WS-WHO-SEL.
       IF WS-WHO-SEL = 'C' OR 'c'
           MOVE 'COLLCB' TO WS-AUD-ACTION
           MOVE CB-EMAIL TO LK-EMAIL-TO
       END-IF.
      ******************************************************************
      * A CUSTOMER WORKING WITH US GETS A REDUCED RATE, WAIVED LATE
      * FEES, AND A FIXED MONTHLY PAYMENT FOR A TERM; MONTH-END
      * ENFORCES IT AND BREAKS THE PLAN IF THE PAYMENT STOPS.
