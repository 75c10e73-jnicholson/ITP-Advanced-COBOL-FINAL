      *DATE:     4/9/2014                                              *
      *ABSTRACT: Account Signup                                        *
      *MODIFICATION HISTORY:
      *  10/15  - A WATCH-LIST HIT ON THE APPLICANT OR CO-BORROWER NOW
      *           DECLINES THE APPLICATION: NOTHING IS BOARDED, NO CARD
      *           IS CUT, AND THE NOTICE GOES TO WHOEVER HIT.
      *  10/15  - A VFX MEMBER ANSWERING A PRE-SCREENED OFFER GIVES THE
      *           OFFER CODE (OFFER.DAT): THE FORM IS PREFILLED FROM
      *           THE MEMBER RECORD, THE OFFERED PRODUCT AND LIMIT
      *           APPLY, AND THE NEW ACCOUNT IS LINKED TO THE MEMBER
      *           (VM-CC) AND THE OFFER MARKED BOOKED.
      *  10/15  - THE APPLICANT IS CHECKED AGAINST EXISTING CARDHOLDERS
      *           AND VFX MEMBERS (G3-DUP-CHECK); A CLOSE MATCH IS
      *           SHOWN AND THE OPERATOR CHOOSES WHETHER TO GO ON.
      *  10/15  - JOINT ACCOUNTS: THE APPLICATION CAN NAME A
      *           CO-BORROWER (COBORR.DAT) WHO IS WATCH-LIST SCREENED
      *           ON THEIR OWN.
      *  10/15  - AN APPLICANT TURNED DOWN ON THE WATCH-LIST SCREEN IS
      *           SENT AN ADVERSE ACTION NOTICE (G3-CAP1-ADVACT).
      *  10/15  - THE STARTER LIMIT FLOOR AND CEILING ARE THE ONES IN
      *           EFFECT TODAY ON THE SYSTEM PARAMETER MASTER.
      *  8/10   - THE PRIMARY CARD NUMBER IS NOW DRAWN FROM
      *           G3-CAP1-CARD-GEN (CONTROLLED RANGE PLUS LUHN CHECK
      *           DIGIT) AT SIGNUP; IT WAS NEVER BEING SET AT ALL.
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TYPE.
       COPY SELECT-COBORR.
       COPY SELECT-VFX-MBR.
       COPY SELECT-OFFER.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-CARD-TYPE.
       COPY FD-COBORR.
       COPY FD-VFX-MBR.
       COPY FD-OFFER.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-PARM.
       COPY WS-ADVACT.
       COPY WS-DUPCALL.

       01  WS-ID-OK                    PIC X VALUE 'N'.
       01  WS-SCREEN-NAME              PIC X(40) VALUE SPACES.
       01  WS-NEW-CARD                 PIC 9(16) VALUE ZERO.
       01  WS-CTY-SEL                  PIC 9(3) VALUE 1.
       01  WS-CTY-PREFIX               PIC 9(6) VALUE ZERO.
       01  WS-CB-WANT                  PIC X VALUE 'N'.
       01  WS-DUP-GO-ON                PIC X VALUE 'Y'.
       01  WS-CB-HIT                   PIC X VALUE 'N'.
       01  WS-CB-FNAME                 PIC X(20) VALUE SPACES.
       01  WS-CB-LNAME                 PIC X(20) VALUE SPACES.
       01  WS-CB-PHONE                 PIC 9(10) VALUE ZERO.
       01  WS-CB-EMAIL                 PIC X(35) VALUE SPACES.
       01  WS-CB-ADDRESS               PIC X(20) VALUE SPACES.
       01  WS-CB-ZIP                   PIC 9(5) VALUE ZERO.
       01  WS-OFR-IN                   PIC X(8) VALUE SPACES.
       01  WS-OFR-HIT                  PIC X VALUE 'N'.
       01  WS-OFR-VM-ID                PIC 9(8) VALUE ZERO.
       01  WS-OFR-CTY-ID               PIC 9(3) VALUE ZERO.
       01  WS-OFR-LIMIT                PIC 9(7) VALUE ZERO.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-EXP-YM.
           03  WS-EXP-YR               PIC 9(4).
           03  WS-EXP-MO               PIC 9(2).
           MOVE SIGNON-ID TO WS-OPERATOR-ID.
           OPEN I-O CH-FILE.
           PERFORM 200-GET-ID.
           PERFORM 120-OFFER-CODE.
           DISPLAY ACCT-SIGNUP.
           
           PERFORM UNTIL CAP1-M-SEL = 'S' or 's'

           END-PERFORM.

           PERFORM 175-DUP-CHECK.
           PERFORM 180-GET-COBORR.
           PERFORM 140-LOAD-PARMS.
           PERFORM 150-SET-LIMIT.
           PERFORM 100-ADD.
           CLOSE CH-FILE.
           MOVE ZERO TO CH-MEMO-BAL.
           MOVE ZERO TO CH-MISSED-CYCLES.
           MOVE ZERO TO CH-POINTS.
           MOVE SPACE TO CH-SPEC-HANDLING.
           PERFORM 160-SET-PRODUCT.
      * WATCH-LIST SCREEN ON THE APPLICANT AND ANY CO-BORROWER BEFORE
      * ANYTHING IS BOARDED; EVERY SCREEN IS ON THE AUDIT TRAIL.
           MOVE SPACES TO WS-SCREEN-NAME.
           STRING CH-FNAME DELIMITED BY SPACE
                  ' '      DELIMITED BY SIZE
           CALL 'G3-WATCH-SCREEN' USING CAP1-M-PROG, WS-OPERATOR-ID,
                   WS-SCREEN-NAME, WS-WL-HIT.
           IF WS-WL-HIT = 'Y'
               DISPLAY 'WATCH-LIST HIT - APPLICATION DECLINED'
           END-IF.
           IF WS-CB-WANT = 'Y'
               MOVE SPACES TO WS-SCREEN-NAME
               STRING WS-CB-FNAME DELIMITED BY SPACE
                      ' '         DELIMITED BY SIZE
                      WS-CB-LNAME DELIMITED BY SPACE
                      INTO WS-SCREEN-NAME
               CALL 'G3-WATCH-SCREEN' USING CAP1-M-PROG,
                       WS-OPERATOR-ID, WS-SCREEN-NAME, WS-CB-HIT
               IF WS-CB-HIT = 'Y'
                   DISPLAY 'CO-BORROWER WATCH-LIST HIT - APPLICATION'
                           ' DECLINED'
               END-IF
           END-IF.
      * A HIT ON EITHER NAME TURNS THE APPLICATION DOWN: NO ACCOUNT,
      * NO CARD, NO CO-BORROWER ROW. WHOEVER HIT GETS THE NOTICE.
           IF WS-WL-HIT = 'Y' OR WS-CB-HIT = 'Y'
               PERFORM 170-ADVERSE-ACTION
               MOVE 'DECLWL' TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-KEY
               STRING CH-LNAME DELIMITED BY SPACE
                      ' '      DELIMITED BY SIZE
                      WS-ZIP   DELIMITED BY SIZE
                      INTO WS-AUD-KEY
               CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
                       WS-AUD-ACTION, WS-AUD-KEY
               DISPLAY 'RETURNING TO CAPITAL ONE MENU'
               DISPLAY "PRESS 'ENTER' TO RETURN"
               EXIT PARAGRAPH
           END-IF.
           CALL 'G3-CAP1-CARD-GEN' USING WS-NEW-CARD,
                   WS-CTY-PREFIX.
           MOVE WS-NEW-CARD TO CH-CC.
           MOVE ZERO TO CH-CC-2.
           MOVE WS-YEAR  TO WS-EXP-YM (1:4)
           MOVE WS-MONTH TO WS-EXP-YM (5:2)
           ADD CAP1-CARD-EXP-YEARS TO WS-EXP-YR
           MOVE WS-EXP-YM TO CH-CC-EXP
           MOVE ZERO TO CH-CC-2-EXP.
           MOVE 'N' TO WS-ID-OK.
           PERFORM UNTIL WS-ID-OK = 'Y'
               MOVE WS-ACCNT-NUM TO CH-ID
                       MOVE 'Y' TO WS-ID-OK
               END-WRITE
           END-PERFORM.
           IF WS-CB-WANT = 'Y'
               PERFORM 190-WRITE-COBORR
           END-IF.
           IF WS-OFR-HIT = 'Y'
               PERFORM 130-BOOK-OFFER
           END-IF.
      * THE NEW CARD SHIPS PENDING ACTIVATION - DEAD AT
      * AUTHORIZATION UNTIL THE MEMBER CALLS IN.
           CALL 'G3-CAP1-CARD-PEND' USING WS-NEW-CARD, CH-ID.
           DISPLAY 'RETURNING TO CAPITAL ONE MENU'.
           DISPLAY "PRESS 'ENTER' TO RETURN".

      * A PRE-SCREENED OFFER: A LIVE CODE MARKS THE OFFER ACCEPTED AND
      * PREFILLS THE FORM FROM THE MEMBER IT WAS MAILED TO, WITH THE
      * OFFERED LIMIT AS THE REQUEST.
       120-OFFER-CODE.
           MOVE 'N' TO WS-OFR-HIT.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           DISPLAY BLANK-SCREEN.
           DISPLAY 'PRE-SCREENED OFFER CODE (BLANK = NONE):'.
           ACCEPT WS-OFR-IN.
           IF WS-OFR-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-OFR-IN) TO WS-OFR-IN.
           OPEN I-O OFR-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'NO OFFERS ON FILE - CONTINUING WITHOUT ONE'
               ACCEPT WS-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OFR-IN TO OFR-CODE.
           READ OFR-FILE
               INVALID KEY
                   MOVE 'X' TO OFR-STATUS
           END-READ.
           IF NOT OFR-LIVE OR OFR-EXPIRES < WS-TODAY
               DISPLAY 'OFFER CODE NOT VALID OR NO LONGER OPEN'
                       ' - CONTINUING WITHOUT ONE'
               ACCEPT WS-FLAG
               CLOSE OFR-FILE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT VM-FILE.
           MOVE OFR-VM-ID TO VM-ID.
           READ VM-FILE
               INVALID KEY
                   DISPLAY 'OFFER MEMBER NOT ON FILE'
                           ' - CONTINUING WITHOUT ONE'
                   ACCEPT WS-FLAG
                   CLOSE VM-FILE
                         OFR-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE VM-FILE.
           MOVE VM-FNAME TO WS-FNAME.
           MOVE VM-LNAME TO WS-LNAME.
           MOVE VM-PHONE TO WS-PHONE.
           MOVE VM-ADDRESS TO WS-ADDRESS.
           MOVE VM-ZIP TO WS-ZIP.
           MOVE VM-EMAIL TO WS-EMAIL.
           MOVE OFR-LIMIT TO WS-LIMIT.
           IF OFR-SENT
               MOVE 'A' TO OFR-STATUS
               MOVE WS-TODAY TO OFR-RESP-DATE
               MOVE WS-OPERATOR-ID TO OFR-OPER
               REWRITE OFR-REC
               MOVE 'PSOACC' TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-KEY
               STRING OFR-CODE ' ' OFR-VM-ID
                       DELIMITED BY SIZE INTO WS-AUD-KEY
               CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
                       WS-AUD-ACTION, WS-AUD-KEY
           END-IF.
           MOVE OFR-CODE TO WS-OFR-IN.
           MOVE OFR-VM-ID TO WS-OFR-VM-ID.
           MOVE OFR-CTY-ID TO WS-OFR-CTY-ID.
           MOVE OFR-LIMIT TO WS-OFR-LIMIT.
           CLOSE OFR-FILE.
           MOVE 'Y' TO WS-OFR-HIT.

      * THE BOOKED ACCOUNT BECOMES THE MEMBER'S CARD ON FILE, AND THE
      * OFFER IS CLOSED OUT AGAINST IT.
       130-BOOK-OFFER.
           OPEN I-O VM-FILE.
           MOVE WS-OFR-VM-ID TO VM-ID.
           READ VM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CH-ID TO VM-CC
                   REWRITE VM-REC
           END-READ.
           CLOSE VM-FILE.
           OPEN I-O OFR-FILE.
           MOVE WS-OFR-IN TO OFR-CODE.
           READ OFR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'B' TO OFR-STATUS
                   MOVE CH-ID TO OFR-CH-ID
                   MOVE WS-TODAY TO OFR-BOOK-DATE
                   MOVE WS-OPERATOR-ID TO OFR-OPER
                   REWRITE OFR-REC
           END-READ.
           CLOSE OFR-FILE.
           MOVE 'PSOBK' TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-KEY.
           STRING WS-OFR-IN ' ' CH-ID DELIMITED BY SIZE
                   INTO WS-AUD-KEY.
           CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY.

      * THE FLOOR AND CEILING IN EFFECT TODAY; UNSCHEDULED, THEY KEEP
      * THEIR WS-CAP1 VALUES.
       140-LOAD-PARMS.
           MOVE WS-YEAR  TO WS-PARM-DATE (1:4).
           MOVE WS-MONTH TO WS-PARM-DATE (5:2).
           MOVE WS-DAY   TO WS-PARM-DATE (7:2).
           MOVE 'LIMIT-MIN' TO WS-PARM-NAME.
           MOVE CAP1-LIMIT-MIN TO WS-PARM-NUM.
           CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
                   WS-PARM-NUM, WS-PARM-TEXT.
           MOVE WS-PARM-NUM TO CAP1-LIMIT-MIN.
           MOVE 'LIMIT-MAX' TO WS-PARM-NAME.
           MOVE CAP1-LIMIT-MAX TO WS-PARM-NUM.
           CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
                   WS-PARM-NUM, WS-PARM-TEXT.
           MOVE WS-PARM-NUM TO CAP1-LIMIT-MAX.

      * REQUESTED LIMIT IS APPROVED AS-IS BETWEEN THE STARTER FLOOR AND
      * CEILING; ANYTHING OUTSIDE THAT RANGE IS CLAMPED TO THE NEAREST
      * BOUND RATHER THAN WRITTEN TO THE ACCOUNT UNCHECKED.
      * A PRE-SCREENED OFFER'S LIMIT IS ALREADY APPROVED AND IS THE
      * CEILING INSTEAD.
       150-SET-LIMIT.
           IF WS-OFR-HIT = 'Y'
               MOVE WS-OFR-LIMIT TO CAP1-LIMIT-MAX
           END-IF.
           IF WS-LIMIT > CAP1-LIMIT-MAX
               MOVE CAP1-LIMIT-MAX TO WS-LIMIT
           END-IF.
      * FALLS BACK TO THE BASE PRODUCT 001. THE PRODUCT'S NUMBER
      * PREFIX IS HANDED TO THE CARD GENERATOR.
       160-SET-PRODUCT.
           IF WS-OFR-HIT = 'Y'
               MOVE WS-OFR-CTY-ID TO WS-CTY-SEL
           ELSE
               DISPLAY 'CARD PRODUCT NUMBER (1=BASE):'
               ACCEPT WS-CTY-SEL
           END-IF.
           MOVE ZERO TO WS-CTY-PREFIX.
           OPEN INPUT CTY-FILE.
           IF WS-STAT = ZERO
           END-IF.
           MOVE WS-CTY-SEL TO CH-CTY-ID.

      * A WATCH-LIST HIT IS THE APPLICATION TURNED DOWN: NO BUREAU
      * SCORE WAS PULLED, AND THE NOTICE GIVES IDENTITY AS THE REASON.
      * NO ACCOUNT WAS BOARDED, SO THE NOTICE CARRIES NO ACCOUNT ID.
       170-ADVERSE-ACTION.
           IF WS-WL-HIT = 'Y'
               INITIALIZE WS-AAN-CALL
               MOVE CH-FNAME TO WS-AAN-FNAME
               MOVE CH-LNAME TO WS-AAN-LNAME
               MOVE CH-ADDRESS TO WS-AAN-ADDRESS
               MOVE CH-ZIP TO WS-AAN-ZIP
               MOVE CH-EMAIL TO WS-AAN-EMAIL
               PERFORM 172-SEND-NOTICE
           END-IF.
           IF WS-CB-HIT = 'Y'
               INITIALIZE WS-AAN-CALL
               MOVE WS-CB-FNAME TO WS-AAN-FNAME
               MOVE WS-CB-LNAME TO WS-AAN-LNAME
               MOVE WS-CB-ADDRESS TO WS-AAN-ADDRESS
               MOVE WS-CB-ZIP TO WS-AAN-ZIP
               MOVE WS-CB-EMAIL TO WS-AAN-EMAIL
               PERFORM 172-SEND-NOTICE
           END-IF.

       172-SEND-NOTICE.
           MOVE 'A' TO WS-AAN-TYPE.
           MOVE ZERO TO WS-AAN-CH-ID.
           MOVE CH-LIMIT TO WS-AAN-REQ-AMT.
           MOVE 'N' TO WS-AAN-SCORE-USED.
           MOVE '06' TO WS-AAN-REASON (1).
           MOVE CAP1-M-PROG TO WS-AAN-PROG.
           MOVE WS-OPERATOR-ID TO WS-AAN-OPER.
           CALL 'G3-CAP1-ADVACT' USING WS-AAN-CALL.

      * POSSIBLE DUPLICATE: THE APPLICANT LOOKS LIKE SOMEONE ALREADY
      * ON FILE. THE OPERATOR SEES WHO AND DECIDES WHETHER TO GO ON.
       175-DUP-CHECK.
           INITIALIZE WS-DUP-CALL.
           MOVE 'C' TO WS-DUP-A-SRC.
           MOVE ZERO TO WS-DUP-A-ID.
           MOVE WS-FNAME TO WS-DUP-A-FNAME.
           MOVE WS-LNAME TO WS-DUP-A-LNAME.
           MOVE WS-ADDRESS TO WS-DUP-A-ADDRESS.
           MOVE WS-ZIP TO WS-DUP-A-ZIP.
           MOVE WS-PHONE TO WS-DUP-A-PHONE.
           MOVE WS-EMAIL TO WS-DUP-A-EMAIL.
      * AN OFFER'S OWN MEMBER RECORD IS NOT A DUPLICATE OF THEM.
           IF WS-OFR-HIT = 'Y'
               MOVE 'V' TO WS-DUP-SKIP-SRC
               MOVE WS-OFR-VM-ID TO WS-DUP-SKIP-ID
           END-IF.
           CALL 'G3-DUP-CHECK' USING WS-DUP-CALL.
           IF WS-DUP-WARN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY BLANK-SCREEN.
           DISPLAY 'POSSIBLE DUPLICATE CUSTOMER'.
           IF WS-DUP-B-SRC = 'C'
               DISPLAY '  CAP1 CARDHOLDER ' WS-DUP-B-ID
           ELSE
               DISPLAY '  VFX MEMBER      ' WS-DUP-B-ID
           END-IF.
           DISPLAY '  ' WS-DUP-B-FNAME ' ' WS-DUP-B-LNAME.
           DISPLAY '  ' WS-DUP-B-ADDRESS ' ' WS-DUP-B-ZIP.
           DISPLAY '  SCORE ' WS-DUP-SCORE '  AGREES ON ' WS-DUP-WHY.
           MOVE 'DUPWRN' TO WS-AUD-ACTION.
           MOVE WS-DUP-B-SRC TO WS-AUD-KEY.
           MOVE WS-DUP-B-ID TO WS-AUD-KEY (2:8).
           CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY.
           DISPLAY 'CONTINUE WITH SIGNUP (Y/N)?'.
           ACCEPT WS-DUP-GO-ON.
           IF WS-DUP-GO-ON = 'N' OR 'n'
               DISPLAY 'SIGNUP CANCELLED'
               CLOSE CH-FILE
               EXIT PROGRAM
           END-IF.

      * JOINT APPLICATION: THE CO-BORROWER'S OWN NAME, CONTACT AND
      * ADDRESS. A CO-BORROWER WITHOUT A FULL NAME IS NOT TAKEN.
       180-GET-COBORR.
           DISPLAY BLANK-SCREEN.
           DISPLAY 'JOINT ACCOUNT WITH A CO-BORROWER (Y/N)?'.
           ACCEPT WS-CB-WANT.
           IF WS-CB-WANT = 'y'
               MOVE 'Y' TO WS-CB-WANT
           END-IF.
           IF WS-CB-WANT NOT = 'Y'
               MOVE 'N' TO WS-CB-WANT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CO-BORROWER FIRST NAME:'.
           ACCEPT WS-CB-FNAME.
           DISPLAY 'CO-BORROWER LAST NAME:'.
           ACCEPT WS-CB-LNAME.
           DISPLAY 'CO-BORROWER PHONE (10 DIGITS):'.
           ACCEPT WS-CB-PHONE.
           DISPLAY 'CO-BORROWER EMAIL:'.
           ACCEPT WS-CB-EMAIL.
           DISPLAY 'CO-BORROWER STREET ADDRESS:'.
           ACCEPT WS-CB-ADDRESS.
           DISPLAY 'CO-BORROWER ZIP:'.
           ACCEPT WS-CB-ZIP.
           IF WS-CB-FNAME = SPACES OR WS-CB-LNAME = SPACES
               DISPLAY 'NO CO-BORROWER NAME - OPENING AS INDIVIDUAL'
               MOVE 'N' TO WS-CB-WANT
           END-IF.

       190-WRITE-COBORR.
           OPEN I-O CB-FILE.
           IF WS-STAT = 35
               CLOSE CB-FILE
               OPEN OUTPUT CB-FILE
               CLOSE CB-FILE
               OPEN I-O CB-FILE
           END-IF.
           INITIALIZE CB-REC.
           MOVE CH-ID TO CB-CH-ID.
           MOVE WS-CB-FNAME TO CB-FNAME.
           MOVE WS-CB-LNAME TO CB-LNAME.
           MOVE WS-CB-PHONE TO CB-PHONE.
           MOVE WS-CB-EMAIL TO CB-EMAIL.
           MOVE WS-CB-ADDRESS TO CB-ADDRESS.
           MOVE WS-CB-ZIP TO CB-ZIP.
           MOVE 'A' TO CB-STATUS.
           MOVE WS-YEAR  TO CB-ADD-DATE (1:4).
           MOVE WS-MONTH TO CB-ADD-DATE (5:2).
           MOVE WS-DAY   TO CB-ADD-DATE (7:2).
           MOVE WS-OPERATOR-ID TO CB-ADD-OPER.
           WRITE CB-REC
               INVALID KEY
                   REWRITE CB-REC
           END-WRITE.
           CLOSE CB-FILE.
           MOVE 'CBADD' TO WS-AUD-ACTION.
           MOVE CH-ID TO WS-AUD-KEY.
           CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY.

       200-GET-ID.
       MOVE ZERO TO CH-ID.
               START CH-FILE KEY NOT LESS THAN CH-ID
