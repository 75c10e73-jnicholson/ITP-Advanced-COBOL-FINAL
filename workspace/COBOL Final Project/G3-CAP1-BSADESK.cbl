      ******************************************************************
      *PROGRAM:  Capital One BSA Investigator Desk
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Works the anti-money-laundering alert cases the
      *          nightly G3-CAP1-AML-SWEEP opens on BSACASE.DAT. The
      *          investigator lists open cases, reviews one against
      *          the account, and closes it. Closing it suspicious
      *          takes the investigator's narrative and writes the
      *          case to the suspicious-activity filing extract
      *          (SAR-EXTRACT.TXT); clearing it records why the
      *          activity stands. The cardholder is never notified
      *          of a case either way. Every close is audited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-BSADESK IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-BSACASE.
       COPY SELECT-AML-XTR.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-BSACASE.
       COPY FD-AML-XTR.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-BSA-EOF                  PIC X VALUE SPACES.
       01  WS-WORK-CASE                PIC X(8) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CH-FOUND                 PIC X VALUE 'N'.
       01  WS-IN-NOTE                  PIC X(60) VALUE SPACES.

       01  OUT-BSA-CASE.
           03  OUT-BSC-ID              PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-BSC-ACCT            PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-BSC-RULE            PIC X.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-BSC-DATE            PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-BSC-AMT             PIC ZZZZZZZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-BSC-WHY             PIC X(30).

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-CAP1-BSADESK' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       OPEN I-O BSA-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'NO BSA CASES ON FILE'
           DISPLAY "PRESS 'ENTER' TO CONTINUE"
           ACCEPT CAP1-RESP
           EXIT PROGRAM
       END-IF.
       OPEN INPUT CH-FILE.
       OPEN EXTEND SAR-XTR-FILE.
       PERFORM 100-LIST-OPEN.
       PERFORM 200-WORK-PROMPT UNTIL WS-WORK-CASE = '99999999'.
       CLOSE BSA-FILE
             CH-FILE
             SAR-XTR-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-LIST-OPEN.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'OPEN BSA CASES   RULE S STRUCTURING, L LOCKBOX OVER'
               ' LIMIT, R REFUND CHECK'.
       DISPLAY 'CASE      ACCOUNT   R  ACTIVITY        AMOUNT  REASON'.
       MOVE SPACES TO WS-BSA-EOF.
       MOVE ZERO TO BSA-ID.
       START BSA-FILE KEY NOT LESS THAN BSA-ID
           INVALID KEY
               MOVE 'Y' TO WS-BSA-EOF
       END-START.
       PERFORM UNTIL WS-BSA-EOF = 'Y'
           READ BSA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BSA-EOF
               NOT AT END
                   IF BSA-OPEN
                       PERFORM 150-CASE-LINE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       150-CASE-LINE.
       MOVE BSA-ID TO OUT-BSC-ID.
       MOVE BSA-CH-ID TO OUT-BSC-ACCT.
       MOVE BSA-RULE TO OUT-BSC-RULE.
       MOVE BSA-ACT-DATE TO OUT-BSC-DATE.
       MOVE BSA-AMT TO OUT-BSC-AMT.
       MOVE BSA-REASON TO OUT-BSC-WHY.
       DISPLAY OUT-BSA-CASE.
      ******************************************************************
       200-WORK-PROMPT.
       DISPLAY 'CASE TO WORK (99999999 = EXIT):'.
       ACCEPT WS-WORK-CASE.
       IF WS-WORK-CASE NOT = '99999999'
           MOVE WS-WORK-CASE TO BSA-ID
           READ BSA-FILE
               INVALID KEY
                   DISPLAY 'NO SUCH CASE'
               NOT INVALID KEY
                   IF NOT BSA-OPEN
                       DISPLAY 'CASE ALREADY CLOSED ' BSA-CLOSE-DATE
                               ' BY ' BSA-OPERATOR
                   ELSE
                       PERFORM 300-REVIEW
                   END-IF
           END-READ
       END-IF.
      ******************************************************************
       300-REVIEW.
       PERFORM 150-CASE-LINE.
       DISPLAY 'ACTIVITY REF ' BSA-REF '  ITEMS ' BSA-ACT-CT
               '  OPENED ' BSA-OPEN-DATE.
       MOVE 'N' TO WS-CH-FOUND.
       MOVE BSA-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               DISPLAY 'ACCOUNT NOT ON FILE'
           NOT INVALID KEY
               MOVE 'Y' TO WS-CH-FOUND
               DISPLAY 'ACCT ' CH-ID ' ' CH-FNAME ' ' CH-LNAME
               DISPLAY '     ' CH-ADDRESS ' ' CH-ZIP
               DISPLAY '     STATUS ' CH-STATUS ' LIMIT ' CH-LIMIT
                       ' BAL ' CH-BAL
       END-READ.
       DISPLAY "CLOSE: 'S' SUSPICIOUS - FILE, 'X' CLEAR,".
       DISPLAY "       OTHER = LEAVE OPEN:".
       ACCEPT CAP1-RESP.
       EVALUATE CAP1-RESP
           WHEN 'S'
           WHEN 's'
               PERFORM 400-FILE-SAR
           WHEN 'X'
           WHEN 'x'
               PERFORM 500-CLEAR
           WHEN OTHER
               DISPLAY 'CASE LEFT OPEN'
       END-EVALUATE.
      ******************************************************************
      * THE NARRATIVE IS THE HEART OF THE FILING; NO FILING GOES OUT
      * WITHOUT ONE.
      ******************************************************************
       400-FILE-SAR.
       DISPLAY 'NARRATIVE (WHAT WAS SUSPICIOUS AND WHY):'.
       ACCEPT WS-IN-NOTE.
       IF WS-IN-NOTE = SPACES
           DISPLAY 'NOT FILED - NARRATIVE REQUIRED'
           EXIT PARAGRAPH
       END-IF.
       INITIALIZE SAR-XTR-REC.
       MOVE BSA-ID TO SRX-CASE-ID.
       MOVE BSA-CH-ID TO SRX-CH-ID.
       IF WS-CH-FOUND = 'Y'
           MOVE CH-LNAME TO SRX-LNAME
           MOVE CH-FNAME TO SRX-FNAME
           MOVE CH-ADDRESS TO SRX-ADDRESS
           MOVE CH-ZIP TO SRX-ZIP
       END-IF.
       MOVE BSA-RULE TO SRX-RULE.
       MOVE BSA-ACT-DATE TO SRX-ACT-DATE.
       MOVE BSA-AMT TO SRX-AMT.
       MOVE BSA-REASON TO SRX-REASON.
       MOVE WS-IN-NOTE TO SRX-NARRATIVE.
       MOVE WS-OPERATOR-ID TO SRX-OPERATOR.
       MOVE WS-TODAY TO SRX-FILE-DATE.
       WRITE SAR-XTR-REC.
       MOVE 'S' TO BSA-STATUS.
       PERFORM 600-CLOSE-CASE.
       MOVE 'BSASAR' TO WS-AUD-ACTION.
       MOVE BSA-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'CASE ' BSA-ID ' CLOSED SUSPICIOUS - FILING EXTRACTED'.
      ******************************************************************
       500-CLEAR.
       DISPLAY 'REASON THE ACTIVITY STANDS:'.
       ACCEPT WS-IN-NOTE.
       IF WS-IN-NOTE = SPACES
           DISPLAY 'NOT CLEARED - REASON REQUIRED'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'X' TO BSA-STATUS.
       PERFORM 600-CLOSE-CASE.
       MOVE 'BSACLR' TO WS-AUD-ACTION.
       MOVE BSA-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'CASE ' BSA-ID ' CLEARED - ACTIVITY STANDS'.
      ******************************************************************
       600-CLOSE-CASE.
       MOVE WS-TODAY TO BSA-CLOSE-DATE.
       MOVE WS-OPERATOR-ID TO BSA-OPERATOR.
       MOVE WS-IN-NOTE TO BSA-NOTE.
       REWRITE BSA-REC.
