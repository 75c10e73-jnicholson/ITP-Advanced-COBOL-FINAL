      ******************************************************************
      *PROGRAM:  Capital One Special-Handling Desk
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Codes and works accounts that can no longer be
      *          treated as ordinary collections: bankruptcy filed
      *          (chapter, case number, filing date), bankruptcy
      *          discharged, cardholder deceased, and deceased with
      *          an estate contact (representative, phone, address).
      *          The code goes on CH-SPEC-HANDLING and the case
      *          detail on SPECHND.DAT. Coding an account turns its
      *          autopay off and cancels its pending scheduled
      *          payments, and from then on month-end assesses no
      *          interest or fees, the collections queue leaves it
      *          out, and past-due notices are withheld. Each coding
      *          opens the case on the special-handling queue listed
      *          when the desk starts; the operator marks a case
      *          worked once reviewed, or releases a code keyed in
      *          error. Every change is audited and written to the
      *          account change history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-SPECHND IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-SPECHND.
       COPY SELECT-SCHEDPAY.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-SPECHND.
       COPY FD-SCHEDPAY.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-SPH-EOF                  PIC X VALUE SPACES.
       01  WS-SCH-EOF                  PIC X VALUE SPACES.
       01  WS-SCH-AVAIL                PIC X VALUE 'N'.
       01  WS-SPH-FOUND                PIC X VALUE 'N'.
       01  WS-WORK-ID                  PIC X(8) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-QUEUE-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-SCH-CANCELLED            PIC 9(3) VALUE ZERO.
       01  WS-NEW-CODE                 PIC X VALUE SPACE.
       01  WS-IN-CHAPTER               PIC 9(2) VALUE ZERO.
       01  WS-IN-CASE                  PIC X(15) VALUE SPACES.
       01  WS-IN-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-IN-EST-NAME              PIC X(30) VALUE SPACES.
       01  WS-IN-EST-PHONE             PIC 9(10) VALUE ZERO.
       01  WS-IN-EST-ADDRESS           PIC X(20) VALUE SPACES.
       01  WS-IN-EST-ZIP               PIC 9(5) VALUE ZERO.
       01  WS-CHH-FIELD                PIC X(12) VALUE SPACES.
       01  WS-CHH-OLD                  PIC X(35) VALUE SPACES.
       01  WS-CHH-NEW                  PIC X(35) VALUE SPACES.

       01  OUT-SPH-LINE.
           03  OUT-SPH-ID              PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-SPH-CODE            PIC X.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-SPH-NAME            PIC X(20).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-SPH-BAL             PIC -ZZZZZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-SPH-CODED           PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-SPH-DETAIL          PIC X(20).

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-CAP1-SPECHND' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       OPEN I-O SPH-FILE.
       IF WS-STAT = 35
           CLOSE SPH-FILE
           OPEN OUTPUT SPH-FILE
           CLOSE SPH-FILE
           OPEN I-O SPH-FILE
       END-IF.
       OPEN I-O SCH-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-SCH-AVAIL
       END-IF.
       OPEN I-O CH-FILE.
       PERFORM 100-LIST-QUEUE.
       PERFORM 200-WORK-PROMPT UNTIL WS-WORK-ID = '99999999'.
       CLOSE SPH-FILE
             CH-FILE.
       IF WS-SCH-AVAIL = 'Y'
           CLOSE SCH-FILE
       END-IF.
       EXIT PROGRAM.
      ******************************************************************
      * THE QUEUE IS EVERY CASE STILL OPEN: NEWLY CODED OR RE-CODED
      * AND NOT YET REVIEWED BY THE DESK.
      ******************************************************************
       100-LIST-QUEUE.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'SPECIAL-HANDLING QUEUE'.
       DISPLAY '(B BANKRUPT  D DISCHARGED  X DECEASED  E ESTATE)'.
       DISPLAY 'ACCOUNT   C  NAME                     BALANCE  '
               'CODED     DETAIL'.
       MOVE SPACES TO WS-SPH-EOF.
       MOVE ZERO TO SPH-CH-ID.
       START SPH-FILE KEY NOT LESS THAN SPH-CH-ID
           INVALID KEY
               MOVE 'Y' TO WS-SPH-EOF
       END-START.
       PERFORM UNTIL WS-SPH-EOF = 'Y'
           READ SPH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SPH-EOF
               NOT AT END
                   IF SPH-Q-OPEN
                       PERFORM 150-LIST-ROW
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-QUEUE-COUNT = ZERO
           DISPLAY 'QUEUE IS EMPTY - NO OPEN CASES'
       END-IF.
      ******************************************************************
       150-LIST-ROW.
       ADD 1 TO WS-QUEUE-COUNT.
       MOVE SPH-CH-ID      TO OUT-SPH-ID.
       MOVE SPH-CODE       TO OUT-SPH-CODE.
       MOVE SPH-CODED-DATE TO OUT-SPH-CODED.
       MOVE SPACES         TO OUT-SPH-NAME.
       MOVE ZERO           TO OUT-SPH-BAL.
       MOVE SPH-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CH-LNAME TO OUT-SPH-NAME
               MOVE CH-BAL   TO OUT-SPH-BAL
       END-READ.
       MOVE SPACES TO OUT-SPH-DETAIL.
       EVALUATE SPH-CODE
           WHEN 'B'
           WHEN 'D'
               STRING 'CH ' SPH-BK-CHAPTER ' ' SPH-BK-CASE
                   DELIMITED BY SIZE INTO OUT-SPH-DETAIL
           WHEN 'E'
               MOVE SPH-EST-NAME TO OUT-SPH-DETAIL
           WHEN OTHER
               STRING 'DOD ' SPH-DEATH-DATE
                   DELIMITED BY SIZE INTO OUT-SPH-DETAIL
       END-EVALUATE.
       DISPLAY OUT-SPH-LINE.
      ******************************************************************
       200-WORK-PROMPT.
       DISPLAY 'ACCOUNT TO WORK (99999999 = EXIT):'.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID = '99999999'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               DISPLAY 'NO SUCH ACCOUNT'
               EXIT PARAGRAPH
       END-READ.
       MOVE 'N' TO WS-SPH-FOUND.
       MOVE CH-ID TO SPH-CH-ID.
       READ SPH-FILE
           INVALID KEY
               INITIALIZE SPH-REC
               MOVE CH-ID TO SPH-CH-ID
           NOT INVALID KEY
               MOVE 'Y' TO WS-SPH-FOUND
       END-READ.
       DISPLAY 'ACCT ' CH-ID ' ' CH-LNAME ' BAL ' CH-BAL
               ' CODE ' CH-SPEC-HANDLING.
       DISPLAY "ACTION: 'B' BANKRUPTCY FILED, 'D' DISCHARGED,".
       DISPLAY "        'X' DECEASED, 'E' ESTATE CONTACT,".
       DISPLAY "        'W' MARK WORKED, 'U' RELEASE CODE,".
       DISPLAY "        OTHER = BACK:".
       ACCEPT CAP1-RESP.
       EVALUATE CAP1-RESP
           WHEN 'B'
           WHEN 'b'
               PERFORM 300-BK-FILED
           WHEN 'D'
           WHEN 'd'
               PERFORM 310-BK-DISCHARGED
           WHEN 'X'
           WHEN 'x'
               PERFORM 320-DECEASED
           WHEN 'E'
           WHEN 'e'
               PERFORM 330-ESTATE
           WHEN 'W'
           WHEN 'w'
               PERFORM 600-MARK-WORKED
           WHEN 'U'
           WHEN 'u'
               PERFORM 700-RELEASE
           WHEN OTHER
               DISPLAY 'NO CHANGE MADE'
       END-EVALUATE.
      ******************************************************************
       300-BK-FILED.
       DISPLAY 'BANKRUPTCY CHAPTER (7, 11, 12 OR 13):'.
       ACCEPT WS-IN-CHAPTER.
       IF WS-IN-CHAPTER NOT = 7 AND 11 AND 12 AND 13
           DISPLAY 'NOT CODED - CHAPTER MUST BE 7, 11, 12 OR 13'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'COURT CASE NUMBER:'.
       ACCEPT WS-IN-CASE.
       DISPLAY 'DATE FILED (YYYYMMDD):'.
       ACCEPT WS-IN-DATE.
       IF WS-IN-CASE = SPACES OR WS-IN-DATE = ZERO
           DISPLAY 'NOT CODED - CASE NUMBER AND DATE REQUIRED'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-CHAPTER TO SPH-BK-CHAPTER.
       MOVE WS-IN-CASE TO SPH-BK-CASE.
       MOVE WS-IN-DATE TO SPH-BK-FILED-DATE.
       MOVE ZERO TO SPH-BK-DISCH-DATE.
       MOVE 'B' TO WS-NEW-CODE.
       PERFORM 400-APPLY-CODE.
      ******************************************************************
      * A DISCHARGE CLOSES OUT A FILING ALREADY ON THE ACCOUNT.
      ******************************************************************
       310-BK-DISCHARGED.
       IF NOT CH-SH-BK-FILED
           DISPLAY 'NOT CODED - NO BANKRUPTCY FILING ON THE ACCOUNT'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'DATE DISCHARGED (YYYYMMDD):'.
       ACCEPT WS-IN-DATE.
       IF WS-IN-DATE = ZERO
           DISPLAY 'NOT CODED - DISCHARGE DATE REQUIRED'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-DATE TO SPH-BK-DISCH-DATE.
       MOVE 'D' TO WS-NEW-CODE.
       PERFORM 400-APPLY-CODE.
      ******************************************************************
       320-DECEASED.
       DISPLAY 'DATE OF DEATH (YYYYMMDD):'.
       ACCEPT WS-IN-DATE.
       IF WS-IN-DATE = ZERO
           DISPLAY 'NOT CODED - DATE OF DEATH REQUIRED'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-DATE TO SPH-DEATH-DATE.
       MOVE 'X' TO WS-NEW-CODE.
       PERFORM 400-APPLY-CODE.
      ******************************************************************
      * THE ESTATE CONTACT IS TAKEN ON A DECEASED ACCOUNT; A DATE OF
      * DEATH IS ASKED FOR WHEN THE ACCOUNT IS NOT YET SO CODED.
      ******************************************************************
       330-ESTATE.
       IF NOT CH-SH-DECEASED AND NOT CH-SH-ESTATE
           DISPLAY 'DATE OF DEATH (YYYYMMDD):'
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE = ZERO
               DISPLAY 'NOT CODED - DATE OF DEATH REQUIRED'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-DATE TO SPH-DEATH-DATE
       END-IF.
       DISPLAY 'ESTATE REPRESENTATIVE NAME:'.
       ACCEPT WS-IN-EST-NAME.
       DISPLAY 'REPRESENTATIVE PHONE (10 DIGITS):'.
       ACCEPT WS-IN-EST-PHONE.
       DISPLAY 'REPRESENTATIVE STREET ADDRESS:'.
       ACCEPT WS-IN-EST-ADDRESS.
       DISPLAY 'REPRESENTATIVE ZIP:'.
       ACCEPT WS-IN-EST-ZIP.
       IF WS-IN-EST-NAME = SPACES
           DISPLAY 'NOT CODED - REPRESENTATIVE NAME REQUIRED'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-EST-NAME TO SPH-EST-NAME.
       MOVE WS-IN-EST-PHONE TO SPH-EST-PHONE.
       MOVE WS-IN-EST-ADDRESS TO SPH-EST-ADDRESS.
       MOVE WS-IN-EST-ZIP TO SPH-EST-ZIP.
       MOVE 'E' TO WS-NEW-CODE.
       PERFORM 400-APPLY-CODE.
      ******************************************************************
      * THE CODE GOES ON THE ACCOUNT AND THE CASE, WHICH REOPENS ON
      * THE QUEUE. AUTOPAY IS TURNED OFF AND PENDING SCHEDULED
      * PAYMENTS ARE CANCELLED SO NOTHING IS DRAFTED FROM THE
      * CARDHOLDER OR THE ESTATE WITHOUT THEIR SAY.
      ******************************************************************
       400-APPLY-CODE.
       MOVE 'SPEC HANDLE' TO WS-CHH-FIELD.
       MOVE CH-SPEC-HANDLING TO WS-CHH-OLD.
       MOVE WS-NEW-CODE TO WS-CHH-NEW.
       CALL 'G3-CAP1-CHHIST' USING CH-ID, WS-CHH-FIELD,
               WS-CHH-OLD, WS-CHH-NEW, WS-OPERATOR-ID.
       MOVE WS-NEW-CODE TO CH-SPEC-HANDLING.
       IF CH-AUTOPAY-ON
           MOVE 'AUTOPAY' TO WS-CHH-FIELD
           MOVE 'Y' TO WS-CHH-OLD
           MOVE 'N' TO WS-CHH-NEW
           CALL 'G3-CAP1-CHHIST' USING CH-ID, WS-CHH-FIELD,
                   WS-CHH-OLD, WS-CHH-NEW, WS-OPERATOR-ID
           MOVE 'N' TO CH-AUTOPAY
           DISPLAY 'AUTOPAY TURNED OFF'
       END-IF.
       REWRITE CH-REC.
       PERFORM 450-CANCEL-SCHEDULED.
       MOVE WS-NEW-CODE TO SPH-CODE.
       MOVE WS-TODAY TO SPH-CODED-DATE.
       MOVE WS-OPERATOR-ID TO SPH-OPERATOR.
       MOVE 'O' TO SPH-QUEUE.
       MOVE ZERO TO SPH-WORKED-DATE.
       IF WS-SPH-FOUND = 'Y'
           REWRITE SPH-REC
       ELSE
           WRITE SPH-REC
           MOVE 'Y' TO WS-SPH-FOUND
       END-IF.
       MOVE 'SPHCOD' TO WS-AUD-ACTION.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'ACCOUNT CODED ' WS-NEW-CODE ' - ON THE QUEUE'.
      ******************************************************************
       450-CANCEL-SCHEDULED.
       IF WS-SCH-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-SCH-CANCELLED.
       MOVE SPACES TO WS-SCH-EOF.
       MOVE CH-ID TO SCH-CH-ID.
       MOVE ZERO TO SCH-SEQ.
       START SCH-FILE KEY NOT LESS THAN SCH-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCH-EOF
       END-START.
       PERFORM UNTIL WS-SCH-EOF = 'Y'
           READ SCH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCH-EOF
               NOT AT END
                   IF SCH-CH-ID NOT = CH-ID
                       MOVE 'Y' TO WS-SCH-EOF
                   ELSE
                       IF SCH-PENDING
                           MOVE 'X' TO SCH-STATUS
                           REWRITE SCH-REC
                           ADD 1 TO WS-SCH-CANCELLED
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-SCH-CANCELLED > ZERO
           DISPLAY WS-SCH-CANCELLED ' SCHEDULED PAYMENT(S) CANCELLED'
       END-IF.
      ******************************************************************
       600-MARK-WORKED.
       IF WS-SPH-FOUND NOT = 'Y' OR NOT SPH-Q-OPEN
           DISPLAY 'NO OPEN CASE ON THIS ACCOUNT'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'W' TO SPH-QUEUE.
       MOVE WS-TODAY TO SPH-WORKED-DATE.
       REWRITE SPH-REC.
       MOVE 'SPHWRK' TO WS-AUD-ACTION.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'CASE MARKED WORKED - OFF THE QUEUE'.
      ******************************************************************
      * A CODE KEYED IN ERROR COMES OFF; THE CASE DETAIL STAYS ON
      * FILE AS RELEASED. AUTOPAY IS NOT TURNED BACK ON - THE
      * CARDHOLDER RE-ENROLLS.
      ******************************************************************
       700-RELEASE.
       IF NOT CH-SH-CODED
           DISPLAY 'ACCOUNT IS NOT CODED'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'SPEC HANDLE' TO WS-CHH-FIELD.
       MOVE CH-SPEC-HANDLING TO WS-CHH-OLD.
       MOVE SPACES TO WS-CHH-NEW.
       CALL 'G3-CAP1-CHHIST' USING CH-ID, WS-CHH-FIELD,
               WS-CHH-OLD, WS-CHH-NEW, WS-OPERATOR-ID.
       MOVE SPACE TO CH-SPEC-HANDLING.
       REWRITE CH-REC.
       IF WS-SPH-FOUND = 'Y'
           MOVE 'R' TO SPH-QUEUE
           MOVE WS-TODAY TO SPH-WORKED-DATE
           REWRITE SPH-REC
       END-IF.
       MOVE 'SPHREL' TO WS-AUD-ACTION.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'SPECIAL HANDLING RELEASED'.
