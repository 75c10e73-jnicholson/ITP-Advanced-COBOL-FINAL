      ******************************************************************
      *PROGRAM:  Capital One SCRA Protection Desk
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Records a cardholder's Servicemembers Civil Relief
      *          Act protection on SCRA.DAT: service start and end
      *          dates (end zero when not yet known), the date proof
      *          of service was received, and the balance carried
      *          from before service, which defaults to the current
      *          balance. Month-end caps interest plus fees on that
      *          balance only once proof is on file. A record can be
      *          updated when orders are extended or proof arrives,
      *          or withdrawn if entered in error. Every change is
      *          audited and written to the account change history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-SCRA IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-SCRA.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-SCRA.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-WORK-ID                  PIC X(8) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-SCR-FOUND                PIC X VALUE 'N'.
       01  WS-IN-START                 PIC 9(8) VALUE ZERO.
       01  WS-IN-END                   PIC 9(8) VALUE ZERO.
       01  WS-IN-PROOF                 PIC 9(8) VALUE ZERO.
       01  WS-IN-PRE-BAL               PIC 9(7)V99 VALUE ZERO.
       01  WS-CHH-FIELD                PIC X(12) VALUE SPACES.
       01  WS-CHH-OLD                  PIC X(35) VALUE SPACES.
       01  WS-CHH-NEW                  PIC X(35) VALUE SPACES.

       01  OUT-SCR-DATES.
           03  FILLER                  PIC X(6)  VALUE 'START '.
           03  OUT-SCR-START           PIC 9(8).
           03  FILLER                  PIC X(5)  VALUE ' END '.
           03  OUT-SCR-END             PIC 9(8).
           03  FILLER                  PIC X(7)  VALUE ' PROOF '.
           03  OUT-SCR-PROOF           PIC 9(8).
           03  FILLER                  PIC X(8)  VALUE ' STATUS '.
           03  OUT-SCR-STATUS          PIC X.
       01  OUT-SCR-AMTS.
           03  FILLER                  PIC X(17)
                   VALUE 'PRE-SERVICE BAL  '.
           03  OUT-SCR-PRE-BAL         PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(16)
                   VALUE '  GIVEN UP TO DT'.
           03  OUT-SCR-TOT             PIC ZZZZZZ9.99.

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-CAP1-SCRA' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       OPEN I-O SCR-FILE.
       IF WS-STAT = 35
           CLOSE SCR-FILE
           OPEN OUTPUT SCR-FILE
           CLOSE SCR-FILE
           OPEN I-O SCR-FILE
       END-IF.
       OPEN INPUT CH-FILE.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'SCRA PROTECTION'.
       PERFORM 200-WORK-PROMPT UNTIL WS-WORK-ID = '99999999'.
       CLOSE SCR-FILE
             CH-FILE.
       EXIT PROGRAM.
      ******************************************************************
       200-WORK-PROMPT.
       DISPLAY 'ACCOUNT (99999999 = EXIT):'.
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
       MOVE 'N' TO WS-SCR-FOUND.
       MOVE CH-ID TO SCR-CH-ID.
       READ SCR-FILE
           INVALID KEY
               INITIALIZE SCR-REC
               MOVE CH-ID TO SCR-CH-ID
           NOT INVALID KEY
               MOVE 'Y' TO WS-SCR-FOUND
       END-READ.
       DISPLAY 'ACCT ' CH-ID ' ' CH-LNAME ' BAL ' CH-BAL.
       IF WS-SCR-FOUND = 'Y'
           MOVE SCR-SVC-START   TO OUT-SCR-START
           MOVE SCR-SVC-END     TO OUT-SCR-END
           MOVE SCR-PROOF-DATE  TO OUT-SCR-PROOF
           MOVE SCR-STATUS      TO OUT-SCR-STATUS
           MOVE SCR-PRE-BAL     TO OUT-SCR-PRE-BAL
           MOVE SCR-TOT-FORGONE TO OUT-SCR-TOT
           DISPLAY OUT-SCR-DATES
           DISPLAY OUT-SCR-AMTS
       ELSE
           DISPLAY 'NO SCRA RECORD ON FILE'
       END-IF.
       DISPLAY "ACTION: 'P' ENTER/UPDATE PROTECTION, 'X' WITHDRAW,".
       DISPLAY "        OTHER = BACK:".
       ACCEPT CAP1-RESP.
       EVALUATE CAP1-RESP
           WHEN 'P'
           WHEN 'p'
               PERFORM 300-PROTECT
           WHEN 'X'
           WHEN 'x'
               PERFORM 400-WITHDRAW
           WHEN OTHER
               DISPLAY 'NO CHANGE MADE'
       END-EVALUATE.
      ******************************************************************
      * ZERO FOR THE END DATE WHEN ORDERS GIVE NO END; ZERO FOR THE
      * PROOF DATE UNTIL THE ORDERS OR LETTER ARE IN HAND, WHICH
      * KEEPS MONTH-END FROM APPLYING THE CAP. A NEW RECORD TAKES
      * THE CURRENT BALANCE AS THE PRE-SERVICE BALANCE UNLESS ONE
      * IS KEYED; AN EXISTING ONE KEEPS ITS OWN.
      ******************************************************************
       300-PROTECT.
       DISPLAY 'SERVICE START DATE (YYYYMMDD):'.
       ACCEPT WS-IN-START.
       DISPLAY 'SERVICE END DATE (YYYYMMDD, 0 = NOT KNOWN):'.
       ACCEPT WS-IN-END.
       DISPLAY 'PROOF OF SERVICE RECEIVED (YYYYMMDD, 0 = NOT YET):'.
       ACCEPT WS-IN-PROOF.
       DISPLAY 'PRE-SERVICE BALANCE (0 = KEEP / USE CURRENT):'.
       ACCEPT WS-IN-PRE-BAL.
       IF WS-IN-START = ZERO
           DISPLAY 'NOT SAVED - SERVICE START DATE REQUIRED'
           EXIT PARAGRAPH
       END-IF.
       IF WS-IN-END NOT = ZERO AND WS-IN-END < WS-IN-START
           DISPLAY 'NOT SAVED - END DATE BEFORE START DATE'
           EXIT PARAGRAPH
       END-IF.
       IF WS-IN-PROOF > WS-TODAY
           DISPLAY 'NOT SAVED - PROOF DATE IS IN THE FUTURE'
           EXIT PARAGRAPH
       END-IF.
       IF WS-IN-PRE-BAL = ZERO
           IF WS-SCR-FOUND = 'Y'
               MOVE SCR-PRE-BAL TO WS-IN-PRE-BAL
           ELSE
               IF CH-BAL > ZERO
                   MOVE CH-BAL TO WS-IN-PRE-BAL
               END-IF
           END-IF
       END-IF.
       MOVE 'SCRA' TO WS-CHH-FIELD.
       MOVE SPACES TO WS-CHH-OLD.
       IF WS-SCR-FOUND = 'Y'
           STRING SCR-STATUS ' ' SCR-SVC-START '-' SCR-SVC-END
                   ' P' SCR-PROOF-DATE
               DELIMITED BY SIZE INTO WS-CHH-OLD
       END-IF.
       MOVE SPACES TO WS-CHH-NEW.
       STRING 'A ' WS-IN-START '-' WS-IN-END ' P' WS-IN-PROOF
           DELIMITED BY SIZE INTO WS-CHH-NEW.
       CALL 'G3-CAP1-CHHIST' USING CH-ID, WS-CHH-FIELD,
               WS-CHH-OLD, WS-CHH-NEW, WS-OPERATOR-ID.
       MOVE 'A' TO SCR-STATUS.
       MOVE WS-IN-START TO SCR-SVC-START.
       MOVE WS-IN-END TO SCR-SVC-END.
       MOVE WS-IN-PROOF TO SCR-PROOF-DATE.
       MOVE WS-IN-PRE-BAL TO SCR-PRE-BAL.
       MOVE WS-TODAY TO SCR-ENTERED-DATE.
       MOVE WS-OPERATOR-ID TO SCR-OPERATOR.
       MOVE ZERO TO SCR-WARN-DATE.
       IF WS-SCR-FOUND = 'Y'
           REWRITE SCR-REC
       ELSE
           WRITE SCR-REC
           MOVE 'Y' TO WS-SCR-FOUND
       END-IF.
       MOVE 'SCRAUP' TO WS-AUD-ACTION.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       IF SCR-PROOF-DATE = ZERO
           DISPLAY 'SAVED - CAP NOT APPLIED UNTIL PROOF IS RECEIVED'
       ELSE
           DISPLAY 'SAVED - PROTECTION IN EFFECT'
       END-IF.
      ******************************************************************
       400-WITHDRAW.
       IF WS-SCR-FOUND NOT = 'Y' OR NOT SCR-ACTIVE
           DISPLAY 'NO ACTIVE SCRA RECORD ON THIS ACCOUNT'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'SCRA' TO WS-CHH-FIELD.
       MOVE SCR-STATUS TO WS-CHH-OLD.
       MOVE 'X' TO WS-CHH-NEW.
       CALL 'G3-CAP1-CHHIST' USING CH-ID, WS-CHH-FIELD,
               WS-CHH-OLD, WS-CHH-NEW, WS-OPERATOR-ID.
       MOVE 'X' TO SCR-STATUS.
       MOVE WS-OPERATOR-ID TO SCR-OPERATOR.
       REWRITE SCR-REC.
       MOVE 'SCRAWD' TO WS-AUD-ACTION.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'SCRA PROTECTION WITHDRAWN'.
