      ******************************************************************
      *PROGRAM:  Capital One Joint Account Co-Borrowers
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Desk for the co-borrower on a joint account
      *          (COBORR.DAT), the second person liable for the whole
      *          balance. An operator can add a co-borrower to an
      *          open account - watch-list screened on their own
      *          name, and refused on a hit - view one, or request
      *          one's removal with a reason. Removal takes liability
      *          off a person, so it is its own workflow: the request
      *          waits ('P', still liable) until a supervisor other
      *          than the requester approves it ('R') or rejects it
      *          (back to 'A'). Every step is audited; an add and an
      *          approved removal are written to the account change
      *          history and emailed to the cardholder.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-COBORR IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-COBORR.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-COBORR.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-CB-SEL                   PIC X VALUE SPACE.
       01  WS-WORK-ID                  PIC X(8) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CB-FOUND                 PIC X VALUE 'N'.
       01  WS-CB-EOF                   PIC X VALUE SPACES.
       01  WS-WAIT-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-DECIDE                   PIC X VALUE SPACE.
       01  WS-RMV-REASON               PIC X(30) VALUE SPACES.
       01  WS-SCREEN-NAME              PIC X(40) VALUE SPACES.
       01  WS-WL-HIT                   PIC X VALUE 'N'.
       01  WS-CB-NAME                  PIC X(35) VALUE SPACES.
       01  WS-CHH-FIELD                PIC X(12) VALUE SPACES.
       01  WS-CHH-OLD                  PIC X(35) VALUE SPACES.
       01  WS-CHH-NEW                  PIC X(35) VALUE SPACES.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.

       01  OUT-CB-LINE.
           03  OUT-CB-ACCT             PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-CB-NAME             PIC X(25).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-CB-REQ-OPER         PIC X(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-CB-REASON           PIC X(30).

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-CAP1-COBORR' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       OPEN I-O CB-FILE.
       IF WS-STAT = 35
           CLOSE CB-FILE
           OPEN OUTPUT CB-FILE
           CLOSE CB-FILE
           OPEN I-O CB-FILE
       END-IF.
       OPEN I-O CH-FILE.
       PERFORM 100-WORK UNTIL WS-CB-SEL = 'X' OR 'x'.
       CLOSE CB-FILE
             CH-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-WORK.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'JOINT ACCOUNT CO-BORROWERS'.
       DISPLAY '1=ADD  2=VIEW  3=REQUEST REMOVAL'.
       DISPLAY '4=APPROVE/REJECT REMOVALS (SUPERVISOR)  X=EXIT'.
       ACCEPT WS-CB-SEL.
       EVALUATE WS-CB-SEL
           WHEN '1'
               PERFORM 200-ADD-COBORR
           WHEN '2'
               PERFORM 300-VIEW-COBORR
           WHEN '3'
               PERFORM 400-REQUEST-REMOVAL
           WHEN '4'
               IF SIGNON-SUPERVISOR OR SIGNON-ADMIN
                   PERFORM 500-REMOVAL-QUEUE
               ELSE
                   DISPLAY 'REMOVAL APPROVAL NEEDS A SUPERVISOR'
               END-IF
       END-EVALUATE.
       IF WS-CB-SEL NOT = 'X' AND NOT = 'x'
           DISPLAY "PRESS 'ENTER' TO CONTINUE"
           ACCEPT CAP1-RESP
       END-IF.
      ******************************************************************
      * THE ACCOUNT KEYED INTO WS-WORK-ID, AND ITS CO-BORROWER RECORD
      * IF IT HAS ONE (LIABLE OR NOT).
      ******************************************************************
       150-FIND-ACCOUNT.
       MOVE 'N' TO WS-CB-FOUND.
       DISPLAY 'ACCOUNT NUMBER:'.
       ACCEPT WS-WORK-ID.
       MOVE WS-WORK-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               MOVE ZERO TO CH-ID
               DISPLAY 'NO SUCH ACCOUNT'
               EXIT PARAGRAPH
       END-READ.
       MOVE CH-ID TO CB-CH-ID.
       READ CB-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-CB-FOUND
       END-READ.
      ******************************************************************
      * A NEW CO-BORROWER IS SCREENED THE SAME AS AN APPLICANT AT
      * SIGNUP. AN EXISTING ACCOUNT IS NOT HELD FOR A HIT - THE
      * PERSON IS SIMPLY NOT ADDED AND THE DESK REFERS IT UP. A
      * PREVIOUSLY REMOVED CO-BORROWER'S RECORD IS REPLACED.
      ******************************************************************
       200-ADD-COBORR.
       PERFORM 150-FIND-ACCOUNT.
       IF CH-ID = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF NOT CH-STAT-ACTIVE
           DISPLAY 'ACCOUNT IS NOT OPEN - NO CO-BORROWER ADDED'
           EXIT PARAGRAPH
       END-IF.
       IF WS-CB-FOUND = 'Y' AND CB-LIABLE
           DISPLAY 'ACCOUNT ALREADY HAS A CO-BORROWER: ' CB-FNAME
                   ' ' CB-LNAME
           EXIT PARAGRAPH
       END-IF.
       INITIALIZE CB-REC.
       MOVE CH-ID TO CB-CH-ID.
       DISPLAY 'CO-BORROWER FIRST NAME:'.
       ACCEPT CB-FNAME.
       DISPLAY 'CO-BORROWER LAST NAME:'.
       ACCEPT CB-LNAME.
       IF CB-FNAME = SPACES OR CB-LNAME = SPACES
           DISPLAY 'FIRST AND LAST NAME REQUIRED - NOT ADDED'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'CO-BORROWER PHONE (10 DIGITS):'.
       ACCEPT CB-PHONE.
       DISPLAY 'CO-BORROWER EMAIL:'.
       ACCEPT CB-EMAIL.
       DISPLAY 'CO-BORROWER STREET ADDRESS:'.
       ACCEPT CB-ADDRESS.
       DISPLAY 'CO-BORROWER ZIP:'.
       ACCEPT CB-ZIP.
       MOVE SPACES TO WS-SCREEN-NAME.
       STRING CB-FNAME DELIMITED BY SPACE
              ' '      DELIMITED BY SIZE
              CB-LNAME DELIMITED BY SPACE
              INTO WS-SCREEN-NAME.
       CALL 'G3-WATCH-SCREEN' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-SCREEN-NAME, WS-WL-HIT.
       IF WS-WL-HIT = 'Y'
           DISPLAY 'WATCH-LIST HIT - CO-BORROWER NOT ADDED,'
                   ' REFER TO A SUPERVISOR'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'A' TO CB-STATUS.
       MOVE WS-TODAY TO CB-ADD-DATE.
       MOVE WS-OPERATOR-ID TO CB-ADD-OPER.
       WRITE CB-REC
           INVALID KEY
               REWRITE CB-REC
       END-WRITE.
       MOVE 'CBADD' TO WS-AUD-ACTION.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       PERFORM 250-CB-NAME.
       MOVE 'CO-BORROWER' TO WS-CHH-FIELD.
       MOVE SPACES TO WS-CHH-OLD.
       MOVE WS-CB-NAME TO WS-CHH-NEW.
       CALL 'G3-CAP1-CHHIST' USING CH-ID, WS-CHH-FIELD,
               WS-CHH-OLD, WS-CHH-NEW, WS-OPERATOR-ID.
       MOVE CH-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'CO-BORROWER ADDED, ACCT ', CH-ID
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
       DISPLAY 'CO-BORROWER ADDED - JOINTLY LIABLE FROM TODAY'.
      ******************************************************************
       250-CB-NAME.
       MOVE SPACES TO WS-CB-NAME.
       STRING CB-FNAME DELIMITED BY SPACE
              ' '      DELIMITED BY SIZE
              CB-LNAME DELIMITED BY SPACE
              INTO WS-CB-NAME.
      ******************************************************************
       300-VIEW-COBORR.
       PERFORM 150-FIND-ACCOUNT.
       IF CH-ID = ZERO
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'ACCOUNT ' CH-ID '  ' CH-FNAME ' ' CH-LNAME.
       IF WS-CB-FOUND NOT = 'Y'
           DISPLAY 'INDIVIDUAL ACCOUNT - NO CO-BORROWER ON FILE'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'CO-BORROWER: ' CB-FNAME ' ' CB-LNAME.
       DISPLAY 'PHONE: ' CB-PHONE '  EMAIL: ' CB-EMAIL.
       DISPLAY 'ADDRESS: ' CB-ADDRESS '  ZIP: ' CB-ZIP.
       DISPLAY 'ADDED ' CB-ADD-DATE ' BY ' CB-ADD-OPER.
       EVALUATE TRUE
           WHEN CB-ACTIVE
               DISPLAY 'STATUS: ACTIVE - JOINTLY LIABLE'
           WHEN CB-RMV-PENDING
               DISPLAY 'STATUS: REMOVAL REQUESTED ' CB-RMV-REQ-DATE
                       ' BY ' CB-RMV-REQ-OPER ' - STILL LIABLE'
               DISPLAY 'REASON: ' CB-RMV-REASON
           WHEN CB-REMOVED
               DISPLAY 'STATUS: REMOVED ' CB-RMV-DATE
                       ' APPROVED BY ' CB-RMV-APPR-OPER
               DISPLAY 'REASON: ' CB-RMV-REASON
       END-EVALUATE.
      ******************************************************************
      * THE REQUEST ONLY QUEUES THE REMOVAL; THE CO-BORROWER STAYS
      * LIABLE, ON STATEMENTS AND ON THE BUREAU EXTRACT, UNTIL A
      * SUPERVISOR APPROVES IT.
      ******************************************************************
       400-REQUEST-REMOVAL.
       PERFORM 150-FIND-ACCOUNT.
       IF CH-ID = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF WS-CB-FOUND NOT = 'Y' OR NOT CB-ACTIVE
           DISPLAY 'NO ACTIVE CO-BORROWER ON THIS ACCOUNT'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'CO-BORROWER: ' CB-FNAME ' ' CB-LNAME.
       DISPLAY 'REASON FOR REMOVAL:'.
       ACCEPT WS-RMV-REASON.
       IF WS-RMV-REASON = SPACES
           DISPLAY 'A REASON IS REQUIRED - NO REQUEST MADE'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'P' TO CB-STATUS.
       MOVE WS-TODAY TO CB-RMV-REQ-DATE.
       MOVE WS-OPERATOR-ID TO CB-RMV-REQ-OPER.
       MOVE WS-RMV-REASON TO CB-RMV-REASON.
       REWRITE CB-REC.
       MOVE 'CBRMRQ' TO WS-AUD-ACTION.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'REMOVAL REQUESTED - AWAITING SUPERVISOR APPROVAL'.
      ******************************************************************
       500-REMOVAL-QUEUE.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'CO-BORROWER REMOVALS AWAITING APPROVAL'.
       DISPLAY 'ACCOUNT   CO-BORROWER                REQ BY    REASON'.
       MOVE ZERO TO WS-WAIT-CTR.
       MOVE SPACES TO WS-CB-EOF.
       MOVE ZERO TO CB-CH-ID.
       START CB-FILE KEY NOT LESS THAN CB-CH-ID
           INVALID KEY
               MOVE 'Y' TO WS-CB-EOF
       END-START.
       PERFORM UNTIL WS-CB-EOF = 'Y'
           READ CB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CB-EOF
               NOT AT END
                   IF CB-RMV-PENDING
                       ADD 1 TO WS-WAIT-CTR
                       PERFORM 250-CB-NAME
                       MOVE CB-CH-ID TO OUT-CB-ACCT
                       MOVE WS-CB-NAME TO OUT-CB-NAME
                       MOVE CB-RMV-REQ-OPER TO OUT-CB-REQ-OPER
                       MOVE CB-RMV-REASON TO OUT-CB-REASON
                       DISPLAY OUT-CB-LINE
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY WS-WAIT-CTR ' AWAITING APPROVAL'.
       MOVE SPACES TO WS-WORK-ID.
       PERFORM 550-DECIDE-PROMPT UNTIL WS-WORK-ID = '99999999'.
      ******************************************************************
      * THE SUPERVISOR WHO APPROVES A REMOVAL MAY NOT BE THE ONE WHO
      * ASKED FOR IT.
      ******************************************************************
       550-DECIDE-PROMPT.
       DISPLAY 'ACCOUNT TO DECIDE (99999999 = EXIT):'.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID = '99999999'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-ID TO CB-CH-ID.
       READ CB-FILE
           INVALID KEY
               DISPLAY 'NO REMOVAL AWAITING APPROVAL FOR THAT ACCOUNT'
               EXIT PARAGRAPH
       END-READ.
       IF NOT CB-RMV-PENDING
           DISPLAY 'NO REMOVAL AWAITING APPROVAL FOR THAT ACCOUNT'
           EXIT PARAGRAPH
       END-IF.
       IF CB-RMV-REQ-OPER = WS-OPERATOR-ID
           DISPLAY 'YOU REQUESTED THIS REMOVAL - ANOTHER SUPERVISOR'
                   ' MUST DECIDE IT'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'A=APPROVE REMOVAL  R=REJECT  (OTHER = SKIP)'.
       ACCEPT WS-DECIDE.
       EVALUATE WS-DECIDE
           WHEN 'A'
           WHEN 'a'
               PERFORM 600-APPROVE-REMOVAL
           WHEN 'R'
           WHEN 'r'
               PERFORM 650-REJECT-REMOVAL
       END-EVALUATE.
      ******************************************************************
       600-APPROVE-REMOVAL.
       MOVE 'R' TO CB-STATUS.
       MOVE WS-TODAY TO CB-RMV-DATE.
       MOVE WS-OPERATOR-ID TO CB-RMV-APPR-OPER.
       REWRITE CB-REC.
       MOVE 'CBRMAP' TO WS-AUD-ACTION.
       MOVE CB-CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       PERFORM 250-CB-NAME.
       MOVE CB-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               DISPLAY 'CO-BORROWER REMOVED'
               EXIT PARAGRAPH
       END-READ.
       MOVE 'CO-BORROWER' TO WS-CHH-FIELD.
       MOVE WS-CB-NAME TO WS-CHH-OLD.
       MOVE SPACES TO WS-CHH-NEW.
       CALL 'G3-CAP1-CHHIST' USING CH-ID, WS-CHH-FIELD,
               WS-CHH-OLD, WS-CHH-NEW, WS-OPERATOR-ID.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'CO-BORROWER REMOVED, ACCT ', CH-ID
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       MOVE CH-EMAIL TO LK-EMAIL-TO.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
       IF CB-EMAIL NOT = SPACES
           MOVE CB-EMAIL TO LK-EMAIL-TO
           CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT
       END-IF.
       DISPLAY 'CO-BORROWER REMOVED'.
      ******************************************************************
       650-REJECT-REMOVAL.
       MOVE 'A' TO CB-STATUS.
       MOVE ZERO TO CB-RMV-REQ-DATE.
       MOVE SPACES TO CB-RMV-REQ-OPER.
       MOVE SPACES TO CB-RMV-REASON.
       REWRITE CB-REC.
       MOVE 'CBRMRJ' TO WS-AUD-ACTION.
       MOVE CB-CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'REMOVAL REJECTED - CO-BORROWER REMAINS LIABLE'.
