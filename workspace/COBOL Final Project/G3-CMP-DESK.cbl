      ******************************************************************
      *PROGRAM:  Group 3 Customer Complaint Desk
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Opens and works customer complaint cases
      *          (COMPLAINT.DAT). A case names the cardholder, VFX
      *          member or merchant complaining, how the complaint
      *          reached us, the product, the regulatory category,
      *          the date it was received and the operator it is
      *          assigned to; it is due CAP1-CMP-DUE-DY days after
      *          it came in, CAP1-CMP-REG-DUE-DY when a regulator
      *          referred it. The work queue lists the unresolved
      *          cases with the days left to respond, escalated and
      *          overdue ones flagged, for everyone or just the
      *          operator's own. A case is reassigned (by a
      *          supervisor, or taken by the operator), noted, or
      *          resolved by the operator it is assigned to or a
      *          supervisor with a root cause and any remediation:
      *          a credit to the card account through the manual
      *          posting path, VFX store credit, or for a merchant
      *          an open payable on PAYABLE.DAT that the next
      *          settlement run pays out. A card credit over the
      *          manual-credit threshold is held for a second
      *          supervisor; the case stays unresolved with the
      *          remediation pending until G3-CAP1-MTAPPR decides
      *          the held item.
      *          A cardholder's case is also written to the
      *          account's contact notes as it is opened, noted and
      *          resolved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CMP-DESK IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-COMPLAINT.
       COPY SELECT-CHOLD.
       COPY SELECT-VFX-MBR.
       COPY SELECT-MER.
       COPY SELECT-OPERATOR.
       COPY SELECT-MTPEND.
       COPY SELECT-PAYABLE.
      ******************************************************************
       DATA DIVISION.
       COPY FD-COMPLAINT.
       COPY FD-CHOLD.
       COPY FD-VFX-MBR.
       COPY FD-MER.
       COPY FD-OPERATOR.
       COPY FD-MTPEND.
       COPY FD-PAYABLE.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-PARM.
       COPY WS-CMPCODE.
       COPY WS-MANPOST.

       01  WS-MENU-SEL                 PIC X VALUE SPACE.
       01  WS-ACTION                   PIC X VALUE SPACE.
       01  WS-CONFIRM                  PIC X VALUE SPACE.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-WORK-ID                  PIC X(8) VALUE SPACES.
       01  WS-WORK-DATE                PIC X(8) VALUE SPACES.
       01  WS-IN-CODE                  PIC X(2) VALUE SPACES.
       01  WS-IN-OPER                  PIC X(8) VALUE SPACES.
       01  WS-IN-TEXT                  PIC X(60) VALUE SPACES.
       01  WS-IDX                      PIC 99 VALUE ZERO.
       01  WS-HIT                      PIC 99 VALUE ZERO.
       01  WS-VM-AVAIL                 PIC X VALUE 'N'.
       01  WS-CMP-EOF                  PIC X VALUE SPACES.
       01  WS-CMP-DONE                 PIC X VALUE 'N'.
       01  WS-CMP-NEXT-ID              PIC 9(8) VALUE ZERO.
       01  WS-QUEUE-MODE               PIC X VALUE 'A'.
       01  WS-LIST-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-ESC-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-LATE-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-DAYS-LEFT                PIC S9(5) VALUE ZERO.
       01  WS-DUE-DY                   PIC 9(3) VALUE ZERO.
       01  WS-PTY-TYPE                 PIC X VALUE SPACE.
       01  WS-PTY-ID                   PIC 9(8) VALUE ZERO.
       01  WS-PTY-NAME                 PIC X(35) VALUE SPACES.
       01  WS-PTY-PRODUCT              PIC X(2) VALUE SPACES.
       01  WS-NEW-CHANNEL              PIC X VALUE SPACE.
       01  WS-NEW-PRODUCT              PIC X(2) VALUE SPACES.
       01  WS-NEW-CATEGORY             PIC X(2) VALUE SPACES.
       01  WS-NEW-RECV                 PIC 9(8) VALUE ZERO.
       01  WS-NEW-ASSIGNED             PIC X(8) VALUE SPACES.
       01  WS-OPER-OK                  PIC X VALUE 'N'.
       01  WS-ROOT-CAUSE               PIC X(2) VALUE SPACES.
       01  WS-REMED-AMT                PIC 9(7)V99 VALUE ZERO.
       01  WS-REMED-HOW                PIC X VALUE SPACE.
       01  WS-REMED-OK                 PIC X VALUE 'N'.
       01  WS-REMED-NOTE               PIC X(40) VALUE SPACES.
       01  WS-REMED-MTP-ID             PIC 9(8) VALUE ZERO.
       01  WS-SHOW-AMT                 PIC Z,ZZZ,ZZ9.99.
       01  WS-NOTE-TEXT                PIC X(60) VALUE SPACES.
       01  WS-CRED-SIGN                PIC X VALUE '+'.
       01  WS-CRED-AMT                 PIC 9(5)V99 VALUE ZERO.
       01  WS-CRED-REASON              PIC X(25) VALUE SPACES.
       01  WS-MTP-EOF                  PIC X VALUE SPACES.
       01  WS-MTP-LAST                 PIC 9(8) VALUE ZERO.
       01  WS-MTP-DONE                 PIC X VALUE 'N'.

       01  OUT-CMP-LINE.
           03  OUT-CMP-ID              PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-CMP-PTY             PIC X.
           03  OUT-CMP-PARTY           PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-CMP-CAT             PIC X(2).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-CMP-PRD             PIC X(2).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-CMP-RECV            PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-CMP-DUE             PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-CMP-LEFT            PIC -(4)9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-CMP-ASSIGNED        PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-CMP-FLAG            PIC X(9).

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-CMP-DESK' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       PERFORM 050-LOAD-PARMS.
       PERFORM 060-OPEN-FILES.
       PERFORM 100-MENU UNTIL WS-MENU-SEL = 'X' OR 'x'.
       CLOSE CMP-FILE.
       EXIT PROGRAM.
      ******************************************************************
       050-LOAD-PARMS.
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'CMP-DUE-DY' TO WS-PARM-NAME.
       MOVE CAP1-CMP-DUE-DY TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-CMP-DUE-DY.
       MOVE 'CMP-REG-DUE-DY' TO WS-PARM-NAME.
       MOVE CAP1-CMP-REG-DUE-DY TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-CMP-REG-DUE-DY.
       MOVE 'CMP-ESC-DY' TO WS-PARM-NAME.
       MOVE CAP1-CMP-ESC-DY TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-CMP-ESC-DY.
       MOVE 'MTD-CREDIT-AMT' TO WS-PARM-NAME.
       MOVE CAP1-MTD-CREDIT-AMT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-MTD-CREDIT-AMT.
      ******************************************************************
      * THE PARTY FILES ARE OPENED ONLY AROUND EACH LOOKUP OR
      * REMEDIATION, SINCE THE MANUAL POSTING PATH OPENS THE
      * CARDHOLDER FILE ITSELF. A SHOP WITHOUT VFX HAS NO MEMBER
      * FILE; A CASE CANNOT THEN NAME A MEMBER.
      ******************************************************************
       060-OPEN-FILES.
       OPEN I-O CMP-FILE.
       IF WS-STAT = 35
           CLOSE CMP-FILE
           OPEN OUTPUT CMP-FILE
           CLOSE CMP-FILE
           OPEN I-O CMP-FILE
       END-IF.
       OPEN INPUT VM-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-VM-AVAIL
           CLOSE VM-FILE
       END-IF.
      ******************************************************************
       100-MENU.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'CUSTOMER COMPLAINTS'.
       DISPLAY '  1) OPEN A NEW COMPLAINT'.
       DISPLAY '  2) WORK QUEUE'.
       DISPLAY '  3) WORK A CASE'.
       DISPLAY '  4) CASES FOR A CUSTOMER OR MERCHANT'.
       DISPLAY '  X) EXIT'.
       ACCEPT WS-MENU-SEL.
       EVALUATE WS-MENU-SEL
           WHEN '1'
               PERFORM 200-NEW-CASE
           WHEN '2'
               DISPLAY 'M = MY CASES, E = ESCALATED ONLY, '
                       'BLANK = ALL OPEN:'
               MOVE SPACE TO WS-QUEUE-MODE
               ACCEPT WS-QUEUE-MODE
               MOVE FUNCTION UPPER-CASE (WS-QUEUE-MODE)
                   TO WS-QUEUE-MODE
               PERFORM 400-QUEUE
           WHEN '3'
               PERFORM 600-WORK-CASE
           WHEN '4'
               PERFORM 500-PARTY-CASES
       END-EVALUATE.
      ******************************************************************
      * WHO IS COMPLAINING IS TAKEN FROM THE RECORDS, NOT RE-KEYED;
      * THE PRODUCT DEFAULTS FROM THE KIND OF PARTY.
      ******************************************************************
       200-NEW-CASE.
       PERFORM 210-ASK-PARTY.
       IF WS-PTY-ID = ZERO
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 220-ASK-CHANNEL.
       IF WS-HIT = ZERO
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 230-ASK-PRODUCT.
       IF WS-HIT = ZERO
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 240-ASK-CATEGORY.
       IF WS-HIT = ZERO
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'WHAT THE CUSTOMER SAYS WENT WRONG:'.
       MOVE SPACES TO WS-IN-TEXT.
       ACCEPT WS-IN-TEXT.
       IF WS-IN-TEXT = SPACES
           DISPLAY 'A COMPLAINT NEEDS A SUMMARY'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 250-ASK-RECEIVED.
       IF WS-NEW-RECV = ZERO
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'ASSIGN TO OPERATOR (BLANK = ' WS-OPERATOR-ID '):'.
       MOVE SPACES TO WS-IN-OPER.
       ACCEPT WS-IN-OPER.
       IF WS-IN-OPER = SPACES
           MOVE WS-OPERATOR-ID TO WS-IN-OPER
       END-IF.
       MOVE FUNCTION UPPER-CASE (WS-IN-OPER) TO WS-IN-OPER.
       PERFORM 260-CHECK-OPER.
       IF WS-OPER-OK NOT = 'Y'
           DISPLAY 'NO SUCH OPERATOR'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-OPER TO WS-NEW-ASSIGNED.
       PERFORM 300-FILE-CASE.
      ******************************************************************
       210-ASK-PARTY.
       MOVE ZERO TO WS-PTY-ID.
       MOVE SPACES TO WS-PTY-NAME.
       DISPLAY 'COMPLAINT FROM - C = CARDHOLDER, V = VFX MEMBER, '
               'M = MERCHANT:'.
       MOVE SPACE TO WS-PTY-TYPE.
       ACCEPT WS-PTY-TYPE.
       MOVE FUNCTION UPPER-CASE (WS-PTY-TYPE) TO WS-PTY-TYPE.
       IF WS-PTY-TYPE NOT = 'C' AND 'V' AND 'M'
           DISPLAY 'INVALID PARTY TYPE'
           EXIT PARAGRAPH
       END-IF.
       IF WS-PTY-TYPE = 'V' AND WS-VM-AVAIL NOT = 'Y'
           DISPLAY 'NO VFX MEMBER FILE ON THIS SYSTEM'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'ID:'.
       MOVE SPACES TO WS-WORK-ID.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID IS NOT NUMERIC
           DISPLAY 'INVALID ID'
           EXIT PARAGRAPH
       END-IF.
       EVALUATE WS-PTY-TYPE
           WHEN 'C'
               OPEN INPUT CH-FILE
               MOVE WS-WORK-ID TO CH-ID-KEY
               READ CH-FILE
                   INVALID KEY
                       DISPLAY 'NO SUCH CAP1 ACCOUNT'
                   NOT INVALID KEY
                       MOVE CH-ID TO WS-PTY-ID
                       STRING CH-FNAME DELIMITED BY '  '
                               ' ' DELIMITED BY SIZE
                               CH-LNAME DELIMITED BY '  '
                               INTO WS-PTY-NAME
                       MOVE 'CC' TO WS-PTY-PRODUCT
               END-READ
               CLOSE CH-FILE
           WHEN 'V'
               OPEN INPUT VM-FILE
               MOVE WS-WORK-ID TO VM-ID
               READ VM-FILE
                   INVALID KEY
                       DISPLAY 'NO SUCH VFX MEMBER'
                   NOT INVALID KEY
                       MOVE VM-ID TO WS-PTY-ID
                       STRING VM-FNAME DELIMITED BY '  '
                               ' ' DELIMITED BY SIZE
                               VM-LNAME DELIMITED BY '  '
                               INTO WS-PTY-NAME
                       MOVE 'VX' TO WS-PTY-PRODUCT
               END-READ
               CLOSE VM-FILE
           WHEN 'M'
               OPEN INPUT MER-FILE
               MOVE WS-WORK-ID TO MER-ID
               READ MER-FILE
                   INVALID KEY
                       DISPLAY 'NO SUCH MERCHANT'
                   NOT INVALID KEY
                       MOVE MER-ID TO WS-PTY-ID
                       MOVE MER-NAME TO WS-PTY-NAME
                       MOVE 'MS' TO WS-PTY-PRODUCT
               END-READ
               CLOSE MER-FILE
       END-EVALUATE.
       IF WS-PTY-ID NOT = ZERO
           DISPLAY WS-PTY-TYPE ' ' WS-PTY-ID ' ' WS-PTY-NAME
       END-IF.
      ******************************************************************
       220-ASK-CHANNEL.
       DISPLAY 'RECEIVED BY:'.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-CHN-COUNT
           DISPLAY '  ' WS-CMP-CHN-CODE (WS-IDX) '  '
                   WS-CMP-CHN-TEXT (WS-IDX)
       END-PERFORM.
       MOVE SPACE TO WS-NEW-CHANNEL.
       ACCEPT WS-NEW-CHANNEL.
       MOVE FUNCTION UPPER-CASE (WS-NEW-CHANNEL) TO WS-NEW-CHANNEL.
       PERFORM 930-FIND-CHN.
       IF WS-HIT = ZERO
           DISPLAY 'INVALID CHANNEL'
       END-IF.
      ******************************************************************
       230-ASK-PRODUCT.
       DISPLAY 'PRODUCT (BLANK = ' WS-PTY-PRODUCT '):'.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-PRD-COUNT
           DISPLAY '  ' WS-CMP-PRD-CODE (WS-IDX) ' '
                   WS-CMP-PRD-TEXT (WS-IDX)
       END-PERFORM.
       MOVE SPACES TO WS-NEW-PRODUCT.
       ACCEPT WS-NEW-PRODUCT.
       IF WS-NEW-PRODUCT = SPACES
           MOVE WS-PTY-PRODUCT TO WS-NEW-PRODUCT
       END-IF.
       MOVE FUNCTION UPPER-CASE (WS-NEW-PRODUCT) TO WS-NEW-PRODUCT.
       PERFORM 920-FIND-PRD.
       IF WS-HIT = ZERO
           DISPLAY 'INVALID PRODUCT'
       END-IF.
      ******************************************************************
       240-ASK-CATEGORY.
       DISPLAY 'REGULATORY CATEGORY:'.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-CAT-COUNT
           DISPLAY '  ' WS-CMP-CAT-CODE (WS-IDX) ' '
                   WS-CMP-CAT-TEXT (WS-IDX)
       END-PERFORM.
       MOVE SPACES TO WS-NEW-CATEGORY.
       ACCEPT WS-NEW-CATEGORY.
       MOVE FUNCTION UPPER-CASE (WS-NEW-CATEGORY) TO WS-NEW-CATEGORY.
       PERFORM 910-FIND-CAT.
       IF WS-HIT = ZERO
           DISPLAY 'INVALID CATEGORY'
       END-IF.
      ******************************************************************
      * A LETTER OR A REFERRAL CAN REACH THE DESK DAYS AFTER IT CAME
      * IN; THE DEADLINE RUNS FROM THE DAY IT WAS RECEIVED.
      ******************************************************************
       250-ASK-RECEIVED.
       MOVE ZERO TO WS-NEW-RECV.
       DISPLAY 'DATE RECEIVED YYYYMMDD (BLANK = TODAY):'.
       MOVE SPACES TO WS-WORK-DATE.
       ACCEPT WS-WORK-DATE.
       IF WS-WORK-DATE = SPACES
           MOVE WS-TODAY TO WS-NEW-RECV
           EXIT PARAGRAPH
       END-IF.
       IF WS-WORK-DATE IS NOT NUMERIC
           DISPLAY 'NOT A VALID DATE'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-DATE TO WS-NEW-RECV.
       IF FUNCTION TEST-DATE-YYYYMMDD (WS-NEW-RECV) NOT = ZERO
           DISPLAY 'NOT A VALID DATE'
           MOVE ZERO TO WS-NEW-RECV
           EXIT PARAGRAPH
       END-IF.
       IF WS-NEW-RECV > WS-TODAY
           DISPLAY 'RECEIVED DATE CANNOT BE IN THE FUTURE'
           MOVE ZERO TO WS-NEW-RECV
       END-IF.
      ******************************************************************
       260-CHECK-OPER.
       MOVE 'N' TO WS-OPER-OK.
       OPEN INPUT OPR-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-OPER TO OPR-ID.
       READ OPR-FILE
           NOT INVALID KEY
               MOVE 'Y' TO WS-OPER-OK
       END-READ.
       CLOSE OPR-FILE.
      ******************************************************************
      * A CASE ALREADY INSIDE THE ESCALATION WINDOW WHEN IT IS OPENED
      * (A LATE-ARRIVING LETTER) GOES ON THE QUEUE ESCALATED.
      ******************************************************************
       300-FILE-CASE.
       IF WS-NEW-CHANNEL = 'R'
           MOVE CAP1-CMP-REG-DUE-DY TO WS-DUE-DY
       ELSE
           MOVE CAP1-CMP-DUE-DY TO WS-DUE-DY
       END-IF.
       INITIALIZE CMP-REC.
       COMPUTE CMP-DUE-DATE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (WS-NEW-RECV) + WS-DUE-DY).
       DISPLAY 'OPEN THIS COMPLAINT - DUE ' CMP-DUE-DATE ' (Y/N)?'.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           DISPLAY 'COMPLAINT NOT OPENED'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 350-NEXT-ID.
       MOVE WS-CMP-NEXT-ID TO CMP-ID.
       MOVE WS-PTY-TYPE TO CMP-PARTY-TYPE.
       MOVE WS-PTY-ID TO CMP-PARTY-ID.
       MOVE WS-PTY-NAME TO CMP-NAME.
       MOVE WS-NEW-CHANNEL TO CMP-CHANNEL.
       MOVE WS-NEW-PRODUCT TO CMP-PRODUCT.
       MOVE WS-NEW-CATEGORY TO CMP-CATEGORY.
       MOVE WS-IN-TEXT TO CMP-SUMMARY.
       MOVE WS-NEW-RECV TO CMP-RECV-DATE.
       MOVE WS-OPERATOR-ID TO CMP-OPEN-OPER.
       MOVE WS-NEW-ASSIGNED TO CMP-ASSIGNED.
       MOVE 'O' TO CMP-STATUS.
       PERFORM 420-DAYS-LEFT.
       IF WS-DAYS-LEFT NOT > CAP1-CMP-ESC-DY
           MOVE 'E' TO CMP-STATUS
           MOVE WS-TODAY TO CMP-ESC-DATE
       END-IF.
       MOVE SPACE TO CMP-REMED-HOW.
       MOVE 'N' TO WS-CMP-DONE.
       PERFORM UNTIL WS-CMP-DONE = 'Y'
           WRITE CMP-REC
               INVALID KEY
                   ADD 1 TO CMP-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CMP-DONE
           END-WRITE
       END-PERFORM.
       MOVE 'CMPOPN' TO WS-AUD-ACTION.
       PERFORM 800-AUDIT.
       PERFORM 910-FIND-CAT.
       MOVE SPACES TO WS-NOTE-TEXT.
       STRING 'COMPLAINT ' CMP-ID ' OPENED - '
               WS-CMP-CAT-TEXT (WS-HIT)
               DELIMITED BY SIZE INTO WS-NOTE-TEXT.
       PERFORM 810-CARD-NOTE.
       DISPLAY 'OPENED AS CASE ' CMP-ID ' - DUE ' CMP-DUE-DATE
               ', ASSIGNED TO ' CMP-ASSIGNED.
       IF CMP-ESCALATED
           DISPLAY '** ALREADY WITHIN ' CAP1-CMP-ESC-DY
                   ' DAYS OF DUE - OPENED ESCALATED **'
       END-IF.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
       350-NEXT-ID.
       MOVE ZERO TO WS-CMP-NEXT-ID.
       MOVE SPACES TO WS-CMP-EOF.
       MOVE ZERO TO CMP-ID.
       START CMP-FILE KEY NOT LESS THAN CMP-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-CMP-EOF
       END-START.
       PERFORM UNTIL WS-CMP-EOF = 'Y'
           READ CMP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CMP-EOF
               NOT AT END
                   IF CMP-ID > WS-CMP-NEXT-ID
                       MOVE CMP-ID TO WS-CMP-NEXT-ID
                   END-IF
           END-READ
       END-PERFORM.
       ADD 1 TO WS-CMP-NEXT-ID.
      ******************************************************************
      * CASES ARE NUMBERED AS THEY ARRIVE, SO A PASS FROM THE FRONT
      * LISTS THE OLDEST FIRST.
      ******************************************************************
       400-QUEUE.
       DISPLAY BLANK-SCREEN.
       EVALUATE WS-QUEUE-MODE
           WHEN 'M'
               DISPLAY 'OPEN COMPLAINTS ASSIGNED TO ' WS-OPERATOR-ID
           WHEN 'E'
               DISPLAY 'ESCALATED COMPLAINTS'
           WHEN OTHER
               DISPLAY 'OPEN COMPLAINTS'
       END-EVALUATE.
       DISPLAY 'CASE     PARTY     CT PR RECEIVED DUE       LEFT '
               'ASSIGNED'.
       MOVE ZERO TO WS-LIST-CTR
                    WS-ESC-CTR
                    WS-LATE-CTR.
       MOVE SPACES TO WS-CMP-EOF.
       MOVE ZERO TO CMP-ID.
       START CMP-FILE KEY NOT LESS THAN CMP-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-CMP-EOF
       END-START.
       PERFORM UNTIL WS-CMP-EOF = 'Y'
           READ CMP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CMP-EOF
               NOT AT END
                   IF CMP-UNRESOLVED
                       AND (WS-QUEUE-MODE NOT = 'M'
                            OR CMP-ASSIGNED = WS-OPERATOR-ID)
                       AND (WS-QUEUE-MODE NOT = 'E'
                            OR CMP-ESCALATED)
                       PERFORM 410-QUEUE-LINE
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-LIST-CTR = ZERO
           DISPLAY 'NONE'
       ELSE
           DISPLAY WS-LIST-CTR ' OPEN, ' WS-ESC-CTR ' ESCALATED, '
                   WS-LATE-CTR ' OVERDUE'
       END-IF.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
       410-QUEUE-LINE.
       ADD 1 TO WS-LIST-CTR.
       PERFORM 420-DAYS-LEFT.
       MOVE CMP-ID TO OUT-CMP-ID.
       MOVE CMP-PARTY-TYPE TO OUT-CMP-PTY.
       MOVE CMP-PARTY-ID TO OUT-CMP-PARTY.
       MOVE CMP-CATEGORY TO OUT-CMP-CAT.
       MOVE CMP-PRODUCT TO OUT-CMP-PRD.
       MOVE CMP-RECV-DATE TO OUT-CMP-RECV.
       MOVE CMP-DUE-DATE TO OUT-CMP-DUE.
       MOVE WS-DAYS-LEFT TO OUT-CMP-LEFT.
       MOVE CMP-ASSIGNED TO OUT-CMP-ASSIGNED.
       MOVE SPACES TO OUT-CMP-FLAG.
       IF CMP-ESCALATED
           ADD 1 TO WS-ESC-CTR
           MOVE 'ESCALATED' TO OUT-CMP-FLAG
       END-IF.
       IF WS-DAYS-LEFT < ZERO
           ADD 1 TO WS-LATE-CTR
           MOVE 'OVERDUE' TO OUT-CMP-FLAG
       END-IF.
       DISPLAY OUT-CMP-LINE.
      ******************************************************************
       420-DAYS-LEFT.
       COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE (CMP-DUE-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-TODAY).
      ******************************************************************
      * EVERY CASE THE PARTY HAS EVER RAISED, RESOLVED ONES TOO, SO
      * A REPEAT COMPLAINT IS SEEN FOR WHAT IT IS.
      ******************************************************************
       500-PARTY-CASES.
       PERFORM 210-ASK-PARTY.
       IF WS-PTY-ID = ZERO
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'CASE     CT PR RECEIVED STATUS    CLOSED   SUMMARY'.
       MOVE ZERO TO WS-LIST-CTR.
       MOVE SPACES TO WS-CMP-EOF.
       MOVE ZERO TO CMP-ID.
       START CMP-FILE KEY NOT LESS THAN CMP-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-CMP-EOF
       END-START.
       PERFORM UNTIL WS-CMP-EOF = 'Y'
           READ CMP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CMP-EOF
               NOT AT END
                   IF CMP-PARTY-TYPE = WS-PTY-TYPE
                       AND CMP-PARTY-ID = WS-PTY-ID
                       ADD 1 TO WS-LIST-CTR
                       PERFORM 510-PARTY-LINE
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-LIST-CTR = ZERO
           DISPLAY 'NO COMPLAINTS ON FILE'
       END-IF.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
       510-PARTY-LINE.
       EVALUATE TRUE
           WHEN CMP-OPEN
               DISPLAY CMP-ID ' ' CMP-CATEGORY ' ' CMP-PRODUCT ' '
                       CMP-RECV-DATE ' OPEN               '
                       CMP-SUMMARY (1:30)
           WHEN CMP-ESCALATED
               DISPLAY CMP-ID ' ' CMP-CATEGORY ' ' CMP-PRODUCT ' '
                       CMP-RECV-DATE ' ESCALATED          '
                       CMP-SUMMARY (1:30)
           WHEN OTHER
               DISPLAY CMP-ID ' ' CMP-CATEGORY ' ' CMP-PRODUCT ' '
                       CMP-RECV-DATE ' RESOLVED  ' CMP-RES-DATE ' '
                       CMP-SUMMARY (1:30)
       END-EVALUATE.
      ******************************************************************
      * AN UNRESOLVED CASE IS REASSIGNED, NOTED OR RESOLVED; A
      * RESOLVED ONE IS SHOWN ONLY.
      ******************************************************************
       600-WORK-CASE.
       DISPLAY 'CASE NUMBER:'.
       MOVE SPACES TO WS-WORK-ID.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-ID TO CMP-ID.
       READ CMP-FILE
           INVALID KEY
               DISPLAY 'NO SUCH CASE'
               ACCEPT CAP1-RESP
               EXIT PARAGRAPH
       END-READ.
       PERFORM 610-SHOW-CASE.
       IF CMP-RESOLVED
           DISPLAY "PRESS 'ENTER' TO CONTINUE"
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'A) REASSIGN  N) ADD NOTE  R) RESOLVE  X) LEAVE'.
       MOVE SPACE TO WS-ACTION.
       ACCEPT WS-ACTION.
       EVALUATE WS-ACTION
           WHEN 'A'
           WHEN 'a'
               PERFORM 620-REASSIGN
           WHEN 'N'
           WHEN 'n'
               PERFORM 630-ADD-NOTE
           WHEN 'R'
           WHEN 'r'
               PERFORM 700-RESOLVE
       END-EVALUATE.
      ******************************************************************
       610-SHOW-CASE.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'COMPLAINT CASE ' CMP-ID.
       EVALUATE TRUE
           WHEN CMP-PARTY-CARD
               DISPLAY 'FROM:      CARDHOLDER ' CMP-PARTY-ID ' '
                       CMP-NAME
           WHEN CMP-PARTY-MEMBER
               DISPLAY 'FROM:      VFX MEMBER ' CMP-PARTY-ID ' '
                       CMP-NAME
           WHEN CMP-PARTY-MERCHANT
               DISPLAY 'FROM:      MERCHANT ' CMP-PARTY-ID ' '
                       CMP-NAME
       END-EVALUATE.
       MOVE CMP-CHANNEL TO WS-NEW-CHANNEL.
       PERFORM 930-FIND-CHN.
       IF WS-HIT > ZERO
           DISPLAY 'RECEIVED:  ' CMP-RECV-DATE ' BY '
                   WS-CMP-CHN-TEXT (WS-HIT)
       END-IF.
       MOVE CMP-PRODUCT TO WS-NEW-PRODUCT.
       PERFORM 920-FIND-PRD.
       IF WS-HIT > ZERO
           DISPLAY 'PRODUCT:   ' WS-CMP-PRD-TEXT (WS-HIT)
       END-IF.
       MOVE CMP-CATEGORY TO WS-NEW-CATEGORY.
       PERFORM 910-FIND-CAT.
       IF WS-HIT > ZERO
           DISPLAY 'CATEGORY:  ' WS-CMP-CAT-TEXT (WS-HIT)
       END-IF.
       DISPLAY 'SUMMARY:   ' CMP-SUMMARY.
       DISPLAY 'OPENED BY: ' CMP-OPEN-OPER '   ASSIGNED TO: '
               CMP-ASSIGNED.
       PERFORM 420-DAYS-LEFT.
       EVALUATE TRUE
           WHEN CMP-OPEN
               DISPLAY 'STATUS:    OPEN - DUE ' CMP-DUE-DATE
                       ', ' WS-DAYS-LEFT ' DAYS LEFT'
           WHEN CMP-ESCALATED
               DISPLAY 'STATUS:    ESCALATED ' CMP-ESC-DATE
                       ' - DUE ' CMP-DUE-DATE ', ' WS-DAYS-LEFT
                       ' DAYS LEFT'
           WHEN CMP-RESOLVED
               DISPLAY 'STATUS:    RESOLVED ' CMP-RES-DATE ' BY '
                       CMP-RES-OPER ' (DUE ' CMP-DUE-DATE ')'
       END-EVALUATE.
       IF CMP-NOTE NOT = SPACES
           DISPLAY 'LAST NOTE: ' CMP-NOTE
       END-IF.
       IF CMP-REMED-PENDING
           MOVE CMP-REMED-AMT TO WS-SHOW-AMT
           DISPLAY 'REMEDIATION: ' WS-SHOW-AMT ' CARD CREDIT AWAITING '
                   'APPROVAL AS ITEM ' CMP-REMED-MTP-ID
       END-IF.
       IF CMP-RESOLVED
           MOVE CMP-ROOT-CAUSE TO WS-ROOT-CAUSE
           PERFORM 940-FIND-RC
           IF WS-HIT > ZERO
               DISPLAY 'ROOT CAUSE: ' WS-CMP-RC-TEXT (WS-HIT)
           END-IF
           DISPLAY 'RESOLUTION: ' CMP-RES-TEXT
           IF CMP-REMED-AMT > ZERO
               MOVE CMP-REMED-AMT TO WS-SHOW-AMT
               EVALUATE TRUE
                   WHEN CMP-REMED-CARD
                       DISPLAY 'REMEDIATION: ' WS-SHOW-AMT
                               ' CREDITED TO THE CARD ACCOUNT'
                   WHEN CMP-REMED-STORE
                       DISPLAY 'REMEDIATION: ' WS-SHOW-AMT
                               ' VFX STORE CREDIT'
                   WHEN CMP-REMED-RECORDED
                       DISPLAY 'REMEDIATION: ' WS-SHOW-AMT
                               ' OWED TO THE MERCHANT'
               END-EVALUATE
           END-IF
       END-IF.
      ******************************************************************
      * A SUPERVISOR HANDS A CASE TO ANYONE; ANY OTHER OPERATOR MAY
      * ONLY TAKE IT THEMSELVES.
      ******************************************************************
       620-REASSIGN.
       IF SIGNON-SUPERVISOR OR SIGNON-ADMIN
           DISPLAY 'ASSIGN TO OPERATOR:'
           MOVE SPACES TO WS-IN-OPER
           ACCEPT WS-IN-OPER
           MOVE FUNCTION UPPER-CASE (WS-IN-OPER) TO WS-IN-OPER
       ELSE
           DISPLAY 'TAKE THIS CASE YOURSELF (Y/N)?'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERATOR-ID TO WS-IN-OPER
       END-IF.
       IF WS-IN-OPER = CMP-ASSIGNED
           DISPLAY 'ALREADY ASSIGNED TO ' CMP-ASSIGNED
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 260-CHECK-OPER.
       IF WS-OPER-OK NOT = 'Y'
           DISPLAY 'NO SUCH OPERATOR'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-OPER TO CMP-ASSIGNED.
       MOVE SPACES TO CMP-NOTE.
       STRING 'ASSIGNED TO ' WS-IN-OPER ' BY ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO CMP-NOTE.
       REWRITE CMP-REC.
       MOVE 'CMPASN' TO WS-AUD-ACTION.
       PERFORM 800-AUDIT.
       DISPLAY 'CASE ' CMP-ID ' ASSIGNED TO ' CMP-ASSIGNED.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
       630-ADD-NOTE.
       DISPLAY 'NOTE:'.
       MOVE SPACES TO WS-IN-TEXT.
       ACCEPT WS-IN-TEXT.
       IF WS-IN-TEXT = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-TEXT TO CMP-NOTE.
       REWRITE CMP-REC.
       MOVE 'CMPNTE' TO WS-AUD-ACTION.
       PERFORM 800-AUDIT.
       MOVE SPACES TO WS-NOTE-TEXT.
       STRING 'CMP ' CMP-ID ': ' WS-IN-TEXT
               DELIMITED BY SIZE INTO WS-NOTE-TEXT.
       PERFORM 810-CARD-NOTE.
       DISPLAY 'NOTE ADDED'.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
      * ONLY THE OPERATOR THE CASE IS ASSIGNED TO, OR A SUPERVISOR,
      * CLOSES IT. THE CASE IS RESOLVED ONLY ONCE ANY REMEDIATION
      * HAS GONE THROUGH. A CARD CREDIT HELD FOR APPROVAL LEAVES IT
      * UNRESOLVED WITH THE REMEDIATION PENDING ('P'); DECIDING THE
      * HELD ITEM ON G3-CAP1-MTAPPR RESOLVES OR REOPENS IT.
      ******************************************************************
       700-RESOLVE.
       IF CMP-ASSIGNED NOT = WS-OPERATOR-ID
               AND NOT SIGNON-SUPERVISOR AND NOT SIGNON-ADMIN
           DISPLAY 'ONLY ' CMP-ASSIGNED ' OR A SUPERVISOR MAY '
                   'RESOLVE THIS CASE'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       IF CMP-REMED-PENDING
           DISPLAY 'REMEDIATION IS AWAITING APPROVAL AS ITEM '
                   CMP-REMED-MTP-ID
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'ROOT CAUSE:'.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-RC-COUNT
           DISPLAY '  ' WS-CMP-RC-CODE (WS-IDX) ' '
                   WS-CMP-RC-TEXT (WS-IDX)
       END-PERFORM.
       MOVE SPACES TO WS-ROOT-CAUSE.
       ACCEPT WS-ROOT-CAUSE.
       MOVE FUNCTION UPPER-CASE (WS-ROOT-CAUSE) TO WS-ROOT-CAUSE.
       PERFORM 940-FIND-RC.
       IF WS-HIT = ZERO
           DISPLAY 'INVALID ROOT CAUSE'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'RESOLUTION GIVEN TO THE CUSTOMER:'.
       MOVE SPACES TO WS-IN-TEXT.
       ACCEPT WS-IN-TEXT.
       IF WS-IN-TEXT = SPACES
           DISPLAY 'A RESOLUTION IS REQUIRED'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'REMEDIATION AMOUNT (ZERO = NONE):'.
       MOVE ZERO TO WS-REMED-AMT.
       ACCEPT WS-REMED-AMT.
       MOVE SPACE TO WS-REMED-HOW.
       MOVE SPACES TO WS-REMED-NOTE.
       MOVE 'Y' TO WS-REMED-OK.
       IF WS-REMED-AMT > ZERO
           MOVE 'N' TO WS-REMED-OK
           MOVE WS-REMED-AMT TO WS-SHOW-AMT
           EVALUATE TRUE
               WHEN CMP-PARTY-CARD
                   DISPLAY 'CREDIT ' WS-SHOW-AMT ' TO ACCOUNT '
                           CMP-PARTY-ID ' (Y/N)?'
               WHEN CMP-PARTY-MEMBER
                   DISPLAY 'ADD ' WS-SHOW-AMT ' STORE CREDIT TO '
                           'MEMBER ' CMP-PARTY-ID ' (Y/N)?'
               WHEN CMP-PARTY-MERCHANT
                   DISPLAY 'RECORD ' WS-SHOW-AMT ' OWED TO MERCHANT '
                           CMP-PARTY-ID ' (Y/N)?'
           END-EVALUATE
       ELSE
           DISPLAY 'RESOLVE WITH NO REMEDIATION (Y/N)?'
       END-IF.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           EXIT PARAGRAPH
       END-IF.
       IF WS-REMED-AMT > ZERO
           EVALUATE TRUE
               WHEN CMP-PARTY-CARD
                   PERFORM 710-REMED-CARD
               WHEN CMP-PARTY-MEMBER
                   PERFORM 720-REMED-STORE
               WHEN CMP-PARTY-MERCHANT
                   PERFORM 730-REMED-PAYABLE
           END-EVALUATE
       END-IF.
       IF WS-REMED-OK NOT = 'Y'
           DISPLAY 'CASE LEFT OPEN'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       IF WS-REMED-HOW = 'P'
           PERFORM 705-HOLD-CASE
           EXIT PARAGRAPH
       END-IF.
       MOVE 'R' TO CMP-STATUS.
       MOVE WS-TODAY TO CMP-RES-DATE.
       MOVE WS-OPERATOR-ID TO CMP-RES-OPER.
       MOVE WS-ROOT-CAUSE TO CMP-ROOT-CAUSE.
       MOVE WS-IN-TEXT TO CMP-RES-TEXT.
       MOVE WS-REMED-AMT TO CMP-REMED-AMT.
       MOVE WS-REMED-HOW TO CMP-REMED-HOW.
       IF WS-REMED-NOTE NOT = SPACES
           MOVE WS-REMED-NOTE TO CMP-NOTE
       END-IF.
       REWRITE CMP-REC.
       MOVE 'CMPRES' TO WS-AUD-ACTION.
       PERFORM 800-AUDIT.
       MOVE SPACES TO WS-NOTE-TEXT.
       STRING 'COMPLAINT ' CMP-ID ' RESOLVED - ' WS-IN-TEXT
               DELIMITED BY SIZE INTO WS-NOTE-TEXT.
       PERFORM 810-CARD-NOTE.
       DISPLAY 'CASE ' CMP-ID ' RESOLVED'.
       IF WS-REMED-NOTE NOT = SPACES
           DISPLAY WS-REMED-NOTE
       END-IF.
       IF CMP-RES-DATE > CMP-DUE-DATE
           DISPLAY '** RESOLVED AFTER ITS DUE DATE ' CMP-DUE-DATE
                   ' **'
       END-IF.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
      * THE ROOT CAUSE AND RESOLUTION ARE KEPT WITH THE HELD ITEM'S
      * NUMBER; THE STATUS AND RESOLVED DATE WAIT FOR THE DECISION.
      ******************************************************************
       705-HOLD-CASE.
       MOVE WS-OPERATOR-ID TO CMP-RES-OPER.
       MOVE WS-ROOT-CAUSE TO CMP-ROOT-CAUSE.
       MOVE WS-IN-TEXT TO CMP-RES-TEXT.
       MOVE WS-REMED-AMT TO CMP-REMED-AMT.
       MOVE 'P' TO CMP-REMED-HOW.
       MOVE WS-REMED-MTP-ID TO CMP-REMED-MTP-ID.
       MOVE WS-REMED-NOTE TO CMP-NOTE.
       REWRITE CMP-REC.
       MOVE 'CMPHLD' TO WS-AUD-ACTION.
       PERFORM 800-AUDIT.
       MOVE SPACES TO WS-NOTE-TEXT.
       STRING 'CMP ' CMP-ID ': ' WS-REMED-NOTE
               DELIMITED BY SIZE INTO WS-NOTE-TEXT.
       PERFORM 810-CARD-NOTE.
       DISPLAY WS-REMED-NOTE.
       DISPLAY 'CASE ' CMP-ID ' STAYS OPEN UNTIL THE ITEM IS '
               'DECIDED'.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
      * THE CREDIT POSTS AS A MANUAL 'R' THROUGH G3-CAP1-MAN-POST, SO
      * IT LANDS ON THE ACCOUNT AND THE LEDGER LIKE ANY KEYED CREDIT;
      * OVER THE MANUAL-CREDIT THRESHOLD IT IS HELD FOR A SECOND
      * SUPERVISOR ON G3-CAP1-MTAPPR INSTEAD.
      ******************************************************************
       710-REMED-CARD.
       MOVE 'C' TO WS-REMED-HOW.
       IF WS-REMED-AMT > CAP1-MTD-CREDIT-AMT
           PERFORM 715-HOLD-CREDIT
           EXIT PARAGRAPH
       END-IF.
       MOVE CMP-PARTY-ID TO WS-MPT-ACCOUNT.
       MOVE 'R' TO WS-MPT-TYPE.
       MOVE WS-REMED-AMT TO WS-MPT-AMOUNT.
       MOVE 'COMPLAINT REMEDIATION' TO WS-MPT-MEMO.
       MOVE WS-OPERATOR-ID TO WS-MPT-OPER.
       CALL 'G3-CAP1-MAN-POST' USING WS-MPT-CALL.
       IF WS-MPT-POSTED NOT = 'Y'
           DISPLAY 'ACCOUNT ' CMP-PARTY-ID ' NOT ON FILE - '
                   'NOTHING CREDITED'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'REMEDIATION CREDITED TO THE CARD ACCOUNT'
           TO WS-REMED-NOTE.
       MOVE 'Y' TO WS-REMED-OK.
      ******************************************************************
      * THE ITEM NUMBER IS ONE PAST THE HIGHEST ON FILE, AS ON THE
      * MANUAL TRANSACTION SCREEN.
      ******************************************************************
       715-HOLD-CREDIT.
       OPEN I-O MTP-FILE.
       IF WS-STAT = 35
           CLOSE MTP-FILE
           OPEN OUTPUT MTP-FILE
           CLOSE MTP-FILE
           OPEN I-O MTP-FILE
       END-IF.
       MOVE ZERO TO WS-MTP-LAST.
       MOVE SPACES TO WS-MTP-EOF.
       MOVE ZERO TO MTP-ID.
       START MTP-FILE KEY NOT LESS THAN MTP-ID
           INVALID KEY
               MOVE 'Y' TO WS-MTP-EOF
       END-START.
       PERFORM UNTIL WS-MTP-EOF = 'Y'
           READ MTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MTP-EOF
               NOT AT END
                   MOVE MTP-ID TO WS-MTP-LAST
           END-READ
       END-PERFORM.
       INITIALIZE MTP-REC.
       COMPUTE MTP-ID = WS-MTP-LAST + 1.
       MOVE CMP-PARTY-ID TO MTP-CH-ID.
       MOVE 'R' TO MTP-TYPE.
       MOVE WS-REMED-AMT TO MTP-AMOUNT.
       MOVE 'COMPLAINT REMEDIATION' TO MTP-MEMO.
       MOVE 'C' TO MTP-HOLD-WHY.
       MOVE WS-TODAY TO MTP-ENTER-DATE.
       MOVE WS-HOUR TO MTP-ENTER-TIME (1:2).
       MOVE WS-MINUTE TO MTP-ENTER-TIME (3:2).
       MOVE WS-OPERATOR-ID TO MTP-ENTER-OPER.
       MOVE 'P' TO MTP-STATUS.
       MOVE 'N' TO WS-MTP-DONE.
       PERFORM UNTIL WS-MTP-DONE = 'Y'
           WRITE MTP-REC
               INVALID KEY
                   ADD 1 TO MTP-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MTP-DONE
           END-WRITE
       END-PERFORM.
       MOVE MTP-ID TO WS-REMED-MTP-ID.
       CLOSE MTP-FILE.
       MOVE 'MTHOLD' TO WS-AUD-ACTION.
       MOVE WS-REMED-MTP-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE SPACES TO WS-REMED-NOTE.
       STRING 'REMEDIATION HELD FOR APPROVAL AS ITEM ' WS-REMED-MTP-ID
               DELIMITED BY SIZE INTO WS-REMED-NOTE.
       MOVE 'P' TO WS-REMED-HOW.
       MOVE 'Y' TO WS-REMED-OK.
      ******************************************************************
       720-REMED-STORE.
       MOVE 'S' TO WS-REMED-HOW.
       IF WS-REMED-AMT > 99999.99
           DISPLAY 'STORE CREDIT CANNOT EXCEED 99,999.99'
           EXIT PARAGRAPH
       END-IF.
       OPEN I-O VM-FILE.
       MOVE CMP-PARTY-ID TO VM-ID.
       READ VM-FILE
           INVALID KEY
               DISPLAY 'MEMBER ' CMP-PARTY-ID ' NOT ON FILE - '
                       'NOTHING CREDITED'
               CLOSE VM-FILE
               EXIT PARAGRAPH
       END-READ.
       IF VM-STORE-CREDIT + WS-REMED-AMT > 99999.99
           DISPLAY 'STORE CREDIT WOULD EXCEED 99,999.99'
           CLOSE VM-FILE
           EXIT PARAGRAPH
       END-IF.
       ADD WS-REMED-AMT TO VM-STORE-CREDIT.
       REWRITE VM-REC.
       CLOSE VM-FILE.
       MOVE WS-REMED-AMT TO WS-CRED-AMT.
       MOVE '+' TO WS-CRED-SIGN.
       MOVE 'COMPLAINT REMEDIATION' TO WS-CRED-REASON.
       CALL 'G3-VFX-CRED-LOG' USING CMP-PARTY-ID, WS-CRED-SIGN,
               WS-CRED-AMT, WS-CRED-REASON.
       MOVE 'REMEDIATION ADDED TO VFX STORE CREDIT' TO WS-REMED-NOTE.
       MOVE 'Y' TO WS-REMED-OK.
      ******************************************************************
      * WHAT A MERCHANT IS OWED GOES ON PAYABLE.DAT AS AN OPEN
      * PAYABLE, THE SAME AS A RETURNED PAYOUT, SO IT FOLDS INTO THE
      * MERCHANT'S NET ON THE NEXT SETTLEMENT RUN. NOTHING WENT TO
      * THE BANK, SO THE CASE NUMBER STANDS IN FOR THE TRACE.
      ******************************************************************
       730-REMED-PAYABLE.
       MOVE 'R' TO WS-REMED-HOW.
       OPEN I-O PAY-FILE.
       IF WS-STAT = 35
           CLOSE PAY-FILE
           OPEN OUTPUT PAY-FILE
           CLOSE PAY-FILE
           OPEN I-O PAY-FILE
       END-IF.
       INITIALIZE PAY-REC.
       MOVE CMP-PARTY-ID TO PAY-MER-ID.
       MOVE WS-TODAY TO PAY-DATE.
       MOVE CMP-ID TO PAY-TRACE.
       MOVE WS-REMED-AMT TO PAY-AMOUNT.
       MOVE SPACES TO PAY-RETURN-CODE.
       MOVE 'O' TO PAY-STATUS.
       MOVE 'C' TO PAY-KIND.
       MOVE ZERO TO PAY-RETURN-DATE.
       WRITE PAY-REC
           INVALID KEY
               DISPLAY 'PAYABLE FOR CASE ' CMP-ID ' ALREADY '
                       'RECORDED TODAY - NOTHING ADDED'
               CLOSE PAY-FILE
               EXIT PARAGRAPH
       END-WRITE.
       CLOSE PAY-FILE.
       MOVE 'REMEDIATION OWED ON THE NEXT SETTLEMENT' TO WS-REMED-NOTE.
       MOVE 'Y' TO WS-REMED-OK.
      ******************************************************************
       800-AUDIT.
       MOVE SPACES TO WS-AUD-KEY.
       STRING CMP-ID ' ' CMP-PARTY-TYPE CMP-PARTY-ID
               DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       810-CARD-NOTE.
       IF CMP-PARTY-CARD
           CALL 'G3-CAP1-NOTE' USING CMP-PARTY-ID, WS-OPERATOR-ID,
                   WS-NOTE-TEXT
       END-IF.
      ******************************************************************
       910-FIND-CAT.
       MOVE ZERO TO WS-HIT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-CAT-COUNT
           IF WS-CMP-CAT-CODE (WS-IDX) = WS-NEW-CATEGORY
               MOVE WS-IDX TO WS-HIT
           END-IF
       END-PERFORM.
      ******************************************************************
       920-FIND-PRD.
       MOVE ZERO TO WS-HIT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-PRD-COUNT
           IF WS-CMP-PRD-CODE (WS-IDX) = WS-NEW-PRODUCT
               MOVE WS-IDX TO WS-HIT
           END-IF
       END-PERFORM.
      ******************************************************************
       930-FIND-CHN.
       MOVE ZERO TO WS-HIT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-CHN-COUNT
           IF WS-CMP-CHN-CODE (WS-IDX) = WS-NEW-CHANNEL
               MOVE WS-IDX TO WS-HIT
           END-IF
       END-PERFORM.
      ******************************************************************
       940-FIND-RC.
       MOVE ZERO TO WS-HIT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-RC-COUNT
           IF WS-CMP-RC-CODE (WS-IDX) = WS-ROOT-CAUSE
               MOVE WS-IDX TO WS-HIT
           END-IF
       END-PERFORM.
