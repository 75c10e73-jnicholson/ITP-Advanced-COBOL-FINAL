      ******************************************************************
      *PROGRAM:  Group 3 Customer Privacy Request Desk
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Logs a customer's request for a copy of everything
      *          we hold on them (export) or to have their personal
      *          details erased, against their CAP1 account, their
      *          VFX membership, or both (the membership linked to
      *          the account through VM-CC is offered when only the
      *          account is keyed). Each request goes on PRIVREQ.DAT
      *          with the date received and the date it is due,
      *          CAP1-PRIV-DUE-DY days later. The nightly jobs
      *          G3-PRIV-EXPORT and G3-PRIV-ERASE work the open
      *          requests and close them out; the desk lists what is
      *          still open (overdue ones flagged), shows any request
      *          with the outcome and the reason for anything kept,
      *          and cancels one the customer withdraws.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-PRIV-DESK IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-PRIVREQ.
       COPY SELECT-CHOLD.
       COPY SELECT-VFX-MBR.
      ******************************************************************
       DATA DIVISION.
       COPY FD-PRIVREQ.
       COPY FD-CHOLD.
       COPY FD-VFX-MBR.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-PARM.

       01  WS-MENU-SEL                 PIC X VALUE SPACE.
       01  WS-WORK-ID                  PIC X(8) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CONFIRM                  PIC X VALUE SPACE.
       01  WS-REQ-TYPE                 PIC X VALUE SPACE.
       01  WS-REQ-CH-ID                PIC 9(8) VALUE ZERO.
       01  WS-REQ-VM-ID                PIC 9(8) VALUE ZERO.
       01  WS-REQ-NAME                 PIC X(35) VALUE SPACES.
       01  WS-LINK-VM-ID               PIC 9(8) VALUE ZERO.
       01  WS-VM-EOF                   PIC X VALUE SPACES.
       01  WS-VM-AVAIL                 PIC X VALUE 'N'.
       01  WS-PRV-EOF                  PIC X VALUE SPACES.
       01  WS-PRV-DONE                 PIC X VALUE 'N'.
       01  WS-PRV-NEXT-ID              PIC 9(8) VALUE ZERO.
       01  WS-OPEN-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-LATE-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-CANCEL-WHY               PIC X(40) VALUE SPACES.

       01  OUT-PRV-LINE.
           03  OUT-PRV-ID              PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PRV-TYPE            PIC X(6).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PRV-CH-ID           PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PRV-VM-ID           PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PRV-RECV            PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PRV-DUE             PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PRV-FLAG            PIC X(7).

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-PRIV-DESK' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'PRIV-DUE-DY' TO WS-PARM-NAME.
       MOVE CAP1-PRIV-DUE-DY TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-PRIV-DUE-DY.
       PERFORM 060-OPEN-FILES.
       PERFORM 100-MENU UNTIL WS-MENU-SEL = 'X' OR 'x'.
       PERFORM 070-CLOSE-FILES.
       EXIT PROGRAM.
      ******************************************************************
      * A SHOP WITHOUT VFX HAS NO MEMBER FILE; REQUESTS THEN NAME
      * THE CAP1 ACCOUNT ONLY.
      ******************************************************************
       060-OPEN-FILES.
       OPEN I-O PRV-FILE.
       IF WS-STAT = 35
           CLOSE PRV-FILE
           OPEN OUTPUT PRV-FILE
           CLOSE PRV-FILE
           OPEN I-O PRV-FILE
       END-IF.
       OPEN INPUT CH-FILE.
       OPEN INPUT VM-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-VM-AVAIL
       END-IF.
      ******************************************************************
       070-CLOSE-FILES.
       CLOSE PRV-FILE
             CH-FILE.
       IF WS-VM-AVAIL = 'Y'
           CLOSE VM-FILE
       END-IF.
      ******************************************************************
       100-MENU.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'CUSTOMER PRIVACY REQUESTS'.
       DISPLAY '  1) LOG A NEW REQUEST'.
       DISPLAY '  2) OPEN REQUESTS'.
       DISPLAY '  3) LOOK UP / CANCEL A REQUEST'.
       DISPLAY '  X) EXIT'.
       ACCEPT WS-MENU-SEL.
       EVALUATE WS-MENU-SEL
           WHEN '1'
               PERFORM 200-NEW-REQUEST
           WHEN '2'
               PERFORM 400-LIST-OPEN
           WHEN '3'
               PERFORM 500-LOOKUP
       END-EVALUATE.
      ******************************************************************
      * THE PERSON IS IDENTIFIED BY WHAT WE HOLD ON THEM: THE CAP1
      * ACCOUNT, THE VFX MEMBERSHIP, OR BOTH. THE NAME ON THE
      * REQUEST IS TAKEN FROM THE RECORDS, NOT RE-KEYED.
      ******************************************************************
       200-NEW-REQUEST.
       DISPLAY 'REQUEST TYPE - X = EXPORT A COPY, E = ERASE:'.
       MOVE SPACE TO WS-REQ-TYPE.
       ACCEPT WS-REQ-TYPE.
       EVALUATE WS-REQ-TYPE
           WHEN 'x'
               MOVE 'X' TO WS-REQ-TYPE
           WHEN 'e'
               MOVE 'E' TO WS-REQ-TYPE
       END-EVALUATE.
       IF WS-REQ-TYPE NOT = 'X' AND WS-REQ-TYPE NOT = 'E'
           DISPLAY 'INVALID REQUEST TYPE'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-REQ-CH-ID
                    WS-REQ-VM-ID
                    WS-LINK-VM-ID.
       MOVE SPACES TO WS-REQ-NAME.
       DISPLAY 'CAP1 ACCOUNT (BLANK = NONE):'.
       MOVE SPACES TO WS-WORK-ID.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID NOT = SPACES
           IF WS-WORK-ID IS NOT NUMERIC
               DISPLAY 'INVALID ID'
               ACCEPT CAP1-RESP
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ID TO CH-ID-KEY
           READ CH-FILE
               INVALID KEY
                   DISPLAY 'NO SUCH CAP1 ACCOUNT'
                   ACCEPT CAP1-RESP
                   EXIT PARAGRAPH
           END-READ
           MOVE CH-ID TO WS-REQ-CH-ID
           STRING CH-FNAME DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   CH-LNAME DELIMITED BY '  '
                   INTO WS-REQ-NAME
           DISPLAY 'ACCT ' CH-ID ' ' CH-FNAME ' ' CH-LNAME
                   '  STATUS ' CH-STATUS
           PERFORM 250-FIND-LINKED-VM
       END-IF.
       IF WS-VM-AVAIL = 'Y'
           PERFORM 220-ASK-MEMBER
       END-IF.
       IF WS-REQ-CH-ID = ZERO AND WS-REQ-VM-ID = ZERO
           DISPLAY 'A REQUEST MUST NAME AN ACCOUNT OR A MEMBERSHIP'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 300-CONFIRM-AND-FILE.
      ******************************************************************
       220-ASK-MEMBER.
       IF WS-LINK-VM-ID NOT = ZERO
           DISPLAY 'LINKED VFX MEMBER ' WS-LINK-VM-ID
           DISPLAY 'VFX MEMBER (BLANK = THE LINKED MEMBER,'
                   ' N = NONE):'
       ELSE
           DISPLAY 'VFX MEMBER (BLANK = NONE):'
       END-IF.
       MOVE SPACES TO WS-WORK-ID.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID = 'N' OR WS-WORK-ID = 'n'
           EXIT PARAGRAPH
       END-IF.
       IF WS-WORK-ID = SPACES
           IF WS-LINK-VM-ID = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINK-VM-ID TO WS-WORK-ID
       END-IF.
       IF WS-WORK-ID IS NOT NUMERIC
           DISPLAY 'INVALID MEMBER ID - NO MEMBERSHIP ON THE REQUEST'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-ID TO VM-ID.
       READ VM-FILE
           INVALID KEY
               DISPLAY 'NO SUCH MEMBER - NO MEMBERSHIP ON THE REQUEST'
               EXIT PARAGRAPH
       END-READ.
       MOVE VM-ID TO WS-REQ-VM-ID.
       DISPLAY 'MEMBER ' VM-ID ' ' VM-FNAME ' ' VM-LNAME
               '  STATUS ' VM-STATUS.
       IF WS-REQ-NAME = SPACES
           STRING VM-FNAME DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   VM-LNAME DELIMITED BY '  '
                   INTO WS-REQ-NAME
       END-IF.
      ******************************************************************
      * THE MEMBER FILE CARRIES THE CAP1 ID IN VM-CC BUT HAS NO KEY
      * ON IT, SO THE LINK IS FOUND BY A PASS OVER THE MEMBERS.
      ******************************************************************
       250-FIND-LINKED-VM.
       IF WS-VM-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-VM-EOF.
       MOVE ZERO TO VM-ID.
       START VM-FILE KEY NOT LESS THAN VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-VM-EOF
       END-START.
       PERFORM UNTIL WS-VM-EOF = 'Y'
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VM-EOF
               NOT AT END
                   IF VM-CC = WS-REQ-CH-ID
                       MOVE VM-ID TO WS-LINK-VM-ID
                       MOVE 'Y' TO WS-VM-EOF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       300-CONFIRM-AND-FILE.
       IF WS-REQ-TYPE = 'X'
           DISPLAY 'EXPORT A COPY OF ALL RECORDS FOR ' WS-REQ-NAME
       ELSE
           DISPLAY 'ERASE PERSONAL DETAILS OF ' WS-REQ-NAME
           DISPLAY 'RECORDS STILL UNDER LEGAL RETENTION WILL BE KEPT'
       END-IF.
       DISPLAY 'LOG THIS REQUEST (Y/N)?'.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           DISPLAY 'REQUEST NOT LOGGED'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 350-NEXT-ID.
       MOVE WS-PRV-NEXT-ID TO PRV-ID.
       MOVE WS-REQ-TYPE TO PRV-TYPE.
       MOVE WS-REQ-CH-ID TO PRV-CH-ID.
       MOVE WS-REQ-VM-ID TO PRV-VM-ID.
       MOVE WS-REQ-NAME TO PRV-NAME.
       MOVE WS-TODAY TO PRV-RECV-DATE.
       COMPUTE PRV-DUE-DATE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (WS-TODAY) + CAP1-PRIV-DUE-DY).
       MOVE 'O' TO PRV-STATUS.
       MOVE ZERO TO PRV-DONE-DATE.
       MOVE WS-OPERATOR-ID TO PRV-OPER.
       MOVE SPACES TO PRV-NOTE.
       MOVE 'N' TO WS-PRV-DONE.
       PERFORM UNTIL WS-PRV-DONE = 'Y'
           WRITE PRV-REC
               INVALID KEY
                   ADD 1 TO PRV-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRV-DONE
           END-WRITE
       END-PERFORM.
       MOVE 'PRVLOG' TO WS-AUD-ACTION.
       MOVE SPACES TO WS-AUD-KEY.
       STRING PRV-ID ' ' PRV-TYPE DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'LOGGED AS REQUEST ' PRV-ID ' - DUE ' PRV-DUE-DATE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
       350-NEXT-ID.
       MOVE ZERO TO WS-PRV-NEXT-ID.
       MOVE SPACES TO WS-PRV-EOF.
       MOVE ZERO TO PRV-ID.
       START PRV-FILE KEY NOT LESS THAN PRV-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PRV-EOF
       END-START.
       PERFORM UNTIL WS-PRV-EOF = 'Y'
           READ PRV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRV-EOF
               NOT AT END
                   IF PRV-ID > WS-PRV-NEXT-ID
                       MOVE PRV-ID TO WS-PRV-NEXT-ID
                   END-IF
           END-READ
       END-PERFORM.
       ADD 1 TO WS-PRV-NEXT-ID.
      ******************************************************************
       400-LIST-OPEN.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'OPEN PRIVACY REQUESTS'.
       DISPLAY 'REQUEST  TYPE   ACCOUNT  MEMBER   RECEIVED DUE'.
       MOVE ZERO TO WS-OPEN-CTR
                    WS-LATE-CTR.
       MOVE SPACES TO WS-PRV-EOF.
       MOVE ZERO TO PRV-ID.
       START PRV-FILE KEY NOT LESS THAN PRV-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PRV-EOF
       END-START.
       PERFORM UNTIL WS-PRV-EOF = 'Y'
           READ PRV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRV-EOF
               NOT AT END
                   IF PRV-OPEN
                       ADD 1 TO WS-OPEN-CTR
                       PERFORM 410-OPEN-LINE
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-OPEN-CTR = ZERO
           DISPLAY 'NONE'
       ELSE
           DISPLAY WS-OPEN-CTR ' OPEN, ' WS-LATE-CTR ' OVERDUE'
       END-IF.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
       410-OPEN-LINE.
       MOVE PRV-ID TO OUT-PRV-ID.
       IF PRV-EXPORT
           MOVE 'EXPORT' TO OUT-PRV-TYPE
       ELSE
           MOVE 'ERASE' TO OUT-PRV-TYPE
       END-IF.
       MOVE PRV-CH-ID TO OUT-PRV-CH-ID.
       MOVE PRV-VM-ID TO OUT-PRV-VM-ID.
       MOVE PRV-RECV-DATE TO OUT-PRV-RECV.
       MOVE PRV-DUE-DATE TO OUT-PRV-DUE.
       IF PRV-DUE-DATE < WS-TODAY
           MOVE 'OVERDUE' TO OUT-PRV-FLAG
           ADD 1 TO WS-LATE-CTR
       ELSE
           MOVE SPACES TO OUT-PRV-FLAG
       END-IF.
       DISPLAY OUT-PRV-LINE.
      ******************************************************************
      * ONLY A REQUEST STILL OPEN CAN BE WITHDRAWN; ONE THE NIGHTLY
      * JOB HAS WORKED STANDS AS IT CLOSED.
      ******************************************************************
       500-LOOKUP.
       DISPLAY 'REQUEST NUMBER:'.
       MOVE SPACES TO WS-WORK-ID.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-ID TO PRV-ID.
       READ PRV-FILE
           INVALID KEY
               DISPLAY 'NO SUCH REQUEST'
               ACCEPT CAP1-RESP
               EXIT PARAGRAPH
       END-READ.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'PRIVACY REQUEST ' PRV-ID.
       IF PRV-EXPORT
           DISPLAY 'TYPE:      EXPORT A COPY OF ALL RECORDS'
       ELSE
           DISPLAY 'TYPE:      ERASE PERSONAL DETAILS'
       END-IF.
       DISPLAY 'NAME:      ' PRV-NAME.
       DISPLAY 'ACCOUNT:   ' PRV-CH-ID '   MEMBER: ' PRV-VM-ID.
       DISPLAY 'RECEIVED:  ' PRV-RECV-DATE '   DUE: ' PRV-DUE-DATE
               '   LOGGED BY: ' PRV-OPER.
       EVALUATE TRUE
           WHEN PRV-OPEN
               IF PRV-DUE-DATE < WS-TODAY
                   DISPLAY 'STATUS:    OPEN - OVERDUE'
               ELSE
                   DISPLAY 'STATUS:    OPEN'
               END-IF
           WHEN PRV-COMPLETED
               DISPLAY 'STATUS:    COMPLETED ' PRV-DONE-DATE
           WHEN PRV-PARTIAL
               DISPLAY 'STATUS:    PARTLY DONE ' PRV-DONE-DATE
           WHEN PRV-REFUSED
               DISPLAY 'STATUS:    REFUSED ' PRV-DONE-DATE
           WHEN PRV-CANCELLED
               DISPLAY 'STATUS:    CANCELLED ' PRV-DONE-DATE
       END-EVALUATE.
       IF PRV-NOTE NOT = SPACES
           DISPLAY 'NOTE:      ' PRV-NOTE
       END-IF.
       IF NOT PRV-OPEN
           DISPLAY "PRESS 'ENTER' TO CONTINUE"
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'CANCEL THIS REQUEST (Y/N)?'.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'REASON:'.
       MOVE SPACES TO WS-CANCEL-WHY.
       ACCEPT WS-CANCEL-WHY.
       MOVE 'X' TO PRV-STATUS.
       MOVE WS-TODAY TO PRV-DONE-DATE.
       MOVE SPACES TO PRV-NOTE.
       STRING 'CANCELLED BY ' WS-OPERATOR-ID ' ' WS-CANCEL-WHY
               DELIMITED BY SIZE INTO PRV-NOTE.
       REWRITE PRV-REC.
       MOVE 'PRVCAN' TO WS-AUD-ACTION.
       MOVE SPACES TO WS-AUD-KEY.
       STRING PRV-ID ' ' PRV-TYPE DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'REQUEST ' PRV-ID ' CANCELLED'.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
