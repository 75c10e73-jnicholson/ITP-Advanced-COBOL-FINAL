      ******************************************************************
      *PROGRAM:  Vuflix On-Us Merchant Setup
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Registers Vuflix as a VISA merchant so its card
      *          revenue settles like any other merchant's: one
      *          MER.DAT record under the name, category and note in
      *          WS-VFXMER (active at once - it is our own business,
      *          not an outside signup - and funded daily) with the
      *          bank account the proceeds go to, plus its online
      *          store location on MERLOC.DAT. Re-running shows the
      *          registration, adds the location if it is missing,
      *          and can change the bank account on both. Also runs
      *          the intercompany reconciliation (G3-VFX-IC-RECON).
      *          Every change is audited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-MER-SETUP IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-MER.
       COPY SELECT-MERLOC.
      ******************************************************************
       DATA DIVISION.
       COPY FD-MER.
       COPY FD-MERLOC.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-VFXMER.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-MS-SEL                   PIC X VALUE SPACE.
       01  WS-MS-RESP                  PIC X VALUE SPACE.
       01  WS-MS-EOF                   PIC X VALUE SPACES.
       01  WS-ON-FILE                  PIC X VALUE 'N'.
       01  WS-VFX-MER-ID               PIC 9(8) VALUE ZERO.
       01  WS-VFX-LOC-ID               PIC 9(8) VALUE ZERO.
       01  WS-NEXT-ID                  PIC 9(8) VALUE ZERO.
       01  WS-ID-OK                    PIC X VALUE 'N'.
       01  WS-IN-EMAIL                 PIC X(30) VALUE SPACES.
       01  WS-IN-PHONE                 PIC 9(11) VALUE ZERO.
       01  WS-IN-ZIP                   PIC 9(5) VALUE ZERO.
       01  WS-IN-ACCOUNT               PIC 9(10) VALUE ZERO.
       01  WS-IN-ROUTE                 PIC 9(9) VALUE ZERO.

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-MER-SETUP' TO VFX-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       OPEN I-O MER-FILE.
       IF WS-STAT = 35
           CLOSE MER-FILE
           OPEN OUTPUT MER-FILE
           CLOSE MER-FILE
           OPEN I-O MER-FILE
       END-IF.
       OPEN I-O MERLOC-FILE.
       IF WS-STAT = 35
           CLOSE MERLOC-FILE
           OPEN OUTPUT MERLOC-FILE
           CLOSE MERLOC-FILE
           OPEN I-O MERLOC-FILE
       END-IF.
       PERFORM 100-WORK UNTIL WS-MS-SEL = 'X' OR 'x'.
       CLOSE MER-FILE
             MERLOC-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-WORK.
       PERFORM 150-FIND-VFX.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'VUFLIX ON-US MERCHANT'.
       IF WS-ON-FILE = 'Y'
           DISPLAY '  MERCHANT ' WS-VFX-MER-ID '  ' MER-NAME
           DISPLAY '  CATEGORY ' MER-CATEGORY '  STATUS ' MER-STATUS
                   '  FUNDING ' MER-FUND-FREQ
           DISPLAY '  ACCOUNT  ' MER-ACCOUNT '  ROUTING ' MER-ROUTE
           IF WS-VFX-LOC-ID = ZERO
               DISPLAY '  LOCATION NOT YET ON FILE'
           ELSE
               DISPLAY '  LOCATION ' WS-VFX-LOC-ID '  ' MERLOC-NAME
           END-IF
       ELSE
           DISPLAY '  NOT YET REGISTERED - VUFLIX CHARGES CARRY NO'
                   ' MERCHANT AND ARE NOT SETTLED'
       END-IF.
       DISPLAY ' '.
       DISPLAY '  1) REGISTER VUFLIX / ADD MISSING LOCATION'.
       DISPLAY '  2) CHANGE SETTLEMENT BANK ACCOUNT'.
       DISPLAY '  3) INTERCOMPANY RECONCILIATION REPORT'.
       DISPLAY 'SELECTION (X=EXIT):'.
       ACCEPT WS-MS-SEL.
       EVALUATE WS-MS-SEL
           WHEN '1'
               PERFORM 200-REGISTER
               PERFORM 900-PAUSE
           WHEN '2'
               PERFORM 400-CHANGE-BANK
               PERFORM 900-PAUSE
           WHEN '3'
               CALL 'G3-VFX-IC-RECON'
               PERFORM 900-PAUSE
       END-EVALUATE.
      ******************************************************************
      * VUFLIX IS FOUND BY ITS REGISTERED NAME, ITS LOCATION BY THE
      * MERCHANT ID - THE SAME LOOKUP G3-LINK-VFX-MER MAKES.
      ******************************************************************
       150-FIND-VFX.
       MOVE 'N' TO WS-ON-FILE.
       MOVE ZERO TO WS-VFX-MER-ID.
       MOVE ZERO TO WS-VFX-LOC-ID.
       MOVE VFX-MER-NAME TO MER-NAME.
       READ MER-FILE KEY IS MER-NAME-KEY
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       MOVE 'Y' TO WS-ON-FILE.
       MOVE MER-ID TO WS-VFX-MER-ID.
       MOVE MER-ID TO MERLOC-MER-ID.
       READ MERLOC-FILE KEY IS MERLOC-MER-ID-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE MERLOC-ID TO WS-VFX-LOC-ID
       END-READ.
      ******************************************************************
       200-REGISTER.
       IF WS-ON-FILE = 'Y'
           IF WS-VFX-LOC-ID = ZERO
               PERFORM 300-ADD-LOCATION
           ELSE
               DISPLAY 'VUFLIX IS ALREADY REGISTERED AS MERCHANT '
                       WS-VFX-MER-ID
           END-IF
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'STATEMENT E-MAIL ADDRESS:'.
       ACCEPT WS-IN-EMAIL.
       DISPLAY 'PHONE (11 DIGITS):'.
       ACCEPT WS-IN-PHONE.
       DISPLAY 'ZIP CODE:'.
       ACCEPT WS-IN-ZIP.
       PERFORM 450-ACCEPT-BANK.
       IF WS-IN-ACCOUNT = ZERO OR WS-IN-ROUTE = ZERO
           DISPLAY 'BANK ACCOUNT AND ROUTING NUMBER ARE REQUIRED'
           EXIT PARAGRAPH
       END-IF.
       PERFORM 250-NEXT-MER-ID.
       MOVE VFX-MER-NAME      TO MER-NAME.
       MOVE VFX-MER-ADDRESS   TO MER-ADDRESS.
       MOVE WS-IN-ZIP         TO MER-ZIP.
       MOVE WS-IN-PHONE       TO MER-PHONE.
       MOVE WS-IN-EMAIL       TO MER-EMAIL.
       MOVE WS-IN-ACCOUNT     TO MER-ACCOUNT.
       MOVE WS-IN-ROUTE       TO MER-ROUTE.
       MOVE VFX-MER-CATEGORY  TO MER-CATEGORY.
       MOVE 'A'               TO MER-STATUS.
       MOVE VFX-MER-NOTE      TO MER-STATUS-NOTE.
       MOVE ZERO              TO MER-RESERVE-PCT.
       MOVE 'Y'               TO MER-BANK-VERIFIED.
       MOVE ZERO              TO MER-RISK-SCORE.
       MOVE 'D'               TO MER-FUND-FREQ.
       MOVE 'N'               TO MER-AVS-DECLINE.
       MOVE 'N' TO WS-ID-OK.
       PERFORM UNTIL WS-ID-OK = 'Y'
           MOVE WS-NEXT-ID TO MER-ID
           WRITE MER-REC
               INVALID KEY
                   ADD 1 TO WS-NEXT-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ID-OK
           END-WRITE
       END-PERFORM.
       MOVE MER-ID TO WS-VFX-MER-ID.
       MOVE 'VFXMER' TO WS-AUD-ACTION.
       MOVE MER-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'VUFLIX REGISTERED AS MERCHANT ' WS-VFX-MER-ID.
       PERFORM 300-ADD-LOCATION.
      ******************************************************************
      * NEXT MERCHANT ID IS ONE PAST THE HIGHEST ON FILE, AS AT
      * MERCHANT SIGNUP.
      ******************************************************************
       250-NEXT-MER-ID.
       MOVE ZERO TO WS-NEXT-ID.
       MOVE SPACES TO WS-MS-EOF.
       MOVE ZERO TO MER-ID.
       START MER-FILE KEY NOT LESS THAN MER-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-MS-EOF
       END-START.
       PERFORM UNTIL WS-MS-EOF = 'Y'
           READ MER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MS-EOF
               NOT AT END
                   MOVE MER-ID TO WS-NEXT-ID
           END-READ
       END-PERFORM.
       ADD 1 TO WS-NEXT-ID.
      ******************************************************************
       300-ADD-LOCATION.
       MOVE ZERO TO WS-NEXT-ID.
       MOVE SPACES TO WS-MS-EOF.
       MOVE ZERO TO MERLOC-ID.
       START MERLOC-FILE KEY NOT LESS THAN MERLOC-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-MS-EOF
       END-START.
       PERFORM UNTIL WS-MS-EOF = 'Y'
           READ MERLOC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MS-EOF
               NOT AT END
                   MOVE MERLOC-ID TO WS-NEXT-ID
           END-READ
       END-PERFORM.
       ADD 1 TO WS-NEXT-ID.
       MOVE VFX-LOC-NAME      TO MERLOC-NAME.
       MOVE MER-ADDRESS       TO MERLOC-ADDRESS.
       MOVE MER-ZIP           TO MERLOC-ZIP.
       MOVE MER-PHONE         TO MERLOC-PHONE.
       MOVE MER-ACCOUNT       TO MERLOC-ACCOUNT.
       MOVE MER-ROUTE         TO MERLOC-ROUTE.
       MOVE WS-VFX-MER-ID     TO MERLOC-MER-ID.
       MOVE 'N' TO WS-ID-OK.
       PERFORM UNTIL WS-ID-OK = 'Y'
           MOVE WS-NEXT-ID TO MERLOC-ID
           WRITE MERLOC-REC
               INVALID KEY
                   ADD 1 TO WS-NEXT-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ID-OK
           END-WRITE
       END-PERFORM.
       MOVE MERLOC-ID TO WS-VFX-LOC-ID.
       MOVE 'VFXLOC' TO WS-AUD-ACTION.
       MOVE MERLOC-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'VUFLIX ONLINE STORE ADDED AS LOCATION '
               WS-VFX-LOC-ID.
      ******************************************************************
      * THE PROCEEDS ACCOUNT LIVES ON BOTH THE MERCHANT AND ITS
      * LOCATION; SETTLEMENT PAYS WHICHEVER THE CHARGES CARRY.
      ******************************************************************
       400-CHANGE-BANK.
       IF WS-ON-FILE NOT = 'Y'
           DISPLAY 'VUFLIX IS NOT REGISTERED YET'
           EXIT PARAGRAPH
       END-IF.
       PERFORM 450-ACCEPT-BANK.
       IF WS-IN-ACCOUNT = ZERO OR WS-IN-ROUTE = ZERO
           DISPLAY 'NOTHING CHANGED'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'CHANGE ACCOUNT TO ' WS-IN-ACCOUNT ' ROUTING '
               WS-IN-ROUTE ' (Y/N)?'.
       ACCEPT WS-MS-RESP.
       IF WS-MS-RESP NOT = 'Y' AND WS-MS-RESP NOT = 'y'
           DISPLAY 'NOTHING CHANGED'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-ACCOUNT TO MER-ACCOUNT.
       MOVE WS-IN-ROUTE TO MER-ROUTE.
       MOVE 'Y' TO MER-BANK-VERIFIED.
       REWRITE MER-REC.
       IF WS-VFX-LOC-ID NOT = ZERO
           MOVE WS-IN-ACCOUNT TO MERLOC-ACCOUNT
           MOVE WS-IN-ROUTE TO MERLOC-ROUTE
           REWRITE MERLOC-REC
       END-IF.
       MOVE 'VFXBNK' TO WS-AUD-ACTION.
       MOVE WS-VFX-MER-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'SETTLEMENT ACCOUNT CHANGED'.
      ******************************************************************
       450-ACCEPT-BANK.
       DISPLAY 'SETTLEMENT BANK ACCOUNT NUMBER (10 DIGITS):'.
       ACCEPT WS-IN-ACCOUNT.
       DISPLAY 'ROUTING NUMBER (9 DIGITS):'.
       ACCEPT WS-IN-ROUTE.
      ******************************************************************
       900-PAUSE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT WS-MS-RESP.
