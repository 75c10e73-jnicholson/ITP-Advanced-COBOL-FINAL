      ******************************************************************
      *PROGRAM:  Capital One Courtesy Fee Waiver
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Waives one specific fee on an account - the late or
      *          over-limit fee from month-end, the NSF fee from
      *          G3-CAP1-PMT-RETURN, an annual fee or a cash advance
      *          fee - instead of the operator keying a manual
      *          refund. Lists the account's fees from the last
      *          year; the operator picks one and a reason code.
      *          The customer's waivers this calendar year, the new
      *          one included, must stay within the operator's role
      *          limit (CAP1-WVR-VARS) in both dollars and count.
      *          The waiver posts an 'R' reversal for the full fee
      *          and files WAIVER.DAT against the fee's own key, so
      *          a fee is never waived twice and the reversal can
      *          always be traced back to it. Audited and emailed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-FEEWAIVE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TRAN.
       COPY SELECT-WAIVER.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       COPY FD-WAIVER.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-PARM.
       COPY WS-WVRCODE.

       01  WS-WORK-ID                  PIC X(8) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-YEAR-AGO                 PIC 9(8) VALUE ZERO.
       01  WS-TRAN-EOF                 PIC X VALUE SPACES.
       01  WS-WVR-EOF                  PIC X VALUE SPACES.
       01  WS-TRAN-DONE                PIC X VALUE 'N'.
       01  WS-ROLE-AMT                 PIC 9(5)V99 VALUE ZERO.
       01  WS-ROLE-CT                  PIC 9(3) VALUE ZERO.
       01  WS-YTD-AMT                  PIC 9(7)V99 VALUE ZERO.
       01  WS-YTD-CT                   PIC 9(3) VALUE ZERO.
       01  WS-PICK                     PIC 99 VALUE ZERO.
       01  WS-RSN-PICK                 PIC 99 VALUE ZERO.
       01  WS-RSN-IDX                  PIC 99 VALUE ZERO.
       01  WS-RSN-HIT                  PIC 99 VALUE ZERO.
       01  WS-CONFIRM                  PIC X VALUE SPACE.
       01  WS-SHOW-AMT                 PIC Z(6)9.99.
       01  WS-SHOW-LIM                 PIC Z(4)9.99.
       01  WS-FEE-TYPE                 PIC X VALUE SPACE.
       01  WS-FEE-CT                   PIC 99 VALUE ZERO.
       01  WS-FEE-IDX                  PIC 99 VALUE ZERO.
       01  WS-FEE-TABLE.
           03  WS-FEE-ENTRY OCCURS 20 TIMES.
               05  WS-FEE-KEY          PIC X(24).
               05  WS-FEE-ITEM         PIC X(25).
               05  WS-FEE-AMT          PIC 9(7)V99.
               05  WS-FEE-WAIVED       PIC X.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.

       01  OUT-FEE-LINE.
           03  OUT-FEE-NO              PIC Z9.
           03  FILLER                  PIC X(2)  VALUE ') '.
           03  OUT-FEE-DATE            PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-FEE-ITEM            PIC X(25).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-FEE-AMT             PIC Z(6)9.99.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-FEE-FLAG            PIC X(6).

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-CAP1-FEEWAIVE' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       COMPUTE WS-YEAR-AGO = WS-TODAY - 10000.
       PERFORM 050-LOAD-LIMITS.
       OPEN I-O WVR-FILE.
       IF WS-STAT = 35
           CLOSE WVR-FILE
           OPEN OUTPUT WVR-FILE
           CLOSE WVR-FILE
           OPEN I-O WVR-FILE
       END-IF.
       OPEN I-O CH-FILE
                CC-TRAN-FILE.
       PERFORM 100-ACCOUNT-PROMPT UNTIL WS-WORK-ID = '99999999'.
       CLOSE CH-FILE
             CC-TRAN-FILE
             WVR-FILE.
       EXIT PROGRAM.
      ******************************************************************
      * THE SIGNED-ON ROLE PICKS WHICH PAIR OF LIMITS APPLIES.
      ******************************************************************
       050-LOAD-LIMITS.
       MOVE WS-TODAY TO WS-PARM-DATE.
       EVALUATE TRUE
           WHEN SIGNON-ADMIN
               MOVE 'WVR-ADMIN-AMT' TO WS-PARM-NAME
               MOVE CAP1-WVR-ADMIN-AMT TO WS-PARM-NUM
               PERFORM 060-GET-PARM
               MOVE WS-PARM-NUM TO WS-ROLE-AMT
               MOVE 'WVR-ADMIN-CT' TO WS-PARM-NAME
               MOVE CAP1-WVR-ADMIN-CT TO WS-PARM-NUM
               PERFORM 060-GET-PARM
               MOVE WS-PARM-NUM TO WS-ROLE-CT
           WHEN SIGNON-SUPERVISOR
               MOVE 'WVR-SUPV-AMT' TO WS-PARM-NAME
               MOVE CAP1-WVR-SUPV-AMT TO WS-PARM-NUM
               PERFORM 060-GET-PARM
               MOVE WS-PARM-NUM TO WS-ROLE-AMT
               MOVE 'WVR-SUPV-CT' TO WS-PARM-NAME
               MOVE CAP1-WVR-SUPV-CT TO WS-PARM-NUM
               PERFORM 060-GET-PARM
               MOVE WS-PARM-NUM TO WS-ROLE-CT
           WHEN OTHER
               MOVE 'WVR-TELLER-AMT' TO WS-PARM-NAME
               MOVE CAP1-WVR-TELLER-AMT TO WS-PARM-NUM
               PERFORM 060-GET-PARM
               MOVE WS-PARM-NUM TO WS-ROLE-AMT
               MOVE 'WVR-TELLER-CT' TO WS-PARM-NAME
               MOVE CAP1-WVR-TELLER-CT TO WS-PARM-NUM
               PERFORM 060-GET-PARM
               MOVE WS-PARM-NUM TO WS-ROLE-CT
       END-EVALUATE.
      ******************************************************************
       060-GET-PARM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
      ******************************************************************
       100-ACCOUNT-PROMPT.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'COURTESY FEE WAIVER'.
       DISPLAY 'ACCOUNT (99999999 = EXIT):'.
       ACCEPT WS-WORK-ID.
       IF WS-WORK-ID = '99999999'
           EXIT PARAGRAPH
       END-IF.
       IF WS-WORK-ID IS NOT NUMERIC
           DISPLAY 'INVALID ID'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-WORK-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               DISPLAY 'INVALID ID'
               ACCEPT CAP1-RESP
               EXIT PARAGRAPH
       END-READ.
       DISPLAY 'ACCT ' CH-ID ' ' CH-FNAME ' ' CH-LNAME.
       PERFORM 200-LIST-FEES.
       IF WS-FEE-CT = ZERO
           DISPLAY 'NO FEES POSTED IN THE LAST YEAR'
           DISPLAY "PRESS 'ENTER' TO CONTINUE"
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 300-YEAR-TO-DATE.
       MOVE WS-YTD-AMT TO WS-SHOW-AMT.
       DISPLAY 'WAIVED THIS YEAR: ' WS-YTD-CT ' FOR ' WS-SHOW-AMT.
       MOVE WS-ROLE-AMT TO WS-SHOW-LIM.
       DISPLAY 'YOUR LIMIT PER CUSTOMER: ' WS-ROLE-CT ' FOR '
               WS-SHOW-LIM.
       DISPLAY 'FEE TO WAIVE (00 = NONE):'.
       ACCEPT WS-PICK.
       IF WS-PICK = ZERO OR WS-PICK > WS-FEE-CT
           EXIT PARAGRAPH
       END-IF.
       IF WS-FEE-WAIVED (WS-PICK) = 'Y'
           DISPLAY 'THAT FEE HAS ALREADY BEEN WAIVED'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       IF WS-YTD-CT + 1 > WS-ROLE-CT
       OR WS-YTD-AMT + WS-FEE-AMT (WS-PICK) > WS-ROLE-AMT
           DISPLAY 'OVER YOUR WAIVER LIMIT FOR THIS CUSTOMER -'
                   ' REFER TO A SUPERVISOR'
           MOVE 'WVRLIM' TO WS-AUD-ACTION
           MOVE CH-ID TO WS-AUD-KEY
           CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       PERFORM 350-PICK-REASON.
       IF WS-RSN-HIT = ZERO
           DISPLAY 'A REASON CODE IS REQUIRED - NOTHING WAIVED'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-FEE-AMT (WS-PICK) TO WS-SHOW-AMT.
       DISPLAY 'WAIVE ' WS-FEE-ITEM (WS-PICK) ' ' WS-SHOW-AMT
               ' (Y/N)?'.
       ACCEPT WS-CONFIRM.
       IF WS-CONFIRM = 'Y' OR 'y'
           PERFORM 400-POST-WAIVER
       ELSE
           DISPLAY 'NOTHING WAIVED'
       END-IF.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT CAP1-RESP.
      ******************************************************************
      * FEES FROM THE LAST YEAR, OLDEST FIRST. FINANCE CHARGES ARE
      * INTEREST, NOT A FEE, AND DISPUTED FEES ARE ALREADY OFF THE
      * BILL, SO NEITHER IS OFFERED.
      ******************************************************************
       200-LIST-FEES.
       MOVE ZERO TO WS-FEE-CT.
       MOVE SPACES TO WS-TRAN-EOF.
       MOVE CH-ID TO CC-ID.
       MOVE LOW-VALUES TO CC-TRAN-TSTAMP.
       MOVE WS-YEAR-AGO TO CC-TRAN-TSTAMP (1:8).
       MOVE ZERO TO CC-TRAN-SEQ.
       START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-TRAN-EOF
       END-START.
       PERFORM UNTIL WS-TRAN-EOF = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF
               NOT AT END
                   IF CC-ID NOT = CH-ID
                       MOVE 'Y' TO WS-TRAN-EOF
                   ELSE
                       IF CC-TYPE-FEE AND NOT CC-IS-DISPUTED
                       AND CC-TRAN-ITEM NOT = 'FINANCE CHARGE'
                       AND WS-FEE-CT < 20
                           PERFORM 250-ADD-FEE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       250-ADD-FEE.
       ADD 1 TO WS-FEE-CT.
       MOVE CC-TRAN-KEY TO WS-FEE-KEY (WS-FEE-CT).
       MOVE CC-TRAN-ITEM TO WS-FEE-ITEM (WS-FEE-CT).
       MOVE CC-TRAN-PRICE TO WS-FEE-AMT (WS-FEE-CT).
       MOVE CC-TRAN-KEY TO WVR-FEE-KEY.
       READ WVR-FILE
           INVALID KEY
               MOVE 'N' TO WS-FEE-WAIVED (WS-FEE-CT)
           NOT INVALID KEY
               MOVE 'Y' TO WS-FEE-WAIVED (WS-FEE-CT)
       END-READ.
       MOVE WS-FEE-CT TO OUT-FEE-NO.
       MOVE CC-TRAN-TSTAMP (1:8) TO OUT-FEE-DATE.
       MOVE CC-TRAN-ITEM TO OUT-FEE-ITEM.
       MOVE CC-TRAN-PRICE TO OUT-FEE-AMT.
       IF WS-FEE-WAIVED (WS-FEE-CT) = 'Y'
           MOVE 'WAIVED' TO OUT-FEE-FLAG
       ELSE
           MOVE SPACES TO OUT-FEE-FLAG
       END-IF.
       DISPLAY OUT-FEE-LINE.
      ******************************************************************
      * EVERY WAIVER THE CUSTOMER HAS HAD THIS CALENDAR YEAR, WHOEVER
      * GRANTED IT.
      ******************************************************************
       300-YEAR-TO-DATE.
       MOVE ZERO TO WS-YTD-AMT.
       MOVE ZERO TO WS-YTD-CT.
       MOVE SPACES TO WS-WVR-EOF.
       MOVE CH-ID TO WVR-CC-ID.
       MOVE LOW-VALUES TO WVR-FEE-TSTAMP.
       MOVE ZERO TO WVR-FEE-SEQ.
       START WVR-FILE KEY NOT LESS THAN WVR-FEE-KEY
           INVALID KEY
               MOVE 'Y' TO WS-WVR-EOF
       END-START.
       PERFORM UNTIL WS-WVR-EOF = 'Y'
           READ WVR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WVR-EOF
               NOT AT END
                   IF WVR-CC-ID NOT = CH-ID
                       MOVE 'Y' TO WS-WVR-EOF
                   ELSE
                       IF WVR-DATE (1:4) = WS-YEAR
                           ADD 1 TO WS-YTD-CT
                           ADD WVR-AMOUNT TO WS-YTD-AMT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       350-PICK-REASON.
       PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-WVR-RSN-COUNT
           DISPLAY '  ' WS-WVR-RSN-CODE (WS-RSN-IDX) ' '
                   WS-WVR-RSN-TEXT (WS-RSN-IDX)
       END-PERFORM.
       DISPLAY 'REASON CODE:'.
       ACCEPT WS-RSN-PICK.
       MOVE ZERO TO WS-RSN-HIT.
       PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-WVR-RSN-COUNT
           IF WS-WVR-RSN-CODE (WS-RSN-IDX) = WS-RSN-PICK
               MOVE WS-RSN-IDX TO WS-RSN-HIT
           END-IF
       END-PERFORM.
      ******************************************************************
      * THE REVERSAL IS AN 'R' CREDIT FOR THE WHOLE FEE, KEYED BY
      * THIS OPERATOR; THE WAIVER RECORD TIES IT TO THE FEE.
      ******************************************************************
       400-POST-WAIVER.
       MOVE WS-FEE-KEY (WS-PICK) TO CC-TRAN-KEY.
       READ CC-TRAN-FILE
           INVALID KEY
               DISPLAY 'FEE NO LONGER ON FILE - NOTHING WAIVED'
               EXIT PARAGRAPH
       END-READ.
       PERFORM 450-FEE-TYPE.
       INITIALIZE WVR-REC.
       MOVE CC-TRAN-KEY TO WVR-FEE-KEY.
       MOVE WS-FEE-TYPE TO WVR-FEE-TYPE.
       MOVE CC-TRAN-PRICE TO WVR-AMOUNT.
       MOVE WS-RSN-PICK TO WVR-REASON.
       MOVE WS-TODAY TO WVR-DATE.
       MOVE WS-OPERATOR-ID TO WVR-OPER.
       MOVE SIGNON-ROLE TO WVR-ROLE.
       MOVE CH-ID TO CC-ID.
       MOVE FUNCTION CURRENT-DATE TO CC-TRAN-TSTAMP.
       MOVE 'R' TO TRAN-TYPE.
       MOVE SPACES TO CC-TRAN-ITEM.
       STRING 'WAIVED ' WS-FEE-ITEM (WS-PICK)
               DELIMITED BY SIZE INTO CC-TRAN-ITEM.
       MOVE 'N' TO CC-DISPUTED.
       MOVE ZERO TO CC-MER-ID.
       MOVE 'MAN' TO CC-TRAN-SOURCE.
       MOVE ZERO TO CC-LOC-ID.
       MOVE ZERO TO CC-ISS-ID.
       MOVE ZERO TO CC-TRAN-CARD.
       MOVE 'N' TO CC-SETTLED.
       MOVE WS-OPERATOR-ID TO CC-TRAN-OPER.
       MOVE SPACE TO CC-AVS-RESULT.
       MOVE ZERO TO CC-TRAN-SEQ.
       MOVE 'N' TO WS-TRAN-DONE.
       PERFORM UNTIL WS-TRAN-DONE = 'Y'
           WRITE CC-TRAN-REC
               INVALID KEY
                   ADD 1 TO CC-TRAN-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TRAN-DONE
           END-WRITE
       END-PERFORM.
       MOVE CC-TRAN-TSTAMP TO WVR-REV-TSTAMP.
       MOVE CC-TRAN-SEQ TO WVR-REV-SEQ.
       WRITE WVR-REC
           INVALID KEY
               DISPLAY 'WAIVER RECORD NOT FILED - SEE SUPERVISOR'
       END-WRITE.
       SUBTRACT WVR-AMOUNT FROM CH-MEMO-BAL.
       REWRITE CH-REC.
       MOVE 'FEEWVR' TO WS-AUD-ACTION.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE CH-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'FEE WAIVED ON ACCOUNT ', CH-ID
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
       DISPLAY 'FEE WAIVED - REVERSAL POSTED'.
      ******************************************************************
       450-FEE-TYPE.
       EVALUATE TRUE
           WHEN CC-TRAN-ITEM (1:8) = 'LATE FEE'
               MOVE 'L' TO WS-FEE-TYPE
           WHEN CC-TRAN-ITEM (1:14) = 'NSF RETURN FEE'
               MOVE 'N' TO WS-FEE-TYPE
           WHEN CC-TRAN-ITEM (1:10) = 'ANNUAL FEE'
               MOVE 'A' TO WS-FEE-TYPE
           WHEN CC-TRAN-ITEM (1:16) = 'CASH ADVANCE FEE'
               MOVE 'C' TO WS-FEE-TYPE
           WHEN OTHER
               MOVE 'O' TO WS-FEE-TYPE
       END-EVALUATE.
