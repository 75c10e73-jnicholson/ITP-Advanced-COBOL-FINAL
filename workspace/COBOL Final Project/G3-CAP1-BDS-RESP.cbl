      ******************************************************************
      *PROGRAM:  Capital One Credit Bureau Dispute Response
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly. Answers the bureaus for every consumer
      *          dispute the G3-CAP1-BDSDESK closed since the last
      *          run: one line per dispute on BDS-RESP.TXT with the
      *          bureau's control number, the outcome (verified,
      *          corrected or deleted) and, for a correction, the
      *          value now reported. Each answered dispute is stamped
      *          with the response date so it is sent once. Open
      *          disputes past their 30-day due date are listed on
      *          the console for the disputes desk.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-BDS-RESP IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-BDS.
       COPY SELECT-BDS-XFER.
      ******************************************************************
       DATA DIVISION.
       COPY FD-BDS.
       COPY FD-BDS-XFER.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-BDS-EOF                  PIC X VALUE SPACES.
       01  WS-RESP-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-LATE-CTR                 PIC 9(5) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-BDS-RESP' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           OPEN I-O BDS-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'BUREAU DISPUTE RESPONSE - NO DISPUTES ON FILE'
               GOBACK
           END-IF.
           OPEN EXTEND BDS-RESP-FILE.
           MOVE ZERO TO BDS-ID.
           START BDS-FILE KEY NOT LESS THAN BDS-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BDS-EOF
           END-START.
           PERFORM UNTIL WS-BDS-EOF = 'Y'
               READ BDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BDS-EOF
                   NOT AT END
                       PERFORM 200-CHECK-ONE
               END-READ
           END-PERFORM.
           CLOSE BDS-FILE
                 BDS-RESP-FILE.
           DISPLAY 'BUREAU DISPUTE RESPONSE COMPLETE - ' WS-RESP-CTR
                   ' ANSWERED, ' WS-LATE-CTR ' OPEN PAST DUE'.
           GOBACK.
      ******************************************************************
       200-CHECK-ONE.
       IF BDS-OPEN
           IF BDS-DUE-DATE < WS-TODAY
               ADD 1 TO WS-LATE-CTR
               DISPLAY 'PAST DUE: DISPUTE ' BDS-ID ' ACCT ' BDS-CH-ID
                       ' DUE ' BDS-DUE-DATE
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF BDS-RESP-DATE NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM 300-RESPOND.
      ******************************************************************
      * ONLY THE CORRECTED ITEM CARRIES A VALUE; A VERIFIED OR
      * DELETED ANSWER SENDS THE OUTCOME ALONE.
      ******************************************************************
       300-RESPOND.
       INITIALIZE BDS-RESP-REC.
       MOVE BDS-BUREAU TO BDR-BUREAU.
       MOVE BDS-BUREAU-REF TO BDR-BUREAU-REF.
       MOVE BDS-CH-ID TO BDR-ACCT.
       MOVE BDS-TYPE TO BDR-TYPE.
       MOVE BDS-OUTCOME TO BDR-OUTCOME.
       IF BDS-CORRECTED
           MOVE BDS-CORR-BAL TO BDR-BAL
           MOVE BDS-CORR-DELINQ TO BDR-DELINQ
           MOVE BDS-CORR-CHGOFF TO BDR-CHGOFF
           MOVE BDS-CORR-ECOA TO BDR-ECOA
       END-IF.
       MOVE BDS-CLOSE-DATE TO BDR-CLOSE-DATE.
       WRITE BDS-RESP-REC.
       MOVE WS-TODAY TO BDS-RESP-DATE.
       REWRITE BDS-REC.
       ADD 1 TO WS-RESP-CTR.
       MOVE 'BDSRSP' TO WS-AUD-ACTION.
       MOVE BDS-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
