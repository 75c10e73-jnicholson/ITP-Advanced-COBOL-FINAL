      ******************************************************************
      *PROGRAM:  Capital One Refund Check Positive Pay Extract
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Tells the bank which refund checks are ours. Every
      *          check on the refund check register not yet reported
      *          - cut by the refund run, reissued or voided at the
      *          refund check desk, or voided by the escheat run -
      *          goes out as an issue or void line on a new positive
      *          pay file (POSPAY-CCYYMMDD-HHMM.TXT) with a header and
      *          a trailer of counts and totals, and is marked sent.
      *          Run nightly, and at the end of every refund run so
      *          the bank has the new checks before they are mailed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-POSPAY IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-REFREG.
       COPY SELECT-POSPAY.
      ******************************************************************
       DATA DIVISION.
       COPY FD-REFREG.
       COPY FD-POSPAY.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.

       01  WS-PP-NAME                  PIC X(30) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-RRG-EOF                  PIC X VALUE SPACES.
       01  WS-ISSUE-CTR                PIC 9(7) VALUE ZERO.
       01  WS-ISSUE-AMT                PIC 9(10)V99 VALUE ZERO.
       01  WS-VOID-CTR                 PIC 9(7) VALUE ZERO.
       01  WS-VOID-AMT                 PIC 9(10)V99 VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-POSPAY' TO CAP1-M-PROG.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           OPEN I-O RRG-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'POSITIVE PAY - NO REGISTER, NOTHING TO DO'
               GOBACK
           END-IF.
           MOVE SPACES TO WS-PP-NAME.
           STRING 'POSPAY-' WS-TODAY '-' WS-HOUR WS-MINUTE '.TXT'
                   DELIMITED BY SIZE INTO WS-PP-NAME.
           OPEN OUTPUT PP-FILE.
           MOVE SPACES TO PP-HDR-REC.
           MOVE 'H' TO PPH-TYPE.
           MOVE CAP1-REFUND-ACCT TO PPH-ACCT.
           MOVE WS-TODAY TO PPH-FILE-DATE.
           MOVE WS-HOUR TO PPH-FILE-TIME (1:2).
           MOVE WS-MINUTE TO PPH-FILE-TIME (3:2).
           MOVE 'TEAM 3 CAPITAL ONE REFUNDS' TO PPH-NAME.
           WRITE PP-HDR-REC.
           MOVE ZERO TO RRG-CHECK-NO.
           START RRG-FILE KEY NOT LESS THAN RRG-CHECK-NO
               INVALID KEY
                   MOVE 'Y' TO WS-RRG-EOF
           END-START.
           PERFORM UNTIL WS-RRG-EOF = 'Y'
               READ RRG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RRG-EOF
                   NOT AT END
                       IF RRG-PP-ISSUE OR RRG-PP-VOID
                           PERFORM 200-REPORT-CHECK
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO PP-TRL-REC.
           MOVE 'T' TO PPT-TYPE.
           MOVE CAP1-REFUND-ACCT TO PPT-ACCT.
           MOVE WS-ISSUE-CTR TO PPT-ISSUE-CT.
           MOVE WS-ISSUE-AMT TO PPT-ISSUE-AMT.
           MOVE WS-VOID-CTR TO PPT-VOID-CT.
           MOVE WS-VOID-AMT TO PPT-VOID-AMT.
           WRITE PP-TRL-REC.
           CLOSE RRG-FILE
                 PP-FILE.
           DISPLAY 'POSITIVE PAY ' WS-PP-NAME ' - ' WS-ISSUE-CTR
                   ' ISSUED, ' WS-VOID-CTR ' VOIDED'.
           GOBACK.
      ******************************************************************
      * A CHECK VOIDED BEFORE ITS ISSUE EVER WENT OUT IS SENT AS A
      * VOID ONLY: THE BANK MUST NOT PAY IT EITHER WAY.
      ******************************************************************
       200-REPORT-CHECK.
       MOVE SPACES TO PP-DTL-REC.
       MOVE 'D' TO PPD-TYPE.
       MOVE CAP1-REFUND-ACCT TO PPD-ACCT.
       MOVE RRG-CHECK-NO TO PPD-CHECK-NO.
       MOVE RRG-AMT TO PPD-AMOUNT.
       MOVE RRG-ISSUE-DATE TO PPD-ISSUE-DATE.
       MOVE RRG-PAYEE TO PPD-PAYEE.
       IF RRG-PP-VOID
           MOVE 'V' TO PPD-ACTION
           ADD 1 TO WS-VOID-CTR
           ADD RRG-AMT TO WS-VOID-AMT
       ELSE
           MOVE 'I' TO PPD-ACTION
           ADD 1 TO WS-ISSUE-CTR
           ADD RRG-AMT TO WS-ISSUE-AMT
       END-IF.
       WRITE PP-DTL-REC.
       MOVE 'S' TO RRG-PP-STATUS.
       REWRITE RRG-REC.
