      ******************************************************************
      *PROGRAM:  Group 3 GL Daily Trial Balance
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly, after the GL journal extract. Totals the
      *          day's journal lines on GL-EXTRACT.TXT by account and
      *          writes GL-TB-RPT.TXT: each account with its name and
      *          type off the chart of accounts, its debits, credits
      *          and net, then the day's totals and whether debits
      *          equal credits. The suspense account's net is called
      *          out for accounting to clear, and any account posted
      *          that is not on the chart is flagged. The extract's
      *          own batch control lines are checked against the
      *          detail. Out of balance ends RC 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-GL-TRIAL IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-GL-EXTRACT.
       COPY SELECT-GLACCT.
       COPY SELECT-GL-TB-RPT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-GL-EXTRACT.
       COPY FD-GLACCT.
       COPY FD-GL-TB-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-PARM.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-EOF2                     PIC X VALUE SPACES.
       01  WS-GLA-AVAIL                PIC X VALUE 'N'.
       01  WS-SUSP-ACCT                PIC 9(6) VALUE ZERO.
       01  WS-DR-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-CR-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-CTL-DR                   PIC 9(11)V99 VALUE ZERO.
       01  WS-CTL-CR                   PIC 9(11)V99 VALUE ZERO.
       01  WS-CTL-STATUS               PIC X(25) VALUE SPACES.
       01  WS-NET                      PIC S9(11)V99 VALUE ZERO.
       01  WS-OFF-CHART                PIC 9(3) VALUE ZERO.
       01  WS-LINE-CT                  PIC 9(7) VALUE ZERO.

      * THE DAY'S ACCOUNTS, KEPT IN ACCOUNT ORDER AS THEY ARE FOUND.
       01  WS-TB-TABLE.
           03  WS-TB-ENTRY             OCCURS 500 TIMES.
               05  WS-TB-ACCOUNT       PIC 9(6).
               05  WS-TB-DR            PIC 9(11)V99.
               05  WS-TB-CR            PIC 9(11)V99.
       01  WS-TB-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-TB-IDX                   PIC 9(3) VALUE ZERO.
       01  WS-TB-POS                   PIC 9(3) VALUE ZERO.

       01  OUT-TB-HEAD.
           03  FILLER                  PIC X(7) VALUE 'ACCOUNT'.
           03  FILLER                  PIC X(32) VALUE ' NAME'.
           03  FILLER                  PIC X(2) VALUE 'T'.
           03  FILLER                  PIC X(18)
                                       VALUE '            DEBIT'.
           03  FILLER                  PIC X(18)
                                       VALUE '           CREDIT'.
           03  FILLER                  PIC X(19)
                                       VALUE '               NET'.
       01  OUT-TB-LINE.
           03  OUT-TB-ACCOUNT          PIC 9(6).
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-TB-NAME             PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  OUT-TB-TYPE             PIC X.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-TB-DR               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-TB-CR               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-TB-NET              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  OUT-TB-TOTAL.
           03  FILLER                  PIC X(40)
                                       VALUE 'TOTAL'.
           03  OUT-TB-TOT-DR           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-TB-TOT-CR           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-TB-TOT-NET          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  OUT-TB-SUSP.
           03  FILLER                  PIC X(22)
                                       VALUE 'SUSPENSE ACCOUNT NET: '.
           03  OUT-TB-SUSP-NET         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-GL-TRIAL' TO CAP1-M-PROG.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE 'GL-SUSPENSE' TO WS-PARM-NAME.
           MOVE WS-TODAY TO WS-PARM-DATE.
           MOVE CAP1-GL-SUSPENSE TO WS-PARM-NUM.
           CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
                   WS-PARM-NUM, WS-PARM-TEXT.
           MOVE WS-PARM-NUM TO WS-SUSP-ACCT.
           INITIALIZE WS-TB-TABLE.
           MOVE 'NO BATCH CONTROL' TO WS-CTL-STATUS.
           PERFORM 200-READ-JOURNAL.
           OPEN INPUT GLA-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-GLA-AVAIL
           END-IF.
           OPEN OUTPUT GL-TB-RPT-FILE.
           MOVE SPACES TO GL-TB-RPT-LINE.
           STRING 'GL DAILY TRIAL BALANCE - ' WS-TODAY
                   DELIMITED BY SIZE INTO GL-TB-RPT-LINE.
           WRITE GL-TB-RPT-LINE.
           MOVE SPACES TO GL-TB-RPT-LINE.
           WRITE GL-TB-RPT-LINE.
           WRITE GL-TB-RPT-LINE FROM OUT-TB-HEAD.
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
               PERFORM 400-ACCOUNT-LINE
           END-PERFORM.
           PERFORM 500-TOTALS.
           CLOSE GL-TB-RPT-FILE.
           IF WS-GLA-AVAIL = 'Y'
               CLOSE GLA-FILE
           END-IF.
           MOVE 'GL-TB-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-GL-TRIAL' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           IF WS-DR-TOTAL = WS-CR-TOTAL
               DISPLAY 'GL TRIAL BALANCE IN BALANCE - ACCOUNTS: '
                       WS-TB-COUNT
           ELSE
               DISPLAY 'GL TRIAL BALANCE OUT OF BALANCE - SEE'
                       ' GL-TB-RPT.TXT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      ******************************************************************
      * TODAY'S LINES ONLY. THE 999999 LINES ARE THE EXTRACT'S OWN
      * BATCH CONTROL, NOT POSTINGS, AND ARE KEPT TO ONE SIDE.
      ******************************************************************
       200-READ-JOURNAL.
       MOVE SPACES TO WS-EOF2.
       OPEN INPUT GL-FILE.
       IF WS-STAT NOT = ZERO
           MOVE 'Y' TO WS-EOF2
       END-IF.
       PERFORM UNTIL WS-EOF2 = 'Y'
           READ GL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF2
               NOT AT END
                   IF GL-DATE = WS-TODAY
                       PERFORM 250-ONE-LINE
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-STAT NOT = 35
           CLOSE GL-FILE
       END-IF.
      ******************************************************************
       250-ONE-LINE.
       IF GL-ACCOUNT = 999999
           EVALUATE GL-SIDE
               WHEN 'D'
                   MOVE GL-AMOUNT TO WS-CTL-DR
               WHEN 'C'
                   MOVE GL-AMOUNT TO WS-CTL-CR
               WHEN 'X'
                   MOVE GL-DESC TO WS-CTL-STATUS
           END-EVALUATE
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-LINE-CT.
       PERFORM 300-FIND-ACCOUNT.
       IF WS-TB-POS = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF GL-SIDE = 'D'
           ADD GL-AMOUNT TO WS-TB-DR (WS-TB-POS)
           ADD GL-AMOUNT TO WS-DR-TOTAL
       ELSE
           ADD GL-AMOUNT TO WS-TB-CR (WS-TB-POS)
           ADD GL-AMOUNT TO WS-CR-TOTAL
       END-IF.
      ******************************************************************
      * FIND THE ACCOUNT'S ROW, OPENING ONE IN ACCOUNT ORDER WHEN IT
      * IS NEW TODAY. A FULL TABLE LEAVES WS-TB-POS ZERO.
      ******************************************************************
       300-FIND-ACCOUNT.
       MOVE ZERO TO WS-TB-POS.
       PERFORM VARYING WS-TB-IDX FROM 1 BY 1
               UNTIL WS-TB-IDX > WS-TB-COUNT
                  OR WS-TB-ACCOUNT (WS-TB-IDX) NOT < GL-ACCOUNT
           CONTINUE
       END-PERFORM.
       IF WS-TB-IDX NOT > WS-TB-COUNT
           IF WS-TB-ACCOUNT (WS-TB-IDX) = GL-ACCOUNT
               MOVE WS-TB-IDX TO WS-TB-POS
               EXIT PARAGRAPH
           END-IF
       END-IF.
       IF WS-TB-COUNT NOT < 500
           DISPLAY 'TRIAL BALANCE TABLE FULL - ACCOUNT ' GL-ACCOUNT
                   ' NOT TOTALLED'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TB-IDX TO WS-TB-POS.
       PERFORM VARYING WS-TB-IDX FROM WS-TB-COUNT BY -1
               UNTIL WS-TB-IDX < WS-TB-POS
           MOVE WS-TB-ENTRY (WS-TB-IDX) TO WS-TB-ENTRY (WS-TB-IDX + 1)
       END-PERFORM.
       ADD 1 TO WS-TB-COUNT.
       MOVE GL-ACCOUNT TO WS-TB-ACCOUNT (WS-TB-POS).
       MOVE ZERO TO WS-TB-DR (WS-TB-POS).
       MOVE ZERO TO WS-TB-CR (WS-TB-POS).
      ******************************************************************
       400-ACCOUNT-LINE.
       MOVE WS-TB-ACCOUNT (WS-TB-IDX) TO OUT-TB-ACCOUNT.
       MOVE '** NOT ON CHART **' TO OUT-TB-NAME.
       MOVE SPACE TO OUT-TB-TYPE.
       IF WS-GLA-AVAIL = 'Y'
           MOVE WS-TB-ACCOUNT (WS-TB-IDX) TO GLA-ACCOUNT
           READ GLA-FILE
               INVALID KEY
                   ADD 1 TO WS-OFF-CHART
               NOT INVALID KEY
                   MOVE GLA-NAME TO OUT-TB-NAME
                   MOVE GLA-TYPE TO OUT-TB-TYPE
           END-READ
       ELSE
           ADD 1 TO WS-OFF-CHART
       END-IF.
       MOVE WS-TB-DR (WS-TB-IDX) TO OUT-TB-DR.
       MOVE WS-TB-CR (WS-TB-IDX) TO OUT-TB-CR.
       COMPUTE WS-NET = WS-TB-DR (WS-TB-IDX) - WS-TB-CR (WS-TB-IDX).
       MOVE WS-NET TO OUT-TB-NET.
       WRITE GL-TB-RPT-LINE FROM OUT-TB-LINE.
      ******************************************************************
       500-TOTALS.
       MOVE SPACES TO GL-TB-RPT-LINE.
       WRITE GL-TB-RPT-LINE.
       MOVE WS-DR-TOTAL TO OUT-TB-TOT-DR.
       MOVE WS-CR-TOTAL TO OUT-TB-TOT-CR.
       COMPUTE WS-NET = WS-DR-TOTAL - WS-CR-TOTAL.
       MOVE WS-NET TO OUT-TB-TOT-NET.
       WRITE GL-TB-RPT-LINE FROM OUT-TB-TOTAL.
       MOVE SPACES TO GL-TB-RPT-LINE.
       WRITE GL-TB-RPT-LINE.
       MOVE SPACES TO GL-TB-RPT-LINE.
       IF WS-DR-TOTAL = WS-CR-TOTAL
           MOVE 'TRIAL BALANCE IN BALANCE - DEBITS EQUAL CREDITS'
               TO GL-TB-RPT-LINE
       ELSE
           MOVE 'TRIAL BALANCE OUT OF BALANCE - DEBITS NOT = CREDITS'
               TO GL-TB-RPT-LINE
       END-IF.
       WRITE GL-TB-RPT-LINE.
       MOVE SPACES TO GL-TB-RPT-LINE.
       IF WS-CTL-DR = WS-DR-TOTAL AND WS-CTL-CR = WS-CR-TOTAL
           STRING 'EXTRACT BATCH CONTROL AGREES - '
                   WS-CTL-STATUS DELIMITED BY SIZE
                   INTO GL-TB-RPT-LINE
       ELSE
           STRING 'EXTRACT BATCH CONTROL DOES NOT AGREE - '
                   WS-CTL-STATUS DELIMITED BY SIZE
                   INTO GL-TB-RPT-LINE
       END-IF.
       WRITE GL-TB-RPT-LINE.
       MOVE ZERO TO WS-NET.
       PERFORM VARYING WS-TB-IDX FROM 1 BY 1
               UNTIL WS-TB-IDX > WS-TB-COUNT
           IF WS-TB-ACCOUNT (WS-TB-IDX) = WS-SUSP-ACCT
               COMPUTE WS-NET = WS-TB-DR (WS-TB-IDX)
                       - WS-TB-CR (WS-TB-IDX)
           END-IF
       END-PERFORM.
       MOVE WS-NET TO OUT-TB-SUSP-NET.
       WRITE GL-TB-RPT-LINE FROM OUT-TB-SUSP.
       IF WS-OFF-CHART > ZERO
           MOVE SPACES TO GL-TB-RPT-LINE
           STRING 'ACCOUNTS POSTED THAT ARE NOT ON THE CHART: '
                   WS-OFF-CHART DELIMITED BY SIZE
                   INTO GL-TB-RPT-LINE
           WRITE GL-TB-RPT-LINE
       END-IF.
