      ******************************************************************
      *PROGRAM:  Visa Issuer Portfolio Transfer
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Moves a card portfolio - a BIN range - from the
      *          issuer behind it to a receiving issuer as of an
      *          effective date. The range must sit inside one
      *          BINTAB.TXT range (which is split around it), both
      *          issuers must be on ISS-FILE and differ, and the
      *          range may not already have a transfer pending. The
      *          transferred range keeps the original issuer as
      *          BIN-PRIOR-ISS, so G3-VISA-BIN-LOOKUP still answers
      *          it until the effective date. Transactions on the
      *          range's cards dated on or after the effective date
      *          are re-stamped (CC-ISS-ID) to the receiving issuer;
      *          everything earlier stays on the original issuer,
      *          so issuer settlement and the issuer volume report
      *          split the month at the cut-over. The receiving
      *          issuer gets a manifest (ISS-XFER-MANIFEST.TXT) of
      *          every account in the range - balance, open disputes
      *          and open authorization holds - with transaction
      *          control totals before and after the re-stamp,
      *          filed in the report repository. The transfer is
      *          audited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-ISS-XFER IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-BINTAB.
       COPY SELECT-ISS.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TRAN.
       COPY SELECT-DISPUTE.
       COPY SELECT-AUTH-HOLD.
       SELECT XFER-RPT-FILE
               ASSIGN TO 'ISS-XFER-MANIFEST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-BINTAB.
       COPY FD-ISS.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       COPY FD-DISPUTE.
       COPY FD-AUTH-HOLD.
       FD  XFER-RPT-FILE.
       01  XFER-RPT-LINE               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-XF-RESP                  PIC X VALUE SPACE.
       01  WS-EDIT-OK                  PIC X VALUE 'Y'.
       01  WS-IN-LOW                   PIC 9(6) VALUE ZERO.
       01  WS-IN-HIGH                  PIC 9(6) VALUE ZERO.
       01  WS-IN-ISS                   PIC 9(3) VALUE ZERO.
       01  WS-IN-EFF                   PIC 9(8) VALUE ZERO.
       01  WS-FROM-ISS                 PIC 9(3) VALUE ZERO.
       01  WS-FROM-NAME                PIC X(20) VALUE SPACES.
       01  WS-TO-NAME                  PIC X(20) VALUE SPACES.
       01  WS-PREFIX                   PIC 9(6) VALUE ZERO.
       01  WS-PREFIX-2                 PIC 9(6) VALUE ZERO.
       01  WS-ROW-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-CC-EOF                   PIC X VALUE SPACES.
       01  WS-DSP-EOF                  PIC X VALUE SPACES.
       01  WS-AUTH-EOF                 PIC X VALUE SPACES.
       01  WS-DSP-AVAIL                PIC X VALUE 'N'.
       01  WS-AUTH-AVAIL               PIC X VALUE 'N'.
       01  WS-IN-RANGE                 PIC X VALUE 'N'.

       01  WS-BT-EOF                   PIC X VALUE SPACES.
       01  WS-BT-IDX                   PIC 9(3) VALUE ZERO.
       01  WS-BT-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-HIT-IDX                  PIC 9(3) VALUE ZERO.
       01  WS-BT-TABLE.
           03  WS-BT-ENTRY OCCURS 100 TIMES.
               05  WS-BT-LOW           PIC 9(6).
               05  WS-BT-HIGH          PIC 9(6).
               05  WS-BT-ISS           PIC 9(3).
               05  WS-BT-PRIOR         PIC 9(3).
               05  WS-BT-EFF           PIC 9(8).
       01  WS-OLD-ENTRY.
           03  WS-OLD-LOW              PIC 9(6).
           03  WS-OLD-HIGH             PIC 9(6).
           03  WS-OLD-ISS              PIC 9(3).
           03  WS-OLD-PRIOR            PIC 9(3).
           03  WS-OLD-EFF              PIC 9(8).

       01  WS-ACCT-DSP-CT              PIC 9(5) VALUE ZERO.
       01  WS-ACCT-DSP-AMT             PIC 9(7)V99 VALUE ZERO.
       01  WS-ACCT-HOLD-CT             PIC 9(5) VALUE ZERO.
       01  WS-ACCT-HOLD-AMT            PIC 9(7)V99 VALUE ZERO.

       01  WS-XF-TOTALS.
           03  WS-TOT-ACCTS            PIC 9(7) VALUE ZERO.
           03  WS-TOT-BAL              PIC S9(11)V99 VALUE ZERO.
           03  WS-TOT-DSP-CT           PIC 9(7) VALUE ZERO.
           03  WS-TOT-DSP-AMT          PIC 9(11)V99 VALUE ZERO.
           03  WS-TOT-HOLD-CT          PIC 9(7) VALUE ZERO.
           03  WS-TOT-HOLD-AMT         PIC 9(11)V99 VALUE ZERO.
           03  WS-RESTAMP-CT           PIC 9(7) VALUE ZERO.
      * BEFORE (B) AND AFTER (A) THE RE-STAMP: HISTORY AHEAD OF THE
      * EFFECTIVE DATE, AND FROM IT ON, ON THE ORIGINAL AND ON THE
      * RECEIVING ISSUER.
           03  WS-B-HIST-CT            PIC 9(7) VALUE ZERO.
           03  WS-B-HIST-AMT           PIC 9(11)V99 VALUE ZERO.
           03  WS-B-FWD-FROM-CT        PIC 9(7) VALUE ZERO.
           03  WS-B-FWD-FROM-AMT       PIC 9(11)V99 VALUE ZERO.
           03  WS-B-FWD-TO-CT          PIC 9(7) VALUE ZERO.
           03  WS-B-FWD-TO-AMT         PIC 9(11)V99 VALUE ZERO.
           03  WS-A-HIST-CT            PIC 9(7) VALUE ZERO.
           03  WS-A-HIST-AMT           PIC 9(11)V99 VALUE ZERO.
           03  WS-A-FWD-FROM-CT        PIC 9(7) VALUE ZERO.
           03  WS-A-FWD-FROM-AMT       PIC 9(11)V99 VALUE ZERO.
           03  WS-A-FWD-TO-CT          PIC 9(7) VALUE ZERO.
           03  WS-A-FWD-TO-AMT         PIC 9(11)V99 VALUE ZERO.

       01  OUT-XF-ACCT.
           03  OUT-XFA-ID              PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-XFA-CARD            PIC 9(16).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-XFA-NAME            PIC X(20).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-XFA-STATUS          PIC X.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-XFA-BAL             PIC -,---,--9.99.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-XFA-DSP-CT          PIC ZZ9.
           03  OUT-XFA-DSP-AMT         PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-XFA-HOLD-CT         PIC ZZ9.
           03  OUT-XFA-HOLD-AMT        PIC Z,ZZZ,ZZ9.99.

       01  OUT-XF-CTL.
           03  OUT-XFC-LABEL           PIC X(44).
           03  OUT-XFC-CT              PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  OUT-XFC-AMT             PIC ---,---,---,--9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VISA-ISS-XFER' TO VISA-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       DISPLAY 'ISSUER PORTFOLIO TRANSFER'.
       DISPLAY 'BIN-LOW OF THE PORTFOLIO (6 DIGITS):'.
       ACCEPT WS-IN-LOW.
       DISPLAY 'BIN-HIGH OF THE PORTFOLIO (6 DIGITS):'.
       ACCEPT WS-IN-HIGH.
       DISPLAY 'RECEIVING ISSUER ID:'.
       ACCEPT WS-IN-ISS.
       DISPLAY 'EFFECTIVE DATE (YYYYMMDD, 0 = TODAY):'.
       ACCEPT WS-IN-EFF.
       IF WS-IN-EFF = ZERO
           MOVE WS-TODAY TO WS-IN-EFF
       END-IF.
       PERFORM 100-VALIDATE.
       IF WS-EDIT-OK NOT = 'Y'
           PERFORM 900-PAUSE
           EXIT PROGRAM
       END-IF.
       DISPLAY 'TRANSFER ' WS-IN-LOW '-' WS-IN-HIGH.
       DISPLAY '  FROM ' WS-FROM-ISS ' ' WS-FROM-NAME.
       DISPLAY '  TO   ' WS-IN-ISS ' ' WS-TO-NAME.
       DISPLAY '  EFFECTIVE ' WS-IN-EFF '  (Y TO CONFIRM):'.
       ACCEPT WS-XF-RESP.
       IF WS-XF-RESP NOT = 'Y' AND WS-XF-RESP NOT = 'y'
           DISPLAY 'TRANSFER CANCELLED'
           PERFORM 900-PAUSE
           EXIT PROGRAM
       END-IF.
       OPEN OUTPUT XFER-RPT-FILE.
       PERFORM 300-MANIFEST-HEAD.
       PERFORM 400-ACCOUNTS.
       PERFORM 500-RESTAMP.
       PERFORM 600-SPLIT-RANGE.
       PERFORM 700-CONTROL-TOTALS.
       CLOSE XFER-RPT-FILE.
       MOVE 'ISS-XFER-MANIFEST.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VISA-ISS-XFER' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME, WS-RPT-PROGRAM.
       MOVE 'ISSXFR' TO WS-AUD-ACTION.
       MOVE SPACES TO WS-AUD-KEY.
       STRING WS-IN-LOW '-' WS-IN-HIGH WS-FROM-ISS '>' WS-IN-ISS
               DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VISA-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'PORTFOLIO TRANSFERRED - ' WS-TOT-ACCTS ' ACCOUNTS, '
               WS-RESTAMP-CT ' TRANSACTIONS RE-STAMPED'.
       DISPLAY 'MANIFEST WRITTEN TO ISS-XFER-MANIFEST.TXT'.
       PERFORM 900-PAUSE.
       EXIT PROGRAM.
      ******************************************************************
      * A TRANSFER MOVES REAL MONEY'S WORTH OF CARDS, SO NOTHING RUNS
      * UNLESS EVERY CHECK PASSES: A SANE RANGE INSIDE ONE TABLE
      * ENTRY WITH NO TRANSFER ALREADY PENDING, A REAL DATE, AND TWO
      * DIFFERENT ISSUERS BOTH ON FILE.
      ******************************************************************
       100-VALIDATE.
       MOVE 'Y' TO WS-EDIT-OK.
       IF WS-IN-LOW > WS-IN-HIGH
           DISPLAY 'BIN-LOW IS ABOVE BIN-HIGH'
           MOVE 'N' TO WS-EDIT-OK
           EXIT PARAGRAPH
       END-IF.
       IF FUNCTION TEST-DATE-YYYYMMDD (WS-IN-EFF) NOT = ZERO
           DISPLAY 'EFFECTIVE DATE IS NOT A VALID DATE'
           MOVE 'N' TO WS-EDIT-OK
           EXIT PARAGRAPH
       END-IF.
       PERFORM 150-LOAD-TABLE.
       MOVE ZERO TO WS-HIT-IDX.
       PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT OR WS-HIT-IDX NOT = ZERO
           IF WS-BT-LOW (WS-BT-IDX) <= WS-IN-LOW
                   AND WS-BT-HIGH (WS-BT-IDX) >= WS-IN-HIGH
               MOVE WS-BT-IDX TO WS-HIT-IDX
           END-IF
       END-PERFORM.
       IF WS-HIT-IDX = ZERO
           DISPLAY 'THE RANGE IS NOT INSIDE ONE RANGE ON BINTAB'
           MOVE 'N' TO WS-EDIT-OK
           EXIT PARAGRAPH
       END-IF.
       IF WS-BT-EFF (WS-HIT-IDX) > WS-TODAY
           DISPLAY 'THE RANGE ALREADY HAS A TRANSFER PENDING FOR '
                   WS-BT-EFF (WS-HIT-IDX)
           MOVE 'N' TO WS-EDIT-OK
           EXIT PARAGRAPH
       END-IF.
       IF WS-BT-COUNT > 98
           DISPLAY 'BIN TABLE FULL - NO ROOM TO SPLIT THE RANGE'
           MOVE 'N' TO WS-EDIT-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-BT-ISS (WS-HIT-IDX) TO WS-FROM-ISS.
       IF WS-FROM-ISS = WS-IN-ISS
           DISPLAY 'THE RANGE ALREADY BELONGS TO ISSUER ' WS-IN-ISS
           MOVE 'N' TO WS-EDIT-OK
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT ISS-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'ISS.DAT NOT ON HAND - CANNOT VERIFY ISSUERS'
           MOVE 'N' TO WS-EDIT-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-FROM-ISS TO ISS-ID-KEY.
       READ ISS-FILE
           INVALID KEY
               DISPLAY 'ORIGINAL ISSUER ' WS-FROM-ISS
                       ' IS NOT ON ISS-FILE'
               MOVE 'N' TO WS-EDIT-OK
           NOT INVALID KEY
               MOVE ISS-NAME TO WS-FROM-NAME
       END-READ.
       MOVE WS-IN-ISS TO ISS-ID-KEY.
       READ ISS-FILE
           INVALID KEY
               DISPLAY 'RECEIVING ISSUER ' WS-IN-ISS
                       ' IS NOT ON ISS-FILE'
               MOVE 'N' TO WS-EDIT-OK
           NOT INVALID KEY
               MOVE ISS-NAME TO WS-TO-NAME
       END-READ.
       CLOSE ISS-FILE.
      ******************************************************************
       150-LOAD-TABLE.
       MOVE ZERO TO WS-BT-COUNT.
       MOVE SPACES TO WS-BT-EOF.
       OPEN INPUT BINTAB-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-BT-EOF = 'Y'
           READ BINTAB-FILE
               AT END
                   MOVE 'Y' TO WS-BT-EOF
               NOT AT END
                   IF WS-BT-COUNT < 100
                       ADD 1 TO WS-BT-COUNT
                       MOVE BIN-LOW TO WS-BT-LOW (WS-BT-COUNT)
                       MOVE BIN-HIGH TO WS-BT-HIGH (WS-BT-COUNT)
                       MOVE BIN-ISS-ID TO WS-BT-ISS (WS-BT-COUNT)
                       MOVE ZERO TO WS-BT-PRIOR (WS-BT-COUNT)
                       MOVE ZERO TO WS-BT-EFF (WS-BT-COUNT)
                       IF BIN-EFF-DATE IS NUMERIC
                               AND BIN-PRIOR-ISS IS NUMERIC
                           MOVE BIN-PRIOR-ISS
                               TO WS-BT-PRIOR (WS-BT-COUNT)
                           MOVE BIN-EFF-DATE
                               TO WS-BT-EFF (WS-BT-COUNT)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE BINTAB-FILE.
      ******************************************************************
       300-MANIFEST-HEAD.
       MOVE 'PORTFOLIO TRANSFER MANIFEST' TO XFER-RPT-LINE.
       WRITE XFER-RPT-LINE.
       MOVE SPACES TO XFER-RPT-LINE.
       STRING 'BIN RANGE ' WS-IN-LOW '-' WS-IN-HIGH
              '   EFFECTIVE ' WS-IN-EFF '   RUN ' WS-TODAY
               DELIMITED BY SIZE INTO XFER-RPT-LINE.
       WRITE XFER-RPT-LINE.
       MOVE SPACES TO XFER-RPT-LINE.
       STRING 'FROM ISSUER ' WS-FROM-ISS ' ' WS-FROM-NAME
              '   TO ISSUER ' WS-IN-ISS ' ' WS-TO-NAME
               DELIMITED BY SIZE INTO XFER-RPT-LINE.
       WRITE XFER-RPT-LINE.
       MOVE SPACES TO XFER-RPT-LINE.
       WRITE XFER-RPT-LINE.
       MOVE 'ACCOUNT   CARD              NAME                 S      BA
      -    'LANCE DSP    DISPUTED HLD       HELD' TO XFER-RPT-LINE.
       WRITE XFER-RPT-LINE.
      ******************************************************************
      * EVERY ACCOUNT WITH A CARD IN THE RANGE (PRIMARY OR SECOND)
      * GOES ON THE MANIFEST WITH WHAT THE RECEIVING ISSUER TAKES ON.
      ******************************************************************
       400-ACCOUNTS.
       OPEN INPUT DSP-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-DSP-AVAIL
       END-IF.
       OPEN INPUT AUTH-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-AUTH-AVAIL
       END-IF.
       OPEN INPUT CH-FILE.
       IF WS-STAT = ZERO
           MOVE ZERO TO CH-ID
           START CH-FILE KEY NOT LESS THAN CH-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CH-EOF
           END-START
           PERFORM UNTIL WS-CH-EOF = 'Y'
               READ CH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CH-EOF
                   NOT AT END
                       MOVE CH-CC (1:6) TO WS-PREFIX
                       MOVE CH-CC-2 (1:6) TO WS-PREFIX-2
                       IF (WS-PREFIX >= WS-IN-LOW
                               AND WS-PREFIX <= WS-IN-HIGH)
                           OR (CH-CC-2 NOT = ZERO
                               AND WS-PREFIX-2 >= WS-IN-LOW
                               AND WS-PREFIX-2 <= WS-IN-HIGH)
                           PERFORM 450-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CH-FILE
       END-IF.
       IF WS-DSP-AVAIL = 'Y'
           CLOSE DSP-FILE
       END-IF.
       IF WS-AUTH-AVAIL = 'Y'
           CLOSE AUTH-FILE
       END-IF.
       MOVE SPACES TO XFER-RPT-LINE.
       WRITE XFER-RPT-LINE.
       MOVE 'ACCOUNTS TRANSFERRED' TO OUT-XFC-LABEL.
       MOVE WS-TOT-ACCTS TO OUT-XFC-CT.
       MOVE WS-TOT-BAL TO OUT-XFC-AMT.
       PERFORM 950-WRITE-CTL.
       MOVE 'OPEN DISPUTES' TO OUT-XFC-LABEL.
       MOVE WS-TOT-DSP-CT TO OUT-XFC-CT.
       MOVE WS-TOT-DSP-AMT TO OUT-XFC-AMT.
       PERFORM 950-WRITE-CTL.
       MOVE 'OPEN AUTHORIZATION HOLDS' TO OUT-XFC-LABEL.
       MOVE WS-TOT-HOLD-CT TO OUT-XFC-CT.
       MOVE WS-TOT-HOLD-AMT TO OUT-XFC-AMT.
       PERFORM 950-WRITE-CTL.
      ******************************************************************
       450-ONE-ACCOUNT.
       MOVE ZERO TO WS-ACCT-DSP-CT WS-ACCT-DSP-AMT.
       MOVE ZERO TO WS-ACCT-HOLD-CT WS-ACCT-HOLD-AMT.
       IF WS-DSP-AVAIL = 'Y'
           MOVE SPACES TO WS-DSP-EOF
           MOVE CH-ID TO DSP-CC-ID
           START DSP-FILE KEY NOT LESS THAN DSP-CC-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DSP-EOF
           END-START
           PERFORM UNTIL WS-DSP-EOF = 'Y'
               READ DSP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DSP-EOF
                   NOT AT END
                       IF DSP-CC-ID NOT = CH-ID
                           MOVE 'Y' TO WS-DSP-EOF
                       ELSE
                           IF DSP-STAT-OPEN
                               ADD 1 TO WS-ACCT-DSP-CT
                               ADD DSP-AMOUNT TO WS-ACCT-DSP-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
       IF WS-AUTH-AVAIL = 'Y'
           MOVE SPACES TO WS-AUTH-EOF
           MOVE CH-ID TO AUTH-CC-ID
           START AUTH-FILE KEY NOT LESS THAN AUTH-CC-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AUTH-EOF
           END-START
           PERFORM UNTIL WS-AUTH-EOF = 'Y'
               READ AUTH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AUTH-EOF
                   NOT AT END
                       IF AUTH-CC-ID NOT = CH-ID
                           MOVE 'Y' TO WS-AUTH-EOF
                       ELSE
                           IF AUTH-STAT-HELD
                               ADD 1 TO WS-ACCT-HOLD-CT
                               ADD AUTH-AMOUNT TO WS-ACCT-HOLD-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
       ADD 1 TO WS-TOT-ACCTS.
       ADD CH-BAL TO WS-TOT-BAL.
       ADD WS-ACCT-DSP-CT TO WS-TOT-DSP-CT.
       ADD WS-ACCT-DSP-AMT TO WS-TOT-DSP-AMT.
       ADD WS-ACCT-HOLD-CT TO WS-TOT-HOLD-CT.
       ADD WS-ACCT-HOLD-AMT TO WS-TOT-HOLD-AMT.
       MOVE CH-ID TO OUT-XFA-ID.
       MOVE CH-CC TO OUT-XFA-CARD.
       MOVE SPACES TO OUT-XFA-NAME.
       STRING CH-LNAME DELIMITED BY SPACE ', ' DELIMITED BY SIZE
              CH-FNAME DELIMITED BY SPACE INTO OUT-XFA-NAME.
       MOVE CH-STATUS TO OUT-XFA-STATUS.
       MOVE CH-BAL TO OUT-XFA-BAL.
       MOVE WS-ACCT-DSP-CT TO OUT-XFA-DSP-CT.
       MOVE WS-ACCT-DSP-AMT TO OUT-XFA-DSP-AMT.
       MOVE WS-ACCT-HOLD-CT TO OUT-XFA-HOLD-CT.
       MOVE WS-ACCT-HOLD-AMT TO OUT-XFA-HOLD-AMT.
       MOVE OUT-XF-ACCT TO XFER-RPT-LINE.
       WRITE XFER-RPT-LINE.
      ******************************************************************
      * ONE PASS OVER THE TRANSACTION FILE: EACH CHARGE ON A CARD IN
      * THE RANGE COUNTS INTO THE BEFORE TOTALS, IS RE-STAMPED IF IT
      * IS DATED ON OR AFTER THE EFFECTIVE DATE AND STILL CARRIES
      * THE ORIGINAL ISSUER, AND COUNTS INTO THE AFTER TOTALS.
      ******************************************************************
       500-RESTAMP.
       OPEN I-O CC-TRAN-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE LOW-VALUES TO CC-TRAN-KEY.
       START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-CC-EOF
       END-START.
       PERFORM UNTIL WS-CC-EOF = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   MOVE CC-TRAN-CARD (1:6) TO WS-PREFIX
                   IF CC-TRAN-CARD NOT = ZERO
                           AND WS-PREFIX >= WS-IN-LOW
                           AND WS-PREFIX <= WS-IN-HIGH
                       PERFORM 550-ONE-TRAN
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE CC-TRAN-FILE.
      ******************************************************************
       550-ONE-TRAN.
       MOVE CC-TRAN-TSTAMP (1:8) TO WS-ROW-DATE.
       IF WS-ROW-DATE < WS-IN-EFF
           IF CC-ISS-ID = WS-FROM-ISS
               ADD 1 TO WS-B-HIST-CT WS-A-HIST-CT
               ADD CC-TRAN-PRICE TO WS-B-HIST-AMT WS-A-HIST-AMT
           END-IF
           EXIT PARAGRAPH
       END-IF.
       EVALUATE CC-ISS-ID
           WHEN WS-FROM-ISS
               ADD 1 TO WS-B-FWD-FROM-CT
               ADD CC-TRAN-PRICE TO WS-B-FWD-FROM-AMT
               MOVE WS-IN-ISS TO CC-ISS-ID
               REWRITE CC-TRAN-REC
               ADD 1 TO WS-RESTAMP-CT
           WHEN WS-IN-ISS
               ADD 1 TO WS-B-FWD-TO-CT
               ADD CC-TRAN-PRICE TO WS-B-FWD-TO-AMT
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE.
       IF CC-ISS-ID = WS-FROM-ISS
           ADD 1 TO WS-A-FWD-FROM-CT
           ADD CC-TRAN-PRICE TO WS-A-FWD-FROM-AMT
       ELSE
           ADD 1 TO WS-A-FWD-TO-CT
           ADD CC-TRAN-PRICE TO WS-A-FWD-TO-AMT
       END-IF.
      ******************************************************************
      * THE COVERING RANGE IS SPLIT AROUND THE PORTFOLIO: WHAT LIES
      * BELOW OR ABOVE IT STAYS AS IT WAS, AND THE PORTFOLIO ITSELF
      * POINTS AT THE RECEIVING ISSUER WITH THE ORIGINAL AS PRIOR.
      ******************************************************************
       600-SPLIT-RANGE.
       MOVE WS-BT-ENTRY (WS-HIT-IDX) TO WS-OLD-ENTRY.
       MOVE WS-IN-LOW TO WS-BT-LOW (WS-HIT-IDX).
       MOVE WS-IN-HIGH TO WS-BT-HIGH (WS-HIT-IDX).
       MOVE WS-IN-ISS TO WS-BT-ISS (WS-HIT-IDX).
       MOVE WS-FROM-ISS TO WS-BT-PRIOR (WS-HIT-IDX).
       MOVE WS-IN-EFF TO WS-BT-EFF (WS-HIT-IDX).
       IF WS-OLD-LOW < WS-IN-LOW
           ADD 1 TO WS-BT-COUNT
           MOVE WS-OLD-ENTRY TO WS-BT-ENTRY (WS-BT-COUNT)
           COMPUTE WS-BT-HIGH (WS-BT-COUNT) = WS-IN-LOW - 1
       END-IF.
       IF WS-OLD-HIGH > WS-IN-HIGH
           ADD 1 TO WS-BT-COUNT
           MOVE WS-OLD-ENTRY TO WS-BT-ENTRY (WS-BT-COUNT)
           COMPUTE WS-BT-LOW (WS-BT-COUNT) = WS-IN-HIGH + 1
       END-IF.
       OPEN OUTPUT BINTAB-FILE.
       PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
           MOVE SPACES TO BINTAB-REC
           MOVE WS-BT-LOW (WS-BT-IDX) TO BIN-LOW
           MOVE WS-BT-HIGH (WS-BT-IDX) TO BIN-HIGH
           MOVE WS-BT-ISS (WS-BT-IDX) TO BIN-ISS-ID
           MOVE WS-BT-PRIOR (WS-BT-IDX) TO BIN-PRIOR-ISS
           MOVE WS-BT-EFF (WS-BT-IDX) TO BIN-EFF-DATE
           WRITE BINTAB-REC
       END-PERFORM.
       CLOSE BINTAB-FILE.
      ******************************************************************
       700-CONTROL-TOTALS.
       MOVE SPACES TO XFER-RPT-LINE.
       WRITE XFER-RPT-LINE.
       MOVE 'TRANSACTION CONTROL TOTALS - BEFORE RE-STAMP'
           TO XFER-RPT-LINE.
       WRITE XFER-RPT-LINE.
       MOVE '  BEFORE EFFECTIVE DATE ON ORIGINAL ISSUER'
           TO OUT-XFC-LABEL.
       MOVE WS-B-HIST-CT TO OUT-XFC-CT.
       MOVE WS-B-HIST-AMT TO OUT-XFC-AMT.
       PERFORM 950-WRITE-CTL.
       MOVE '  FROM EFFECTIVE DATE ON ORIGINAL ISSUER'
           TO OUT-XFC-LABEL.
       MOVE WS-B-FWD-FROM-CT TO OUT-XFC-CT.
       MOVE WS-B-FWD-FROM-AMT TO OUT-XFC-AMT.
       PERFORM 950-WRITE-CTL.
       MOVE '  FROM EFFECTIVE DATE ON RECEIVING ISSUER'
           TO OUT-XFC-LABEL.
       MOVE WS-B-FWD-TO-CT TO OUT-XFC-CT.
       MOVE WS-B-FWD-TO-AMT TO OUT-XFC-AMT.
       PERFORM 950-WRITE-CTL.
       MOVE 'TRANSACTION CONTROL TOTALS - AFTER RE-STAMP'
           TO XFER-RPT-LINE.
       WRITE XFER-RPT-LINE.
       MOVE '  BEFORE EFFECTIVE DATE ON ORIGINAL ISSUER'
           TO OUT-XFC-LABEL.
       MOVE WS-A-HIST-CT TO OUT-XFC-CT.
       MOVE WS-A-HIST-AMT TO OUT-XFC-AMT.
       PERFORM 950-WRITE-CTL.
       MOVE '  FROM EFFECTIVE DATE ON ORIGINAL ISSUER'
           TO OUT-XFC-LABEL.
       MOVE WS-A-FWD-FROM-CT TO OUT-XFC-CT.
       MOVE WS-A-FWD-FROM-AMT TO OUT-XFC-AMT.
       PERFORM 950-WRITE-CTL.
       MOVE '  FROM EFFECTIVE DATE ON RECEIVING ISSUER'
           TO OUT-XFC-LABEL.
       MOVE WS-A-FWD-TO-CT TO OUT-XFC-CT.
       MOVE WS-A-FWD-TO-AMT TO OUT-XFC-AMT.
       PERFORM 950-WRITE-CTL.
       MOVE '  RE-STAMPED TO THE RECEIVING ISSUER' TO OUT-XFC-LABEL.
       MOVE WS-RESTAMP-CT TO OUT-XFC-CT.
       MOVE WS-B-FWD-FROM-AMT TO OUT-XFC-AMT.
       PERFORM 950-WRITE-CTL.
       IF WS-B-FWD-FROM-AMT + WS-B-FWD-TO-AMT
               = WS-A-FWD-TO-AMT
               AND WS-B-HIST-AMT = WS-A-HIST-AMT
           MOVE 'CONTROL TOTALS IN BALANCE' TO XFER-RPT-LINE
       ELSE
           MOVE 'CONTROL TOTALS OUT OF BALANCE - DO NOT RELEASE THE M
      -         'ANIFEST' TO XFER-RPT-LINE
       END-IF.
       WRITE XFER-RPT-LINE.
      ******************************************************************
       900-PAUSE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT WS-XF-RESP.
      ******************************************************************
       950-WRITE-CTL.
       MOVE OUT-XF-CTL TO XFER-RPT-LINE.
       WRITE XFER-RPT-LINE.
