      *          delinquency code, and a charge-off flag for 'W'
      *          accounts. Refuses to run unless the run-control
      *          calendar shows the cycle complete ('C'), so the
      *          bureaus never see a half-rolled month. Each line
      *          also carries the consumer information indicator for
      *          a bankruptcy on the account - petition or discharge
      *          by chapter (A-D filed under 7/11/12/13, E-H
      *          discharged), from the case on SPECHND.DAT - and the
      *          ECOA code, 'X' when the cardholder is deceased.
      *          Corrections from resolved consumer disputes on
      *          BURFIX.DAT override the balance, delinquency code,
      *          charge-off flag or ECOA code while the account still
      *          shows the value that was disputed; a tradeline the
      *          dispute deleted is left off the extract. A joint
      *          account reports the cardholder with ECOA '2' and
      *          adds a segment naming the co-borrower on COBORR.DAT,
      *          also '2', so the bureaus carry both as liable until
      *          a supervisor approves the co-borrower's removal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-BUREAU-RPT IS INITIAL.
       COPY SELECT-CHOLD.
       COPY SELECT-RUNCTL.
       COPY SELECT-BUREAU-RPT.
       COPY SELECT-SPECHND.
       COPY SELECT-BURFIX.
       COPY SELECT-COBORR.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-RUNCTL.
       COPY FD-BUREAU-RPT.
       COPY FD-SPECHND.
       COPY FD-BURFIX.
       COPY FD-COBORR.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-RPTFILE.

       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-RUN-OK                   PIC X VALUE 'N'.
       01  WS-RC-BUSY                  PIC X VALUE 'N'.
       01  WS-RPT-CYCLE                PIC 9(6) VALUE ZERO.
       01  WS-LINE-CTR                 PIC 9(7) VALUE ZERO.
       01  WS-SPH-AVAIL                PIC X VALUE 'N'.
       01  WS-BK-CHAPTER               PIC 9(2) VALUE ZERO.
       01  WS-BFX-AVAIL                PIC X VALUE 'N'.
       01  WS-BFX-FOUND                PIC X VALUE 'N'.
       01  WS-SUPPRESS-CTR             PIC 9(7) VALUE ZERO.
       01  WS-CB-AVAIL                 PIC X VALUE 'N'.
       01  WS-JOINT-CTR                PIC 9(7) VALUE ZERO.

      * UNEDITED ZONED NUMERICS, IMPLIED DECIMALS - TRANSMIT AS IS.
       01  OUT-BUREAU-LINE.
           03  OUT-BUR-MIN-DUE         PIC 9(7)V99.
           03  OUT-BUR-DELINQ          PIC X(3).
           03  OUT-BUR-CHGOFF          PIC X.
           03  OUT-BUR-CII             PIC X.
           03  OUT-BUR-ECOA            PIC X.
      * ASSOCIATED CONSUMER - BLANK UNLESS THE ACCOUNT IS JOINT.
           03  OUT-BUR-CB.
               05  OUT-BUR-CB-ECOA     PIC X.
               05  OUT-BUR-CB-LNAME    PIC X(20).
               05  OUT-BUR-CB-FNAME    PIC X(20).
               05  OUT-BUR-CB-ADDRESS  PIC X(20).
               05  OUT-BUR-CB-ZIP      PIC X(5).
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           END-IF.
           OPEN INPUT CH-FILE.
           OPEN OUTPUT BUREAU-RPT-FILE.
           OPEN INPUT SPH-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-SPH-AVAIL
           END-IF.
           OPEN INPUT BFX-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-BFX-AVAIL
           END-IF.
           OPEN INPUT CB-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CB-AVAIL
           END-IF.
           MOVE ZERO TO CH-ID.
           START CH-FILE KEY NOT LESS THAN CH-ID
               INVALID KEY
           END-PERFORM.
           CLOSE CH-FILE
                 BUREAU-RPT-FILE.
           MOVE 'BUREAU-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-BUREAU-RPT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           IF WS-SPH-AVAIL = 'Y'
               CLOSE SPH-FILE
           END-IF.
           IF WS-BFX-AVAIL = 'Y'
               CLOSE BFX-FILE
           END-IF.
           IF WS-CB-AVAIL = 'Y'
               CLOSE CB-FILE
           END-IF.
           DISPLAY 'BUREAU EXTRACT COMPLETE - ' WS-LINE-CTR
                   ' ACCOUNTS FOR CYCLE ' WS-RPT-CYCLE.
           IF WS-SUPPRESS-CTR > ZERO
               DISPLAY WS-SUPPRESS-CTR
                       ' TRADELINES DELETED BY DISPUTE NOT REPORTED'
           END-IF.
           IF WS-JOINT-CTR > ZERO
               DISPLAY WS-JOINT-CTR
                       ' JOINT ACCOUNTS REPORTED WITH A CO-BORROWER'
           END-IF.
           GOBACK.
      ******************************************************************
      * THE EXTRACT CARRIES THE CYCLE MONTH-END LAST COMPLETED; A
       END-IF.
      ******************************************************************
       200-REPORT-ACCOUNT.
       MOVE 'N' TO WS-BFX-FOUND.
       IF WS-BFX-AVAIL = 'Y'
           MOVE CH-ID TO BFX-CH-ID
           READ BFX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BFX-FOUND
           END-READ
       END-IF.
       IF WS-BFX-FOUND = 'Y' AND BFX-DELETED
           ADD 1 TO WS-SUPPRESS-CTR
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-RPT-CYCLE TO OUT-BUR-CYCLE.
       MOVE CH-ID        TO OUT-BUR-ID.
       MOVE CH-BAL       TO OUT-BUR-BAL.
       ELSE
           MOVE 'N' TO OUT-BUR-CHGOFF
       END-IF.
       PERFORM 250-CONDITION-CODES.
       PERFORM 260-JOINT-ACCOUNT.
       IF WS-BFX-FOUND = 'Y'
           PERFORM 270-DISPUTE-FIXES
       END-IF.
       MOVE OUT-BUREAU-LINE TO BUREAU-RPT-LINE.
       WRITE BUREAU-RPT-LINE.
       ADD 1 TO WS-LINE-CTR.
      ******************************************************************
      * CONSUMER INFORMATION INDICATOR: A-D PETITION UNDER CHAPTER
      * 7/11/12/13, E-H THE SAME CHAPTERS DISCHARGED, BLANK FOR NONE
      * (A FILING WITH NO CASE ON FILE REPORTS AS CHAPTER 7). ECOA
      * 'X' REPORTS A DECEASED CARDHOLDER, '1' AN INDIVIDUAL ONE.
      ******************************************************************
       250-CONDITION-CODES.
       MOVE SPACE TO OUT-BUR-CII.
       MOVE '1' TO OUT-BUR-ECOA.
       IF CH-SH-DECEASED OR CH-SH-ESTATE
           MOVE 'X' TO OUT-BUR-ECOA
       END-IF.
       IF NOT CH-SH-BK-FILED AND NOT CH-SH-BK-DISCHARGED
           EXIT PARAGRAPH
       END-IF.
       MOVE 7 TO WS-BK-CHAPTER.
       IF WS-SPH-AVAIL = 'Y'
           MOVE CH-ID TO SPH-CH-ID
           READ SPH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPH-BK-CHAPTER TO WS-BK-CHAPTER
           END-READ
       END-IF.
       IF CH-SH-BK-FILED
           EVALUATE WS-BK-CHAPTER
               WHEN 11    MOVE 'B' TO OUT-BUR-CII
               WHEN 12    MOVE 'C' TO OUT-BUR-CII
               WHEN 13    MOVE 'D' TO OUT-BUR-CII
               WHEN OTHER MOVE 'A' TO OUT-BUR-CII
           END-EVALUATE
       ELSE
           EVALUATE WS-BK-CHAPTER
               WHEN 11    MOVE 'F' TO OUT-BUR-CII
               WHEN 12    MOVE 'G' TO OUT-BUR-CII
               WHEN 13    MOVE 'H' TO OUT-BUR-CII
               WHEN OTHER MOVE 'E' TO OUT-BUR-CII
           END-EVALUATE
       END-IF.
      ******************************************************************
      * A LIABLE CO-BORROWER (ACTIVE, OR REMOVAL NOT YET APPROVED)
      * MAKES THE ACCOUNT JOINT: ECOA '2' FOR THE CARDHOLDER, UNLESS
      * DECEASED, AND '2' FOR THE CO-BORROWER IN THE ASSOCIATED
      * CONSUMER SEGMENT.
      ******************************************************************
       260-JOINT-ACCOUNT.
       MOVE SPACES TO OUT-BUR-CB.
       IF WS-CB-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE CH-ID TO CB-CH-ID.
       READ CB-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF NOT CB-LIABLE
           EXIT PARAGRAPH
       END-IF.
       IF OUT-BUR-ECOA = '1'
           MOVE '2' TO OUT-BUR-ECOA
       END-IF.
       MOVE '2'        TO OUT-BUR-CB-ECOA.
       MOVE CB-LNAME   TO OUT-BUR-CB-LNAME.
       MOVE CB-FNAME   TO OUT-BUR-CB-FNAME.
       MOVE CB-ADDRESS TO OUT-BUR-CB-ADDRESS.
       MOVE CB-ZIP     TO OUT-BUR-CB-ZIP.
       ADD 1 TO WS-JOINT-CTR.
      ******************************************************************
      * A CORRECTION MADE ON A RESOLVED DISPUTE HOLDS ONLY WHILE THE
      * ACCOUNT STILL CARRIES THE VALUE IT CORRECTED: ONCE THE
      * BALANCE, THE MISSED-CYCLE STREAK OR THE STATUS MOVES, THE
      * BOOKS ARE CURRENT AGAIN AND ARE REPORTED AS THEY STAND. AN
      * OWNERSHIP CORRECTION TO THE ECOA CODE ALWAYS HOLDS.
      ******************************************************************
       270-DISPUTE-FIXES.
       IF BFX-BAL-SET = 'Y' AND CH-BAL = BFX-BAL-AT
           MOVE BFX-BAL TO OUT-BUR-BAL
       END-IF.
       IF BFX-DELINQ NOT = SPACES
               AND CH-MISSED-CYCLES = BFX-DELINQ-AT
           MOVE BFX-DELINQ TO OUT-BUR-DELINQ
       END-IF.
       IF BFX-CHGOFF NOT = SPACE AND CH-STATUS = BFX-STATUS-AT
           MOVE BFX-CHGOFF TO OUT-BUR-CHGOFF
       END-IF.
       IF BFX-ECOA NOT = SPACE
           MOVE BFX-ECOA TO OUT-BUR-ECOA
       END-IF.
      ******************************************************************
