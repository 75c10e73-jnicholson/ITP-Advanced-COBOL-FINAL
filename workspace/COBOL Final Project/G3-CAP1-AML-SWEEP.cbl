      ******************************************************************
      *PROGRAM:  Capital One Nightly Anti-Money-Laundering Sweep
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly batch over CC-TRAN-FILE, the lockbox
      *          postings on it and the refund check register,
      *          looking for money-laundering patterns rather than
      *          stolen cards. Three rules open a BSA alert case on
      *          BSACASE.DAT for the investigators on
      *          G3-CAP1-BSADESK: repeated cash advances each just
      *          under the currency reporting limit (structuring), a
      *          lockbox payment far beyond the credit limit, and a
      *          refund check from G3-CAP1-REFUND-RUN paid out of
      *          payments made just before it. An account whose cash
      *          advances today total over the reporting limit is
      *          written to the currency report extract. The same
      *          activity never opens a second case, and an account
      *          with a case still open on a rule is not alerted on
      *          that rule again until it is worked. Thresholds come
      *          from the system parameter master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-AML-SWEEP IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TRAN.
       COPY SELECT-STMT-HIST.
       COPY SELECT-REFREG.
       COPY SELECT-BSACASE.
       COPY SELECT-AML-XTR.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       COPY FD-STMT-HIST.
       COPY FD-REFREG.
       COPY FD-BSACASE.
       COPY FD-AML-XTR.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-PARM.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-LOOK-FLOOR               PIC 9(8) VALUE ZERO.
       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-CC-EOF                   PIC X VALUE SPACES.
       01  WS-STMT-EOF                 PIC X VALUE SPACES.
       01  WS-RRG-EOF                  PIC X VALUE SPACES.
       01  WS-BSA-EOF                  PIC X VALUE SPACES.
       01  WS-STMT-AVAIL               PIC X VALUE 'N'.
       01  WS-RRG-AVAIL                PIC X VALUE 'N'.
       01  WS-BSA-NEXT-ID              PIC 9(8) VALUE ZERO.
       01  WS-BSA-DUP                  PIC X VALUE 'N'.
       01  WS-TRAN-DATE-N              PIC 9(8) VALUE ZERO.
       01  WS-NEAR-FLOOR               PIC 9(7)V99 VALUE ZERO.
       01  WS-LBX-CEILING              PIC 9(9)V99 VALUE ZERO.
       01  WS-CASH-TODAY               PIC 9(9)V99 VALUE ZERO.
       01  WS-CASH-CT                  PIC 9(3) VALUE ZERO.
       01  WS-NEAR-CT                  PIC 9(3) VALUE ZERO.
       01  WS-NEAR-AMT                 PIC 9(9)V99 VALUE ZERO.
       01  WS-NEAR-LAST                PIC 9(8) VALUE ZERO.
       01  WS-LBX-MAX                  PIC 9(9)V99 VALUE ZERO.
       01  WS-LBX-REF                  PIC X(14) VALUE SPACES.
       01  WS-LBX-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-LAST-STMT-RUN            PIC 9(8) VALUE ZERO.
       01  WS-PAID-IN                  PIC 9(9)V99 VALUE ZERO.
       01  WS-CASE-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-CTR-CTR                  PIC 9(5) VALUE ZERO.
      * THE CASE BEING RAISED, FILLED IN BY EACH RULE.
       01  WS-ALERT.
           03  WS-AL-RULE              PIC X.
           03  WS-AL-REF               PIC X(14).
           03  WS-AL-WHY               PIC X(30).
           03  WS-AL-DATE              PIC 9(8).
           03  WS-AL-AMT               PIC 9(9)V99.
           03  WS-AL-CT                PIC 9(3).
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-AML-SWEEP' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           PERFORM 050-LOAD-PARMS.
           COMPUTE WS-LOOK-FLOOR = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY)
                - CAP1-AML-LOOK-DY).
           COMPUTE WS-NEAR-FLOOR =
               CAP1-AML-CTR-LIMIT * CAP1-AML-NEAR-PCT.
           OPEN INPUT CH-FILE
                      CC-TRAN-FILE.
           OPEN INPUT STMT-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-STMT-AVAIL
           END-IF.
           OPEN INPUT RRG-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-RRG-AVAIL
           END-IF.
           OPEN I-O BSA-FILE.
           IF WS-STAT = 35
               CLOSE BSA-FILE
               OPEN OUTPUT BSA-FILE
               CLOSE BSA-FILE
               OPEN I-O BSA-FILE
           END-IF.
           OPEN EXTEND CTR-XTR-FILE.
           PERFORM 150-LAST-BSA-ID.
           MOVE ZERO TO CH-ID.
           START CH-FILE KEY NOT LESS THAN CH-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CH-EOF
           END-START.
           PERFORM UNTIL WS-CH-EOF = 'Y'
               READ CH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CH-EOF
                   NOT AT END
                       PERFORM 200-CHECK-ACCOUNT
               END-READ
           END-PERFORM.
           IF WS-RRG-AVAIL = 'Y'
               PERFORM 500-REFUND-PASS
               CLOSE RRG-FILE
           END-IF.
           CLOSE CH-FILE
                 CC-TRAN-FILE
                 BSA-FILE
                 CTR-XTR-FILE.
           IF WS-STMT-AVAIL = 'Y'
               CLOSE STMT-FILE
           END-IF.
           DISPLAY 'AML SWEEP COMPLETE. CASES OPENED: ' WS-CASE-CTR
                   '  CURRENCY REPORTS: ' WS-CTR-CTR.
           GOBACK.
      ******************************************************************
       050-LOAD-PARMS.
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'AML-CTR-LIMIT' TO WS-PARM-NAME.
       MOVE CAP1-AML-CTR-LIMIT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-AML-CTR-LIMIT.
       MOVE 'AML-NEAR-PCT' TO WS-PARM-NAME.
       MOVE CAP1-AML-NEAR-PCT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-AML-NEAR-PCT.
       MOVE 'AML-NEAR-CT' TO WS-PARM-NAME.
       MOVE CAP1-AML-NEAR-CT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-AML-NEAR-CT.
       MOVE 'AML-LBX-MULT' TO WS-PARM-NAME.
       MOVE CAP1-AML-LBX-MULT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-AML-LBX-MULT.
       MOVE 'AML-REFUND-MIN' TO WS-PARM-NAME.
       MOVE CAP1-AML-REFUND-MIN TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-AML-REFUND-MIN.
       MOVE 'AML-LOOK-DY' TO WS-PARM-NAME.
       MOVE CAP1-AML-LOOK-DY TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-AML-LOOK-DY.
      ******************************************************************
       150-LAST-BSA-ID.
       MOVE ZERO TO WS-BSA-NEXT-ID.
       MOVE SPACES TO WS-BSA-EOF.
       MOVE ZERO TO BSA-ID.
       START BSA-FILE KEY NOT LESS THAN BSA-ID
           INVALID KEY
               MOVE 'Y' TO WS-BSA-EOF
       END-START.
       PERFORM UNTIL WS-BSA-EOF = 'Y'
           READ BSA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BSA-EOF
               NOT AT END
                   IF BSA-ID > WS-BSA-NEXT-ID
                       MOVE BSA-ID TO WS-BSA-NEXT-ID
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * ONE PASS OVER THE ACCOUNT'S POSTINGS FEEDS THE CURRENCY
      * REPORT AND THE STRUCTURING AND LOCKBOX RULES.
      ******************************************************************
       200-CHECK-ACCOUNT.
       MOVE ZERO TO WS-CASH-TODAY
                    WS-CASH-CT
                    WS-NEAR-CT
                    WS-NEAR-AMT
                    WS-NEAR-LAST
                    WS-LBX-MAX
                    WS-LBX-DATE.
       MOVE SPACES TO WS-LBX-REF.
       COMPUTE WS-LBX-CEILING = CH-LIMIT * CAP1-AML-LBX-MULT.
       MOVE SPACES TO WS-CC-EOF.
       MOVE CH-ID TO CC-ID.
       MOVE LOW-VALUES TO CC-TRAN-TSTAMP.
       MOVE ZERO TO CC-TRAN-SEQ.
       START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-CC-EOF
       END-START.
       PERFORM UNTIL WS-CC-EOF = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   IF CC-ID NOT = CH-ID
                       MOVE 'Y' TO WS-CC-EOF
                   ELSE
                       PERFORM 250-SCORE-TRAN
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-CASH-TODAY > CAP1-AML-CTR-LIMIT
           PERFORM 300-CURRENCY-REPORT
       END-IF.
       IF WS-NEAR-CT >= CAP1-AML-NEAR-CT
           MOVE 'S' TO WS-AL-RULE
           MOVE WS-NEAR-LAST TO WS-AL-REF
           MOVE 'CASH ADVANCES UNDER CTR LIMIT' TO WS-AL-WHY
           MOVE WS-NEAR-LAST TO WS-AL-DATE
           MOVE WS-NEAR-AMT TO WS-AL-AMT
           MOVE WS-NEAR-CT TO WS-AL-CT
           PERFORM 400-OPEN-CASE
       END-IF.
       IF WS-LBX-MAX > ZERO
           MOVE 'L' TO WS-AL-RULE
           MOVE WS-LBX-REF TO WS-AL-REF
           MOVE 'LOCKBOX PAYMENT OVER LIMIT' TO WS-AL-WHY
           MOVE WS-LBX-DATE TO WS-AL-DATE
           MOVE WS-LBX-MAX TO WS-AL-AMT
           MOVE 1 TO WS-AL-CT
           PERFORM 400-OPEN-CASE
       END-IF.
      ******************************************************************
      * AN ADVANCE AT OR ABOVE THE NEAR FLOOR BUT NOT OVER THE LIMIT,
      * TAKEN WITHIN THE LOOK-BACK DAYS, IS ONE STAYING JUST UNDER
      * THE REPORT; THE LOCKBOX RULE KEEPS
      * THE LARGEST PAYMENT OVER THE CEILING.
      ******************************************************************
       250-SCORE-TRAN.
       MOVE CC-TRAN-TSTAMP (1:8) TO WS-TRAN-DATE-N.
       IF CC-TYPE-CASHADV
           IF WS-TRAN-DATE-N = WS-TODAY
               ADD CC-TRAN-PRICE TO WS-CASH-TODAY
               ADD 1 TO WS-CASH-CT
           END-IF
           IF CC-TRAN-PRICE >= WS-NEAR-FLOOR
                   AND CC-TRAN-PRICE NOT > CAP1-AML-CTR-LIMIT
                   AND WS-TRAN-DATE-N >= WS-LOOK-FLOOR
               ADD 1 TO WS-NEAR-CT
               ADD CC-TRAN-PRICE TO WS-NEAR-AMT
               IF WS-TRAN-DATE-N > WS-NEAR-LAST
                   MOVE WS-TRAN-DATE-N TO WS-NEAR-LAST
               END-IF
           END-IF
       END-IF.
       IF CC-TYPE-PAYMENT AND CC-SRC-LOCKBOX
               AND CC-TRAN-PRICE > WS-LBX-CEILING
               AND CC-TRAN-PRICE > WS-LBX-MAX
           MOVE CC-TRAN-PRICE TO WS-LBX-MAX
           MOVE CC-TRAN-TSTAMP TO WS-LBX-REF
           MOVE WS-TRAN-DATE-N TO WS-LBX-DATE
       END-IF.
      ******************************************************************
       300-CURRENCY-REPORT.
       INITIALIZE CTR-XTR-REC.
       MOVE WS-TODAY TO CTX-DATE.
       MOVE CH-ID TO CTX-CH-ID.
       MOVE CH-LNAME TO CTX-LNAME.
       MOVE CH-FNAME TO CTX-FNAME.
       MOVE CH-ADDRESS TO CTX-ADDRESS.
       MOVE CH-ZIP TO CTX-ZIP.
       MOVE WS-CASH-CT TO CTX-CT.
       MOVE WS-CASH-TODAY TO CTX-AMT.
       WRITE CTR-XTR-REC.
       ADD 1 TO WS-CTR-CTR.
       MOVE 'AMLCTR' TO WS-AUD-ACTION.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
      * NO SECOND CASE FOR ACTIVITY ALREADY ALERTED, NOR WHILE A CASE
      * ON THE SAME RULE IS STILL OPEN FOR THE ACCOUNT.
      ******************************************************************
       400-OPEN-CASE.
       PERFORM 450-CHECK-DUP.
       IF WS-BSA-DUP = 'Y'
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-BSA-NEXT-ID.
       INITIALIZE BSA-REC.
       MOVE WS-BSA-NEXT-ID TO BSA-ID.
       MOVE CH-ID TO BSA-CH-ID.
       MOVE WS-AL-RULE TO BSA-RULE.
       MOVE WS-AL-REF TO BSA-REF.
       MOVE WS-AL-WHY TO BSA-REASON.
       MOVE WS-AL-DATE TO BSA-ACT-DATE.
       MOVE WS-AL-AMT TO BSA-AMT.
       MOVE WS-AL-CT TO BSA-ACT-CT.
       MOVE WS-TODAY TO BSA-OPEN-DATE.
       MOVE 'O' TO BSA-STATUS.
       WRITE BSA-REC
           INVALID KEY
               CONTINUE
       END-WRITE.
       ADD 1 TO WS-CASE-CTR.
       MOVE 'BSAOPN' TO WS-AUD-ACTION.
       MOVE BSA-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       450-CHECK-DUP.
       MOVE 'N' TO WS-BSA-DUP.
       MOVE SPACES TO WS-BSA-EOF.
       MOVE ZERO TO BSA-ID.
       START BSA-FILE KEY NOT LESS THAN BSA-ID
           INVALID KEY
               MOVE 'Y' TO WS-BSA-EOF
       END-START.
       PERFORM UNTIL WS-BSA-EOF = 'Y'
           READ BSA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BSA-EOF
               NOT AT END
                   IF BSA-CH-ID = CH-ID AND BSA-RULE = WS-AL-RULE
                       IF BSA-OPEN OR BSA-REF = WS-AL-REF
                           MOVE 'Y' TO WS-BSA-DUP
                           MOVE 'Y' TO WS-BSA-EOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * REFUND CHECKS CUT INSIDE THE LOOK-BACK WINDOW: ONE FUNDED BY
      * PAYMENTS MADE IN THAT SAME WINDOW TURNED DEPOSITED MONEY INTO
      * A BANK CHECK.
      ******************************************************************
       500-REFUND-PASS.
       MOVE SPACES TO WS-RRG-EOF.
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
                   IF RRG-ISSUE-DATE >= WS-LOOK-FLOOR
                           AND RRG-AMT >= CAP1-AML-REFUND-MIN
                       PERFORM 550-REFUND-CHECK
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       550-REFUND-CHECK.
       MOVE RRG-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       PERFORM 600-PAID-IN.
       IF WS-PAID-IN < RRG-AMT
           EXIT PARAGRAPH
       END-IF.
       MOVE 'R' TO WS-AL-RULE.
       MOVE SPACES TO WS-AL-REF.
       MOVE RRG-CHECK-NO TO WS-AL-REF.
       MOVE 'REFUND CHECK AFTER PAYMENTS' TO WS-AL-WHY.
       MOVE RRG-ISSUE-DATE TO WS-AL-DATE.
       MOVE RRG-AMT TO WS-AL-AMT.
       MOVE 1 TO WS-AL-CT.
       PERFORM 400-OPEN-CASE.
      ******************************************************************
      * PAYMENTS IN THE WINDOW: CLOSED CYCLES FROM STATEMENT HISTORY,
      * THEN THOSE POSTED SINCE THE LAST STATEMENT RAN. A RETURNED
      * PAYMENT NEVER MOVED MONEY AND IS NOT COUNTED.
      ******************************************************************
       600-PAID-IN.
       MOVE ZERO TO WS-PAID-IN
                    WS-LAST-STMT-RUN.
       IF WS-STMT-AVAIL = 'Y'
           MOVE SPACES TO WS-STMT-EOF
           MOVE CH-ID TO STMT-ID
           MOVE ZERO TO STMT-CYCLE
           START STMT-FILE KEY NOT LESS THAN STMT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STMT-EOF
           END-START
           PERFORM UNTIL WS-STMT-EOF = 'Y'
               READ STMT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STMT-EOF
                   NOT AT END
                       IF STMT-ID NOT = CH-ID
                           MOVE 'Y' TO WS-STMT-EOF
                       ELSE
                           IF STMT-RUN-DATE >= WS-LOOK-FLOOR
                               ADD STMT-PAYMENTS TO WS-PAID-IN
                           END-IF
                           IF STMT-RUN-DATE > WS-LAST-STMT-RUN
                               MOVE STMT-RUN-DATE TO WS-LAST-STMT-RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
       MOVE SPACES TO WS-CC-EOF.
       MOVE CH-ID TO CC-ID.
       MOVE LOW-VALUES TO CC-TRAN-TSTAMP.
       MOVE ZERO TO CC-TRAN-SEQ.
       START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-CC-EOF
       END-START.
       PERFORM UNTIL WS-CC-EOF = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CC-EOF
               NOT AT END
                   IF CC-ID NOT = CH-ID
                       MOVE 'Y' TO WS-CC-EOF
                   ELSE
                       MOVE CC-TRAN-TSTAMP (1:8) TO WS-TRAN-DATE-N
                       IF CC-TYPE-PAYMENT
                               AND WS-TRAN-DATE-N >= WS-LOOK-FLOOR
                               AND WS-TRAN-DATE-N > WS-LAST-STMT-RUN
                           ADD CC-TRAN-PRICE TO WS-PAID-IN
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
