      ******************************************************************
      *PROGRAM:  Capital One Credit Bureau Dispute Desk
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Workstation desk for consumer disputes of what we
      *          report to the credit bureaus. A dispute taken by
      *          phone or mail is keyed here against the account
      *          with the bureau, its control number, what is
      *          disputed (balance, status, days late, ownership)
      *          and the date the bureau received it; the response
      *          is due 30 days later. Disputes forwarded on the
      *          bureaus' daily file arrive on the same queue from
      *          G3-CAP1-BDS-INTAKE. The open queue lists each
      *          dispute with its days remaining. Working one shows
      *          what the next extract would report, the last year
      *          of statement history and this cycle's payments,
      *          and closes it verified, corrected or deleted. A
      *          correction or deletion is carried on BURFIX.DAT so
      *          the next G3-CAP1-BUREAU-RPT extract reports it;
      *          G3-CAP1-BDS-RESP answers the bureau overnight.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-BDSDESK IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TRAN.
       COPY SELECT-STMT-HIST.
       COPY SELECT-BDS.
       COPY SELECT-BURFIX.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       COPY FD-STMT-HIST.
       COPY FD-BDS.
       COPY FD-BURFIX.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-WORK-ID                  PIC X(8) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           03  WS-TODAY-YYYY           PIC 9(4).
           03  WS-TODAY-MM             PIC 9(2).
           03  WS-TODAY-DD             PIC 9(2).
       01  WS-FROM-CYCLE               PIC 9(6) VALUE ZERO.
       01  WS-BDS-EOF                  PIC X VALUE SPACES.
       01  WS-BDS-NEXT-ID              PIC 9(8) VALUE ZERO.
       01  WS-STMT-AVAIL               PIC X VALUE 'N'.
       01  WS-STMT-EOF                 PIC X VALUE SPACES.
       01  WS-TRAN-EOF                 PIC X VALUE SPACES.
       01  WS-BFX-FOUND                PIC X VALUE 'N'.
       01  WS-OPEN-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-DAYS-LEFT                PIC S9(5) VALUE ZERO.
       01  WS-RPT-DELINQ               PIC X(3) VALUE SPACES.
       01  WS-RPT-CHGOFF               PIC X VALUE SPACE.
       01  WS-IN-ACCT                  PIC 9(8) VALUE ZERO.
       01  WS-IN-BUREAU                PIC X VALUE SPACE.
       01  WS-IN-REF                   PIC X(15) VALUE SPACES.
       01  WS-IN-TYPE                  PIC X VALUE SPACE.
       01  WS-IN-RECV                  PIC 9(8) VALUE ZERO.
       01  WS-IN-CLAIM                 PIC X(40) VALUE SPACES.
       01  WS-IN-OUTCOME               PIC X VALUE SPACE.
       01  WS-IN-BAL                   PIC S9(7)V99 VALUE ZERO.
       01  WS-IN-DELINQ                PIC X(3) VALUE SPACES.
       01  WS-IN-FLAG                  PIC X VALUE SPACE.
       01  WS-CHH-FIELD                PIC X(12) VALUE SPACES.
       01  WS-CHH-OLD                  PIC X(35) VALUE SPACES.
       01  WS-CHH-NEW                  PIC X(35) VALUE SPACES.

       01  OUT-BDS-QUEUE.
           03  OUT-BDQ-ID              PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-BDQ-ACCT            PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-BDQ-BUREAU          PIC X.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-BDQ-TYPE            PIC X.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-BDQ-DUE             PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-BDQ-LEFT            PIC -ZZZ9.
           03  FILLER                  PIC X(6)  VALUE ' DAYS '.
           03  OUT-BDQ-REF             PIC X(15).
       01  OUT-BDS-REPORTED.
           03  FILLER                  PIC X(18)
                   VALUE 'NOW REPORTING BAL '.
           03  OUT-BDR-BAL             PIC -ZZZZZZ9.99.
           03  FILLER                  PIC X(8)  VALUE '  DELQ '.
           03  OUT-BDR-DELINQ          PIC X(3).
           03  FILLER                  PIC X(10) VALUE '  CHGOFF '.
           03  OUT-BDR-CHGOFF          PIC X.
           03  FILLER                  PIC X(8)  VALUE '  MISS '.
           03  OUT-BDR-MISSED          PIC ZZ9.
       01  OUT-BDS-STMT.
           03  FILLER                  PIC X(6)  VALUE 'CYCLE '.
           03  OUT-BDT-CYCLE           PIC 9(6).
           03  FILLER                  PIC X(5)  VALUE ' BAL '.
           03  OUT-BDT-BAL             PIC -ZZZZZZZ9.99.
           03  FILLER                  PIC X(5)  VALUE ' MIN '.
           03  OUT-BDT-MIN             PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(6)  VALUE ' PAID '.
           03  OUT-BDT-PAID            PIC ZZZZZZZZ9.99.
           03  FILLER                  PIC X(6)  VALUE ' MISS '.
           03  OUT-BDT-MISSED          PIC ZZ9.
       01  OUT-BDS-PAY.
           03  FILLER                  PIC X(8)  VALUE 'PAYMENT '.
           03  OUT-BDP-DATE            PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-BDP-AMT             PIC ZZZZZZ9.99.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-BDP-NOTE            PIC X(8).

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-CAP1-BDSDESK' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       COMPUTE WS-FROM-CYCLE = (WS-TODAY-YYYY - 1) * 100
           + WS-TODAY-MM.
       OPEN I-O BDS-FILE.
       IF WS-STAT = 35
           CLOSE BDS-FILE
           OPEN OUTPUT BDS-FILE
           CLOSE BDS-FILE
           OPEN I-O BDS-FILE
       END-IF.
       OPEN I-O BFX-FILE.
       IF WS-STAT = 35
           CLOSE BFX-FILE
           OPEN OUTPUT BFX-FILE
           CLOSE BFX-FILE
           OPEN I-O BFX-FILE
       END-IF.
       OPEN INPUT STMT-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-STMT-AVAIL
       END-IF.
       OPEN INPUT CH-FILE
                  CC-TRAN-FILE.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'CREDIT BUREAU DISPUTES'.
       PERFORM 200-WORK-PROMPT UNTIL WS-WORK-ID = '99999999'.
       CLOSE BDS-FILE
             BFX-FILE
             CH-FILE
             CC-TRAN-FILE.
       IF WS-STMT-AVAIL = 'Y'
           CLOSE STMT-FILE
       END-IF.
       EXIT PROGRAM.
      ******************************************************************
       200-WORK-PROMPT.
       DISPLAY 'DISPUTE ID, N = NEW, Q = OPEN QUEUE (99999999 = EXIT):'.
       ACCEPT WS-WORK-ID.
       EVALUATE WS-WORK-ID
           WHEN '99999999'
               EXIT PARAGRAPH
           WHEN 'N'
           WHEN 'n'
               PERFORM 300-NEW-DISPUTE
           WHEN 'Q'
           WHEN 'q'
               PERFORM 400-OPEN-QUEUE
           WHEN OTHER
               IF WS-WORK-ID IS NUMERIC
                   PERFORM 500-WORK-DISPUTE
               ELSE
                   DISPLAY 'ENTER AN 8-DIGIT DISPUTE ID, N OR Q'
               END-IF
       END-EVALUATE.
      ******************************************************************
      * A DISPUTE TAKEN BY PHONE OR MAIL. THE BUREAU'S RECEIVED DATE
      * STARTS THE 30-DAY CLOCK; ZERO TAKES TODAY.
      ******************************************************************
       300-NEW-DISPUTE.
       DISPLAY 'ACCOUNT:'.
       ACCEPT WS-IN-ACCT.
       MOVE WS-IN-ACCT TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               DISPLAY 'NO SUCH ACCOUNT'
               EXIT PARAGRAPH
       END-READ.
       DISPLAY 'ACCT ' CH-ID ' ' CH-FNAME ' ' CH-LNAME.
       DISPLAY 'BUREAU (E EQUIFAX, X EXPERIAN, T TRANSUNION):'.
       ACCEPT WS-IN-BUREAU.
       MOVE FUNCTION UPPER-CASE (WS-IN-BUREAU) TO WS-IN-BUREAU.
       DISPLAY 'BUREAU CONTROL NUMBER:'.
       ACCEPT WS-IN-REF.
       DISPLAY 'DISPUTED (B BALANCE, S STATUS, L DAYS LATE,'.
       DISPLAY '          O OWNERSHIP):'.
       ACCEPT WS-IN-TYPE.
       MOVE FUNCTION UPPER-CASE (WS-IN-TYPE) TO WS-IN-TYPE.
       DISPLAY 'DATE BUREAU RECEIVED IT (YYYYMMDD, 0 = TODAY):'.
       ACCEPT WS-IN-RECV.
       DISPLAY "CONSUMER'S CLAIM:".
       ACCEPT WS-IN-CLAIM.
       MOVE WS-IN-BUREAU TO BDS-BUREAU.
       MOVE WS-IN-TYPE TO BDS-TYPE.
       IF NOT BDS-BUREAU-VALID
           DISPLAY 'NOT SAVED - BUREAU MUST BE E, X OR T'
           EXIT PARAGRAPH
       END-IF.
       IF NOT BDS-TYPE-VALID
           DISPLAY 'NOT SAVED - DISPUTED ITEM MUST BE B, S, L OR O'
           EXIT PARAGRAPH
       END-IF.
       IF WS-IN-RECV = ZERO
           MOVE WS-TODAY TO WS-IN-RECV
       END-IF.
       IF WS-IN-RECV > WS-TODAY
           DISPLAY 'NOT SAVED - RECEIVED DATE IS IN THE FUTURE'
           EXIT PARAGRAPH
       END-IF.
       PERFORM 350-NEXT-BDS-ID.
       INITIALIZE BDS-REC.
       MOVE WS-BDS-NEXT-ID TO BDS-ID.
       MOVE CH-ID TO BDS-CH-ID.
       MOVE WS-IN-BUREAU TO BDS-BUREAU.
       MOVE WS-IN-REF TO BDS-BUREAU-REF.
       MOVE WS-IN-TYPE TO BDS-TYPE.
       MOVE WS-IN-CLAIM TO BDS-CLAIM.
       MOVE 'D' TO BDS-SOURCE.
       MOVE WS-IN-RECV TO BDS-RECV-DATE.
       COMPUTE BDS-DUE-DATE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (WS-IN-RECV) + 30).
       MOVE 'O' TO BDS-STATUS.
       MOVE SPACE TO BDS-OUTCOME.
       MOVE WS-OPERATOR-ID TO BDS-OPERATOR.
       WRITE BDS-REC.
       MOVE 'BDSNEW' TO WS-AUD-ACTION.
       MOVE BDS-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'DISPUTE ' BDS-ID ' OPENED - RESPONSE DUE '
               BDS-DUE-DATE.
      ******************************************************************
       350-NEXT-BDS-ID.
       MOVE ZERO TO WS-BDS-NEXT-ID.
       MOVE SPACES TO WS-BDS-EOF.
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
                   IF BDS-ID > WS-BDS-NEXT-ID
                       MOVE BDS-ID TO WS-BDS-NEXT-ID
                   END-IF
           END-READ
       END-PERFORM.
       ADD 1 TO WS-BDS-NEXT-ID.
      ******************************************************************
      * OPEN DISPUTES WITH THE DAYS LEFT TO ANSWER; A NEGATIVE COUNT
      * IS PAST DUE.
      ******************************************************************
       400-OPEN-QUEUE.
       MOVE ZERO TO WS-OPEN-CTR.
       MOVE SPACES TO WS-BDS-EOF.
       MOVE ZERO TO BDS-ID.
       START BDS-FILE KEY NOT LESS THAN BDS-ID
           INVALID KEY
               MOVE 'Y' TO WS-BDS-EOF
       END-START.
       DISPLAY 'DISPUTE  ACCOUNT  B T DUE      LEFT      BUREAU REF'.
       PERFORM UNTIL WS-BDS-EOF = 'Y'
           READ BDS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BDS-EOF
               NOT AT END
                   IF BDS-OPEN
                       PERFORM 450-QUEUE-LINE
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY WS-OPEN-CTR ' OPEN DISPUTES'.
      ******************************************************************
       450-QUEUE-LINE.
       ADD 1 TO WS-OPEN-CTR.
       COMPUTE WS-DAYS-LEFT =
           FUNCTION INTEGER-OF-DATE (BDS-DUE-DATE) -
           FUNCTION INTEGER-OF-DATE (WS-TODAY).
       MOVE BDS-ID TO OUT-BDQ-ID.
       MOVE BDS-CH-ID TO OUT-BDQ-ACCT.
       MOVE BDS-BUREAU TO OUT-BDQ-BUREAU.
       MOVE BDS-TYPE TO OUT-BDQ-TYPE.
       MOVE BDS-DUE-DATE TO OUT-BDQ-DUE.
       MOVE WS-DAYS-LEFT TO OUT-BDQ-LEFT.
       MOVE BDS-BUREAU-REF TO OUT-BDQ-REF.
       DISPLAY OUT-BDS-QUEUE.
      ******************************************************************
       500-WORK-DISPUTE.
       MOVE WS-WORK-ID TO BDS-ID.
       READ BDS-FILE
           INVALID KEY
               DISPLAY 'NO SUCH DISPUTE'
               EXIT PARAGRAPH
       END-READ.
       MOVE BDS-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               DISPLAY 'ACCOUNT ' BDS-CH-ID ' NOT ON FILE'
               EXIT PARAGRAPH
       END-READ.
       DISPLAY 'DISPUTE ' BDS-ID ' ACCT ' CH-ID ' ' CH-LNAME.
       DISPLAY 'BUREAU ' BDS-BUREAU ' REF ' BDS-BUREAU-REF
               ' TYPE ' BDS-TYPE ' RECEIVED ' BDS-RECV-DATE.
       DISPLAY 'CLAIM: ' BDS-CLAIM.
       IF BDS-CLOSED
           DISPLAY 'CLOSED ' BDS-CLOSE-DATE ' OUTCOME ' BDS-OUTCOME
                   ' BY ' BDS-OPERATOR
           EXIT PARAGRAPH
       END-IF.
       PERFORM 450-QUEUE-LINE.
       SUBTRACT 1 FROM WS-OPEN-CTR.
       PERFORM 520-REPORTED-VALUES.
       PERFORM 540-STMT-EVIDENCE.
       PERFORM 560-PAY-EVIDENCE.
       DISPLAY "OUTCOME: 'V' VERIFIED, 'C' CORRECTED, 'D' DELETED,".
       DISPLAY "         OTHER = LEAVE OPEN:".
       ACCEPT WS-IN-OUTCOME.
       EVALUATE WS-IN-OUTCOME
           WHEN 'V'
           WHEN 'v'
               MOVE 'V' TO WS-IN-OUTCOME
               PERFORM 700-CLOSE-DISPUTE
           WHEN 'C'
           WHEN 'c'
               MOVE 'C' TO WS-IN-OUTCOME
               PERFORM 600-CORRECTION
           WHEN 'D'
           WHEN 'd'
               MOVE 'D' TO WS-IN-OUTCOME
               PERFORM 650-DELETION
           WHEN OTHER
               DISPLAY 'DISPUTE LEFT OPEN'
       END-EVALUATE.
      ******************************************************************
      * WHAT THE NEXT BUREAU EXTRACT WOULD SEND, AFTER ANY EARLIER
      * CORRECTION STILL IN FORCE ON BURFIX.DAT.
      ******************************************************************
       520-REPORTED-VALUES.
       MOVE CH-BAL TO OUT-BDR-BAL.
       EVALUATE TRUE
           WHEN CH-MISSED-CYCLES = ZERO MOVE 'CUR' TO WS-RPT-DELINQ
           WHEN CH-MISSED-CYCLES = 1    MOVE '030' TO WS-RPT-DELINQ
           WHEN CH-MISSED-CYCLES = 2    MOVE '060' TO WS-RPT-DELINQ
           WHEN CH-MISSED-CYCLES = 3    MOVE '090' TO WS-RPT-DELINQ
           WHEN OTHER                   MOVE '120' TO WS-RPT-DELINQ
       END-EVALUATE.
       IF CH-STAT-CHARGED-OFF
           MOVE 'Y' TO WS-RPT-CHGOFF
       ELSE
           MOVE 'N' TO WS-RPT-CHGOFF
       END-IF.
       PERFORM 800-READ-BURFIX.
       IF WS-BFX-FOUND = 'Y'
           IF BFX-DELETED
               DISPLAY 'TRADELINE ALREADY DELETED BY DISPUTE '
                       BFX-BDS-ID
           END-IF
           IF BFX-BAL-SET = 'Y' AND CH-BAL = BFX-BAL-AT
               MOVE BFX-BAL TO OUT-BDR-BAL
           END-IF
           IF BFX-DELINQ NOT = SPACES
                   AND CH-MISSED-CYCLES = BFX-DELINQ-AT
               MOVE BFX-DELINQ TO WS-RPT-DELINQ
           END-IF
           IF BFX-CHGOFF NOT = SPACE AND CH-STATUS = BFX-STATUS-AT
               MOVE BFX-CHGOFF TO WS-RPT-CHGOFF
           END-IF
       END-IF.
       MOVE WS-RPT-DELINQ TO OUT-BDR-DELINQ.
       MOVE WS-RPT-CHGOFF TO OUT-BDR-CHGOFF.
       MOVE CH-MISSED-CYCLES TO OUT-BDR-MISSED.
       DISPLAY OUT-BDS-REPORTED.
      ******************************************************************
      * THE LAST TWELVE CYCLES OF STATEMENT HISTORY: BALANCE, MINIMUM,
      * WHAT WAS PAID AND THE MISSED-PAYMENT STREAK AT EACH CLOSE.
      ******************************************************************
       540-STMT-EVIDENCE.
       IF WS-STMT-AVAIL NOT = 'Y'
           DISPLAY 'NO STATEMENT HISTORY ON FILE'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-STMT-EOF.
       MOVE CH-ID TO STMT-ID.
       MOVE WS-FROM-CYCLE TO STMT-CYCLE.
       START STMT-FILE KEY NOT LESS THAN STMT-KEY
           INVALID KEY
               MOVE 'Y' TO WS-STMT-EOF
       END-START.
       PERFORM UNTIL WS-STMT-EOF = 'Y'
           READ STMT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STMT-EOF
               NOT AT END
                   IF STMT-ID NOT = CH-ID
                       MOVE 'Y' TO WS-STMT-EOF
                   ELSE
                       MOVE STMT-CYCLE TO OUT-BDT-CYCLE
                       MOVE STMT-NEW-BAL TO OUT-BDT-BAL
                       MOVE STMT-MIN-DUE TO OUT-BDT-MIN
                       MOVE STMT-PAYMENTS TO OUT-BDT-PAID
                       MOVE STMT-MISSED-CYCLES TO OUT-BDT-MISSED
                       DISPLAY OUT-BDS-STMT
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * PAYMENTS POSTED THIS CYCLE, INCLUDING ANY RETURNED UNPAID.
      ******************************************************************
       560-PAY-EVIDENCE.
       MOVE SPACES TO WS-TRAN-EOF.
       MOVE CH-ID TO CC-ID.
       MOVE LOW-VALUES TO CC-TRAN-TSTAMP.
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
                       IF CC-TYPE-PAYMENT OR CC-TYPE-RETURNED
                           MOVE CC-TRAN-TSTAMP (1:8) TO OUT-BDP-DATE
                           MOVE CC-TRAN-PRICE TO OUT-BDP-AMT
                           IF CC-TYPE-RETURNED
                               MOVE 'RETURNED' TO OUT-BDP-NOTE
                           ELSE
                               MOVE SPACES TO OUT-BDP-NOTE
                           END-IF
                           DISPLAY OUT-BDS-PAY
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * THE CORRECTION TAKES THE FORM OF WHAT WAS DISPUTED. IT IS
      * PINNED TO THE ACCOUNT VALUE IT CORRECTS SO THE EXTRACT DROPS
      * IT ONCE THE BOOKS MOVE ON.
      ******************************************************************
       600-CORRECTION.
       EVALUATE TRUE
           WHEN BDS-DSP-BALANCE
               DISPLAY 'BALANCE TO REPORT:'
               ACCEPT WS-IN-BAL
               MOVE WS-IN-BAL TO BDS-CORR-BAL
           WHEN BDS-DSP-DAYS-LATE
               DISPLAY 'DELINQUENCY TO REPORT (CUR 030 060 090 120):'
               ACCEPT WS-IN-DELINQ
               MOVE FUNCTION UPPER-CASE (WS-IN-DELINQ) TO WS-IN-DELINQ
               IF WS-IN-DELINQ NOT = 'CUR' AND NOT = '030'
                       AND NOT = '060' AND NOT = '090'
                       AND NOT = '120'
                   DISPLAY 'NOT SAVED - NOT A DELINQUENCY CODE'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-DELINQ TO BDS-CORR-DELINQ
           WHEN BDS-DSP-STATUS
               DISPLAY 'REPORT AS CHARGED OFF (Y/N):'
               ACCEPT WS-IN-FLAG
               MOVE FUNCTION UPPER-CASE (WS-IN-FLAG) TO WS-IN-FLAG
               IF WS-IN-FLAG NOT = 'Y' AND NOT = 'N'
                   DISPLAY 'NOT SAVED - ENTER Y OR N'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-FLAG TO BDS-CORR-CHGOFF
           WHEN BDS-DSP-OWNERSHIP
               DISPLAY 'ECOA CODE TO REPORT (1 INDIVIDUAL, 2 JOINT,'
               DISPLAY '  3 AUTHORIZED USER, T TERMINATED, X DECEASED):'
               ACCEPT WS-IN-FLAG
               MOVE FUNCTION UPPER-CASE (WS-IN-FLAG) TO WS-IN-FLAG
               IF WS-IN-FLAG NOT = '1' AND NOT = '2' AND NOT = '3'
                       AND NOT = 'T' AND NOT = 'X'
                   DISPLAY 'NOT SAVED - NOT AN ECOA CODE'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-FLAG TO BDS-CORR-ECOA
       END-EVALUATE.
       PERFORM 800-READ-BURFIX.
       MOVE SPACES TO WS-CHH-OLD
                      WS-CHH-NEW.
       EVALUATE TRUE
           WHEN BDS-DSP-BALANCE
               MOVE 'Y' TO BFX-BAL-SET
               MOVE BDS-CORR-BAL TO BFX-BAL
               MOVE CH-BAL TO BFX-BAL-AT
               MOVE CH-BAL TO OUT-BDR-BAL
               MOVE OUT-BDR-BAL TO WS-CHH-OLD
               MOVE BDS-CORR-BAL TO OUT-BDR-BAL
               MOVE OUT-BDR-BAL TO WS-CHH-NEW
           WHEN BDS-DSP-DAYS-LATE
               MOVE BDS-CORR-DELINQ TO BFX-DELINQ
               MOVE CH-MISSED-CYCLES TO BFX-DELINQ-AT
               STRING 'DELQ ' WS-RPT-DELINQ DELIMITED BY SIZE
                   INTO WS-CHH-OLD
               STRING 'DELQ ' BDS-CORR-DELINQ DELIMITED BY SIZE
                   INTO WS-CHH-NEW
           WHEN BDS-DSP-STATUS
               MOVE BDS-CORR-CHGOFF TO BFX-CHGOFF
               MOVE CH-STATUS TO BFX-STATUS-AT
               STRING 'CHGOFF ' WS-RPT-CHGOFF DELIMITED BY SIZE
                   INTO WS-CHH-OLD
               STRING 'CHGOFF ' BDS-CORR-CHGOFF DELIMITED BY SIZE
                   INTO WS-CHH-NEW
           WHEN BDS-DSP-OWNERSHIP
               IF BFX-ECOA NOT = SPACE
                   STRING 'ECOA ' BFX-ECOA DELIMITED BY SIZE
                       INTO WS-CHH-OLD
               END-IF
               MOVE BDS-CORR-ECOA TO BFX-ECOA
               STRING 'ECOA ' BDS-CORR-ECOA DELIMITED BY SIZE
                   INTO WS-CHH-NEW
       END-EVALUATE.
       PERFORM 820-WRITE-BURFIX.
       PERFORM 700-CLOSE-DISPUTE.
      ******************************************************************
      * THE BUREAU IS TOLD TO DELETE THE TRADELINE AND WE STOP
      * REPORTING IT.
      ******************************************************************
       650-DELETION.
       DISPLAY 'DELETE THIS TRADELINE FROM ALL BUREAUS (Y/N):'.
       ACCEPT WS-IN-FLAG.
       IF WS-IN-FLAG NOT = 'Y' AND NOT = 'y'
           DISPLAY 'DISPUTE LEFT OPEN'
           EXIT PARAGRAPH
       END-IF.
       PERFORM 800-READ-BURFIX.
       MOVE 'REPORTED' TO WS-CHH-OLD.
       MOVE 'DELETED' TO WS-CHH-NEW.
       MOVE 'Y' TO BFX-SUPPRESS.
       PERFORM 820-WRITE-BURFIX.
       PERFORM 700-CLOSE-DISPUTE.
      ******************************************************************
       700-CLOSE-DISPUTE.
       MOVE 'C' TO BDS-STATUS.
       MOVE WS-IN-OUTCOME TO BDS-OUTCOME.
       MOVE WS-TODAY TO BDS-CLOSE-DATE.
       MOVE WS-OPERATOR-ID TO BDS-OPERATOR.
       REWRITE BDS-REC.
       MOVE 'BDSCLS' TO WS-AUD-ACTION.
       MOVE BDS-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'DISPUTE ' BDS-ID ' CLOSED - OUTCOME ' BDS-OUTCOME.
      ******************************************************************
       800-READ-BURFIX.
       MOVE 'N' TO WS-BFX-FOUND.
       MOVE CH-ID TO BFX-CH-ID.
       READ BFX-FILE
           INVALID KEY
               INITIALIZE BFX-REC
               MOVE CH-ID TO BFX-CH-ID
               MOVE 'N' TO BFX-BAL-SET
               MOVE 'N' TO BFX-SUPPRESS
           NOT INVALID KEY
               MOVE 'Y' TO WS-BFX-FOUND
       END-READ.
      ******************************************************************
       820-WRITE-BURFIX.
       MOVE WS-TODAY TO BFX-DATE.
       MOVE BDS-ID TO BFX-BDS-ID.
       IF WS-BFX-FOUND = 'Y'
           REWRITE BFX-REC
       ELSE
           WRITE BFX-REC
       END-IF.
       MOVE 'BUREAU RPT' TO WS-CHH-FIELD.
       CALL 'G3-CAP1-CHHIST' USING CH-ID, WS-CHH-FIELD,
               WS-CHH-OLD, WS-CHH-NEW, WS-OPERATOR-ID.
