      ******************************************************************
      *PROGRAM:  Capital One Refund Check Paid-Item Intake
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly. Takes the bank's paid-check file for the
      *          refund check account (CHKPAID.TXT) and marks each
      *          cleared check cashed on the refund check register,
      *          so only checks truly outstanding are followed for
      *          escheat. A check not on the register, already
      *          cashed, voided or escheated, or cleared for a
      *          different amount than it was written for is not
      *          marked and goes to CHKPAID-EXC.TXT for the ops desk,
      *          with the reason; the exceptions are filed in the
      *          report repository.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-CHK-PAID IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-REFREG.
       COPY SELECT-CHKPAID.
      ******************************************************************
       DATA DIVISION.
       COPY FD-REFREG.
       COPY FD-CHKPAID.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-RPTFILE.

       01  WS-CKP-EOF                  PIC X VALUE SPACES.
       01  WS-PAID-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-EXC-CTR                  PIC 9(5) VALUE ZERO.

       01  OUT-CKX-LINE.
           03  OUT-CKX-CHECK-NO        PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-CKX-AMT             PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-CKX-PAID-DATE       PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-CKX-REASON          PIC X(20).
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-CHK-PAID' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           OPEN I-O RRG-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'CHECK PAID INTAKE - NO REGISTER, NOTHING TO DO'
               GOBACK
           END-IF.
           OPEN INPUT CHKPAID-FILE.
           OPEN OUTPUT CHKPAID-EXC-FILE.
           PERFORM UNTIL WS-CKP-EOF = 'Y'
               READ CHKPAID-FILE
                   AT END
                       MOVE 'Y' TO WS-CKP-EOF
                   NOT AT END
                       PERFORM 200-PAID-ONE
               END-READ
           END-PERFORM.
           CLOSE RRG-FILE
                 CHKPAID-FILE
                 CHKPAID-EXC-FILE.
           MOVE 'CHKPAID-EXC.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-CHK-PAID' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'CHECK PAID INTAKE COMPLETE - ' WS-PAID-CTR
                   ' CASHED, ' WS-EXC-CTR ' EXCEPTIONS'.
           GOBACK.
      ******************************************************************
       200-PAID-ONE.
       MOVE CKP-CHECK-NO TO RRG-CHECK-NO.
       READ RRG-FILE
           INVALID KEY
               MOVE 'NOT ON REGISTER' TO OUT-CKX-REASON
               PERFORM 300-EXCEPTION
               EXIT PARAGRAPH
       END-READ.
       IF NOT RRG-OPEN
           EVALUATE TRUE
               WHEN RRG-VOIDED
                   MOVE 'CHECK VOIDED' TO OUT-CKX-REASON
               WHEN RRG-ESCHEATED
                   MOVE 'CHECK ESCHEATED' TO OUT-CKX-REASON
               WHEN RRG-CASHED
                   MOVE 'ALREADY CASHED' TO OUT-CKX-REASON
               WHEN OTHER
                   MOVE 'CHECK NOT OPEN' TO OUT-CKX-REASON
           END-EVALUATE
           PERFORM 300-EXCEPTION
           EXIT PARAGRAPH
       END-IF.
       IF CKP-AMOUNT NOT = RRG-AMT
           MOVE 'AMOUNT MISMATCH' TO OUT-CKX-REASON
           PERFORM 300-EXCEPTION
           EXIT PARAGRAPH
       END-IF.
       MOVE 'C' TO RRG-STATUS.
       MOVE CKP-PAID-DATE TO RRG-PAID-DATE.
       REWRITE RRG-REC.
       ADD 1 TO WS-PAID-CTR.
       MOVE 'CHKPD' TO WS-AUD-ACTION.
       MOVE RRG-CHECK-NO TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       300-EXCEPTION.
       MOVE CKP-CHECK-NO TO OUT-CKX-CHECK-NO.
       MOVE CKP-AMOUNT TO OUT-CKX-AMT.
       MOVE CKP-PAID-DATE TO OUT-CKX-PAID-DATE.
       MOVE OUT-CKX-LINE TO CHKPAID-EXC-LINE.
       WRITE CHKPAID-EXC-LINE.
       ADD 1 TO WS-EXC-CTR.
