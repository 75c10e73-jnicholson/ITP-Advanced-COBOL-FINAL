      *          entry is written to the ACH file so the bank can
      *          verify MER-ACCOUNT/MER-ROUTE before real money
      *          moves; a decline records the reason on the record.
      *MODIFICATION HISTORY:
      *  10/15  - THE PRENOTE'S EFFECTIVE DATE ROLLS TO THE NEXT
      *           BUSINESS DAY (G3-BUSDAY) ON A WEEKEND OR HOLIDAY.
      *  10/15  - THE PRENOTE IS A NACHA CREDIT PRENOTE (CODE 23)
      *           WITH A TRACE NUMBER REGISTERED ON PAYABLE.DAT, SO
      *           A BANK RETURN OF IT MATCHES BY TRACE; THE BANK FILE
      *           ACH-SETTLE.TXT IS REBUILT BY G3-ACH-NACHA.
      *  10/15  - EACH RUN OF THE REPORT IS FILED IN THE REPORT
      *           REPOSITORY (G3-RPT-FILE).
      *  10/15  - THE PRENOTE LINE CARRIES THE RUN DATE BESIDE ITS
      *           ROLLED EFFECTIVE DATE (ACH-RUN-DATE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-MER-APPROVE IS INITIAL.
       ENVIRONMENT DIVISION.
       COPY SELECT-MER.
       COPY SELECT-SETTLE-BATCH.
       COPY SELECT-PAYABLE.
      ******************************************************************
       DATA DIVISION.
       COPY FD-MER.
       COPY FD-SETTLE-BATCH.
       COPY FD-PAYABLE.
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-NACHA.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-RPTFILE.

       01  WS-MER-EOF                  PIC X VALUE SPACES.
       01  WS-PENDING-CT               PIC 9(5) VALUE ZERO.
       01  WS-DECIDE                   PIC X VALUE SPACE.
       01  WS-DECLINE-WHY              PIC X(20) VALUE SPACES.
       01  WS-EFF-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-PAY-EOF                  PIC X VALUE SPACES.
       01  WS-PAY-AVAIL                PIC X VALUE 'N'.
       01  WS-PRENOTE-CT               PIC 9(5) VALUE ZERO.
       01  WS-STG-NAME                 PIC X(30)
                                       VALUE 'ACH-SETTLE.LST'.
       01  WS-BANK-NAME                PIC X(30)
                                       VALUE 'ACH-SETTLE.TXT'.
       01  WS-NCH-CT                   PIC 9(7) VALUE ZERO.

       SCREEN SECTION.
       COPY SCREEN-AUDIT-OPERATOR.
       MOVE WS-YEAR  TO WS-EFF-DATE (1:4).
       MOVE WS-MONTH TO WS-EFF-DATE (5:2).
       MOVE WS-DAY   TO WS-EFF-DATE (7:2).
       MOVE WS-EFF-DATE TO WS-RUN-DATE.
       CALL 'G3-BUSDAY' USING WS-EFF-DATE.
       OPEN I-O MER-FILE.
       OPEN EXTEND ACH-FILE.
       OPEN EXTEND SETTLE-RPT-FILE.
       OPEN I-O PAY-FILE.
       IF WS-STAT = 35
           CLOSE PAY-FILE
           OPEN OUTPUT PAY-FILE
           CLOSE PAY-FILE
           OPEN I-O PAY-FILE
       END-IF.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-PAY-AVAIL
           PERFORM 500-LAST-TRACE
       END-IF.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'MERCHANT ONBOARDING REVIEW QUEUE'.
       MOVE ZERO TO MER-ID.
       CLOSE MER-FILE
             ACH-FILE
             SETTLE-RPT-FILE.
       MOVE 'SETTLE-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VISA-MER-APPROVE' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
       IF WS-PAY-AVAIL = 'Y'
           CLOSE PAY-FILE
       END-IF.
       IF WS-PRENOTE-CT > ZERO
           CALL 'G3-ACH-NACHA' USING WS-STG-NAME, WS-BANK-NAME,
                   WS-NCH-CT
       END-IF.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT VISA-MER-RESP.
       EXIT PROGRAM.
       REWRITE MER-REC.
       MOVE SPACES TO ACH-REC.
       MOVE WS-EFF-DATE TO ACH-EFF-DATE.
       MOVE WS-RUN-DATE TO ACH-RUN-DATE.
       MOVE MER-ROUTE   TO ACH-ROUTE.
       MOVE MER-ACCOUNT TO ACH-ACCOUNT.
       MOVE ZERO        TO ACH-AMOUNT-CENTS.
       MOVE MER-NAME    TO ACH-NAME.
       PERFORM 510-NEXT-TRACE.
       MOVE 23          TO ACH-TRAN-CODE.
       MOVE MER-ID      TO ACH-MER-ID.
       MOVE WS-NCH-TRACE TO ACH-TRACE.
       MOVE 'PRENOTE'   TO ACH-DESC.
       MOVE SPACES      TO ACH-ADDENDA.
       WRITE ACH-REC.
       ADD 1 TO WS-PRENOTE-CT.
       IF WS-PAY-AVAIL = 'Y'
           MOVE MER-ID TO PAY-MER-ID
           MOVE WS-EFF-DATE TO PAY-DATE
           MOVE WS-NCH-TRACE TO PAY-TRACE
           MOVE ZERO TO PAY-AMOUNT
           MOVE SPACES TO PAY-RETURN-CODE
           MOVE 'A' TO PAY-STATUS
           MOVE 'N' TO PAY-KIND
           MOVE ZERO TO PAY-RETURN-DATE
           WRITE PAY-REC
               INVALID KEY
                   DISPLAY 'TRACE ' WS-NCH-TRACE ' NOT REGISTERED'
           END-WRITE
       END-IF.
       MOVE 'MERAPP' TO WS-AUD-ACTION.
       MOVE MER-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VISA-M-PROG, WS-OPERATOR-ID,
       CALL 'G3-AUDIT-LOG' USING VISA-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'DECLINED AND RECORDED'.
      ******************************************************************
      * TRACE NUMBERS RUN IN SEQUENCE BEHIND OUR ODFI; THE LAST ONE
      * USED IS THE HIGHEST REGISTERED ON PAYABLE.DAT.
      ******************************************************************
       500-LAST-TRACE.
       MOVE ZERO TO WS-NCH-SEQ.
       MOVE SPACES TO WS-PAY-EOF.
       MOVE ZERO TO PAY-TRACE.
       START PAY-FILE KEY NOT LESS THAN PAY-TRACE
           INVALID KEY
               MOVE 'Y' TO WS-PAY-EOF
       END-START.
       PERFORM UNTIL WS-PAY-EOF = 'Y'
           READ PAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PAY-EOF
               NOT AT END
                   IF PAY-TRACE-ODFI = NCH-ODFI
                       MOVE PAY-TRACE-SEQ TO WS-NCH-SEQ
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       510-NEXT-TRACE.
       IF WS-NCH-SEQ = 9999999
           MOVE 1 TO WS-NCH-SEQ
       ELSE
           ADD 1 TO WS-NCH-SEQ
       END-IF.
       MOVE NCH-ODFI TO WS-NCH-TRACE-ODFI.
       MOVE WS-NCH-SEQ TO WS-NCH-TRACE-SEQ.
