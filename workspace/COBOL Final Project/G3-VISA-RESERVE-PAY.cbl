      *          status 'T' and have no open dispute cases on
      *          DSP-FILE. Held and released-but-unpaid slices are
      *          summed, marked paid out ('P'), and a bank entry is
      *          appended to the reserve entry list (ACH-RESERVE.LST)
      *          against the merchant's banking details; the NACHA
      *          bank file ACH-RESERVE.TXT is rebuilt from the list
      *          by G3-ACH-NACHA. Audited per payout.
      *MODIFICATION HISTORY:
      *  10/15  - THE PAYOUT'S ACH EFFECTIVE DATE AND THE SLICES'
      *           RELEASE DATE ROLL TO THE NEXT BUSINESS DAY
      *           (G3-BUSDAY) WHEN TODAY IS A WEEKEND OR HOLIDAY.
      *  10/15  - THE PAYOUT GOES TO THE BANK IN NACHA FORMAT WITH A
      *           TRACE NUMBER REGISTERED ON PAYABLE.DAT AND AN
      *           ADDENDA NAMING IT A TERMINATION RESERVE RELEASE.
      *  10/15  - THE ENTRY-LIST LINE CARRIES THE RUN DATE BESIDE ITS
      *           ROLLED EFFECTIVE DATE (SAME LAYOUT AS ACH-REC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-RESERVE-PAY IS INITIAL.
       COPY SELECT-MER.
       COPY SELECT-DISPUTE.
       COPY SELECT-RESERVE.
       COPY SELECT-PAYABLE.
       SELECT OPTIONAL ACH-RSV-FILE
               ASSIGN TO 'ACH-RESERVE.LST'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-MER.
       COPY FD-DISPUTE.
       COPY FD-RESERVE.
       COPY FD-PAYABLE.
      * SAME LAYOUT AS ACH-REC (FD-SETTLE-BATCH).
       FD  ACH-RSV-FILE.
       01  ACH-RSV-REC.
           03  ACH-RSV-EFF-DATE        PIC 9(8).
           03  ACH-RSV-AMOUNT-CENTS    PIC 9(11).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ACH-RSV-NAME            PIC X(25).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ACH-RSV-TRAN-CODE       PIC 9(2).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ACH-RSV-MER-ID          PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ACH-RSV-TRACE           PIC 9(15).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ACH-RSV-DESC            PIC X(10).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ACH-RSV-ADDENDA         PIC X(80).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ACH-RSV-RUN-DATE        PIC 9(8).
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-NACHA.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-OPEN-CASES               PIC 9(5) VALUE ZERO.
       01  WS-PAYOUT                   PIC 9(9)V99 VALUE ZERO.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-ACH-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-PAY-EOF                  PIC X VALUE SPACES.
       01  WS-STG-NAME                 PIC X(30)
                                       VALUE 'ACH-RESERVE.LST'.
       01  WS-BANK-NAME                PIC X(30)
                                       VALUE 'ACH-RESERVE.TXT'.
       01  WS-NCH-CT                   PIC 9(7) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       MOVE WS-TODAY TO WS-ACH-DATE.
       CALL 'G3-BUSDAY' USING WS-ACH-DATE.
       DISPLAY 'MERCHANT ID TO PAY RESERVE OUT (99999999 = EXIT):'.
       ACCEPT WS-IN-MER.
       IF WS-IN-MER = '99999999'
                       IF RSV-HELD
                           ADD RSV-AMOUNT TO WS-PAYOUT
                           MOVE 'P' TO RSV-STATUS
                           MOVE WS-ACH-DATE TO RSV-RELEASE-DATE
                           REWRITE RSV-REC
                       END-IF
                   END-IF
           DISPLAY 'NO HELD RESERVE TO PAY'
           EXIT PARAGRAPH
       END-IF.
       PERFORM 400-REGISTER-TRACE.
       OPEN EXTEND ACH-RSV-FILE.
       MOVE SPACES TO ACH-RSV-REC.
       MOVE WS-ACH-DATE TO ACH-RSV-EFF-DATE.
       MOVE WS-TODAY TO ACH-RSV-RUN-DATE.
       MOVE MER-ROUTE TO ACH-RSV-ROUTE.
       MOVE MER-ACCOUNT TO ACH-RSV-ACCOUNT.
       COMPUTE ACH-RSV-AMOUNT-CENTS = WS-PAYOUT * 100.
       MOVE MER-NAME TO ACH-RSV-NAME.
       MOVE 22 TO ACH-RSV-TRAN-CODE.
       MOVE MER-ID TO ACH-RSV-MER-ID.
       MOVE WS-NCH-TRACE TO ACH-RSV-TRACE.
       MOVE 'RSV PAYOUT' TO ACH-RSV-DESC.
       STRING 'RESERVE RELEASE ON TERMINATION - MERCHANT ' MER-ID
               DELIMITED BY SIZE INTO ACH-RSV-ADDENDA.
       WRITE ACH-RSV-REC.
       CLOSE ACH-RSV-FILE.
       CALL 'G3-ACH-NACHA' USING WS-STG-NAME, WS-BANK-NAME,
               WS-NCH-CT.
       MOVE 'RSVPAY' TO WS-AUD-ACTION.
       MOVE MER-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VISA-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'RESERVE PAID OUT: ' WS-PAYOUT.
      ******************************************************************
      * THE PAYOUT TAKES THE NEXT TRACE NUMBER BEHIND THE HIGHEST ON
      * PAYABLE.DAT AND IS REGISTERED THERE AS SENT.
      ******************************************************************
       400-REGISTER-TRACE.
       MOVE ZERO TO WS-NCH-SEQ.
       OPEN I-O PAY-FILE.
       IF WS-STAT = 35
           CLOSE PAY-FILE
           OPEN OUTPUT PAY-FILE
           CLOSE PAY-FILE
           OPEN I-O PAY-FILE
       END-IF.
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
       IF WS-NCH-SEQ = 9999999
           MOVE 1 TO WS-NCH-SEQ
       ELSE
           ADD 1 TO WS-NCH-SEQ
       END-IF.
       MOVE NCH-ODFI TO WS-NCH-TRACE-ODFI.
       MOVE WS-NCH-SEQ TO WS-NCH-TRACE-SEQ.
       MOVE MER-ID TO PAY-MER-ID.
       MOVE WS-ACH-DATE TO PAY-DATE.
       MOVE WS-NCH-TRACE TO PAY-TRACE.
       MOVE WS-PAYOUT TO PAY-AMOUNT.
       MOVE SPACES TO PAY-RETURN-CODE.
       MOVE 'A' TO PAY-STATUS.
       MOVE 'R' TO PAY-KIND.
       MOVE ZERO TO PAY-RETURN-DATE.
       WRITE PAY-REC
           INVALID KEY
               DISPLAY 'TRACE ' WS-NCH-TRACE ' NOT REGISTERED'
       END-WRITE.
       CLOSE PAY-FILE.
