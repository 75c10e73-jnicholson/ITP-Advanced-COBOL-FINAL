      *           RESCAN THE TRANSACTION FILE; THIS RUN STILL WALKS
      *           IT BECAUSE THE PER-TRANSACTION CC-SETTLED MARKING
      *           REQUIRES TOUCHING EACH RECORD ANYWAY.
      *  10/15  - THE ACH EFFECTIVE DATE (AND THE RELEASE DATE ON A
      *           RESERVE SLICE PAID BACK IN IT) IS THE RUN DATE
      *           ROLLED TO THE NEXT BUSINESS DAY (G3-BUSDAY), SO NO
      *           ACH FILE GOES TO THE BANK DATED A WEEKEND OR A
      *           BANK HOLIDAY.
      *  10/15  - THE BANK FILE IS NOW STANDARD NACHA: THE RUN WRITES
      *           ITS ENTRY LIST (ACH-SETTLE.LST) AND G3-ACH-NACHA
      *           BUILDS ACH-SETTLE.TXT FROM IT. EVERY ENTRY GETS A
      *           TRACE NUMBER REGISTERED ON PAYABLE.DAT SO RETURNS
      *           MATCH BY TRACE, AND A LOCATION OR ADJUSTED PAYOUT
      *           CARRIES AN ADDENDA EXPLAINING THE NET.
      *  10/15  - EACH RUN OF THE SETTLEMENT, LOCATION SALES AND FEE
      *           REVENUE REPORTS IS FILED IN THE REPORT REPOSITORY
      *           (G3-RPT-FILE).
      *  10/15  - WITH THE CSV-EXTRACT PARAMETER ON, THE FEE REVENUE
      *           LINES AND TOTAL ALSO GO TO FEEREV.CSV.
      *  10/15  - EACH ENTRY-LIST LINE CARRIES THE RUN DATE BESIDE ITS
      *           ROLLED EFFECTIVE DATE, SO THE GL EXTRACT BOOKS THE
      *           PAYOUT ONCE, THE NIGHT OF THE RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-SETTLE-BATCH IS INITIAL.
       COPY SELECT-SETTLE-BATCH.
       COPY SELECT-FEESCHED.
       COPY SELECT-FEEREV-RPT.
       COPY SELECT-CSV.
       COPY SELECT-MERLOC.
       COPY SELECT-LOCSALES-RPT.
       COPY SELECT-RESERVE.
       COPY FD-SETTLE-BATCH.
       COPY FD-FEESCHED.
       COPY FD-FEEREV-RPT.
       COPY FD-CSV.
       COPY FD-MERLOC.
       COPY FD-LOCSALES-RPT.
       COPY FD-RESERVE.
       COPY FD-PAYABLE.
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-NACHA.
       COPY WS-RPTFILE.
       COPY WS-PARM.
       COPY WS-CSV.
       01  WS-FR-ROW                   PIC X(8) VALUE SPACES.
       01  WS-FR-CAT                   PIC X(10) VALUE SPACES.
       01  WS-FR-AMT                   PIC 9(11)V99 VALUE ZERO.

       01  WS-CC-EOF                   PIC X VALUE SPACES.
       01  WS-RUNCTL-BUSY              PIC X VALUE 'N'.
       01  WS-GRAND-CTR                PIC 9(7) VALUE ZERO.
       01  WS-ACH-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-EFF-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-ACH-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-FEE-DEFAULT-PCT          PIC V9(4) VALUE .0200.
       01  WS-FEE-COUNT                PIC 99 VALUE ZERO.
       01  WS-FEE-IDX                  PIC 99 VALUE ZERO.
       01  WS-PAY-AVAIL                PIC X VALUE 'N'.
       01  WS-PAY-EOF                  PIC X VALUE SPACES.
       01  WS-REINSTATED               PIC 9(9)V99 VALUE ZERO.
       01  WS-STG-NAME                 PIC X(30)
                                       VALUE 'ACH-SETTLE.LST'.
       01  WS-BANK-NAME                PIC X(30)
                                       VALUE 'ACH-SETTLE.TXT'.
       01  WS-NCH-CT                   PIC 9(7) VALUE ZERO.
       01  WS-AD-WITHHELD              PIC Z(8)9.99.
       01  WS-AD-RELEASED              PIC Z(8)9.99.
       01  WS-AD-REINSTATED            PIC Z(8)9.99.
       01  WS-CYCLE-RUN                PIC X VALUE 'N'.
       01  WS-MER-DUE                  PIC X VALUE 'Y'.
       01  WS-DAY-NUM                  PIC 9(8) VALUE ZERO.
           MOVE WS-YEAR  TO WS-EFF-DATE (1:4).
           MOVE WS-MONTH TO WS-EFF-DATE (5:2).
           MOVE WS-DAY   TO WS-EFF-DATE (7:2).
           MOVE WS-EFF-DATE TO WS-ACH-DATE.
           CALL 'G3-BUSDAY' USING WS-ACH-DATE.
           OPEN INPUT CC-TRAN-FILE.
           OPEN INPUT MER-FILE.
           PERFORM 200-SWEEP-TRANS.
               MOVE 'Y' TO WS-RSV-AVAIL
           END-IF.
           OPEN I-O PAY-FILE.
           IF WS-STAT = 35
               CLOSE PAY-FILE
               OPEN OUTPUT PAY-FILE
               CLOSE PAY-FILE
               OPEN I-O PAY-FILE
           END-IF.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-PAY-AVAIL
               PERFORM 395-LAST-TRACE
           END-IF.
           MOVE WS-YEAR  TO WS-RSV-FLOOR-YR.
           MOVE WS-MONTH TO WS-RSV-FLOOR-MO.
           CLOSE MER-FILE
                 SETTLE-RPT-FILE
                 ACH-FILE.
           MOVE 'SETTLE-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VISA-SETTLE-BATCH' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           IF WS-RSV-AVAIL = 'Y'
               CLOSE RSV-FILE
           END-IF.
           END-IF.
           IF WS-LOCSALES-OPEN = 'Y'
               CLOSE LOCSALES-RPT-FILE
               MOVE 'LOCSALES-RPT.TXT' TO WS-RPT-FILE-NAME
               MOVE 'G3-VISA-SETTLE-BATCH' TO WS-RPT-PROGRAM
               CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                       WS-RPT-PROGRAM
           END-IF.
           CALL 'G3-ACH-NACHA' USING WS-STG-NAME, WS-BANK-NAME,
                   WS-NCH-CT.
           PERFORM 450-FLAG-SETTLED.
           IF WS-CYCLE-RUN = 'Y'
               PERFORM 130-MARK-SETTLED
       ADD WS-MT-NET TO WS-GRAND-NET.
       ADD WS-MT-CTR (WS-MER-IDX) TO WS-GRAND-CTR.
       IF WS-MT-NET > ZERO
           PERFORM 396-NEXT-TRACE
           MOVE SPACES TO ACH-REC
           MOVE WS-ACH-DATE TO ACH-EFF-DATE
           MOVE WS-EFF-DATE TO ACH-RUN-DATE
           MOVE WS-PAY-ROUTE   TO ACH-ROUTE
           MOVE WS-PAY-ACCOUNT TO ACH-ACCOUNT
           COMPUTE ACH-AMOUNT-CENTS = WS-MT-NET * 100
           MOVE MER-NAME    TO ACH-NAME
           MOVE 22          TO ACH-TRAN-CODE
           MOVE MER-ID      TO ACH-MER-ID
           MOVE WS-NCH-TRACE TO ACH-TRACE
           MOVE 'SETTLEMENT' TO ACH-DESC
           PERFORM 397-ADDENDA
           WRITE ACH-REC
           ADD 1 TO WS-ACH-CTR
           IF WS-PAY-AVAIL = 'Y'
               PERFORM 398-REGISTER-ENTRY
           END-IF
       END-IF.
      ******************************************************************
      * HELD SLICES WHOSE SETTLEMENT MONTH IS PAST THE HOLD PERIOD
                               AND WS-RSV-THIS-YM < WS-RSV-FLOOR-YM
                           ADD RSV-AMOUNT TO WS-RELEASED
                           MOVE 'R' TO RSV-STATUS
                           MOVE WS-ACH-DATE TO RSV-RELEASE-DATE
                           REWRITE RSV-REC
                       END-IF
                   END-IF
       MOVE SPACES TO WS-PAY-EOF.
       MOVE MER-ID TO PAY-MER-ID.
       MOVE ZERO TO PAY-DATE.
       MOVE ZERO TO PAY-TRACE.
       START PAY-FILE KEY NOT LESS THAN PAY-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PAY-EOF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * TRACE NUMBERS RUN IN SEQUENCE BEHIND OUR ODFI; THE LAST ONE
      * USED IS THE HIGHEST REGISTERED ON PAYABLE.DAT.
      ******************************************************************
       395-LAST-TRACE.
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
       396-NEXT-TRACE.
       IF WS-NCH-SEQ = 9999999
           MOVE 1 TO WS-NCH-SEQ
       ELSE
           ADD 1 TO WS-NCH-SEQ
       END-IF.
       MOVE NCH-ODFI TO WS-NCH-TRACE-ODFI.
       MOVE WS-NCH-SEQ TO WS-NCH-TRACE-SEQ.
      ******************************************************************
      * A PAYOUT TO A LOCATION'S ACCOUNT, OR ONE MOVED BY RESERVES OR
      * A REINSTATED RETURN, TELLS THE MERCHANT WHY ON ITS ADDENDA.
      ******************************************************************
       397-ADDENDA.
       MOVE SPACES TO ACH-ADDENDA.
       IF WS-MT-LOC (WS-MER-IDX) NOT = ZERO
               OR WS-WITHHELD > ZERO OR WS-RELEASED > ZERO
               OR WS-REINSTATED > ZERO
           MOVE WS-WITHHELD TO WS-AD-WITHHELD
           MOVE WS-RELEASED TO WS-AD-RELEASED
           MOVE WS-REINSTATED TO WS-AD-REINSTATED
           STRING 'LOC ' WS-MT-LOC (WS-MER-IDX)
                  ' WITHHELD ' WS-AD-WITHHELD
                  ' RELEASED ' WS-AD-RELEASED
                  ' RETURNS ' WS-AD-REINSTATED
                   DELIMITED BY SIZE INTO ACH-ADDENDA
       END-IF.
      ******************************************************************
       398-REGISTER-ENTRY.
       MOVE MER-ID TO PAY-MER-ID.
       MOVE WS-ACH-DATE TO PAY-DATE.
       MOVE WS-NCH-TRACE TO PAY-TRACE.
       MOVE WS-MT-NET TO PAY-AMOUNT.
       MOVE SPACES TO PAY-RETURN-CODE.
       MOVE 'A' TO PAY-STATUS.
       MOVE 'S' TO PAY-KIND.
       MOVE ZERO TO PAY-RETURN-DATE.
       WRITE PAY-REC
           INVALID KEY
               DISPLAY 'TRACE ' WS-NCH-TRACE ' NOT REGISTERED'
       END-WRITE.
      ******************************************************************
       386-FOLD-RESERVE.
       MOVE MER-ID TO RSV-MER-ID.
      ******************************************************************
       500-FEE-REVENUE-RPT.
       OPEN OUTPUT FEEREV-RPT-FILE.
       PERFORM 510-CSV-OPEN.
       MOVE SPACES TO FEEREV-RPT-LINE.
       STRING 'DISCOUNT FEE REVENUE BY CATEGORY - RUN ' WS-EFF-DATE
               DELIMITED BY SIZE INTO FEEREV-RPT-LINE.
                  WS-CR-AMT (WS-CATREV-IDX)
                   DELIMITED BY SIZE INTO FEEREV-RPT-LINE
           WRITE FEEREV-RPT-LINE
           MOVE 'CATEGORY' TO WS-FR-ROW
           MOVE WS-CR-CAT (WS-CATREV-IDX) TO WS-FR-CAT
           MOVE WS-CR-AMT (WS-CATREV-IDX) TO WS-FR-AMT
           PERFORM 520-CSV-ROW
       END-PERFORM.
       MOVE SPACES TO FEEREV-RPT-LINE.
       STRING 'TOTAL FEE REVENUE: ' WS-GRAND-FEES
               DELIMITED BY SIZE INTO FEEREV-RPT-LINE.
       WRITE FEEREV-RPT-LINE.
       MOVE 'TOTAL' TO WS-FR-ROW.
       MOVE SPACES TO WS-FR-CAT.
       MOVE WS-GRAND-FEES TO WS-FR-AMT.
       PERFORM 520-CSV-ROW.
       IF WS-CSV-ON = 'Y'
           CLOSE CSV-FILE
       END-IF.
       CLOSE FEEREV-RPT-FILE.
       MOVE 'FEEREV-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VISA-SETTLE-BATCH' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
      ******************************************************************
       510-CSV-OPEN.
       MOVE 'CSV-EXTRACT' TO WS-PARM-NAME.
       MOVE WS-TSTAMP (1:8) TO WS-PARM-DATE.
       MOVE WS-CSV-DFLT TO WS-PARM-TEXT.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-TEXT (1:1) TO WS-CSV-ON.
       IF WS-CSV-ON NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'FEEREV.CSV' TO WS-CSV-NAME.
       OPEN OUTPUT CSV-FILE.
       MOVE 'RUN-DATE,ROW,CATEGORY,FEE-REVENUE' TO CSV-REC.
       WRITE CSV-REC.
      ******************************************************************
       520-CSV-ROW.
       IF WS-CSV-ON NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-CSV-LINE.
       MOVE 1 TO WS-CSV-PTR.
       MOVE 'D' TO WS-CSV-KIND.
       MOVE WS-EFF-DATE TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'T' TO WS-CSV-KIND.
       MOVE WS-FR-ROW TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE WS-FR-CAT TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'N' TO WS-CSV-KIND.
       MOVE WS-FR-AMT TO WS-CSV-NUM.
       MOVE 2 TO WS-CSV-DEC.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       WRITE CSV-REC FROM WS-CSV-LINE.
      ******************************************************************
       360-LOCATION-ACCOUNT.
       OPEN INPUT MERLOC-FILE.
