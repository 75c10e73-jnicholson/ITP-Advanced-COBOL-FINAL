      *          total payments made. Each summary is written to
      *          YEAREND-RPT.TXT and announced to the cardholder
      *          through G3-SEND-EMAIL - the tax-time report the
      *          customers keep asking for. On request, or with the
      *          CSV-EXTRACT parameter on, the same figures also go
      *          to YEAREND.CSV, one row per line of the summary.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-YEAREND IS INITIAL.
       COPY SELECT-CC-ARCH.
       COPY SELECT-MER.
       COPY SELECT-YEAREND-RPT.
       COPY SELECT-CSV.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-CC-ARCH.
       COPY FD-MER.
       COPY FD-YEAREND-RPT.
       COPY FD-CSV.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-RPTFILE.
       COPY WS-PARM.
       COPY WS-CSV.

       01  WS-RPT-YEAR                 PIC X(4) VALUE SPACES.
       01  WS-CH-EOF                   PIC X VALUE SPACES.
           03  WS-CAT-ENTRY OCCURS 20 TIMES.
               05  WS-CAT-KEY          PIC X(10).
               05  WS-CAT-AMT          PIC 9(9)V99.
       01  WS-YE-ROW                   PIC X(10) VALUE SPACES.
       01  WS-YE-MONTH                 PIC X(8) VALUE SPACES.
       01  WS-YE-CAT                   PIC X(10) VALUE SPACES.
       01  WS-YE-AMT                   PIC 9(9)V99 VALUE ZERO.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.

           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           DISPLAY 'SUMMARY FOR WHICH YEAR (YYYY)?'.
           ACCEPT WS-RPT-YEAR.
           PERFORM 050-CSV-OPEN.
           OPEN INPUT CH-FILE.
           OPEN OUTPUT YEAREND-RPT-FILE.
           OPEN INPUT MER-FILE.
           END-PERFORM.
           CLOSE CH-FILE
                 YEAREND-RPT-FILE.
           IF WS-CSV-ON = 'Y'
               CLOSE CSV-FILE
           END-IF.
           MOVE 'YEAREND-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-YEAREND' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           IF WS-MER-AVAIL = 'Y'
               CLOSE MER-FILE
           END-IF.
           DISPLAY 'YEAR-END SUMMARY COMPLETE'.
           GOBACK.
      ******************************************************************
      * THE CSV-EXTRACT PARAMETER SETS THE DEFAULT; THE OPERATOR CAN
      * ASK FOR THE EXTRACT, OR DECLINE IT, FOR THIS RUN.
      ******************************************************************
       050-CSV-OPEN.
       MOVE 'CSV-EXTRACT' TO WS-PARM-NAME.
       MOVE WS-TSTAMP (1:8) TO WS-PARM-DATE.
       MOVE WS-CSV-DFLT TO WS-PARM-TEXT.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-TEXT (1:1) TO WS-CSV-ON.
       DISPLAY 'ALSO WRITE YEAREND.CSV (Y/N, ENTER = ' WS-CSV-ON ')?'.
       MOVE SPACE TO WS-CSV-ASK.
       ACCEPT WS-CSV-ASK.
       EVALUATE WS-CSV-ASK
           WHEN 'Y'
           WHEN 'y'
               MOVE 'Y' TO WS-CSV-ON
           WHEN 'N'
           WHEN 'n'
               MOVE 'N' TO WS-CSV-ON
       END-EVALUATE.
       IF WS-CSV-ON NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'YEAREND.CSV' TO WS-CSV-NAME.
       OPEN OUTPUT CSV-FILE.
       MOVE SPACES TO CSV-REC.
       STRING 'ACCOUNT,FIRST-NAME,LAST-NAME,YEAR,ROW,MONTH,'
              'CATEGORY,AMOUNT'
               DELIMITED BY SIZE INTO CSV-REC.
       WRITE CSV-REC.
      ******************************************************************
       200-SUMMARIZE-ACCOUNT.
       MOVE 'N' TO WS-ANY-ACTIVITY.
               MOVE WS-MO-AMT (WS-MO) TO OUT-YE-MO-AMT
               MOVE OUT-YE-MONTH TO YEAREND-RPT-LINE
               WRITE YEAREND-RPT-LINE
               MOVE 'MONTH' TO WS-YE-ROW
               MOVE SPACES TO WS-YE-MONTH
               STRING WS-RPT-YEAR OUT-YE-MO
                       DELIMITED BY SIZE INTO WS-YE-MONTH
               MOVE SPACES TO WS-YE-CAT
               MOVE WS-MO-AMT (WS-MO) TO WS-YE-AMT
               PERFORM 350-CSV-ROW
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
           MOVE WS-CAT-AMT (WS-CAT-IDX) TO OUT-YE-CAT-AMT
           MOVE OUT-YE-CAT TO YEAREND-RPT-LINE
           WRITE YEAREND-RPT-LINE
           MOVE 'CATEGORY' TO WS-YE-ROW
           MOVE SPACES TO WS-YE-MONTH
           MOVE WS-CAT-KEY (WS-CAT-IDX) TO WS-YE-CAT
           MOVE WS-CAT-AMT (WS-CAT-IDX) TO WS-YE-AMT
           PERFORM 350-CSV-ROW
       END-PERFORM.
       MOVE SPACES TO YEAREND-RPT-LINE.
       STRING '  FEES AND INTEREST PAID: ' WS-FEES
               DELIMITED BY SIZE INTO YEAREND-RPT-LINE.
       WRITE YEAREND-RPT-LINE.
       MOVE 'FEES' TO WS-YE-ROW.
       MOVE SPACES TO WS-YE-MONTH
                      WS-YE-CAT.
       MOVE WS-FEES TO WS-YE-AMT.
       PERFORM 350-CSV-ROW.
       MOVE SPACES TO YEAREND-RPT-LINE.
       STRING '  TOTAL PAYMENTS MADE:    ' WS-PAYMENTS
               DELIMITED BY SIZE INTO YEAREND-RPT-LINE.
       WRITE YEAREND-RPT-LINE.
       MOVE 'PAYMENTS' TO WS-YE-ROW.
       MOVE WS-PAYMENTS TO WS-YE-AMT.
       PERFORM 350-CSV-ROW.
       MOVE CH-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'YOUR ' WS-RPT-YEAR ' ANNUAL SUMMARY IS READY'
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
      ******************************************************************
       350-CSV-ROW.
       IF WS-CSV-ON NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-CSV-LINE.
       MOVE 1 TO WS-CSV-PTR.
       MOVE 'N' TO WS-CSV-KIND.
       MOVE ZERO TO WS-CSV-DEC.
       MOVE CH-ID TO WS-CSV-NUM.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'T' TO WS-CSV-KIND.
       MOVE CH-FNAME TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE CH-LNAME TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE WS-RPT-YEAR TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE WS-YE-ROW TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'D' TO WS-CSV-KIND.
       MOVE WS-YE-MONTH TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'T' TO WS-CSV-KIND.
       MOVE WS-YE-CAT TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'N' TO WS-CSV-KIND.
       MOVE WS-YE-AMT TO WS-CSV-NUM.
       MOVE 2 TO WS-CSV-DEC.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       WRITE CSV-REC FROM WS-CSV-LINE.
