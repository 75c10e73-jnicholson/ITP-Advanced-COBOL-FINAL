      *          days - with the balance carried in each bucket and
      *          bucket totals, written to AGING-RPT.TXT. Accounts
      *          already charged off (status 'W') are listed in their
      *          own section. With the CSV-EXTRACT parameter on, the
      *          same lines and bucket totals also go to AGING.CSV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-AGING-RPT IS INITIAL.
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-AGING-RPT.
       COPY SELECT-CSV.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-AGING-RPT.
       COPY FD-CSV.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-RPTFILE.
       COPY WS-PARM.
       COPY WS-CSV.

       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-BUCKET                   PIC 9 VALUE ZERO.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           OPEN INPUT CH-FILE.
           OPEN OUTPUT AGING-RPT-FILE.
           PERFORM 050-CSV-OPEN.
           MOVE ZERO TO CH-ID.
           START CH-FILE KEY NOT LESS THAN CH-ID
               INVALID KEY
           PERFORM 300-BUCKET-TOTALS.
           CLOSE CH-FILE
                 AGING-RPT-FILE.
           IF WS-CSV-ON = 'Y'
               CLOSE CSV-FILE
           END-IF.
           MOVE 'AGING-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-AGING-RPT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'AGING REPORT COMPLETE'.
           GOBACK.
      ******************************************************************
      * THE EXTRACT CARRIES THE SAME ACCOUNT LINES AND BUCKET TOTALS
      * AS THE REPORT, ONE ROW EACH, TAGGED DETAIL OR TOTAL.
      ******************************************************************
       050-CSV-OPEN.
       MOVE 'CSV-EXTRACT' TO WS-PARM-NAME.
       MOVE WS-TSTAMP (1:8) TO WS-PARM-DATE.
       MOVE WS-CSV-DFLT TO WS-PARM-TEXT.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-TEXT (1:1) TO WS-CSV-ON.
       IF WS-CSV-ON NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'AGING.CSV' TO WS-CSV-NAME.
       OPEN OUTPUT CSV-FILE.
       MOVE 'ROW,ACCOUNT,NAME,BUCKET,COUNT,BALANCE' TO CSV-REC.
       WRITE CSV-REC.
      ******************************************************************
       200-AGE-ACCOUNT.
       IF CH-STAT-CHARGED-OFF
       MOVE CH-BAL TO OUT-AGING-BAL.
       MOVE OUT-AGING-LINE TO AGING-RPT-LINE.
       WRITE AGING-RPT-LINE.
       IF WS-CSV-ON = 'Y'
           PERFORM 260-CSV-DETAIL
       END-IF.
      ******************************************************************
       260-CSV-DETAIL.
       MOVE SPACES TO WS-CSV-LINE.
       MOVE 1 TO WS-CSV-PTR.
       MOVE 'T' TO WS-CSV-KIND.
       MOVE 'DETAIL' TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'N' TO WS-CSV-KIND.
       MOVE CH-ID TO WS-CSV-NUM.
       MOVE ZERO TO WS-CSV-DEC.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'T' TO WS-CSV-KIND.
       MOVE CH-LNAME TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE OUT-AGING-DAYS TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'N' TO WS-CSV-KIND.
       MOVE 1 TO WS-CSV-NUM.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE CH-BAL TO WS-CSV-NUM.
       MOVE 2 TO WS-CSV-DEC.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       WRITE CSV-REC FROM WS-CSV-LINE.
      ******************************************************************
       300-BUCKET-TOTALS.
       MOVE SPACES TO AGING-RPT-LINE.
           MOVE WS-BUCKET-AMT (WS-BUCKET-IDX) TO OUT-AGTOT-AMT
           MOVE OUT-AGING-TOTAL TO AGING-RPT-LINE
           WRITE AGING-RPT-LINE
           IF WS-CSV-ON = 'Y'
               MOVE WS-BUCKET-CTR (WS-BUCKET-IDX) TO WS-CSV-NUM
               PERFORM 350-CSV-TOTAL
               MOVE WS-BUCKET-AMT (WS-BUCKET-IDX) TO WS-CSV-NUM
               PERFORM 360-CSV-TOTAL-AMT
           END-IF
       END-PERFORM.
       MOVE 'CHGO' TO OUT-AGTOT-DAYS.
       MOVE WS-CHGOFF-CTR TO OUT-AGTOT-CTR.
       MOVE WS-CHGOFF-AMT TO OUT-AGTOT-AMT.
       MOVE OUT-AGING-TOTAL TO AGING-RPT-LINE.
       WRITE AGING-RPT-LINE.
       IF WS-CSV-ON = 'Y'
           MOVE WS-CHGOFF-CTR TO WS-CSV-NUM
           PERFORM 350-CSV-TOTAL
           MOVE WS-CHGOFF-AMT TO WS-CSV-NUM
           PERFORM 360-CSV-TOTAL-AMT
       END-IF.
      ******************************************************************
      * A TOTAL ROW IS BUILT IN TWO STEPS: 350 WITH THE COUNT IN
      * WS-CSV-NUM, THEN 360 WITH THE DOLLARS.
      ******************************************************************
       350-CSV-TOTAL.
       MOVE SPACES TO WS-CSV-LINE.
       MOVE 1 TO WS-CSV-PTR.
       MOVE 'T' TO WS-CSV-KIND.
       MOVE 'TOTAL' TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE SPACES TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE OUT-AGTOT-DAYS TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'N' TO WS-CSV-KIND.
       MOVE ZERO TO WS-CSV-DEC.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
      ******************************************************************
       360-CSV-TOTAL-AMT.
       MOVE 'N' TO WS-CSV-KIND.
       MOVE 2 TO WS-CSV-DEC.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       WRITE CSV-REC FROM WS-CSV-LINE.
