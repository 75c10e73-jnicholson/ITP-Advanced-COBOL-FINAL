      *          first cycle on file, showing how many of each
      *          vintage are delinquent at their latest cycle - the
      *          read on whether signup limit decisions are getting
      *          better or worse. Written to ROLLRATE-RPT.TXT and,
      *          with the CSV-EXTRACT parameter on, to ROLLRATE.CSV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-ROLLRATE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-STMT-HIST.
       COPY SELECT-CSV.
       SELECT OPTIONAL ROLLRATE-RPT-FILE
               ASSIGN TO 'ROLLRATE-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
       COPY FD-STMT-HIST.
       FD  ROLLRATE-RPT-FILE.
       01  ROLLRATE-RPT-LINE           PIC X(80).
       COPY FD-CSV.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-RPTFILE.
       COPY WS-PARM.
       COPY WS-CSV.

       01  WS-STMT-EOF                 PIC X VALUE SPACES.
       01  WS-CUR-ID                   PIC 9(8) VALUE ZERO.
               GOBACK
           END-IF.
           OPEN OUTPUT ROLLRATE-RPT-FILE.
           PERFORM 050-CSV-OPEN.
           MOVE ZERO TO WS-ROLL-MATRIX.
           MOVE ZERO TO WS-VINT-TABLE.
           MOVE ZERO TO STMT-ID.
           PERFORM 400-PRINT-VINTAGES.
           CLOSE STMT-FILE
                 ROLLRATE-RPT-FILE.
           IF WS-CSV-ON = 'Y'
               CLOSE CSV-FILE
           END-IF.
           MOVE 'ROLLRATE-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-ROLLRATE' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'ROLL-RATE REPORT COMPLETE'.
           GOBACK.
      ******************************************************************
      * THE EXTRACT HOLDS THE MATRIX ROWS (ROLL) AND THE VINTAGE ROWS
      * (VINTAGE) OF THE REPORT UNDER ONE HEADER; EACH KIND OF ROW
      * LEAVES THE OTHER KIND'S COLUMNS EMPTY.
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
       MOVE 'ROLLRATE.CSV' TO WS-CSV-NAME.
       OPEN OUTPUT CSV-FILE.
       MOVE SPACES TO CSV-REC.
       STRING 'ROW,FROM-BUCKET,TO-0,TO-1,TO-2,TO-3,TO-4,'
              'VINTAGE,ACCOUNTS,DELINQUENT'
               DELIMITED BY SIZE INTO CSV-REC.
       WRITE CSV-REC.
      ******************************************************************
      * THE KEY ORDERS BY ACCOUNT THEN CYCLE, SO EACH READ IS EITHER
      * THE NEXT CYCLE OF THE SAME ACCOUNT (A ROLL) OR THE FIRST
      * CYCLE OF A NEW ONE (A VINTAGE BIRTH).
           MOVE WS-ROLL-CTR (WS-ROW, 5) TO OUT-ROLL-4
           MOVE OUT-ROLL-LINE TO ROLLRATE-RPT-LINE
           WRITE ROLLRATE-RPT-LINE
           IF WS-CSV-ON = 'Y'
               PERFORM 350-CSV-ROLL
           END-IF
       END-PERFORM.
      ******************************************************************
       350-CSV-ROLL.
       MOVE SPACES TO WS-CSV-LINE.
       MOVE 1 TO WS-CSV-PTR.
       MOVE 'T' TO WS-CSV-KIND.
       MOVE 'ROLL' TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'N' TO WS-CSV-KIND.
       MOVE ZERO TO WS-CSV-DEC.
       MOVE OUT-ROLL-FROM TO WS-CSV-NUM.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
           MOVE WS-ROLL-CTR (WS-ROW, WS-COL) TO WS-CSV-NUM
           CALL 'G3-CSV-ADD' USING WS-CSV-AREA
       END-PERFORM.
       MOVE 'T' TO WS-CSV-KIND.
       MOVE SPACES TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       WRITE CSV-REC FROM WS-CSV-LINE.
      ******************************************************************
       400-PRINT-VINTAGES.
       MOVE SPACES TO ROLLRATE-RPT-LINE.
               MOVE WS-VINT-DELQ (WS-VINT-IDX) TO OUT-VINT-DELQ
               MOVE OUT-VINT-LINE TO ROLLRATE-RPT-LINE
               WRITE ROLLRATE-RPT-LINE
               IF WS-CSV-ON = 'Y'
                   PERFORM 450-CSV-VINTAGE
               END-IF
           END-IF
       END-PERFORM.
      ******************************************************************
       450-CSV-VINTAGE.
       MOVE SPACES TO WS-CSV-LINE.
       MOVE 1 TO WS-CSV-PTR.
       MOVE 'T' TO WS-CSV-KIND.
       MOVE 'VINTAGE' TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE SPACES TO WS-CSV-TEXT.
       PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6
           CALL 'G3-CSV-ADD' USING WS-CSV-AREA
       END-PERFORM.
       MOVE 'N' TO WS-CSV-KIND.
       MOVE ZERO TO WS-CSV-DEC.
       MOVE OUT-VINT-YR TO WS-CSV-NUM.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE WS-VINT-ACCTS (WS-VINT-IDX) TO WS-CSV-NUM.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE WS-VINT-DELQ (WS-VINT-IDX) TO WS-CSV-NUM.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       WRITE CSV-REC FROM WS-CSV-LINE.
      ******************************************************************
