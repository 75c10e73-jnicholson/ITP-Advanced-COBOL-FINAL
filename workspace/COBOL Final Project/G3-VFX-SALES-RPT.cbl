      *           FLAGGED '*PRICE EVENT' ON THE BY-MONTH LINES, SO
      *           A REVENUE SWING THAT COINCIDES WITH A PRICE
      *           CHANGE EXPLAINS ITSELF.
      *  10/15  - EACH RUN OF THE REPORT IS FILED IN THE REPORT
      *           REPOSITORY (G3-RPT-FILE).
      *  10/15  - ON REQUEST, OR WITH THE CSV-EXTRACT PARAMETER ON,
      *           THE SAME MONTH, TITLE, GENRE AND TOTAL LINES ALSO
      *           GO TO VFX-SALES.CSV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-SALES-RPT IS INITIAL.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFX-SALES-RPT.
       COPY SELECT-PRICECHG.
       COPY SELECT-CSV.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-PUR.
       COPY FD-VFX-MOV.
       COPY FD-VFX-SALES-RPT.
       COPY FD-PRICECHG.
       COPY FD-CSV.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-RPTFILE.
       COPY WS-PARM.
       COPY WS-CSV.

       01  WS-FROM-DATE                PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                  PIC 9(8) VALUE 99999999.
       01  WS-BEST-IDX                 PIC 99 VALUE ZERO.
       01  WS-BEST-UNITS               PIC 9(7) VALUE ZERO.
       01  WS-RANK                     PIC 99 VALUE ZERO.
       01  WS-SR-ROW                   PIC X(6) VALUE SPACES.
       01  WS-SR-MONTH                 PIC X(8) VALUE SPACES.
       01  WS-SR-TITLE-ID              PIC 9(8) VALUE ZERO.
       01  WS-SR-NAME                  PIC X(60) VALUE SPACES.
       01  WS-SR-UNITS                 PIC 9(7) VALUE ZERO.
       01  WS-SR-REV                   PIC 9(9)V99 VALUE ZERO.
       01  WS-SR-EVENT                 PIC X VALUE SPACE.

       01  WS-MO-COUNT                 PIC 99 VALUE ZERO.
       01  WS-MO-TABLE.
           IF WS-TO-DATE = ZERO
               MOVE 99999999 TO WS-TO-DATE
           END-IF.
           PERFORM 050-CSV-ASK.
           OPEN INPUT VTP-FILE
                      VML-FILE.
           PERFORM UNTIL WS-VTP-EOF = 'Y'
           PERFORM 500-PRINT-REPORT.
           DISPLAY 'SALES REPORT COMPLETE. UNITS: ' WS-TOTAL-UNITS.
           GOBACK.
      ******************************************************************
      * THE CSV-EXTRACT PARAMETER SETS THE DEFAULT; THE OPERATOR CAN
      * ASK FOR THE EXTRACT, OR DECLINE IT, FOR THIS RUN. THE FILE
      * IS OPENED WITH THE REPORT.
      ******************************************************************
       050-CSV-ASK.
       MOVE 'CSV-EXTRACT' TO WS-PARM-NAME.
       MOVE WS-TSTAMP (1:8) TO WS-PARM-DATE.
       MOVE WS-CSV-DFLT TO WS-PARM-TEXT.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-TEXT (1:1) TO WS-CSV-ON.
       DISPLAY 'ALSO WRITE VFX-SALES.CSV (Y/N, ENTER = ' WS-CSV-ON
               ')?'.
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
      ******************************************************************
       200-ACCUM-SALE.
       ADD 1 TO WS-TOTAL-UNITS.
      ******************************************************************
       500-PRINT-REPORT.
       OPEN OUTPUT VFX-SALES-RPT-FILE.
       IF WS-CSV-ON = 'Y'
           MOVE 'VFX-SALES.CSV' TO WS-CSV-NAME
           OPEN OUTPUT CSV-FILE
           MOVE SPACES TO CSV-REC
           STRING 'ROW,MONTH,RANK,TITLE-ID,NAME,UNITS,REVENUE,'
                  'PRICE-EVENT'
                   DELIMITED BY SIZE INTO CSV-REC
           WRITE CSV-REC
       END-IF.
       MOVE 'VFX SALES AND REVENUE REPORT' TO VFX-SALES-RPT-LINE.
       WRITE VFX-SALES-RPT-LINE.
       MOVE '--- BY MONTH ---' TO VFX-SALES-RPT-LINE.
                       DELIMITED BY SIZE INTO VFX-SALES-RPT-LINE
           END-IF
           WRITE VFX-SALES-RPT-LINE
           MOVE 'MONTH' TO WS-SR-ROW
           MOVE WS-MO-YM (WS-IDX) TO WS-SR-MONTH
           MOVE ZERO TO WS-RANK
                        WS-SR-TITLE-ID
           MOVE SPACES TO WS-SR-NAME
           MOVE WS-MO-UNITS (WS-IDX) TO WS-SR-UNITS
           MOVE WS-MO-REV (WS-IDX) TO WS-SR-REV
           MOVE WS-PE-HIT TO WS-SR-EVENT
           PERFORM 700-CSV-ROW
       END-PERFORM.
       MOVE '--- TOP TITLES ---' TO VFX-SALES-RPT-LINE.
       WRITE VFX-SALES-RPT-LINE.
       PERFORM 600-TOP-TITLES.
       MOVE SPACES TO WS-SR-MONTH
                      WS-SR-EVENT.
       MOVE ZERO TO WS-RANK
                    WS-SR-TITLE-ID.
       MOVE '--- BY GENRE ---' TO VFX-SALES-RPT-LINE.
       WRITE VFX-SALES-RPT-LINE.
       PERFORM VARYING WS-IDX FROM 1 BY 1
                  '  REVENUE ' WS-GEN-REV (WS-IDX)
                   DELIMITED BY SIZE INTO VFX-SALES-RPT-LINE
           WRITE VFX-SALES-RPT-LINE
           MOVE 'GENRE' TO WS-SR-ROW
           MOVE WS-GEN-NAME (WS-IDX) TO WS-SR-NAME
           MOVE WS-GEN-UNITS (WS-IDX) TO WS-SR-UNITS
           MOVE WS-GEN-REV (WS-IDX) TO WS-SR-REV
           PERFORM 700-CSV-ROW
       END-PERFORM.
       MOVE SPACES TO VFX-SALES-RPT-LINE.
       STRING 'TOTAL UNITS ' WS-TOTAL-UNITS
              '  TOTAL REVENUE ' WS-TOTAL-REV
               DELIMITED BY SIZE INTO VFX-SALES-RPT-LINE.
       WRITE VFX-SALES-RPT-LINE.
       MOVE 'TOTAL' TO WS-SR-ROW.
       MOVE SPACES TO WS-SR-NAME.
       MOVE WS-TOTAL-UNITS TO WS-SR-UNITS.
       MOVE WS-TOTAL-REV TO WS-SR-REV.
       PERFORM 700-CSV-ROW.
       CLOSE VFX-SALES-RPT-FILE.
       IF WS-CSV-ON = 'Y'
           CLOSE CSV-FILE
       END-IF.
       MOVE 'VFX-SALES-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VFX-SALES-RPT' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
      ******************************************************************
      * THE TEN BEST SELLERS BY UNITS, PULLED OFF THE TITLE TABLE BY
      * REPEATED SELECTION; A SOLD-OUT ENTRY IS ZEROED AFTER PRINTING
              '  REVENUE ' WS-TTL-REV (WS-BEST-IDX)
               DELIMITED BY SIZE INTO VFX-SALES-RPT-LINE.
       WRITE VFX-SALES-RPT-LINE.
       MOVE 'TITLE' TO WS-SR-ROW.
       MOVE SPACES TO WS-SR-MONTH
                      WS-SR-EVENT.
       MOVE WS-TTL-ID (WS-BEST-IDX) TO WS-SR-TITLE-ID.
       MOVE VML-TITLE TO WS-SR-NAME.
       MOVE WS-TTL-UNITS (WS-BEST-IDX) TO WS-SR-UNITS.
       MOVE WS-TTL-REV (WS-BEST-IDX) TO WS-SR-REV.
       PERFORM 700-CSV-ROW.
       MOVE ZERO TO WS-TTL-UNITS (WS-BEST-IDX).
      ******************************************************************
      * ONE EXTRACT ROW PER REPORT LINE: MONTH ROWS CARRY THE MONTH
      * AND THE PRICE-EVENT FLAG (Y/N), TITLE ROWS THE RANK AND
      * TITLE, GENRE ROWS THE GENRE IN NAME, AND THE TOTAL ROW THE
      * REPORT TOTALS.
      ******************************************************************
       700-CSV-ROW.
       IF WS-CSV-ON NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-CSV-LINE.
       MOVE 1 TO WS-CSV-PTR.
       MOVE 'T' TO WS-CSV-KIND.
       MOVE WS-SR-ROW TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'D' TO WS-CSV-KIND.
       MOVE WS-SR-MONTH TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'N' TO WS-CSV-KIND.
       MOVE ZERO TO WS-CSV-DEC.
       IF WS-RANK = ZERO
           MOVE 'T' TO WS-CSV-KIND
           MOVE SPACES TO WS-CSV-TEXT
       END-IF.
       MOVE WS-RANK TO WS-CSV-NUM.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE WS-SR-TITLE-ID TO WS-CSV-NUM.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'T' TO WS-CSV-KIND.
       MOVE WS-SR-NAME TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'N' TO WS-CSV-KIND.
       MOVE WS-SR-UNITS TO WS-CSV-NUM.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE WS-SR-REV TO WS-CSV-NUM.
       MOVE 2 TO WS-CSV-DEC.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'T' TO WS-CSV-KIND.
       MOVE WS-SR-EVENT TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       WRITE CSV-REC FROM WS-CSV-LINE.
