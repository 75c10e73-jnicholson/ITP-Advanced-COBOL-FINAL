      *           SECOND RUN IN THE SAME SESSION KEPT ACCUMULATING
      *           INTO THE PRIOR RUN'S TABLE. MARKED IS INITIAL SO
      *           WORKING-STORAGE REINITIALIZES ON EVERY CALL.
      *  10/15  - ON REQUEST, OR WITH THE CSV-EXTRACT PARAMETER ON,
      *           THE CATEGORY LINES SHOWN ALSO GO TO MER-CAT.CSV.
      ******************************************************************
       PROGRAM-ID. G3-VISA-MER-CAT-RPT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-MER.
       COPY SELECT-CC-TRAN.
       COPY SELECT-CSV.
      ******************************************************************
       DATA DIVISION.
       COPY FD-MER.
       COPY FD-CC-TRAN.
       COPY FD-CSV.

       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-PARM.
       COPY WS-CSV.

       01 WS-MER-EOF                PIC X     VALUE SPACES.
       01 WS-TRAN-EOF                PIC X     VALUE SPACES.
           ELSE
               PERFORM 400-DISPLAY-TABLE VARYING WS-CAT-IDX
                       FROM 1 BY 1 UNTIL WS-CAT-IDX > WS-CAT-COUNT
               PERFORM 500-CSV-EXTRACT
           END-IF.
           DISPLAY CATRPT-CONT.
           ACCEPT CATRPT-CONT.
           MOVE VISA-CAT-CTR (WS-CAT-IDX)   TO OUT-CAT-CTR.
           MOVE VISA-CAT-TOTAL (WS-CAT-IDX) TO OUT-CAT-TOTAL.
           DISPLAY OUT-CAT-LINE.
      ******************************************************************
      * THE CSV-EXTRACT PARAMETER SETS THE DEFAULT; THE OPERATOR CAN
      * ASK FOR THE EXTRACT, OR DECLINE IT, AFTER SEEING THE TABLE.
      * THE EXTRACT HOLDS THE SAME CATEGORY LINES.
      ******************************************************************
       500-CSV-EXTRACT.
           MOVE 'CSV-EXTRACT' TO WS-PARM-NAME.
           MOVE WS-TSTAMP (1:8) TO WS-PARM-DATE.
           MOVE WS-CSV-DFLT TO WS-PARM-TEXT.
           CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
                   WS-PARM-NUM, WS-PARM-TEXT.
           MOVE WS-PARM-TEXT (1:1) TO WS-CSV-ON.
           DISPLAY ' '.
           DISPLAY 'WRITE MER-CAT.CSV (Y/N, ENTER = ' WS-CSV-ON ')?'.
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
           MOVE 'MER-CAT.CSV' TO WS-CSV-NAME.
           OPEN OUTPUT CSV-FILE.
           MOVE 'CATEGORY,TRANS,TOTAL-SPEND' TO CSV-REC.
           WRITE CSV-REC.
           PERFORM 550-CSV-LINE VARYING WS-CAT-IDX
                   FROM 1 BY 1 UNTIL WS-CAT-IDX > WS-CAT-COUNT.
           CLOSE CSV-FILE.
           DISPLAY 'MER-CAT.CSV WRITTEN'.
      ******************************************************************
       550-CSV-LINE.
           MOVE SPACES TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           MOVE 'T' TO WS-CSV-KIND.
           MOVE VISA-CAT-NAME (WS-CAT-IDX) TO WS-CSV-TEXT.
           CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
           MOVE 'N' TO WS-CSV-KIND.
           MOVE ZERO TO WS-CSV-DEC.
           MOVE VISA-CAT-CTR (WS-CAT-IDX) TO WS-CSV-NUM.
           CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
           MOVE VISA-CAT-TOTAL (WS-CAT-IDX) TO WS-CSV-NUM.
           MOVE 2 TO WS-CSV-DEC.
           CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
           WRITE CSV-REC FROM WS-CSV-LINE.
