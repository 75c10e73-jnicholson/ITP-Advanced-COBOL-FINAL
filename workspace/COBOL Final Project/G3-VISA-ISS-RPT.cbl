      *          review report the issuer partners ask for, off a
      *          file instead of a hand-built spreadsheet. Written
      *          to ISSVOL-RPT.TXT; issuer zero rolls up everything
      *          no BIN range covered. With the CSV-EXTRACT parameter
      *          on, the same lines also go to ISSVOL.CSV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-ISS-RPT IS INITIAL.
       COPY SELECT-ISS.
       COPY SELECT-CC-TRAN.
       COPY SELECT-ISSVOL-RPT.
       COPY SELECT-CSV.
      ******************************************************************
       DATA DIVISION.
       COPY FD-ISS.
       COPY FD-CC-TRAN.
       COPY FD-ISSVOL-RPT.
       COPY FD-CSV.
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-RPTFILE.
       COPY WS-PARM.
       COPY WS-CSV.

       01  WS-CC-EOF                   PIC X VALUE SPACES.
       01  WS-ISS-IDX                  PIC 99 VALUE ZERO.
           CLOSE CC-TRAN-FILE.
           OPEN INPUT ISS-FILE.
           OPEN OUTPUT ISSVOL-RPT-FILE.
           PERFORM 050-CSV-OPEN.
           MOVE 'ISSUER TRANSACTION VOLUME - THIS CYCLE'
                   TO ISSVOL-RPT-LINE.
           WRITE ISSVOL-RPT-LINE.
                   UNTIL WS-ISS-IDX > WS-ISS-COUNT.
           CLOSE ISS-FILE
                 ISSVOL-RPT-FILE.
           IF WS-CSV-ON = 'Y'
               CLOSE CSV-FILE
           END-IF.
           MOVE 'ISSVOL-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VISA-ISS-RPT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'ISSUER VOLUME REPORT COMPLETE'.
           EXIT PROGRAM.
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
       MOVE 'ISSVOL.CSV' TO WS-CSV-NAME.
       OPEN OUTPUT CSV-FILE.
       MOVE 'ISSUER,ISSUER-NAME,TRANSACTIONS,AMOUNT' TO CSV-REC.
       WRITE CSV-REC.
      ******************************************************************
       200-SWEEP.
       MOVE ZERO TO CC-ID.
       MOVE WS-IT-AMT (WS-ISS-IDX) TO OUT-IV-AMT.
       MOVE OUT-ISSVOL-LINE TO ISSVOL-RPT-LINE.
       WRITE ISSVOL-RPT-LINE.
       IF WS-CSV-ON = 'Y'
           PERFORM 350-CSV-LINE
       END-IF.
      ******************************************************************
       350-CSV-LINE.
       MOVE SPACES TO WS-CSV-LINE.
       MOVE 1 TO WS-CSV-PTR.
       MOVE 'N' TO WS-CSV-KIND.
       MOVE ZERO TO WS-CSV-DEC.
       MOVE WS-IT-ISS (WS-ISS-IDX) TO WS-CSV-NUM.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'T' TO WS-CSV-KIND.
       MOVE OUT-IV-NAME TO WS-CSV-TEXT.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE 'N' TO WS-CSV-KIND.
       MOVE WS-IT-CTR (WS-ISS-IDX) TO WS-CSV-NUM.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       MOVE WS-IT-AMT (WS-ISS-IDX) TO WS-CSV-NUM.
       MOVE 2 TO WS-CSV-DEC.
       CALL 'G3-CSV-ADD' USING WS-CSV-AREA.
       WRITE CSV-REC FROM WS-CSV-LINE.
