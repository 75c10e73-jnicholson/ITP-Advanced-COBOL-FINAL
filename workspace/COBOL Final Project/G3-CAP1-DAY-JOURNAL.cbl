      *          screen, APY autopay, SYS month-end fees), with a
      *          count and dollar control total per channel, so each
      *          intake channel can be balanced every evening. The
      *          journal is written to DAY-JOURNAL.TXT and filed in
      *          the report repository.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-DAY-JOURNAL IS INITIAL.
       COPY FD-DAY-JOURNAL.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-RPTFILE.

       01  WS-CC-EOF                   PIC X VALUE SPACES.
       01  WS-SRC-IDX                  PIC 99 VALUE ZERO.
           PERFORM 300-SOURCE-TOTALS.
           CLOSE CC-TRAN-FILE
                 JOURNAL-FILE.
           MOVE 'DAY-JOURNAL.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-DAY-JOURNAL' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'JOURNAL COMPLETE. POSTINGS TODAY: ' WS-GRAND-CTR.
           GOBACK.
      ******************************************************************
