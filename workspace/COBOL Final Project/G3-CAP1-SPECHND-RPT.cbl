      ******************************************************************
      *PROGRAM:  Capital One Special-Handling Balance Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Batch report for finance of every account coded for
      *          special handling (CH-SPEC-HANDLING): bankruptcy
      *          filed, bankruptcy discharged, deceased, and deceased
      *          with an estate contact. One line per account with
      *          name, code, account status, balance, the date coded
      *          and the chapter or date of death from SPECHND.DAT,
      *          then the count and balance under each code and in
      *          total, written to SPECHND-RPT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-SPECHND-RPT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-SPECHND.
       COPY SELECT-SPECHND-RPT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-SPECHND.
       COPY FD-SPECHND-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-RPTFILE.

       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-SPH-AVAIL                PIC X VALUE 'N'.
       01  WS-CODE-IDX                 PIC 9 VALUE ZERO.
       01  WS-CODE-TABLE.
           03  WS-CODE-ENTRY OCCURS 4 TIMES.
               05  WS-CODE-CTR         PIC 9(5).
               05  WS-CODE-AMT         PIC S9(9)V99.
       01  WS-ALL-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-ALL-AMT                  PIC S9(9)V99 VALUE ZERO.

       01  OUT-SPH-HEAD.
           03  FILLER                  PIC X(40)
               VALUE 'SPECIAL-HANDLING BALANCES AS OF '.
           03  OUT-SPHH-DATE           PIC X(8).

       01  OUT-SPH-LINE.
           03  OUT-SPH-ID              PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-SPH-NAME            PIC X(20).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-SPH-CODE            PIC X.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-SPH-STAT            PIC X.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-SPH-BAL             PIC -ZZZZZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-SPH-CODED           PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-SPH-DETAIL          PIC X(12).

       01  OUT-SPH-TOTAL.
           03  FILLER                  PIC X(5)  VALUE 'CODE '.
           03  OUT-SPHT-CODE           PIC X(13).
           03  FILLER                  PIC X(8)  VALUE '  COUNT'.
           03  OUT-SPHT-CTR            PIC ZZZZ9.
           03  FILLER                  PIC X(9)  VALUE '  DOLLARS'.
           03  OUT-SPHT-AMT            PIC -ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           INITIALIZE WS-CODE-TABLE.
           OPEN INPUT CH-FILE.
           OPEN INPUT SPH-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-SPH-AVAIL
           END-IF.
           OPEN OUTPUT SPECHND-RPT-FILE.
           MOVE SPACES TO OUT-SPHH-DATE.
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO OUT-SPHH-DATE.
           MOVE OUT-SPH-HEAD TO SPECHND-RPT-LINE.
           WRITE SPECHND-RPT-LINE.
           MOVE SPACES TO SPECHND-RPT-LINE.
           WRITE SPECHND-RPT-LINE.
           MOVE ZERO TO CH-ID.
           START CH-FILE KEY NOT LESS THAN CH-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CH-EOF
           END-START.
           PERFORM UNTIL WS-CH-EOF = 'Y'
               READ CH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CH-EOF
                   NOT AT END
                       IF CH-SH-CODED
                           PERFORM 200-CODED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 300-CODE-TOTALS.
           CLOSE CH-FILE
                 SPECHND-RPT-FILE.
           MOVE 'SPECHND-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-SPECHND-RPT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           IF WS-SPH-AVAIL = 'Y'
               CLOSE SPH-FILE
           END-IF.
           DISPLAY 'SPECIAL-HANDLING REPORT COMPLETE - ' WS-ALL-CTR
                   ' ACCOUNTS'.
           GOBACK.
      ******************************************************************
       200-CODED-ACCOUNT.
       EVALUATE TRUE
           WHEN CH-SH-BK-FILED      MOVE 1 TO WS-CODE-IDX
           WHEN CH-SH-BK-DISCHARGED MOVE 2 TO WS-CODE-IDX
           WHEN CH-SH-DECEASED      MOVE 3 TO WS-CODE-IDX
           WHEN OTHER               MOVE 4 TO WS-CODE-IDX
       END-EVALUATE.
       ADD 1 TO WS-CODE-CTR (WS-CODE-IDX).
       ADD CH-BAL TO WS-CODE-AMT (WS-CODE-IDX).
       ADD 1 TO WS-ALL-CTR.
       ADD CH-BAL TO WS-ALL-AMT.
       MOVE SPACES TO OUT-SPH-LINE.
       MOVE CH-ID            TO OUT-SPH-ID.
       MOVE CH-LNAME         TO OUT-SPH-NAME.
       MOVE CH-SPEC-HANDLING TO OUT-SPH-CODE.
       MOVE CH-STATUS        TO OUT-SPH-STAT.
       MOVE CH-BAL           TO OUT-SPH-BAL.
       MOVE ZERO             TO OUT-SPH-CODED.
       IF WS-SPH-AVAIL = 'Y'
           MOVE CH-ID TO SPH-CH-ID
           READ SPH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 250-CASE-DETAIL
           END-READ
       END-IF.
       MOVE OUT-SPH-LINE TO SPECHND-RPT-LINE.
       WRITE SPECHND-RPT-LINE.
      ******************************************************************
       250-CASE-DETAIL.
       MOVE SPH-CODED-DATE TO OUT-SPH-CODED.
       IF CH-SH-BK-FILED OR CH-SH-BK-DISCHARGED
           STRING 'CH ' SPH-BK-CHAPTER DELIMITED BY SIZE
               INTO OUT-SPH-DETAIL
       ELSE
           STRING 'DOD ' SPH-DEATH-DATE DELIMITED BY SIZE
               INTO OUT-SPH-DETAIL
       END-IF.
      ******************************************************************
       300-CODE-TOTALS.
       MOVE SPACES TO SPECHND-RPT-LINE.
       WRITE SPECHND-RPT-LINE.
       PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > 4
           EVALUATE WS-CODE-IDX
               WHEN 1 MOVE 'B BANKRUPT   ' TO OUT-SPHT-CODE
               WHEN 2 MOVE 'D DISCHARGED ' TO OUT-SPHT-CODE
               WHEN 3 MOVE 'X DECEASED   ' TO OUT-SPHT-CODE
               WHEN 4 MOVE 'E ESTATE     ' TO OUT-SPHT-CODE
           END-EVALUATE
           MOVE WS-CODE-CTR (WS-CODE-IDX) TO OUT-SPHT-CTR
           MOVE WS-CODE-AMT (WS-CODE-IDX) TO OUT-SPHT-AMT
           MOVE OUT-SPH-TOTAL TO SPECHND-RPT-LINE
           WRITE SPECHND-RPT-LINE
       END-PERFORM.
       MOVE 'ALL CODES    ' TO OUT-SPHT-CODE.
       MOVE WS-ALL-CTR TO OUT-SPHT-CTR.
       MOVE WS-ALL-AMT TO OUT-SPHT-AMT.
       MOVE OUT-SPH-TOTAL TO SPECHND-RPT-LINE.
       WRITE SPECHND-RPT-LINE.
