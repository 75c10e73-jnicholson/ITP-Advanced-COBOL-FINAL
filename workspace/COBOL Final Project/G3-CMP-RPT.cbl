      ******************************************************************
      *PROGRAM:  Group 3 Monthly Complaint Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Monthly batch, run in the first days of the month.
      *          From COMPLAINT.DAT, counts last calendar month's
      *          complaints received by regulatory category, product
      *          and channel, and the complaints resolved in it by
      *          days taken to resolve, on time against late, by
      *          category (with the average days taken) and by root
      *          cause, with the remediation paid, onto CMP-RPT.TXT;
      *          closes with the cases still open at the run and how
      *          many of them are overdue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CMP-RPT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-COMPLAINT.
       COPY SELECT-CMP-RPT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-COMPLAINT.
       COPY FD-CMP-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-CMPCODE.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-RPT-MONTH                PIC 9(6) VALUE ZERO.
       01  WS-RPT-YEAR                 PIC 9(4) VALUE ZERO.
       01  WS-RPT-MO                   PIC 9(2) VALUE ZERO.
       01  WS-CMP-EOF                  PIC X VALUE SPACES.
       01  WS-IDX                      PIC 9(3) VALUE ZERO.
       01  WS-DAYS                     PIC 9(5) VALUE ZERO.
       01  WS-RCV-CT                   PIC 9(5) VALUE ZERO.
       01  WS-RES-CT                   PIC 9(5) VALUE ZERO.
       01  WS-RES-DAYS                 PIC 9(7) VALUE ZERO.
       01  WS-RES-AMT                  PIC 9(7)V99 VALUE ZERO.
       01  WS-ONTIME-CT                PIC 9(5) VALUE ZERO.
       01  WS-ONTIME-AMT               PIC 9(7)V99 VALUE ZERO.
       01  WS-LATE-CT                  PIC 9(5) VALUE ZERO.
       01  WS-LATE-AMT                 PIC 9(7)V99 VALUE ZERO.
       01  WS-OPEN-CT                  PIC 9(5) VALUE ZERO.
       01  WS-OVERDUE-CT               PIC 9(5) VALUE ZERO.
       01  WS-RCV-CAT-TOTALS.
           03  WS-RCV-CAT-CT OCCURS 13 TIMES PIC 9(5).
       01  WS-RCV-PRD-TOTALS.
           03  WS-RCV-PRD-CT OCCURS 5 TIMES  PIC 9(5).
       01  WS-RCV-CHN-TOTALS.
           03  WS-RCV-CHN-CT OCCURS 6 TIMES  PIC 9(5).
       01  WS-RES-CAT-TOTALS.
           03  WS-RES-CAT-TOT OCCURS 13 TIMES.
               05  WS-RES-CAT-CT       PIC 9(5).
               05  WS-RES-CAT-DAYS     PIC 9(7).
               05  WS-RES-CAT-AMT      PIC 9(7)V99.
       01  WS-RES-RC-TOTALS.
           03  WS-RES-RC-TOT OCCURS 7 TIMES.
               05  WS-RES-RC-CT        PIC 9(5).
               05  WS-RES-RC-DAYS      PIC 9(7).
               05  WS-RES-RC-AMT       PIC 9(7)V99.
      * DAYS-TO-RESOLVE BUCKETS: 0-7, 8-15, 16-30, 31-60, OVER 60.
       01  WS-BKT-NAMES.
           03  FILLER                  PIC X(16) VALUE '0 TO 7 DAYS'.
           03  FILLER                  PIC X(16) VALUE '8 TO 15 DAYS'.
           03  FILLER                  PIC X(16) VALUE '16 TO 30 DAYS'.
           03  FILLER                  PIC X(16) VALUE '31 TO 60 DAYS'.
           03  FILLER                  PIC X(16) VALUE 'OVER 60 DAYS'.
       01  WS-BKT-NAME-TABLE REDEFINES WS-BKT-NAMES.
           03  WS-BKT-NAME OCCURS 5 TIMES PIC X(16).
       01  WS-BKT-TOTALS.
           03  WS-BKT-TOT OCCURS 5 TIMES.
               05  WS-BKT-CT           PIC 9(5).
               05  WS-BKT-DAYS         PIC 9(7).
               05  WS-BKT-AMT          PIC 9(7)V99.

       01  OUT-CMP-LINE.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-CMP-NAME            PIC X(32).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-CMP-CT              PIC ZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-CMP-AVG             PIC ZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-CMP-AMT             PIC Z(6)9.99.

       01  OUT-CMP-RCV-COLS.
           03  FILLER                  PIC X(35) VALUE SPACES.
           03  FILLER                  PIC X(5)  VALUE 'COUNT'.

       01  OUT-CMP-RES-COLS.
           03  FILLER                  PIC X(35) VALUE SPACES.
           03  FILLER                  PIC X(5)  VALUE 'COUNT'.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(5)  VALUE '  AVG'.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE 'REMEDIATED'.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE WS-YEAR TO WS-RPT-YEAR.
           MOVE WS-MONTH TO WS-RPT-MO.
           IF WS-RPT-MO = 1
               MOVE 12 TO WS-RPT-MO
               SUBTRACT 1 FROM WS-RPT-YEAR
           ELSE
               SUBTRACT 1 FROM WS-RPT-MO
           END-IF.
           COMPUTE WS-RPT-MONTH = WS-RPT-YEAR * 100 + WS-RPT-MO.
           INITIALIZE WS-RCV-CAT-TOTALS
                      WS-RCV-PRD-TOTALS
                      WS-RCV-CHN-TOTALS
                      WS-RES-CAT-TOTALS
                      WS-RES-RC-TOTALS
                      WS-BKT-TOTALS.
           OPEN OUTPUT CMP-RPT-FILE.
           MOVE SPACES TO CMP-RPT-LINE.
           STRING 'CUSTOMER COMPLAINTS FOR ' WS-RPT-MONTH
                   DELIMITED BY SIZE INTO CMP-RPT-LINE.
           WRITE CMP-RPT-LINE.
           OPEN INPUT CMP-FILE.
           IF WS-STAT = ZERO
               PERFORM 200-READ-CASES
               CLOSE CMP-FILE
           END-IF.
           PERFORM 400-WRITE-RECEIVED.
           PERFORM 500-WRITE-RESOLVED.
           CLOSE CMP-RPT-FILE.
           MOVE 'CMP-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CMP-RPT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'COMPLAINT REPORT ' WS-RPT-MONTH ' COMPLETE - '
                   WS-RCV-CT ' RECEIVED, ' WS-RES-CT ' RESOLVED'.
           GOBACK.
      ******************************************************************
       200-READ-CASES.
       MOVE SPACES TO WS-CMP-EOF.
       MOVE ZERO TO CMP-ID.
       START CMP-FILE KEY NOT LESS THAN CMP-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-CMP-EOF
       END-START.
       PERFORM UNTIL WS-CMP-EOF = 'Y'
           READ CMP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CMP-EOF
               NOT AT END
                   IF CMP-RECV-DATE (1:6) = WS-RPT-MONTH
                       PERFORM 300-TALLY-RECEIVED
                   END-IF
                   IF CMP-RESOLVED
                       AND CMP-RES-DATE (1:6) = WS-RPT-MONTH
                       PERFORM 350-TALLY-RESOLVED
                   END-IF
                   IF CMP-UNRESOLVED
                       ADD 1 TO WS-OPEN-CT
                       IF CMP-DUE-DATE < WS-TODAY
                           ADD 1 TO WS-OVERDUE-CT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       300-TALLY-RECEIVED.
       ADD 1 TO WS-RCV-CT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-CAT-COUNT
           IF WS-CMP-CAT-CODE (WS-IDX) = CMP-CATEGORY
               ADD 1 TO WS-RCV-CAT-CT (WS-IDX)
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-PRD-COUNT
           IF WS-CMP-PRD-CODE (WS-IDX) = CMP-PRODUCT
               ADD 1 TO WS-RCV-PRD-CT (WS-IDX)
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-CHN-COUNT
           IF WS-CMP-CHN-CODE (WS-IDX) = CMP-CHANNEL
               ADD 1 TO WS-RCV-CHN-CT (WS-IDX)
           END-IF
       END-PERFORM.
      ******************************************************************
      * DAYS TO RESOLVE RUN FROM THE DAY THE COMPLAINT WAS RECEIVED,
      * THE SAME DAY THE RESPONSE DEADLINE RUNS FROM.
      ******************************************************************
       350-TALLY-RESOLVED.
       COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE (CMP-RES-DATE)
               - FUNCTION INTEGER-OF-DATE (CMP-RECV-DATE).
       ADD 1 TO WS-RES-CT.
       ADD WS-DAYS TO WS-RES-DAYS.
       ADD CMP-REMED-AMT TO WS-RES-AMT.
       IF CMP-RES-DATE > CMP-DUE-DATE
           ADD 1 TO WS-LATE-CT
           ADD CMP-REMED-AMT TO WS-LATE-AMT
       ELSE
           ADD 1 TO WS-ONTIME-CT
           ADD CMP-REMED-AMT TO WS-ONTIME-AMT
       END-IF.
       EVALUATE TRUE
           WHEN WS-DAYS NOT > 7
               MOVE 1 TO WS-IDX
           WHEN WS-DAYS NOT > 15
               MOVE 2 TO WS-IDX
           WHEN WS-DAYS NOT > 30
               MOVE 3 TO WS-IDX
           WHEN WS-DAYS NOT > 60
               MOVE 4 TO WS-IDX
           WHEN OTHER
               MOVE 5 TO WS-IDX
       END-EVALUATE.
       ADD 1 TO WS-BKT-CT (WS-IDX).
       ADD WS-DAYS TO WS-BKT-DAYS (WS-IDX).
       ADD CMP-REMED-AMT TO WS-BKT-AMT (WS-IDX).
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-CAT-COUNT
           IF WS-CMP-CAT-CODE (WS-IDX) = CMP-CATEGORY
               ADD 1 TO WS-RES-CAT-CT (WS-IDX)
               ADD WS-DAYS TO WS-RES-CAT-DAYS (WS-IDX)
               ADD CMP-REMED-AMT TO WS-RES-CAT-AMT (WS-IDX)
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-RC-COUNT
           IF WS-CMP-RC-CODE (WS-IDX) = CMP-ROOT-CAUSE
               ADD 1 TO WS-RES-RC-CT (WS-IDX)
               ADD WS-DAYS TO WS-RES-RC-DAYS (WS-IDX)
               ADD CMP-REMED-AMT TO WS-RES-RC-AMT (WS-IDX)
           END-IF
       END-PERFORM.
      ******************************************************************
       400-WRITE-RECEIVED.
       MOVE SPACES TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       MOVE 'RECEIVED BY CATEGORY' TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       WRITE CMP-RPT-LINE FROM OUT-CMP-RCV-COLS.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-CAT-COUNT
           MOVE SPACES TO OUT-CMP-NAME
           STRING WS-CMP-CAT-CODE (WS-IDX) ' '
                   WS-CMP-CAT-TEXT (WS-IDX)
                   DELIMITED BY SIZE INTO OUT-CMP-NAME
           MOVE WS-RCV-CAT-CT (WS-IDX) TO OUT-CMP-CT
           PERFORM 410-WRITE-COUNT
       END-PERFORM.
       MOVE SPACES TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       MOVE 'RECEIVED BY PRODUCT' TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       WRITE CMP-RPT-LINE FROM OUT-CMP-RCV-COLS.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-PRD-COUNT
           MOVE SPACES TO OUT-CMP-NAME
           STRING WS-CMP-PRD-CODE (WS-IDX) ' '
                   WS-CMP-PRD-TEXT (WS-IDX)
                   DELIMITED BY SIZE INTO OUT-CMP-NAME
           MOVE WS-RCV-PRD-CT (WS-IDX) TO OUT-CMP-CT
           PERFORM 410-WRITE-COUNT
       END-PERFORM.
       MOVE SPACES TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       MOVE 'RECEIVED BY CHANNEL' TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       WRITE CMP-RPT-LINE FROM OUT-CMP-RCV-COLS.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-CHN-COUNT
           MOVE WS-CMP-CHN-TEXT (WS-IDX) TO OUT-CMP-NAME
           MOVE WS-RCV-CHN-CT (WS-IDX) TO OUT-CMP-CT
           PERFORM 410-WRITE-COUNT
       END-PERFORM.
       MOVE SPACES TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       MOVE 'ALL RECEIVED' TO OUT-CMP-NAME.
       MOVE WS-RCV-CT TO OUT-CMP-CT.
       PERFORM 410-WRITE-COUNT.
      ******************************************************************
       410-WRITE-COUNT.
       MOVE SPACES TO CMP-RPT-LINE.
       MOVE OUT-CMP-LINE (1:40) TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
      ******************************************************************
       500-WRITE-RESOLVED.
       MOVE SPACES TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       MOVE 'RESOLVED BY DAYS TO RESOLVE' TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       WRITE CMP-RPT-LINE FROM OUT-CMP-RES-COLS.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
           MOVE WS-BKT-NAME (WS-IDX) TO OUT-CMP-NAME
           MOVE WS-BKT-CT (WS-IDX) TO OUT-CMP-CT
           MOVE ZERO TO OUT-CMP-AVG
           IF WS-BKT-CT (WS-IDX) > ZERO
               COMPUTE OUT-CMP-AVG ROUNDED = WS-BKT-DAYS (WS-IDX)
                       / WS-BKT-CT (WS-IDX)
           END-IF
           MOVE WS-BKT-AMT (WS-IDX) TO OUT-CMP-AMT
           WRITE CMP-RPT-LINE FROM OUT-CMP-LINE
       END-PERFORM.
       MOVE SPACES TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       MOVE 'RESOLVED AGAINST DUE DATE' TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       WRITE CMP-RPT-LINE FROM OUT-CMP-RES-COLS.
       MOVE 'ON OR BEFORE DUE DATE' TO OUT-CMP-NAME.
       MOVE WS-ONTIME-CT TO OUT-CMP-CT.
       MOVE ZERO TO OUT-CMP-AVG.
       MOVE WS-ONTIME-AMT TO OUT-CMP-AMT.
       WRITE CMP-RPT-LINE FROM OUT-CMP-LINE.
       MOVE 'AFTER DUE DATE' TO OUT-CMP-NAME.
       MOVE WS-LATE-CT TO OUT-CMP-CT.
       MOVE WS-LATE-AMT TO OUT-CMP-AMT.
       WRITE CMP-RPT-LINE FROM OUT-CMP-LINE.
       MOVE SPACES TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       MOVE 'RESOLVED BY CATEGORY' TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       WRITE CMP-RPT-LINE FROM OUT-CMP-RES-COLS.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-CAT-COUNT
           MOVE SPACES TO OUT-CMP-NAME
           STRING WS-CMP-CAT-CODE (WS-IDX) ' '
                   WS-CMP-CAT-TEXT (WS-IDX)
                   DELIMITED BY SIZE INTO OUT-CMP-NAME
           MOVE WS-RES-CAT-CT (WS-IDX) TO OUT-CMP-CT
           MOVE ZERO TO OUT-CMP-AVG
           IF WS-RES-CAT-CT (WS-IDX) > ZERO
               COMPUTE OUT-CMP-AVG ROUNDED = WS-RES-CAT-DAYS (WS-IDX)
                       / WS-RES-CAT-CT (WS-IDX)
           END-IF
           MOVE WS-RES-CAT-AMT (WS-IDX) TO OUT-CMP-AMT
           WRITE CMP-RPT-LINE FROM OUT-CMP-LINE
       END-PERFORM.
       MOVE SPACES TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       MOVE 'RESOLVED BY ROOT CAUSE' TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       WRITE CMP-RPT-LINE FROM OUT-CMP-RES-COLS.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-RC-COUNT
           MOVE SPACES TO OUT-CMP-NAME
           STRING WS-CMP-RC-CODE (WS-IDX) ' '
                   WS-CMP-RC-TEXT (WS-IDX)
                   DELIMITED BY SIZE INTO OUT-CMP-NAME
           MOVE WS-RES-RC-CT (WS-IDX) TO OUT-CMP-CT
           MOVE ZERO TO OUT-CMP-AVG
           IF WS-RES-RC-CT (WS-IDX) > ZERO
               COMPUTE OUT-CMP-AVG ROUNDED = WS-RES-RC-DAYS (WS-IDX)
                       / WS-RES-RC-CT (WS-IDX)
           END-IF
           MOVE WS-RES-RC-AMT (WS-IDX) TO OUT-CMP-AMT
           WRITE CMP-RPT-LINE FROM OUT-CMP-LINE
       END-PERFORM.
       MOVE SPACES TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       MOVE 'ALL RESOLVED' TO OUT-CMP-NAME.
       MOVE WS-RES-CT TO OUT-CMP-CT.
       MOVE ZERO TO OUT-CMP-AVG.
       IF WS-RES-CT > ZERO
           COMPUTE OUT-CMP-AVG ROUNDED = WS-RES-DAYS / WS-RES-CT
       END-IF.
       MOVE WS-RES-AMT TO OUT-CMP-AMT.
       WRITE CMP-RPT-LINE FROM OUT-CMP-LINE.
       MOVE SPACES TO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
       STRING 'STILL OPEN AT ' WS-TODAY ': ' WS-OPEN-CT
               '   OVERDUE: ' WS-OVERDUE-CT
               DELIMITED BY SIZE INTO CMP-RPT-LINE.
       WRITE CMP-RPT-LINE.
