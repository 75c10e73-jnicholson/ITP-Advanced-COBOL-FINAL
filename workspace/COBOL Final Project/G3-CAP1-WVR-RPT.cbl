      ******************************************************************
      *PROGRAM:  Capital One Monthly Fee Waiver Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Monthly batch, run in the first days of the month.
      *          Totals last calendar month's courtesy fee waivers
      *          from WAIVER.DAT - count and dollars - by the
      *          operator who granted them, by reason code and by
      *          fee type, onto WAIVER-RPT.TXT, so supervisors can
      *          see which desks waive most and why.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-WVR-RPT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-WAIVER.
       COPY SELECT-WAIVER-RPT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-WAIVER.
       COPY FD-WAIVER-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-WVRCODE.
       COPY WS-RPTFILE.

       01  WS-RPT-MONTH                PIC 9(6) VALUE ZERO.
       01  WS-RPT-YEAR                 PIC 9(4) VALUE ZERO.
       01  WS-RPT-MO                   PIC 9(2) VALUE ZERO.
       01  WS-WVR-EOF                  PIC X VALUE SPACES.
       01  WS-IDX                      PIC 9(3) VALUE ZERO.
       01  WS-HIT                      PIC 9(3) VALUE ZERO.
       01  WS-TOT-CT                   PIC 9(5) VALUE ZERO.
       01  WS-TOT-AMT                  PIC 9(7)V99 VALUE ZERO.
       01  WS-OPR-FULL                 PIC X VALUE 'N'.
       01  WS-OPR-CT                   PIC 9(3) VALUE ZERO.
       01  WS-OPR-TABLE.
           03  WS-OPR-ENTRY OCCURS 200 TIMES.
               05  WS-OPR-ID           PIC X(8).
               05  WS-OPR-ROLE         PIC X.
               05  WS-OPR-WCT          PIC 9(5).
               05  WS-OPR-AMT          PIC 9(7)V99.
       01  WS-RSN-TOTALS.
           03  WS-RSN-TOT OCCURS 6 TIMES.
               05  WS-RSN-WCT          PIC 9(5).
               05  WS-RSN-AMT          PIC 9(7)V99.
       01  WS-TYP-TOTALS.
           03  WS-TYP-TOT OCCURS 5 TIMES.
               05  WS-TYP-WCT          PIC 9(5).
               05  WS-TYP-AMT          PIC 9(7)V99.

       01  OUT-WVR-LINE.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-WVR-NAME            PIC X(32).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-WVR-CT              PIC ZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-WVR-AMT             PIC Z(6)9.99.

       01  OUT-WVR-COLS.
           03  FILLER                  PIC X(35) VALUE SPACES.
           03  FILLER                  PIC X(5)  VALUE 'COUNT'.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE '   DOLLARS'.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR TO WS-RPT-YEAR.
           MOVE WS-MONTH TO WS-RPT-MO.
           IF WS-RPT-MO = 1
               MOVE 12 TO WS-RPT-MO
               SUBTRACT 1 FROM WS-RPT-YEAR
           ELSE
               SUBTRACT 1 FROM WS-RPT-MO
           END-IF.
           COMPUTE WS-RPT-MONTH = WS-RPT-YEAR * 100 + WS-RPT-MO.
           INITIALIZE WS-OPR-TABLE
                      WS-RSN-TOTALS
                      WS-TYP-TOTALS.
           OPEN OUTPUT WVR-RPT-FILE.
           MOVE SPACES TO WVR-RPT-LINE.
           STRING 'COURTESY FEE WAIVERS FOR ' WS-RPT-MONTH
                   DELIMITED BY SIZE INTO WVR-RPT-LINE.
           WRITE WVR-RPT-LINE.
           OPEN INPUT WVR-FILE.
           IF WS-STAT = ZERO
               PERFORM 200-READ-WAIVERS
               CLOSE WVR-FILE
           END-IF.
           PERFORM 400-WRITE-REPORT.
           CLOSE WVR-RPT-FILE.
           MOVE 'WAIVER-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-WVR-RPT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'FEE WAIVER REPORT ' WS-RPT-MONTH ' COMPLETE - '
                   WS-TOT-CT ' WAIVERS'.
           GOBACK.
      ******************************************************************
       200-READ-WAIVERS.
       MOVE SPACES TO WS-WVR-EOF.
       MOVE LOW-VALUES TO WVR-FEE-KEY.
       START WVR-FILE KEY NOT LESS THAN WVR-FEE-KEY
           INVALID KEY
               MOVE 'Y' TO WS-WVR-EOF
       END-START.
       PERFORM UNTIL WS-WVR-EOF = 'Y'
           READ WVR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WVR-EOF
               NOT AT END
                   IF WVR-DATE (1:6) = WS-RPT-MONTH
                       PERFORM 300-TALLY
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       300-TALLY.
       ADD 1 TO WS-TOT-CT.
       ADD WVR-AMOUNT TO WS-TOT-AMT.
       MOVE ZERO TO WS-HIT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-OPR-CT
           IF WS-OPR-ID (WS-IDX) = WVR-OPER
               MOVE WS-IDX TO WS-HIT
           END-IF
       END-PERFORM.
       IF WS-HIT = ZERO
           IF WS-OPR-CT < 200
               ADD 1 TO WS-OPR-CT
               MOVE WS-OPR-CT TO WS-HIT
               MOVE WVR-OPER TO WS-OPR-ID (WS-HIT)
               MOVE WVR-ROLE TO WS-OPR-ROLE (WS-HIT)
           ELSE
               MOVE 'Y' TO WS-OPR-FULL
           END-IF
       END-IF.
       IF WS-HIT > ZERO
           ADD 1 TO WS-OPR-WCT (WS-HIT)
           ADD WVR-AMOUNT TO WS-OPR-AMT (WS-HIT)
       END-IF.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-WVR-RSN-COUNT
           IF WS-WVR-RSN-CODE (WS-IDX) = WVR-REASON
               ADD 1 TO WS-RSN-WCT (WS-IDX)
               ADD WVR-AMOUNT TO WS-RSN-AMT (WS-IDX)
           END-IF
       END-PERFORM.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-WVR-TYPE-COUNT
           IF WS-WVR-TYPE-CODE (WS-IDX) = WVR-FEE-TYPE
               ADD 1 TO WS-TYP-WCT (WS-IDX)
               ADD WVR-AMOUNT TO WS-TYP-AMT (WS-IDX)
           END-IF
       END-PERFORM.
      ******************************************************************
       400-WRITE-REPORT.
       MOVE SPACES TO WVR-RPT-LINE.
       WRITE WVR-RPT-LINE.
       MOVE 'BY OPERATOR' TO WVR-RPT-LINE.
       WRITE WVR-RPT-LINE.
       WRITE WVR-RPT-LINE FROM OUT-WVR-COLS.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-OPR-CT
           MOVE SPACES TO OUT-WVR-NAME
           STRING WS-OPR-ID (WS-IDX) ' ROLE ' WS-OPR-ROLE (WS-IDX)
                   DELIMITED BY SIZE INTO OUT-WVR-NAME
           MOVE WS-OPR-WCT (WS-IDX) TO OUT-WVR-CT
           MOVE WS-OPR-AMT (WS-IDX) TO OUT-WVR-AMT
           WRITE WVR-RPT-LINE FROM OUT-WVR-LINE
       END-PERFORM.
       IF WS-OPR-FULL = 'Y'
           MOVE '  ** OPERATOR TABLE FULL - SOME OPERATORS NOT LISTED'
               TO WVR-RPT-LINE
           WRITE WVR-RPT-LINE
       END-IF.
       MOVE SPACES TO WVR-RPT-LINE.
       WRITE WVR-RPT-LINE.
       MOVE 'BY REASON' TO WVR-RPT-LINE.
       WRITE WVR-RPT-LINE.
       WRITE WVR-RPT-LINE FROM OUT-WVR-COLS.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-WVR-RSN-COUNT
           MOVE SPACES TO OUT-WVR-NAME
           STRING WS-WVR-RSN-CODE (WS-IDX) ' '
                   WS-WVR-RSN-TEXT (WS-IDX)
                   DELIMITED BY SIZE INTO OUT-WVR-NAME
           MOVE WS-RSN-WCT (WS-IDX) TO OUT-WVR-CT
           MOVE WS-RSN-AMT (WS-IDX) TO OUT-WVR-AMT
           WRITE WVR-RPT-LINE FROM OUT-WVR-LINE
       END-PERFORM.
       MOVE SPACES TO WVR-RPT-LINE.
       WRITE WVR-RPT-LINE.
       MOVE 'BY FEE TYPE' TO WVR-RPT-LINE.
       WRITE WVR-RPT-LINE.
       WRITE WVR-RPT-LINE FROM OUT-WVR-COLS.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-WVR-TYPE-COUNT
           MOVE WS-WVR-TYPE-TEXT (WS-IDX) TO OUT-WVR-NAME
           MOVE WS-TYP-WCT (WS-IDX) TO OUT-WVR-CT
           MOVE WS-TYP-AMT (WS-IDX) TO OUT-WVR-AMT
           WRITE WVR-RPT-LINE FROM OUT-WVR-LINE
       END-PERFORM.
       MOVE SPACES TO WVR-RPT-LINE.
       WRITE WVR-RPT-LINE.
       MOVE 'ALL WAIVERS' TO OUT-WVR-NAME.
       MOVE WS-TOT-CT TO OUT-WVR-CT.
       MOVE WS-TOT-AMT TO OUT-WVR-AMT.
       WRITE WVR-RPT-LINE FROM OUT-WVR-LINE.
