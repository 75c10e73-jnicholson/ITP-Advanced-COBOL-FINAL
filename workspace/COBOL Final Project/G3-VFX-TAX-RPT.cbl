      ******************************************************************
      *PROGRAM:  Vuflix Monthly Sales Tax Liability Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Closes the prior calendar month's sales tax off the
      *          liability ledger (VFXTAX.TXT) by jurisdiction -
      *          state and county as the rate table prices them -
      *          showing taxable sales, tax collected, tax refunded
      *          and the net owed, on VFX-TAX-RPT.TXT. The net for
      *          each jurisdiction is fed to the GL extract on
      *          VFX-TAX-GL.TXT, dated today, so that night's
      *          G3-GL-EXTRACT moves it out of VFX revenue into
      *          sales tax payable. A month already fed on an
      *          earlier day is reported again but not re-fed, so
      *          it can never book twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-TAX-RPT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFXTAX.
       COPY SELECT-VFXTAXGL.
       SELECT TAX-RPT-FILE
               ASSIGN TO 'VFX-TAX-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFXTAX.
       COPY FD-VFXTAXGL.
       FD  TAX-RPT-FILE.
       01  TAX-RPT-LINE                PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-AUDIT.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-PERIOD                   PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           03  WS-PER-YEAR             PIC 9(4).
           03  WS-PER-MONTH            PIC 9(2).
       01  WS-TX-EOF                   PIC X VALUE SPACES.
       01  WS-FED-BEFORE               PIC X VALUE 'N'.
       01  WS-FEED-CT                  PIC 9(5) VALUE ZERO.
       01  WS-NET                      PIC S9(9)V99 VALUE ZERO.

      * ONE ENTRY PER JURISDICTION SEEN IN THE MONTH; A LINE THAT
      * WOULD OVERFLOW THE TABLE LANDS ON THE LAST ENTRY.
       01  WS-JUR-MAX                  PIC 9(3) VALUE 200.
       01  WS-JUR-CT                   PIC 9(3) VALUE ZERO.
       01  WS-JUR-IDX                  PIC 9(3) VALUE ZERO.
       01  WS-JUR-HIT                  PIC 9(3) VALUE ZERO.
       01  WS-JUR-TABLE.
           03  WS-JUR-ENTRY OCCURS 200 TIMES.
               05  WS-JUR-STATE        PIC XX.
               05  WS-JUR-COUNTY       PIC X(30).
               05  WS-JUR-SALES-CT     PIC 9(7).
               05  WS-JUR-BASE         PIC 9(9)V99.
               05  WS-JUR-COLLECTED    PIC 9(9)V99.
               05  WS-JUR-REFUNDED     PIC 9(9)V99.
       01  WS-TOT-SALES-CT             PIC 9(7) VALUE ZERO.
       01  WS-TOT-BASE                 PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-COLLECTED            PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-REFUNDED             PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-NET                  PIC S9(9)V99 VALUE ZERO.

       01  OUT-TAX-LINE.
           03  OUT-TAX-STATE           PIC XX.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-TAX-COUNTY          PIC X(30).
           03  OUT-TAX-CT              PIC ZZZ,ZZ9.
           03  OUT-TAX-BASE            PIC ZZZ,ZZZ,ZZ9.99.
           03  OUT-TAX-COLLECTED       PIC ZZ,ZZZ,ZZ9.99.
           03  OUT-TAX-REFUNDED        PIC ZZ,ZZZ,ZZ9.99.
           03  OUT-TAX-NET             PIC --,---,--9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-VFX-TAX-RPT' TO VFX-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE WS-TODAY (1:4) TO WS-PER-YEAR.
           MOVE WS-TODAY (5:2) TO WS-PER-MONTH.
           IF WS-PER-MONTH = 1
               MOVE 12 TO WS-PER-MONTH
               SUBTRACT 1 FROM WS-PER-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PER-MONTH
           END-IF.
           INITIALIZE WS-JUR-TABLE.
           PERFORM 200-READ-LEDGER.
           PERFORM 400-PRINT-REPORT.
           PERFORM 500-CHECK-FED.
           IF WS-FED-BEFORE = 'Y'
               DISPLAY 'SALES TAX FOR ' WS-PERIOD ' WAS ALREADY FED'
                       ' TO THE GL - REPORT ONLY'
           ELSE
               PERFORM 600-WRITE-FEED
               MOVE 'TAXRPT' TO WS-AUD-ACTION
               MOVE WS-PERIOD TO WS-AUD-KEY
               CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
                       WS-AUD-ACTION, WS-AUD-KEY
               DISPLAY 'SALES TAX FOR ' WS-PERIOD ' FED TO THE GL: '
                       WS-FEED-CT ' JURISDICTIONS'
           END-IF.
           DISPLAY 'SALES TAX LIABILITY WRITTEN TO VFX-TAX-RPT.TXT'.
           GOBACK.
      ******************************************************************
       200-READ-LEDGER.
       MOVE SPACES TO WS-TX-EOF.
       OPEN INPUT VFXTAX-FILE.
       PERFORM UNTIL WS-TX-EOF = 'Y'
           READ VFXTAX-FILE
               AT END
                   MOVE 'Y' TO WS-TX-EOF
               NOT AT END
                   IF VTX-DATE (1:6) = WS-PERIOD
                       PERFORM 300-POST-LINE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFXTAX-FILE.
      ******************************************************************
       300-POST-LINE.
       MOVE ZERO TO WS-JUR-HIT.
       PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > WS-JUR-CT OR WS-JUR-HIT > ZERO
           IF WS-JUR-STATE (WS-JUR-IDX) = VTX-STATE
                   AND WS-JUR-COUNTY (WS-JUR-IDX) = VTX-COUNTY
               MOVE WS-JUR-IDX TO WS-JUR-HIT
           END-IF
       END-PERFORM.
       IF WS-JUR-HIT = ZERO
           IF WS-JUR-CT < WS-JUR-MAX
               ADD 1 TO WS-JUR-CT
           END-IF
           MOVE WS-JUR-CT TO WS-JUR-HIT
           MOVE VTX-STATE TO WS-JUR-STATE (WS-JUR-HIT)
           MOVE VTX-COUNTY TO WS-JUR-COUNTY (WS-JUR-HIT)
       END-IF.
       IF VTX-SIGN = '-'
           ADD VTX-TAX TO WS-JUR-REFUNDED (WS-JUR-HIT)
       ELSE
           ADD 1 TO WS-JUR-SALES-CT (WS-JUR-HIT)
           ADD VTX-BASE TO WS-JUR-BASE (WS-JUR-HIT)
           ADD VTX-TAX TO WS-JUR-COLLECTED (WS-JUR-HIT)
       END-IF.
      ******************************************************************
       400-PRINT-REPORT.
       OPEN OUTPUT TAX-RPT-FILE.
       MOVE SPACES TO TAX-RPT-LINE.
       STRING 'VUFLIX SALES TAX LIABILITY FOR ' WS-PER-YEAR '-'
              WS-PER-MONTH '   RUN ' WS-TODAY
               DELIMITED BY SIZE INTO TAX-RPT-LINE.
       WRITE TAX-RPT-LINE.
       MOVE SPACES TO TAX-RPT-LINE.
       WRITE TAX-RPT-LINE.
       MOVE 'ST COUNTY                          SALES TAXABLE SALES    C
      -    'OLLECTED     REFUNDED     NET OWED' TO TAX-RPT-LINE.
       WRITE TAX-RPT-LINE.
       PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > WS-JUR-CT
           MOVE WS-JUR-STATE (WS-JUR-IDX) TO OUT-TAX-STATE
           IF WS-JUR-COUNTY (WS-JUR-IDX) = SPACES
               MOVE '(STATEWIDE)' TO OUT-TAX-COUNTY
           ELSE
               MOVE WS-JUR-COUNTY (WS-JUR-IDX) TO OUT-TAX-COUNTY
           END-IF
           MOVE WS-JUR-SALES-CT (WS-JUR-IDX) TO OUT-TAX-CT
           MOVE WS-JUR-BASE (WS-JUR-IDX) TO OUT-TAX-BASE
           MOVE WS-JUR-COLLECTED (WS-JUR-IDX) TO OUT-TAX-COLLECTED
           MOVE WS-JUR-REFUNDED (WS-JUR-IDX) TO OUT-TAX-REFUNDED
           COMPUTE WS-NET = WS-JUR-COLLECTED (WS-JUR-IDX)
                          - WS-JUR-REFUNDED (WS-JUR-IDX)
           MOVE WS-NET TO OUT-TAX-NET
           MOVE OUT-TAX-LINE TO TAX-RPT-LINE
           WRITE TAX-RPT-LINE
           ADD WS-JUR-SALES-CT (WS-JUR-IDX) TO WS-TOT-SALES-CT
           ADD WS-JUR-BASE (WS-JUR-IDX) TO WS-TOT-BASE
           ADD WS-JUR-COLLECTED (WS-JUR-IDX) TO WS-TOT-COLLECTED
           ADD WS-JUR-REFUNDED (WS-JUR-IDX) TO WS-TOT-REFUNDED
           ADD WS-NET TO WS-TOT-NET
       END-PERFORM.
       IF WS-JUR-CT = ZERO
           MOVE '   NO SALES TAX CHARGED OR REFUNDED IN THE MONTH'
               TO TAX-RPT-LINE
           WRITE TAX-RPT-LINE
       END-IF.
       MOVE SPACES TO TAX-RPT-LINE.
       WRITE TAX-RPT-LINE.
       MOVE SPACES TO OUT-TAX-STATE.
       MOVE 'TOTAL' TO OUT-TAX-COUNTY.
       MOVE WS-TOT-SALES-CT TO OUT-TAX-CT.
       MOVE WS-TOT-BASE TO OUT-TAX-BASE.
       MOVE WS-TOT-COLLECTED TO OUT-TAX-COLLECTED.
       MOVE WS-TOT-REFUNDED TO OUT-TAX-REFUNDED.
       MOVE WS-TOT-NET TO OUT-TAX-NET.
       MOVE OUT-TAX-LINE TO TAX-RPT-LINE.
       WRITE TAX-RPT-LINE.
       CLOSE TAX-RPT-FILE.
       MOVE 'VFX-TAX-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VFX-TAX-RPT' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
      ******************************************************************
      * THE FEED IS REWRITTEN EACH RUN; ONLY LINES DATED TODAY BOOK,
      * SO A MONTH FOUND ON IT FROM AN EARLIER DAY HAS BOOKED ALREADY.
      ******************************************************************
       500-CHECK-FED.
       MOVE 'N' TO WS-FED-BEFORE.
       MOVE SPACES TO WS-TX-EOF.
       OPEN INPUT VTG-FILE.
       PERFORM UNTIL WS-TX-EOF = 'Y'
           READ VTG-FILE
               AT END
                   MOVE 'Y' TO WS-TX-EOF
               NOT AT END
                   IF VTG-PERIOD = WS-PERIOD
                           AND VTG-DATE NOT = WS-TODAY
                       MOVE 'Y' TO WS-FED-BEFORE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VTG-FILE.
      ******************************************************************
       600-WRITE-FEED.
       OPEN OUTPUT VTG-FILE.
       PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
               UNTIL WS-JUR-IDX > WS-JUR-CT
           COMPUTE WS-NET = WS-JUR-COLLECTED (WS-JUR-IDX)
                          - WS-JUR-REFUNDED (WS-JUR-IDX)
           IF WS-NET NOT = ZERO
               MOVE SPACES TO VTG-REC
               MOVE WS-TODAY TO VTG-DATE
               MOVE WS-PERIOD TO VTG-PERIOD
               MOVE WS-JUR-STATE (WS-JUR-IDX) TO VTG-STATE
               MOVE WS-JUR-COUNTY (WS-JUR-IDX) TO VTG-COUNTY
               IF WS-NET < ZERO
                   MOVE '-' TO VTG-SIGN
               ELSE
                   MOVE '+' TO VTG-SIGN
               END-IF
               MOVE WS-NET TO VTG-AMOUNT
               WRITE VTG-REC
               ADD 1 TO WS-FEED-CT
           END-IF
       END-PERFORM.
       CLOSE VTG-FILE.
