      ******************************************************************
      *PROGRAM:  Vuflix Monthly Member Ratings Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: For the catalog team at the start of each month:
      *          the ten highest and ten lowest rated titles by
      *          member star rating (running average off VFX-MOV.DAT,
      *          among titles with at least WS-MIN-RATINGS approved
      *          ratings so one review cannot top the list), each
      *          with the ratings it gained in the prior calendar
      *          month and their average, plus the month's review
      *          moderation totals, on VFX-RATE-RPT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-RATE-RPT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFXREVW.
       SELECT RATE-RPT-FILE
               ASSIGN TO 'VFX-RATE-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-MOV.
       COPY FD-VFXREVW.
       FD  RATE-RPT-FILE.
       01  RATE-RPT-LINE               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-AUDIT.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-PERIOD                   PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           03  WS-PER-YEAR             PIC 9(4).
           03  WS-PER-MONTH            PIC 9(2).
       01  WS-RR-EOF                   PIC X VALUE SPACES.
       01  WS-MIN-RATINGS              PIC 9(5) VALUE 3.
       01  WS-MON-APPROVED             PIC 9(7) VALUE ZERO.
       01  WS-MON-REJECTED             PIC 9(7) VALUE ZERO.
       01  WS-NOW-PENDING              PIC 9(7) VALUE ZERO.
       01  WS-CT-ED                    PIC Z,ZZZ,ZZ9.

      * ONE ENTRY PER TITLE RATED ENOUGH TO RANK; A TITLE THAT
      * WOULD OVERFLOW THE TABLE LANDS ON THE LAST ENTRY.
       01  WS-TTL-MAX                  PIC 9(4) VALUE 1000.
       01  WS-TTL-CT                   PIC 9(4) VALUE ZERO.
       01  WS-TTL-IDX                  PIC 9(4) VALUE ZERO.
       01  WS-TTL-HIT                  PIC 9(4) VALUE ZERO.
       01  WS-TTL-TABLE.
           03  WS-TTL-ENTRY OCCURS 1000 TIMES.
               05  WS-TTL-VML-ID       PIC 9(8).
               05  WS-TTL-TITLE        PIC X(35).
               05  WS-TTL-AVG          PIC 9V99.
               05  WS-TTL-CT-ALL       PIC 9(5).
               05  WS-TTL-MON-CT       PIC 9(5).
               05  WS-TTL-MON-SUM      PIC 9(6).
               05  WS-TTL-TAKEN        PIC X.

       01  WS-RANK-HIGH                PIC X VALUE 'Y'.
       01  WS-RANK                     PIC 9(3) VALUE ZERO.
       01  WS-RANK-TOP                 PIC 9(3) VALUE 10.
       01  WS-BEST                     PIC 9(4) VALUE ZERO.
       01  WS-MON-AVG                  PIC 9V99 VALUE ZERO.

       01  OUT-RATE-LINE.
           03  FILLER                  PIC XX    VALUE SPACES.
           03  OUT-RATE-RANK           PIC Z9.
           03  FILLER                  PIC XX    VALUE SPACES.
           03  OUT-RATE-VML-ID         PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-RATE-TITLE          PIC X(35).
           03  FILLER                  PIC XX    VALUE SPACES.
           03  OUT-RATE-AVG            PIC 9.99.
           03  OUT-RATE-CT             PIC ZZ,ZZ9.
           03  FILLER                  PIC XX    VALUE SPACES.
           03  OUT-RATE-MON-CT         PIC ZZ,ZZ9.
           03  FILLER                  PIC XX    VALUE SPACES.
           03  OUT-RATE-MON-AVG        PIC 9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-VFX-RATE-RPT' TO VFX-M-PROG.
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
           INITIALIZE WS-TTL-TABLE.
           PERFORM 200-LOAD-TITLES.
           PERFORM 300-READ-REVIEWS.
           PERFORM 500-PRINT-REPORT.
           MOVE 'RATERP' TO WS-AUD-ACTION.
           MOVE WS-PERIOD TO WS-AUD-KEY.
           CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY.
           DISPLAY 'MEMBER RATINGS FOR ' WS-PERIOD
                   ' WRITTEN TO VFX-RATE-RPT.TXT'.
           GOBACK.
      ******************************************************************
       200-LOAD-TITLES.
       MOVE SPACES TO WS-RR-EOF.
       OPEN INPUT VML-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-RR-EOF = 'Y'
           READ VML-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RR-EOF
               NOT AT END
                   IF VML-STAR-CT NOT < WS-MIN-RATINGS
                       IF WS-TTL-CT < WS-TTL-MAX
                           ADD 1 TO WS-TTL-CT
                       END-IF
                       MOVE VML-ID TO WS-TTL-VML-ID (WS-TTL-CT)
                       MOVE VML-TITLE TO WS-TTL-TITLE (WS-TTL-CT)
                       MOVE VML-STAR-AVG TO WS-TTL-AVG (WS-TTL-CT)
                       MOVE VML-STAR-CT TO WS-TTL-CT-ALL (WS-TTL-CT)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VML-FILE.
      ******************************************************************
      * THE MONTH'S MODERATION, AND THE STARS EACH RANKED TITLE
      * PICKED UP FROM REVIEWS APPROVED IN IT.
      ******************************************************************
       300-READ-REVIEWS.
       MOVE SPACES TO WS-RR-EOF.
       OPEN INPUT RVW-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-RR-EOF = 'Y'
           READ RVW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RR-EOF
               NOT AT END
                   PERFORM 310-ONE-REVIEW
           END-READ
       END-PERFORM.
       CLOSE RVW-FILE.
      ******************************************************************
       310-ONE-REVIEW.
       IF RVW-PENDING
           ADD 1 TO WS-NOW-PENDING
           EXIT PARAGRAPH
       END-IF.
       IF RVW-MOD-DATE (1:6) NOT = WS-PERIOD
           EXIT PARAGRAPH
       END-IF.
       IF RVW-REJECTED
           ADD 1 TO WS-MON-REJECTED
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-MON-APPROVED.
       MOVE ZERO TO WS-TTL-HIT.
       PERFORM VARYING WS-TTL-IDX FROM 1 BY 1
               UNTIL WS-TTL-IDX > WS-TTL-CT OR WS-TTL-HIT > ZERO
           IF WS-TTL-VML-ID (WS-TTL-IDX) = RVW-VML-ID
               MOVE WS-TTL-IDX TO WS-TTL-HIT
           END-IF
       END-PERFORM.
       IF WS-TTL-HIT > ZERO
           ADD 1 TO WS-TTL-MON-CT (WS-TTL-HIT)
           ADD RVW-STARS TO WS-TTL-MON-SUM (WS-TTL-HIT)
       END-IF.
      ******************************************************************
       500-PRINT-REPORT.
       OPEN OUTPUT RATE-RPT-FILE.
       MOVE SPACES TO RATE-RPT-LINE.
       STRING 'VUFLIX MEMBER RATINGS - MONTH ' WS-PERIOD
              '   (RANKED: ' WS-MIN-RATINGS ' OR MORE RATINGS)'
               DELIMITED BY SIZE INTO RATE-RPT-LINE.
       WRITE RATE-RPT-LINE.
       MOVE SPACES TO RATE-RPT-LINE.
       WRITE RATE-RPT-LINE.
       MOVE 'HIGHEST RATED' TO RATE-RPT-LINE.
       WRITE RATE-RPT-LINE.
       MOVE 'Y' TO WS-RANK-HIGH.
       PERFORM 600-RANK-TITLES.
       MOVE SPACES TO RATE-RPT-LINE.
       WRITE RATE-RPT-LINE.
       MOVE 'LOWEST RATED' TO RATE-RPT-LINE.
       WRITE RATE-RPT-LINE.
       MOVE 'N' TO WS-RANK-HIGH.
       PERFORM 600-RANK-TITLES.
       MOVE SPACES TO RATE-RPT-LINE.
       WRITE RATE-RPT-LINE.
       MOVE WS-MON-APPROVED TO WS-CT-ED.
       MOVE SPACES TO RATE-RPT-LINE.
       STRING 'REVIEWS APPROVED IN MONTH ' WS-CT-ED
               DELIMITED BY SIZE INTO RATE-RPT-LINE.
       WRITE RATE-RPT-LINE.
       MOVE WS-MON-REJECTED TO WS-CT-ED.
       MOVE SPACES TO RATE-RPT-LINE.
       STRING 'REVIEWS REJECTED IN MONTH ' WS-CT-ED
               DELIMITED BY SIZE INTO RATE-RPT-LINE.
       WRITE RATE-RPT-LINE.
       MOVE WS-NOW-PENDING TO WS-CT-ED.
       MOVE SPACES TO RATE-RPT-LINE.
       STRING 'REVIEWS AWAITING APPROVAL ' WS-CT-ED
               DELIMITED BY SIZE INTO RATE-RPT-LINE.
       WRITE RATE-RPT-LINE.
       CLOSE RATE-RPT-FILE.
       MOVE 'VFX-RATE-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VFX-RATE-RPT' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
      ******************************************************************
      * PICK THE NEXT TITLE TEN TIMES OVER - BEST AVERAGE FIRST (OR
      * WORST FOR THE LOWEST LIST), MORE RATINGS BREAKING A TIE.
      ******************************************************************
       600-RANK-TITLES.
       MOVE SPACES TO RATE-RPT-LINE.
       MOVE 'RANK  TITLE ID TITLE' TO RATE-RPT-LINE (1:20).
       MOVE 'STARS COUNT   MONTH M-AVG' TO RATE-RPT-LINE (52:25).
       WRITE RATE-RPT-LINE.
       PERFORM VARYING WS-TTL-IDX FROM 1 BY 1
               UNTIL WS-TTL-IDX > WS-TTL-CT
           MOVE SPACE TO WS-TTL-TAKEN (WS-TTL-IDX)
       END-PERFORM.
       MOVE ZERO TO WS-RANK.
       MOVE 1 TO WS-BEST.
       PERFORM UNTIL WS-RANK NOT < WS-RANK-TOP OR WS-BEST = ZERO
           MOVE ZERO TO WS-BEST
           PERFORM VARYING WS-TTL-IDX FROM 1 BY 1
                   UNTIL WS-TTL-IDX > WS-TTL-CT
               IF WS-TTL-TAKEN (WS-TTL-IDX) NOT = 'Y'
                   PERFORM 610-COMPARE
               END-IF
           END-PERFORM
           IF WS-BEST > ZERO
               MOVE 'Y' TO WS-TTL-TAKEN (WS-BEST)
               ADD 1 TO WS-RANK
               PERFORM 620-PRINT-TITLE
           END-IF
       END-PERFORM.
       IF WS-RANK = ZERO
           MOVE '  NO TITLE HAS ENOUGH RATINGS TO RANK'
               TO RATE-RPT-LINE
           WRITE RATE-RPT-LINE
       END-IF.
      ******************************************************************
       610-COMPARE.
       IF WS-BEST = ZERO
           MOVE WS-TTL-IDX TO WS-BEST
           EXIT PARAGRAPH
       END-IF.
       IF WS-TTL-AVG (WS-TTL-IDX) = WS-TTL-AVG (WS-BEST)
           IF WS-TTL-CT-ALL (WS-TTL-IDX) > WS-TTL-CT-ALL (WS-BEST)
               MOVE WS-TTL-IDX TO WS-BEST
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF WS-RANK-HIGH = 'Y'
           IF WS-TTL-AVG (WS-TTL-IDX) > WS-TTL-AVG (WS-BEST)
               MOVE WS-TTL-IDX TO WS-BEST
           END-IF
       ELSE
           IF WS-TTL-AVG (WS-TTL-IDX) < WS-TTL-AVG (WS-BEST)
               MOVE WS-TTL-IDX TO WS-BEST
           END-IF
       END-IF.
      ******************************************************************
       620-PRINT-TITLE.
       MOVE WS-RANK TO OUT-RATE-RANK.
       MOVE WS-TTL-VML-ID (WS-BEST) TO OUT-RATE-VML-ID.
       MOVE WS-TTL-TITLE (WS-BEST) TO OUT-RATE-TITLE.
       MOVE WS-TTL-AVG (WS-BEST) TO OUT-RATE-AVG.
       MOVE WS-TTL-CT-ALL (WS-BEST) TO OUT-RATE-CT.
       MOVE WS-TTL-MON-CT (WS-BEST) TO OUT-RATE-MON-CT.
       IF WS-TTL-MON-CT (WS-BEST) = ZERO
           MOVE ZERO TO WS-MON-AVG
       ELSE
           COMPUTE WS-MON-AVG ROUNDED =
               WS-TTL-MON-SUM (WS-BEST) / WS-TTL-MON-CT (WS-BEST)
       END-IF.
       MOVE WS-MON-AVG TO OUT-RATE-MON-AVG.
       MOVE OUT-RATE-LINE TO RATE-RPT-LINE.
       WRITE RATE-RPT-LINE.
