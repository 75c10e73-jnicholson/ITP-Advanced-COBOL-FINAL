      ******************************************************************
      *PROGRAM:  Vuflix Weekly Top-Watched Titles Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Ranks the titles members watched in the last full
      *          week (Monday through Sunday) off the viewing-session
      *          file (VFXVIEW.DAT): for every session started in the
      *          week, the title's distinct viewers, streams and
      *          hours streamed. Prints the top ten across the whole
      *          catalog, then the top ten within each genre, ranked
      *          by viewers and then by time watched, on
      *          VFX-VIEW-RPT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-VIEW-RPT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFXVIEW.
       COPY SELECT-VFX-MOV.
       SELECT VIEW-RPT-FILE
               ASSIGN TO 'VFX-VIEW-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFXVIEW.
       COPY FD-VFX-MOV.
       FD  VIEW-RPT-FILE.
       01  VIEW-RPT-LINE               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-AUDIT.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-DAY-INT                  PIC 9(7) VALUE ZERO.
       01  WS-WEEK-START               PIC 9(8) VALUE ZERO.
       01  WS-WEEK-END                 PIC 9(8) VALUE ZERO.
       01  WS-VV-EOF                   PIC X VALUE SPACES.
       01  WS-SESS-SECS                PIC 9(9) VALUE ZERO.
       01  WS-FROM-SECS                PIC 9(12) VALUE ZERO.
       01  WS-TO-SECS                  PIC 9(12) VALUE ZERO.
       01  WS-CLK-TIME                 PIC 9(6) VALUE ZERO.
       01  WS-CLK-TIME-R REDEFINES WS-CLK-TIME.
           03  WS-CLK-HH               PIC 99.
           03  WS-CLK-MM               PIC 99.
           03  WS-CLK-SS               PIC 99.
       01  WS-TOT-SESS                 PIC 9(7) VALUE ZERO.
       01  WS-TOT-SECS                 PIC 9(11) VALUE ZERO.

      * ONE ENTRY PER TITLE WATCHED IN THE WEEK; A SESSION THAT
      * WOULD OVERFLOW THE TABLE LANDS ON THE LAST ENTRY. THE FILE
      * READS MEMBER BY MEMBER, SO A TITLE'S VIEWER COUNT ONLY
      * GOES UP WHEN THE MEMBER CHANGES FROM ITS LAST SESSION.
       01  WS-TTL-MAX                  PIC 9(3) VALUE 500.
       01  WS-TTL-CT                   PIC 9(3) VALUE ZERO.
       01  WS-TTL-IDX                  PIC 9(3) VALUE ZERO.
       01  WS-TTL-HIT                  PIC 9(3) VALUE ZERO.
       01  WS-TTL-TABLE.
           03  WS-TTL-ENTRY OCCURS 500 TIMES.
               05  WS-TTL-VML-ID       PIC 9(8).
               05  WS-TTL-TITLE        PIC X(35).
               05  WS-TTL-GENRE        PIC X(10).
               05  WS-TTL-VIEWERS      PIC 9(5).
               05  WS-TTL-SESS         PIC 9(5).
               05  WS-TTL-SECS         PIC 9(9).
               05  WS-TTL-LAST-MBR     PIC 9(8).
               05  WS-TTL-TAKEN        PIC X.

      * THE GENRES SEEN, PRINTED IN NAME ORDER.
       01  WS-GEN-MAX                  PIC 9(3) VALUE 100.
       01  WS-GEN-CT                   PIC 9(3) VALUE ZERO.
       01  WS-GEN-IDX                  PIC 9(3) VALUE ZERO.
       01  WS-GEN-HIT                  PIC 9(3) VALUE ZERO.
       01  WS-GEN-TABLE.
           03  WS-GEN-ENTRY OCCURS 100 TIMES.
               05  WS-GEN-NAME         PIC X(10).
               05  WS-GEN-DONE         PIC X.
       01  WS-GEN-LEFT                 PIC 9(3) VALUE ZERO.

       01  WS-RANK-GENRE               PIC X(10) VALUE SPACES.
       01  WS-RANK-ALL                 PIC X VALUE 'N'.
       01  WS-RANK                     PIC 9(3) VALUE ZERO.
       01  WS-RANK-TOP                 PIC 9(3) VALUE 10.
       01  WS-BEST                     PIC 9(3) VALUE ZERO.

       01  OUT-VIEW-LINE.
           03  FILLER                  PIC XX    VALUE SPACES.
           03  OUT-VIEW-RANK           PIC Z9.
           03  FILLER                  PIC XX    VALUE SPACES.
           03  OUT-VIEW-VML-ID         PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-VIEW-TITLE          PIC X(35).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-VIEW-GENRE          PIC X(10).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-VIEW-VIEWERS        PIC ZZ,ZZ9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-VIEW-SESS           PIC ZZZ,ZZ9.
           03  OUT-VIEW-HOURS          PIC ZZZ,ZZ9.9.
       01  WS-HOURS                    PIC 9(7)V9 VALUE ZERO.
       01  WS-HOURS-ED                 PIC Z,ZZZ,ZZ9.9.
       01  WS-SESS-ED                  PIC Z,ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-VFX-VIEW-RPT' TO VFX-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
      * DAY 1 OF THE INTEGER CALENDAR WAS A MONDAY, SO THE MOD GIVES
      * DAYS SINCE MONDAY; THE WEEK ENDS ON THE SUNDAY BEFORE THAT.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           COMPUTE WS-DAY-INT = WS-DAY-INT
                   - FUNCTION MOD (WS-DAY-INT - 1, 7) - 1.
           COMPUTE WS-WEEK-END = FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           SUBTRACT 6 FROM WS-DAY-INT.
           COMPUTE WS-WEEK-START =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           INITIALIZE WS-TTL-TABLE.
           INITIALIZE WS-GEN-TABLE.
           PERFORM 200-READ-SESSIONS.
           PERFORM 400-LOOKUP-TITLES.
           PERFORM 500-PRINT-REPORT.
           MOVE 'VIEWRP' TO WS-AUD-ACTION.
           MOVE WS-WEEK-START TO WS-AUD-KEY.
           CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY.
           DISPLAY 'TOP-WATCHED TITLES FOR WEEK ' WS-WEEK-START '-'
                   WS-WEEK-END ' WRITTEN TO VFX-VIEW-RPT.TXT'.
           GOBACK.
      ******************************************************************
       200-READ-SESSIONS.
       MOVE SPACES TO WS-VV-EOF.
       OPEN INPUT VVS-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'NO VIEWING SESSIONS ON FILE'
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-VV-EOF = 'Y'
           READ VVS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VV-EOF
               NOT AT END
                   IF VVS-START-DATE NOT < WS-WEEK-START
                           AND VVS-START-DATE NOT > WS-WEEK-END
                       PERFORM 300-POST-SESSION
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VVS-FILE.
      ******************************************************************
      * A SESSION STILL OPEN HAS RUN FROM ITS START TO ITS LAST
      * POSITION REPORT SO FAR.
      ******************************************************************
       300-POST-SESSION.
       IF VVS-OPEN
           MOVE VVS-START-TIME TO WS-CLK-TIME
           COMPUTE WS-FROM-SECS =
               FUNCTION INTEGER-OF-DATE (VVS-START-DATE) * 86400
               + WS-CLK-HH * 3600 + WS-CLK-MM * 60 + WS-CLK-SS
           MOVE VVS-BEAT-TIME TO WS-CLK-TIME
           COMPUTE WS-TO-SECS =
               FUNCTION INTEGER-OF-DATE (VVS-BEAT-DATE) * 86400
               + WS-CLK-HH * 3600 + WS-CLK-MM * 60 + WS-CLK-SS
           COMPUTE WS-SESS-SECS = WS-TO-SECS - WS-FROM-SECS
       ELSE
           MOVE VVS-WATCH-SECS TO WS-SESS-SECS
       END-IF.
       MOVE ZERO TO WS-TTL-HIT.
       PERFORM VARYING WS-TTL-IDX FROM 1 BY 1
               UNTIL WS-TTL-IDX > WS-TTL-CT OR WS-TTL-HIT > ZERO
           IF WS-TTL-VML-ID (WS-TTL-IDX) = VVS-VML-ID
               MOVE WS-TTL-IDX TO WS-TTL-HIT
           END-IF
       END-PERFORM.
       IF WS-TTL-HIT = ZERO
           IF WS-TTL-CT < WS-TTL-MAX
               ADD 1 TO WS-TTL-CT
           END-IF
           MOVE WS-TTL-CT TO WS-TTL-HIT
           MOVE VVS-VML-ID TO WS-TTL-VML-ID (WS-TTL-HIT)
       END-IF.
       IF WS-TTL-LAST-MBR (WS-TTL-HIT) NOT = VVS-VM-ID
           ADD 1 TO WS-TTL-VIEWERS (WS-TTL-HIT)
           MOVE VVS-VM-ID TO WS-TTL-LAST-MBR (WS-TTL-HIT)
       END-IF.
       ADD 1 TO WS-TTL-SESS (WS-TTL-HIT).
       ADD WS-SESS-SECS TO WS-TTL-SECS (WS-TTL-HIT).
       ADD 1 TO WS-TOT-SESS.
       ADD WS-SESS-SECS TO WS-TOT-SECS.
      ******************************************************************
      * TITLE AND GENRE FROM THE CATALOG; A TITLE SINCE REMOVED IS
      * STILL RANKED, UNDER A BLANK GENRE.
      ******************************************************************
       400-LOOKUP-TITLES.
       OPEN INPUT VML-FILE.
       PERFORM VARYING WS-TTL-IDX FROM 1 BY 1
               UNTIL WS-TTL-IDX > WS-TTL-CT
           MOVE 'NOT ON CATALOG' TO WS-TTL-TITLE (WS-TTL-IDX)
           MOVE SPACES TO WS-TTL-GENRE (WS-TTL-IDX)
           MOVE WS-TTL-VML-ID (WS-TTL-IDX) TO VML-ID-KEY
           READ VML-FILE
               NOT INVALID KEY
                   MOVE VML-TITLE TO WS-TTL-TITLE (WS-TTL-IDX)
                   MOVE VML-GENRE TO WS-TTL-GENRE (WS-TTL-IDX)
           END-READ
           PERFORM 410-NOTE-GENRE
       END-PERFORM.
       CLOSE VML-FILE.
      ******************************************************************
       410-NOTE-GENRE.
       MOVE ZERO TO WS-GEN-HIT.
       PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-CT OR WS-GEN-HIT > ZERO
           IF WS-GEN-NAME (WS-GEN-IDX) = WS-TTL-GENRE (WS-TTL-IDX)
               MOVE WS-GEN-IDX TO WS-GEN-HIT
           END-IF
       END-PERFORM.
       IF WS-GEN-HIT = ZERO AND WS-GEN-CT < WS-GEN-MAX
           ADD 1 TO WS-GEN-CT
           MOVE WS-TTL-GENRE (WS-TTL-IDX) TO WS-GEN-NAME (WS-GEN-CT)
       END-IF.
      ******************************************************************
       500-PRINT-REPORT.
       OPEN OUTPUT VIEW-RPT-FILE.
       MOVE SPACES TO VIEW-RPT-LINE.
       STRING 'VUFLIX TOP-WATCHED TITLES - WEEK OF ' WS-WEEK-START
              ' TO ' WS-WEEK-END
               DELIMITED BY SIZE INTO VIEW-RPT-LINE.
       WRITE VIEW-RPT-LINE.
       COMPUTE WS-HOURS ROUNDED = WS-TOT-SECS / 3600.
       MOVE WS-HOURS TO WS-HOURS-ED.
       MOVE WS-TOT-SESS TO WS-SESS-ED.
       MOVE SPACES TO VIEW-RPT-LINE.
       STRING 'STREAMS: ' WS-SESS-ED '   HOURS STREAMED: ' WS-HOURS-ED
               DELIMITED BY SIZE INTO VIEW-RPT-LINE.
       WRITE VIEW-RPT-LINE.
       MOVE 'Y' TO WS-RANK-ALL.
       MOVE SPACES TO WS-RANK-GENRE.
       MOVE SPACES TO VIEW-RPT-LINE.
       WRITE VIEW-RPT-LINE.
       MOVE 'ALL GENRES' TO VIEW-RPT-LINE.
       WRITE VIEW-RPT-LINE.
       PERFORM 600-RANK-TITLES.
       MOVE 'N' TO WS-RANK-ALL.
       MOVE WS-GEN-CT TO WS-GEN-LEFT.
       PERFORM UNTIL WS-GEN-LEFT = ZERO
           MOVE ZERO TO WS-GEN-HIT
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-CT
               IF WS-GEN-DONE (WS-GEN-IDX) NOT = 'Y'
                   IF WS-GEN-HIT = ZERO
                       MOVE WS-GEN-IDX TO WS-GEN-HIT
                   ELSE
                       IF WS-GEN-NAME (WS-GEN-IDX) <
                               WS-GEN-NAME (WS-GEN-HIT)
                           MOVE WS-GEN-IDX TO WS-GEN-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-GEN-DONE (WS-GEN-HIT)
           SUBTRACT 1 FROM WS-GEN-LEFT
           MOVE WS-GEN-NAME (WS-GEN-HIT) TO WS-RANK-GENRE
           MOVE SPACES TO VIEW-RPT-LINE
           WRITE VIEW-RPT-LINE
           MOVE SPACES TO VIEW-RPT-LINE
           IF WS-RANK-GENRE = SPACES
               MOVE 'GENRE: (NONE)' TO VIEW-RPT-LINE
           ELSE
               STRING 'GENRE: ' WS-RANK-GENRE
                       DELIMITED BY SIZE INTO VIEW-RPT-LINE
           END-IF
           WRITE VIEW-RPT-LINE
           PERFORM 600-RANK-TITLES
       END-PERFORM.
       CLOSE VIEW-RPT-FILE.
       MOVE 'VFX-VIEW-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VFX-VIEW-RPT' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
      ******************************************************************
      * PICK THE BEST REMAINING TITLE TEN TIMES OVER - MOST VIEWERS,
      * THEN MOST TIME WATCHED - FROM THE WHOLE TABLE OR ONE GENRE.
      ******************************************************************
       600-RANK-TITLES.
       MOVE SPACES TO VIEW-RPT-LINE.
       MOVE 'RANK  TITLE ID TITLE' TO VIEW-RPT-LINE (1:20).
       MOVE 'GENRE' TO VIEW-RPT-LINE (52:5).
       MOVE 'VIEWERS STREAMS    HOURS' TO VIEW-RPT-LINE (62:24).
       WRITE VIEW-RPT-LINE.
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
                   AND (WS-RANK-ALL = 'Y'
                     OR WS-TTL-GENRE (WS-TTL-IDX) = WS-RANK-GENRE)
                   PERFORM 610-COMPARE
               END-IF
           END-PERFORM
           IF WS-BEST > ZERO
               MOVE 'Y' TO WS-TTL-TAKEN (WS-BEST)
               ADD 1 TO WS-RANK
               PERFORM 620-PRINT-TITLE
           END-IF
       END-PERFORM.
      ******************************************************************
       610-COMPARE.
       IF WS-BEST = ZERO
           MOVE WS-TTL-IDX TO WS-BEST
       ELSE
           IF WS-TTL-VIEWERS (WS-TTL-IDX) > WS-TTL-VIEWERS (WS-BEST)
               OR (WS-TTL-VIEWERS (WS-TTL-IDX) =
                       WS-TTL-VIEWERS (WS-BEST)
                   AND WS-TTL-SECS (WS-TTL-IDX) >
                       WS-TTL-SECS (WS-BEST))
               MOVE WS-TTL-IDX TO WS-BEST
           END-IF
       END-IF.
      ******************************************************************
       620-PRINT-TITLE.
       MOVE WS-RANK TO OUT-VIEW-RANK.
       MOVE WS-TTL-VML-ID (WS-BEST) TO OUT-VIEW-VML-ID.
       MOVE WS-TTL-TITLE (WS-BEST) TO OUT-VIEW-TITLE.
       MOVE WS-TTL-GENRE (WS-BEST) TO OUT-VIEW-GENRE.
       MOVE WS-TTL-VIEWERS (WS-BEST) TO OUT-VIEW-VIEWERS.
       MOVE WS-TTL-SESS (WS-BEST) TO OUT-VIEW-SESS.
       COMPUTE WS-HOURS ROUNDED = WS-TTL-SECS (WS-BEST) / 3600.
       MOVE WS-HOURS TO OUT-VIEW-HOURS.
       MOVE OUT-VIEW-LINE TO VIEW-RPT-LINE.
       WRITE VIEW-RPT-LINE.
