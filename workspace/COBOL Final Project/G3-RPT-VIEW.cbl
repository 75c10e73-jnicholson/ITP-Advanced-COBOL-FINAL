      ******************************************************************
      *PROGRAM:  Group 3 Online Report Viewer
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Lists the report runs filed in the report repository
      *          (RPTIDX.DAT), all of them or one report ID, from a
      *          run date on, with the cycle, environment and who
      *          produced each; the operator picks one by its number
      *          on the list and pages through its lines (RPTLINE.DAT)
      *          twenty at a time, shifting across for wide reports.
      *          A run shows only to an operator whose role allows it:
      *          ops reports to anyone, most to a supervisor or admin,
      *          a few to an admin only. Every run viewed is audited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-RPT-VIEW IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-RPTREPO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-RPTREPO.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-MENU-SEL                 PIC X VALUE SPACE.
       01  WS-PICK                     PIC X(2) VALUE SPACES.
       01  WS-PICK-NUM                 PIC 99 VALUE ZERO.
       01  WS-FLT-ID                   PIC X(20) VALUE SPACES.
       01  WS-FLT-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RI-EOF                   PIC X VALUE SPACES.
       01  WS-RL-EOF                   PIC X VALUE SPACES.
       01  WS-LIST-DONE                PIC X VALUE 'N'.
       01  WS-ALLOWED                  PIC X VALUE 'N'.
       01  WS-SHOWN-CTR                PIC 9(5) VALUE ZERO.
       01  WS-PG-IDX                   PIC 99 VALUE ZERO.
       01  WS-PG-FIRST                 PIC 9(7) VALUE ZERO.
       01  WS-PG-LAST                  PIC 9(7) VALUE ZERO.
       01  WS-PG-COL                   PIC 999 VALUE 1.
       01  WS-PG-CMD                   PIC X VALUE SPACE.

      * THE RUNS ON THE SCREEN, BY THEIR NUMBER ON THE LIST.
       01  WS-PICK-TABLE.
           03  WS-PICK-KEY             PIC X(36) OCCURS 20 TIMES.

       01  WS-VIEW-KEY.
           03  WS-VIEW-RPT-ID          PIC X(20).
           03  WS-VIEW-DATE            PIC 9(8).
           03  WS-VIEW-TIME            PIC 9(8).

       01  OUT-RI-LINE.
           03  OUT-RI-NUM              PIC Z9.
           03  FILLER                  PIC XX    VALUE ') '.
           03  OUT-RI-RPT-ID           PIC X(18).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-RI-DATE             PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-RI-TIME             PIC 9(6).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-RI-CYCLE            PIC X(6).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-RI-ENV              PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-RI-BY               PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-RI-LINES            PIC ZZZZZZ9.

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-RPT-VIEW' TO CAP1-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       OPEN INPUT RI-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'NO REPORTS HAVE BEEN FILED'
           ACCEPT CAP1-RESP
           EXIT PROGRAM
       END-IF.
       OPEN INPUT RL-FILE.
       PERFORM 100-MENU UNTIL WS-MENU-SEL = 'X' OR 'x'.
       CLOSE RI-FILE
             RL-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-MENU.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'REPORT REPOSITORY'.
       DISPLAY '  1) LIST FILED REPORTS'.
       DISPLAY '  X) EXIT'.
       ACCEPT WS-MENU-SEL.
       EVALUATE WS-MENU-SEL
           WHEN '1'
               PERFORM 200-LIST-RUNS
       END-EVALUATE.
      ******************************************************************
      * RUNS COME IN REPORT ID ORDER, OLDEST RUN OF EACH FIRST. THE
      * DATE FILTER DROPS RUNS BEFORE IT; WITH A REPORT ID THE LIST
      * STOPS AT THE LAST RUN OF THAT REPORT.
      ******************************************************************
       200-LIST-RUNS.
       DISPLAY 'REPORT ID (E.G. AGING-RPT, BLANK = ALL):'.
       MOVE SPACES TO WS-FLT-ID.
       ACCEPT WS-FLT-ID.
       MOVE FUNCTION UPPER-CASE (WS-FLT-ID) TO WS-FLT-ID.
       DISPLAY 'RUN ON OR AFTER YYYYMMDD (BLANK = ANY DATE):'.
       MOVE SPACES TO WS-FLT-DATE.
       ACCEPT WS-FLT-DATE.
       IF WS-FLT-DATE NOT = SPACES AND WS-FLT-DATE IS NOT NUMERIC
           DISPLAY 'INVALID DATE'
           ACCEPT CAP1-RESP
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-RI-EOF.
       MOVE 'N' TO WS-LIST-DONE.
       MOVE ZERO TO WS-SHOWN-CTR.
       MOVE LOW-VALUES TO RI-KEY.
       IF WS-FLT-ID NOT = SPACES
           MOVE WS-FLT-ID TO RI-RPT-ID
       END-IF.
       START RI-FILE KEY NOT LESS THAN RI-KEY
           INVALID KEY
               MOVE 'Y' TO WS-RI-EOF
       END-START.
       PERFORM 250-START-PAGE.
       PERFORM UNTIL WS-RI-EOF = 'Y' OR WS-LIST-DONE = 'Y'
           READ RI-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RI-EOF
               NOT AT END
                   PERFORM 220-ONE-RUN
           END-READ
       END-PERFORM.
       IF WS-LIST-DONE NOT = 'Y'
           IF WS-SHOWN-CTR = ZERO
               DISPLAY 'NO FILED REPORTS YOU CAN VIEW MATCH'
               ACCEPT CAP1-RESP
           ELSE
               DISPLAY '--- END OF LIST ---'
               PERFORM 300-PICK-RUN
           END-IF
       END-IF.
      ******************************************************************
       220-ONE-RUN.
       IF WS-FLT-ID NOT = SPACES AND RI-RPT-ID NOT = WS-FLT-ID
           MOVE 'Y' TO WS-RI-EOF
           EXIT PARAGRAPH
       END-IF.
       IF WS-FLT-DATE NOT = SPACES
           IF RI-RUN-DATE < WS-FLT-DATE
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM 400-CHECK-ROLE.
       IF WS-ALLOWED NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       IF WS-PG-IDX = 20
           PERFORM 300-PICK-RUN
           IF WS-LIST-DONE = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM 250-START-PAGE
       END-IF.
       ADD 1 TO WS-PG-IDX.
       ADD 1 TO WS-SHOWN-CTR.
       MOVE RI-KEY TO WS-PICK-KEY (WS-PG-IDX).
       MOVE WS-PG-IDX TO OUT-RI-NUM.
       MOVE RI-RPT-ID TO OUT-RI-RPT-ID.
       MOVE RI-RUN-DATE TO OUT-RI-DATE.
       MOVE RI-RUN-TIME (1:6) TO OUT-RI-TIME.
       MOVE RI-CYCLE TO OUT-RI-CYCLE.
       MOVE RI-ENV TO OUT-RI-ENV.
       MOVE RI-BY TO OUT-RI-BY.
       MOVE RI-LINES TO OUT-RI-LINES.
       DISPLAY OUT-RI-LINE.
      ******************************************************************
       250-START-PAGE.
       MOVE ZERO TO WS-PG-IDX.
       MOVE SPACES TO WS-PICK-TABLE.
       DISPLAY BLANK-SCREEN.
       DISPLAY '    REPORT ID          RUN DATE TIME   CYCLE  ENV'
               '      BY          LINES'.
      ******************************************************************
      * VIEWING A RUN ENDS THE LIST; THE OPERATOR LISTS AGAIN FROM THE
      * MENU. THE INDEX IS RE-READ FOR THE RUN PICKED, SO THE LIST'S
      * PLACE IS NOT KEPT.
      ******************************************************************
       300-PICK-RUN.
       DISPLAY 'NUMBER TO VIEW, ENTER = MORE, X = BACK:'.
       MOVE SPACES TO WS-PICK.
       ACCEPT WS-PICK.
       IF WS-PICK = 'X' OR WS-PICK = 'x'
           MOVE 'Y' TO WS-LIST-DONE
           EXIT PARAGRAPH
       END-IF.
       IF WS-PICK = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF WS-PICK (2:1) = SPACE
           MOVE WS-PICK (1:1) TO WS-PICK (2:1)
           MOVE '0' TO WS-PICK (1:1)
       END-IF.
       IF WS-PICK IS NOT NUMERIC
           DISPLAY 'INVALID SELECTION'
           ACCEPT CAP1-RESP
           MOVE 'Y' TO WS-LIST-DONE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-PICK TO WS-PICK-NUM.
       IF WS-PICK-NUM < 1 OR WS-PICK-NUM > WS-PG-IDX
           DISPLAY 'INVALID SELECTION'
           ACCEPT CAP1-RESP
           MOVE 'Y' TO WS-LIST-DONE
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO WS-LIST-DONE.
       MOVE WS-PICK-KEY (WS-PICK-NUM) TO WS-VIEW-KEY.
       MOVE WS-VIEW-KEY TO RI-KEY.
       READ RI-FILE
           INVALID KEY
               DISPLAY 'THAT RUN HAS BEEN PURGED'
               ACCEPT CAP1-RESP
               EXIT PARAGRAPH
       END-READ.
       PERFORM 500-VIEW-RUN.
      ******************************************************************
      * T ANY OPERATOR, S SUPERVISOR OR ADMIN, A ADMIN ONLY. A RUN
      * FILED WITHOUT A ROLE IS TREATED AS SUPERVISOR.
      ******************************************************************
       400-CHECK-ROLE.
       MOVE 'N' TO WS-ALLOWED.
       EVALUATE RI-ROLE
           WHEN 'T'
               MOVE 'Y' TO WS-ALLOWED
           WHEN 'A'
               IF SIGNON-ADMIN
                   MOVE 'Y' TO WS-ALLOWED
               END-IF
           WHEN OTHER
               IF SIGNON-SUPERVISOR OR SIGNON-ADMIN
                   MOVE 'Y' TO WS-ALLOWED
               END-IF
       END-EVALUATE.
      ******************************************************************
       500-VIEW-RUN.
       MOVE 'RPTVEW' TO WS-AUD-ACTION.
       MOVE SPACES TO WS-AUD-KEY.
       STRING WS-VIEW-RPT-ID (1:12) WS-VIEW-DATE
               DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE 1 TO WS-PG-FIRST.
       MOVE 1 TO WS-PG-COL.
       MOVE SPACE TO WS-PG-CMD.
       PERFORM 550-SHOW-PAGE UNTIL WS-PG-CMD = 'X'.
      ******************************************************************
      * N NEXT PAGE, P PREVIOUS, R/L SHIFT RIGHT OR LEFT (COLUMNS 1,
      * 81, 121) ACROSS A WIDE REPORT, X BACK TO THE MENU.
      ******************************************************************
       550-SHOW-PAGE.
       DISPLAY BLANK-SCREEN.
       DISPLAY RI-RPT-ID ' RUN ' RI-RUN-DATE ' ' RI-RUN-TIME (1:6)
               ' BY ' RI-BY ' ' RI-PROGRAM.
       DISPLAY 'CYCLE ' RI-CYCLE '  ENV ' RI-ENV '  LINES '
               WS-PG-FIRST ' OF ' RI-LINES '  COLUMN ' WS-PG-COL.
       MOVE SPACES TO WS-RL-EOF.
       MOVE WS-VIEW-KEY TO RL-RUN-KEY.
       MOVE WS-PG-FIRST TO RL-LINE-NO.
       COMPUTE WS-PG-LAST = WS-PG-FIRST + 19.
       START RL-FILE KEY NOT LESS THAN RL-KEY
           INVALID KEY
               MOVE 'Y' TO WS-RL-EOF
       END-START.
       PERFORM UNTIL WS-RL-EOF = 'Y'
           READ RL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RL-EOF
               NOT AT END
                   IF RL-RUN-KEY NOT = WS-VIEW-KEY
                      OR RL-LINE-NO > WS-PG-LAST
                       MOVE 'Y' TO WS-RL-EOF
                   ELSE
                       DISPLAY RL-TEXT (WS-PG-COL:80)
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY 'N) NEXT  P) PREVIOUS  R) RIGHT  L) LEFT  X) BACK'.
       MOVE SPACE TO WS-PG-CMD.
       ACCEPT WS-PG-CMD.
       MOVE FUNCTION UPPER-CASE (WS-PG-CMD) TO WS-PG-CMD.
       EVALUATE WS-PG-CMD
           WHEN 'N'
               IF WS-PG-LAST < RI-LINES
                   ADD 20 TO WS-PG-FIRST
               END-IF
           WHEN 'P'
               IF WS-PG-FIRST > 20
                   SUBTRACT 20 FROM WS-PG-FIRST
               ELSE
                   MOVE 1 TO WS-PG-FIRST
               END-IF
           WHEN 'R'
               IF WS-PG-COL = 1
                   MOVE 81 TO WS-PG-COL
               ELSE
                   MOVE 121 TO WS-PG-COL
               END-IF
           WHEN 'L'
               IF WS-PG-COL = 121
                   MOVE 81 TO WS-PG-COL
               ELSE
                   MOVE 1 TO WS-PG-COL
               END-IF
       END-EVALUATE.
