      ******************************************************************
      *PROGRAM:  Group 3 Report Repository Purge
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly. Drops every report run in the repository
      *          whose purge date (set at filing from the report's
      *          retention in the catalog) has passed: the index row
      *          on RPTIDX.DAT and all its lines on RPTLINE.DAT. Runs
      *          still inside their retention are left alone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-RPT-PURGE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-RPTREPO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-RPTREPO.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-RI-EOF                   PIC X VALUE SPACES.
       01  WS-RL-EOF                   PIC X VALUE SPACES.
       01  WS-RUN-CTR                  PIC 9(7) VALUE ZERO.
       01  WS-LINE-CTR                 PIC 9(9) VALUE ZERO.
       01  WS-PURGE-KEY                PIC X(36) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-RPT-PURGE' TO CAP1-M-PROG.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           OPEN I-O RI-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'REPORT PURGE - NO REPORTS FILED'
               GOBACK
           END-IF.
           OPEN I-O RL-FILE.
           MOVE LOW-VALUES TO RI-KEY.
           START RI-FILE KEY NOT LESS THAN RI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RI-EOF
           END-START.
           PERFORM UNTIL WS-RI-EOF = 'Y'
               READ RI-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RI-EOF
                   NOT AT END
                       IF RI-PURGE-DATE < WS-TODAY
                           PERFORM 200-PURGE-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RI-FILE
                 RL-FILE.
           DISPLAY 'REPORT PURGE COMPLETE - RUNS: ' WS-RUN-CTR
                   ' LINES: ' WS-LINE-CTR.
           GOBACK.
      ******************************************************************
      * THE LINES GO FIRST, SO A RUN CUT SHORT IS STILL INDEXED AND
      * IS PICKED UP AGAIN THE NEXT NIGHT.
      ******************************************************************
       200-PURGE-RUN.
       MOVE RI-KEY TO WS-PURGE-KEY.
       MOVE SPACES TO WS-RL-EOF.
       MOVE WS-PURGE-KEY TO RL-RUN-KEY.
       MOVE ZERO TO RL-LINE-NO.
       START RL-FILE KEY NOT LESS THAN RL-KEY
           INVALID KEY
               MOVE 'Y' TO WS-RL-EOF
       END-START.
       PERFORM UNTIL WS-RL-EOF = 'Y'
           READ RL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RL-EOF
               NOT AT END
                   IF RL-RUN-KEY NOT = WS-PURGE-KEY
                       MOVE 'Y' TO WS-RL-EOF
                   ELSE
                       DELETE RL-FILE RECORD
                       ADD 1 TO WS-LINE-CTR
                   END-IF
           END-READ
       END-PERFORM.
       DELETE RI-FILE RECORD.
       ADD 1 TO WS-RUN-CTR.
