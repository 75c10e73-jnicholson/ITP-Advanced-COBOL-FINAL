      ******************************************************************
      *PROGRAM:  Group 3 Report Repository Filer
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Files one run of a report into the repository. Every
      *          report program calls this as soon as it has closed
      *          its fixed-name report, passing the file name and its
      *          own program name; the whole file is copied to
      *          RPTLINE.DAT and indexed on RPTIDX.DAT under the report
      *          ID (the file name without .TXT), today's date and the
      *          time, with the cycle, the environment, who produced
      *          it (the signed-on operator, or BATCH), the purge date
      *          from the catalog's retention and the role allowed to
      *          view it. A report that is not there is not filed;
      *          both repository files are created on first use.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-RPT-FILE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-RPTREPO.
       COPY SELECT-RPTIN.
       COPY SELECT-ENVCTL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-RPTREPO.
       COPY FD-RPTIN.
       COPY FD-ENVCTL.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC 99.
       01  WS-TSTAMP.
           03  WS-YEAR                 PIC XXXX.
           03  WS-MONTH                PIC XX.
           03  WS-DAY                  PIC XX.
           03  WS-HOUR                 PIC XX.
           03  WS-MINUTE               PIC XX.
           03  WS-SECOND               PIC XX.
           03  WS-HUNDREDTH            PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-RPTIN-NAME               PIC X(24) VALUE SPACES.
       01  WS-RPTIN-STAT               PIC 99.
       01  WS-RPTIN-EOF                PIC X VALUE SPACES.
       01  WS-RI-DONE                  PIC X VALUE 'N'.
       01  WS-RETAIN                   PIC 9(4) VALUE ZERO.
       01  WS-ROLE                     PIC X VALUE SPACE.
       01  WS-ENV                      PIC X(8) VALUE SPACES.
       01  WS-LINE-CTR                 PIC 9(7) VALUE ZERO.
       COPY WS-SIGNON.
       COPY WS-RPTCAT.

       LINKAGE SECTION.
       01  LK-RPT-FILE-NAME            PIC X(24).
       01  LK-RPT-PROGRAM              PIC X(20).
      ******************************************************************
       PROCEDURE DIVISION USING LK-RPT-FILE-NAME, LK-RPT-PROGRAM.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE LK-RPT-FILE-NAME TO WS-RPTIN-NAME.
           OPEN INPUT RPTIN-FILE.
           IF WS-RPTIN-STAT NOT = ZERO
               EXIT PROGRAM
           END-IF.
           PERFORM 200-CATALOG.
           PERFORM 250-READ-ENVCTL.
           PERFORM 300-OPEN-REPO.
           PERFORM 400-INDEX-RUN.
           PERFORM 500-COPY-LINES.
           MOVE WS-LINE-CTR TO RI-LINES.
           REWRITE RI-REC.
           CLOSE RPTIN-FILE
                 RI-FILE
                 RL-FILE.
           EXIT PROGRAM.
      ******************************************************************
       200-CATALOG.
       MOVE WS-RC-DFLT-RETAIN TO WS-RETAIN.
       MOVE WS-RC-DFLT-ROLE TO WS-ROLE.
       PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
           IF WS-RC-FILE (WS-RC-IDX) = WS-RPTIN-NAME
               MOVE WS-RC-RETAIN (WS-RC-IDX) TO WS-RETAIN
               MOVE WS-RC-ROLE (WS-RC-IDX) TO WS-ROLE
           END-IF
       END-PERFORM.
      ******************************************************************
       250-READ-ENVCTL.
       MOVE 'UNCONFIG' TO WS-ENV.
       OPEN INPUT ENVCTL-FILE.
       IF WS-STAT = ZERO
           READ ENVCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ENVCTL-NAME TO WS-ENV
           END-READ
           CLOSE ENVCTL-FILE
       END-IF.
      ******************************************************************
       300-OPEN-REPO.
       OPEN I-O RI-FILE.
       IF WS-STAT = 35
           CLOSE RI-FILE
           OPEN OUTPUT RI-FILE
           CLOSE RI-FILE
           OPEN I-O RI-FILE
       END-IF.
       OPEN I-O RL-FILE.
       IF WS-STAT = 35
           CLOSE RL-FILE
           OPEN OUTPUT RL-FILE
           CLOSE RL-FILE
           OPEN I-O RL-FILE
       END-IF.
      ******************************************************************
      * TWO RUNS OF ONE REPORT INSIDE THE SAME HUNDREDTH TAKE THE NEXT
      * FREE TIME.
      ******************************************************************
       400-INDEX-RUN.
       MOVE SPACES TO RI-REC.
       UNSTRING WS-RPTIN-NAME DELIMITED BY '.'
           INTO RI-RPT-ID.
       MOVE WS-TODAY TO RI-RUN-DATE.
       MOVE WS-TSTAMP (9:8) TO RI-RUN-TIME.
       MOVE WS-TODAY (1:6) TO RI-CYCLE.
       MOVE WS-ENV TO RI-ENV.
       IF SIGNON-ID = SPACES OR SIGNON-ID = LOW-VALUES
           MOVE 'BATCH' TO RI-BY
       ELSE
           MOVE SIGNON-ID TO RI-BY
       END-IF.
       MOVE LK-RPT-PROGRAM TO RI-PROGRAM.
       MOVE WS-RPTIN-NAME TO RI-FILE-NAME.
       MOVE ZERO TO RI-LINES.
       COMPUTE RI-PURGE-DATE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (WS-TODAY) + WS-RETAIN).
       MOVE WS-ROLE TO RI-ROLE.
       MOVE 'N' TO WS-RI-DONE.
       PERFORM UNTIL WS-RI-DONE = 'Y'
           WRITE RI-REC
               INVALID KEY
                   ADD 1 TO RI-RUN-TIME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RI-DONE
           END-WRITE
       END-PERFORM.
      ******************************************************************
       500-COPY-LINES.
       MOVE ZERO TO WS-LINE-CTR.
       MOVE SPACES TO WS-RPTIN-EOF.
       PERFORM UNTIL WS-RPTIN-EOF = 'Y'
           READ RPTIN-FILE
               AT END
                   MOVE 'Y' TO WS-RPTIN-EOF
               NOT AT END
                   ADD 1 TO WS-LINE-CTR
                   MOVE RI-KEY TO RL-RUN-KEY
                   MOVE WS-LINE-CTR TO RL-LINE-NO
                   MOVE RPTIN-REC TO RL-TEXT
                   WRITE RL-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
       END-PERFORM.
