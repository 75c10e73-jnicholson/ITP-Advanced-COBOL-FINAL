      ******************************************************************
      *PROGRAM:  Visa Dormant Terminal Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Lists every active card terminal that has posted
      *          nothing through the merchant batch in the last 60
      *          days (a terminal never used counts from its install
      *          date) - terminal, merchant, location, model, last
      *          activity and days idle - on TERM-DORMANT.TXT, so the
      *          device can be recovered or deactivated; the report
      *          is filed in the report repository. Run on demand
      *          from terminal maintenance or monthly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-TERM-DORMANT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-TERM.
       SELECT DORM-RPT-FILE
               ASSIGN TO 'TERM-DORMANT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-TERM.
       FD  DORM-RPT-FILE.
       01  DORM-RPT-LINE               PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-RPTFILE.

       01  WS-DORMANT-DAYS             PIC 9(3) VALUE 60.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INT                PIC 9(7) VALUE ZERO.
       01  WS-SINCE                    PIC 9(8) VALUE ZERO.
       01  WS-DAYS                     PIC S9(7) VALUE ZERO.
       01  WS-TRM-EOF                  PIC X VALUE SPACES.
       01  WS-DORM-CTR                 PIC 9(5) VALUE ZERO.

       01  OUT-DRM-HEAD.
           03  FILLER                  PIC X(30)
                   VALUE 'DORMANT CARD TERMINALS AS OF '.
           03  OUT-DRMH-DATE           PIC 9(8).
           03  FILLER                  PIC X(20)
                   VALUE ' - NO ACTIVITY IN   '.
           03  OUT-DRMH-DAYS           PIC ZZ9.
           03  FILLER                  PIC X(5)  VALUE ' DAYS'.

       01  OUT-DRM-LINE.
           03  OUT-DRM-TERM            PIC X(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-DRM-MER             PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-DRM-LOC             PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-DRM-MODEL           PIC X(20).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-DRM-INSTALL         PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-DRM-LAST            PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-DRM-IDLE            PIC ZZZZ9.

       01  OUT-DRM-TOTAL.
           03  FILLER                  PIC X(19)
                   VALUE 'DORMANT TERMINALS: '.
           03  OUT-DRMT-CT             PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           OPEN OUTPUT DORM-RPT-FILE.
           MOVE WS-TODAY TO OUT-DRMH-DATE.
           MOVE WS-DORMANT-DAYS TO OUT-DRMH-DAYS.
           MOVE OUT-DRM-HEAD TO DORM-RPT-LINE.
           WRITE DORM-RPT-LINE.
           OPEN INPUT TRM-FILE.
           IF WS-STAT = ZERO
               PERFORM 200-SCAN-TERMINALS
               CLOSE TRM-FILE
           END-IF.
           MOVE WS-DORM-CTR TO OUT-DRMT-CT.
           MOVE OUT-DRM-TOTAL TO DORM-RPT-LINE.
           WRITE DORM-RPT-LINE.
           CLOSE DORM-RPT-FILE.
           MOVE 'TERM-DORMANT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VISA-TERM-DORMANT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'DORMANT TERMINAL REPORT COMPLETE - ' WS-DORM-CTR
                   ' DORMANT'.
           GOBACK.
      ******************************************************************
       200-SCAN-TERMINALS.
       MOVE LOW-VALUES TO TRM-ID.
       START TRM-FILE KEY NOT LESS THAN TRM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-TRM-EOF
       END-START.
       PERFORM UNTIL WS-TRM-EOF = 'Y'
           READ TRM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRM-EOF
               NOT AT END
                   IF TRM-ACTIVE
                       PERFORM 300-CHECK-IDLE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       300-CHECK-IDLE.
       IF TRM-LAST-ACT-DATE > ZERO
           MOVE TRM-LAST-ACT-DATE TO WS-SINCE
       ELSE
           MOVE TRM-INSTALL-DATE TO WS-SINCE
       END-IF.
       IF WS-SINCE = ZERO
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-DAYS = WS-TODAY-INT
           - FUNCTION INTEGER-OF-DATE (WS-SINCE).
       IF WS-DAYS < WS-DORMANT-DAYS
           EXIT PARAGRAPH
       END-IF.
       MOVE TRM-ID TO OUT-DRM-TERM.
       MOVE TRM-MER-ID TO OUT-DRM-MER.
       MOVE TRM-LOC-ID TO OUT-DRM-LOC.
       MOVE TRM-MODEL TO OUT-DRM-MODEL.
       MOVE TRM-INSTALL-DATE TO OUT-DRM-INSTALL.
       MOVE TRM-LAST-ACT-DATE TO OUT-DRM-LAST.
       MOVE WS-DAYS TO OUT-DRM-IDLE.
       MOVE OUT-DRM-LINE TO DORM-RPT-LINE.
       WRITE DORM-RPT-LINE.
       ADD 1 TO WS-DORM-CTR.
