      ******************************************************************
      *PROGRAM:  Capital One SCRA Expiration Check
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly pass over SCRA.DAT. Active protection whose
      *          service end date falls within CAP1-SCRA-WARN-DY days
      *          is flagged once, so the desk can ask the cardholder
      *          for extended orders before the cap comes off, and
      *          active protection whose end date has passed is set
      *          expired. Both are listed on SCRA-EXP-RPT.TXT and
      *          audited. Records with no end date on file are left
      *          alone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-SCRA-CHK IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-SCRA.
       COPY SELECT-SCRA-EXP.
      ******************************************************************
       DATA DIVISION.
       COPY FD-SCRA.
       COPY FD-SCRA-EXP.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-PARM.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-SCR-EOF                  PIC X VALUE SPACES.
       01  WS-DAYS-LEFT                PIC S9(7) VALUE ZERO.
       01  WS-WARN-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-EXP-CTR                  PIC 9(5) VALUE ZERO.

       01  OUT-SCX-HEAD.
           03  FILLER                  PIC X(26)
                   VALUE 'SCRA EXPIRATION CHECK FOR '.
           03  OUT-SCXH-DATE           PIC 9(8).

       01  OUT-SCX-LINE.
           03  OUT-SCX-ID              PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-SCX-ACTION          PIC X(8).
           03  FILLER                  PIC X(6)  VALUE '  END '.
           03  OUT-SCX-END             PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-SCX-DAYS            PIC ZZ9.
           03  FILLER                  PIC X(10) VALUE ' DAYS LEFT'.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-SCRA-CHK' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           PERFORM 150-LOAD-PARMS.
           OPEN I-O SCR-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'SCRA CHECK - NO SCRA FILE, NOTHING TO DO'
               GOBACK
           END-IF.
           OPEN OUTPUT SCRA-EXP-FILE.
           MOVE WS-TODAY TO OUT-SCXH-DATE.
           MOVE OUT-SCX-HEAD TO SCRA-EXP-LINE.
           WRITE SCRA-EXP-LINE.
           MOVE ZERO TO SCR-CH-ID.
           START SCR-FILE KEY NOT LESS THAN SCR-CH-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCR-EOF
           END-START.
           PERFORM UNTIL WS-SCR-EOF = 'Y'
               READ SCR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCR-EOF
                   NOT AT END
                       IF SCR-ACTIVE AND SCR-SVC-END NOT = ZERO
                           PERFORM 200-CHECK-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCR-FILE
                 SCRA-EXP-FILE.
           MOVE 'SCRA-EXP-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-SCRA-CHK' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'SCRA CHECK COMPLETE - ' WS-WARN-CTR ' WARNED, '
                   WS-EXP-CTR ' EXPIRED'.
           GOBACK.
      ******************************************************************
       150-LOAD-PARMS.
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'SCRA-WARN-DY' TO WS-PARM-NAME.
       MOVE CAP1-SCRA-WARN-DY TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-SCRA-WARN-DY.
      ******************************************************************
      * PAST THE END DATE: EXPIRED. INSIDE THE WINDOW AND NOT YET
      * WARNED: WARNED, WITH THE DATE KEPT SO IT IS LISTED ONCE. AN
      * END DATE MOVED OUT BY THE DESK CLEARS THE WARNING.
      ******************************************************************
       200-CHECK-ONE.
       COMPUTE WS-DAYS-LEFT =
           FUNCTION INTEGER-OF-DATE (SCR-SVC-END)
           - FUNCTION INTEGER-OF-DATE (WS-TODAY).
       MOVE SCR-CH-ID TO OUT-SCX-ID.
       MOVE SCR-SVC-END TO OUT-SCX-END.
       IF WS-DAYS-LEFT < ZERO
           MOVE 'E' TO SCR-STATUS
           REWRITE SCR-REC
           ADD 1 TO WS-EXP-CTR
           MOVE 'EXPIRED' TO OUT-SCX-ACTION
           MOVE ZERO TO OUT-SCX-DAYS
           MOVE 'SCRAEX' TO WS-AUD-ACTION
           PERFORM 300-REPORT
           EXIT PARAGRAPH
       END-IF.
       IF WS-DAYS-LEFT <= CAP1-SCRA-WARN-DY AND SCR-WARN-DATE = ZERO
           MOVE WS-TODAY TO SCR-WARN-DATE
           REWRITE SCR-REC
           ADD 1 TO WS-WARN-CTR
           MOVE 'ENDING' TO OUT-SCX-ACTION
           MOVE WS-DAYS-LEFT TO OUT-SCX-DAYS
           MOVE 'SCRAWN' TO WS-AUD-ACTION
           PERFORM 300-REPORT
       END-IF.
      ******************************************************************
       300-REPORT.
       MOVE OUT-SCX-LINE TO SCRA-EXP-LINE.
       WRITE SCRA-EXP-LINE.
       MOVE SCR-CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
