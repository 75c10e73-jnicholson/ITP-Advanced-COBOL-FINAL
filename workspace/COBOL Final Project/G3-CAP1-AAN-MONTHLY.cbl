      ******************************************************************
      *PROGRAM:  Capital One Monthly Credit Decline Log
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Monthly, for compliance. Reads the adverse action
      *          notices on ADVACT.DAT for the calendar month just
      *          ended and writes ADVACT-RPT.TXT: how many declines
      *          cited each standard reason code, the declines split
      *          between applications and limit requests, by email
      *          and by printed letter, and with and without a
      *          bureau score, and any printed letter from the month
      *          still waiting on G3-CAP1-AAN-PRINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-AAN-MONTHLY IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-ADVACT.
       COPY SELECT-AAN-PRT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-ADVACT.
       COPY FD-AAN-PRT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AANRSN.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           03  WS-TODAY-YYYY           PIC 9(4).
           03  WS-TODAY-MM             PIC 9(2).
           03  WS-TODAY-DD             PIC 9(2).
       01  WS-RPT-MONTH                PIC 9(6) VALUE ZERO.
       01  WS-RPT-MONTH-R REDEFINES WS-RPT-MONTH.
           03  WS-RPT-YYYY             PIC 9(4).
           03  WS-RPT-MM               PIC 9(2).
       01  WS-AAN-EOF                  PIC X VALUE SPACES.
       01  WS-RSN-I                    PIC 9 VALUE ZERO.
       01  WS-TOTAL-CTR                PIC 9(7) VALUE ZERO.
       01  WS-APPL-CTR                 PIC 9(7) VALUE ZERO.
       01  WS-LIMREQ-CTR               PIC 9(7) VALUE ZERO.
       01  WS-EMAIL-CTR                PIC 9(7) VALUE ZERO.
       01  WS-PRINT-CTR                PIC 9(7) VALUE ZERO.
       01  WS-SCORE-CTR                PIC 9(7) VALUE ZERO.
       01  WS-NOSCORE-CTR              PIC 9(7) VALUE ZERO.
       01  WS-UNPRINTED-CTR            PIC 9(7) VALUE ZERO.
       01  WS-RSN-COUNTS.
           03  WS-RSN-CTR              PIC 9(7) OCCURS 9 TIMES.

       01  OUT-RSN-LINE.
           03  FILLER                  PIC X(3)  VALUE SPACES.
           03  OUT-RSN-CODE            PIC X(2).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-RSN-TEXT            PIC X(38).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-RSN-CT              PIC Z(6)9.

       01  OUT-CT-LINE.
           03  OUT-CT-LABEL            PIC X(45).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-CT-VALUE            PIC Z(6)9.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           IF WS-TODAY-MM = 01
               COMPUTE WS-RPT-YYYY = WS-TODAY-YYYY - 1
               MOVE 12 TO WS-RPT-MM
           ELSE
               MOVE WS-TODAY-YYYY TO WS-RPT-YYYY
               COMPUTE WS-RPT-MM = WS-TODAY-MM - 1
           END-IF.
           INITIALIZE WS-RSN-COUNTS.
           OPEN INPUT AAN-FILE.
           IF WS-STAT = ZERO
               MOVE ZERO TO AAN-ID
               START AAN-FILE KEY NOT LESS THAN AAN-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-AAN-EOF
               END-START
               PERFORM UNTIL WS-AAN-EOF = 'Y'
                   READ AAN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-AAN-EOF
                       NOT AT END
                           IF AAN-DATE (1:6) = WS-RPT-MONTH
                               PERFORM 200-COUNT-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AAN-FILE
           END-IF.
           PERFORM 300-WRITE-REPORT.
           DISPLAY 'DECLINE LOG COMPLETE - ' WS-TOTAL-CTR
                   ' DECLINES FOR ' WS-RPT-MONTH.
           GOBACK.
      ******************************************************************
       200-COUNT-ONE.
       ADD 1 TO WS-TOTAL-CTR.
       IF AAN-APPLICATION
           ADD 1 TO WS-APPL-CTR
       ELSE
           ADD 1 TO WS-LIMREQ-CTR
       END-IF.
       IF AAN-BY-PRINT
           ADD 1 TO WS-PRINT-CTR
           IF AAN-PRINT-DATE = ZERO
               ADD 1 TO WS-UNPRINTED-CTR
           END-IF
       ELSE
           ADD 1 TO WS-EMAIL-CTR
       END-IF.
       IF AAN-HAD-SCORE
           ADD 1 TO WS-SCORE-CTR
       ELSE
           ADD 1 TO WS-NOSCORE-CTR
       END-IF.
       PERFORM VARYING WS-RSN-I FROM 1 BY 1
               UNTIL WS-RSN-I > AAN-REASON-CT
           PERFORM VARYING WS-AAN-RSN-IDX FROM 1 BY 1
                   UNTIL WS-AAN-RSN-IDX > WS-AAN-RSN-MAX
               IF WS-AAN-RSN-CODE (WS-AAN-RSN-IDX)
                       = AAN-REASON (WS-RSN-I)
                   ADD 1 TO WS-RSN-CTR (WS-AAN-RSN-IDX)
               END-IF
           END-PERFORM
       END-PERFORM.
      ******************************************************************
       300-WRITE-REPORT.
       OPEN OUTPUT AAN-RPT-FILE.
       MOVE SPACES TO AAN-RPT-LINE.
       STRING 'CREDIT DECLINE LOG BY REASON CODE - MONTH ' WS-RPT-MONTH
               '   RUN ' WS-TODAY
               DELIMITED BY SIZE INTO AAN-RPT-LINE.
       WRITE AAN-RPT-LINE.
       MOVE SPACES TO AAN-RPT-LINE.
       WRITE AAN-RPT-LINE.
       MOVE '   CD  REASON                                  DECLINES'
           TO AAN-RPT-LINE.
       WRITE AAN-RPT-LINE.
       PERFORM VARYING WS-AAN-RSN-IDX FROM 1 BY 1
               UNTIL WS-AAN-RSN-IDX > WS-AAN-RSN-MAX
           MOVE WS-AAN-RSN-CODE (WS-AAN-RSN-IDX) TO OUT-RSN-CODE
           MOVE WS-AAN-RSN-TEXT (WS-AAN-RSN-IDX) TO OUT-RSN-TEXT
           MOVE WS-RSN-CTR (WS-AAN-RSN-IDX) TO OUT-RSN-CT
           MOVE OUT-RSN-LINE TO AAN-RPT-LINE
           WRITE AAN-RPT-LINE
       END-PERFORM.
       MOVE SPACES TO AAN-RPT-LINE.
       WRITE AAN-RPT-LINE.
       MOVE 'TOTAL DECLINES' TO OUT-CT-LABEL.
       MOVE WS-TOTAL-CTR TO OUT-CT-VALUE.
       PERFORM 350-COUNT-LINE.
       MOVE '  APPLICATIONS TURNED DOWN' TO OUT-CT-LABEL.
       MOVE WS-APPL-CTR TO OUT-CT-VALUE.
       PERFORM 350-COUNT-LINE.
       MOVE '  LIMIT REQUESTS DENIED' TO OUT-CT-LABEL.
       MOVE WS-LIMREQ-CTR TO OUT-CT-VALUE.
       PERFORM 350-COUNT-LINE.
       MOVE '  NOTICE BY EMAIL' TO OUT-CT-LABEL.
       MOVE WS-EMAIL-CTR TO OUT-CT-VALUE.
       PERFORM 350-COUNT-LINE.
       MOVE '  NOTICE BY PRINTED LETTER' TO OUT-CT-LABEL.
       MOVE WS-PRINT-CTR TO OUT-CT-VALUE.
       PERFORM 350-COUNT-LINE.
       MOVE '    LETTERS NOT YET PRINTED' TO OUT-CT-LABEL.
       MOVE WS-UNPRINTED-CTR TO OUT-CT-VALUE.
       PERFORM 350-COUNT-LINE.
       MOVE '  DECIDED WITH A BUREAU SCORE' TO OUT-CT-LABEL.
       MOVE WS-SCORE-CTR TO OUT-CT-VALUE.
       PERFORM 350-COUNT-LINE.
       MOVE '  DECIDED WITHOUT A BUREAU SCORE' TO OUT-CT-LABEL.
       MOVE WS-NOSCORE-CTR TO OUT-CT-VALUE.
       PERFORM 350-COUNT-LINE.
       CLOSE AAN-RPT-FILE.
       MOVE 'ADVACT-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-CAP1-AAN-MONTHLY' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
      ******************************************************************
       350-COUNT-LINE.
       MOVE OUT-CT-LINE TO AAN-RPT-LINE.
       WRITE AAN-RPT-LINE.
