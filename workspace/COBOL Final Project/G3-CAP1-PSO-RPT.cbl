      ******************************************************************
      *PROGRAM:  Capital One Pre-Screened Offer Response Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Reads every offer on OFFER.DAT and reports, for each
      *          campaign run and for the product bands across all
      *          campaigns, the offers sent, the offers accepted
      *          (brought to signup), the accounts booked, the
      *          offers that lapsed, and those still open, with the
      *          booked rate. Written to PRESCREEN-RPT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-PSO-RPT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-OFFER.
       COPY SELECT-PSO-RPT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-OFFER.
       COPY FD-PSO-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-RPTFILE.

       01  WS-OFR-EOF                  PIC X VALUE SPACES.
       01  WS-IDX                      PIC 9(3) VALUE ZERO.
       01  WS-HIT                      PIC 9(3) VALUE ZERO.
       01  WS-CMP-FULL                 PIC X VALUE 'N'.
       01  WS-CMP-CT                   PIC 9(3) VALUE ZERO.
       01  WS-CMP-TABLE.
           03  WS-CMP-ENTRY OCCURS 100 TIMES.
               05  WS-CMP-DATE         PIC 9(8).
               05  WS-CMP-CTS.
                   07  WS-CMP-SENT     PIC 9(5).
                   07  WS-CMP-ACC      PIC 9(5).
                   07  WS-CMP-BOOK     PIC 9(5).
                   07  WS-CMP-EXP      PIC 9(5).
                   07  WS-CMP-OPEN     PIC 9(5).
       01  WS-BND-TABLE.
           03  WS-BND-ENTRY OCCURS 3 TIMES.
               05  WS-BND-CTS.
                   07  WS-BND-SENT     PIC 9(5).
                   07  WS-BND-ACC      PIC 9(5).
                   07  WS-BND-BOOK     PIC 9(5).
                   07  WS-BND-EXP      PIC 9(5).
                   07  WS-BND-OPEN     PIC 9(5).
       01  WS-TOT-CTS.
           03  WS-TOT-SENT             PIC 9(5) VALUE ZERO.
           03  WS-TOT-ACC              PIC 9(5) VALUE ZERO.
           03  WS-TOT-BOOK             PIC 9(5) VALUE ZERO.
           03  WS-TOT-EXP              PIC 9(5) VALUE ZERO.
           03  WS-TOT-OPEN             PIC 9(5) VALUE ZERO.
       01  WS-BAND-NAMES               PIC X(3) VALUE 'ABC'.
       01  WS-LINE-CTS.
           03  WS-L-SENT               PIC 9(5).
           03  WS-L-ACC                PIC 9(5).
           03  WS-L-BOOK               PIC 9(5).
           03  WS-L-EXP                PIC 9(5).
           03  WS-L-OPEN               PIC 9(5).

       01  OUT-PSO-LINE.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-PSO-NAME            PIC X(20).
           03  OUT-PSO-SENT            PIC ZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-PSO-ACC             PIC ZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-PSO-BOOK            PIC ZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-PSO-EXP             PIC ZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-PSO-OPEN            PIC ZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-PSO-RATE            PIC ZZ9.9.
           03  FILLER                  PIC X     VALUE '%'.

       01  OUT-PSO-COLS.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(7)  VALUE '   SENT'.
           03  FILLER                  PIC X(7)  VALUE '  ACCPT'.
           03  FILLER                  PIC X(7)  VALUE ' BOOKED'.
           03  FILLER                  PIC X(7)  VALUE ' LAPSED'.
           03  FILLER                  PIC X(7)  VALUE '   OPEN'.
           03  FILLER                  PIC X(8)  VALUE ' BOOKED%'.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           INITIALIZE WS-CMP-TABLE
                      WS-BND-TABLE.
           OPEN OUTPUT PSO-RPT-FILE.
           MOVE SPACES TO PSO-RPT-LINE.
           STRING 'PRE-SCREENED OFFER RESPONSE REPORT  RUN '
                   WS-YEAR WS-MONTH WS-DAY
                   DELIMITED BY SIZE INTO PSO-RPT-LINE.
           WRITE PSO-RPT-LINE.
           OPEN INPUT OFR-FILE.
           IF WS-STAT = ZERO
               PERFORM 200-READ-OFFERS
               CLOSE OFR-FILE
           END-IF.
           PERFORM 400-WRITE-REPORT.
           CLOSE PSO-RPT-FILE.
           MOVE 'PRESCREEN-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-PSO-RPT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'OFFER RESPONSE REPORT COMPLETE - ' WS-TOT-SENT
                   ' OFFERS, ' WS-TOT-BOOK ' BOOKED'.
           GOBACK.
      ******************************************************************
       200-READ-OFFERS.
       MOVE SPACES TO WS-OFR-EOF.
       MOVE LOW-VALUES TO OFR-CODE-KEY.
       START OFR-FILE KEY NOT LESS THAN OFR-CODE-KEY
           INVALID KEY
               MOVE 'Y' TO WS-OFR-EOF
       END-START.
       PERFORM UNTIL WS-OFR-EOF = 'Y'
           READ OFR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OFR-EOF
               NOT AT END
                   PERFORM 300-TALLY
           END-READ
       END-PERFORM.
      ******************************************************************
      * AN OFFER COUNTS AS ACCEPTED ONCE THE MEMBER BROUGHT IT TO
      * SIGNUP, BOOKED OR NOT; OPEN IS SENT AND NOT YET ANSWERED.
      ******************************************************************
       300-TALLY.
       INITIALIZE WS-LINE-CTS.
       MOVE 1 TO WS-L-SENT.
       IF OFR-RESP-DATE NOT = ZERO
           MOVE 1 TO WS-L-ACC
       END-IF.
       EVALUATE TRUE
           WHEN OFR-BOOKED
               MOVE 1 TO WS-L-BOOK
           WHEN OFR-EXPIRED
               MOVE 1 TO WS-L-EXP
           WHEN OTHER
               MOVE 1 TO WS-L-OPEN
       END-EVALUATE.
       ADD WS-L-SENT TO WS-TOT-SENT.
       ADD WS-L-ACC  TO WS-TOT-ACC.
       ADD WS-L-BOOK TO WS-TOT-BOOK.
       ADD WS-L-EXP  TO WS-TOT-EXP.
       ADD WS-L-OPEN TO WS-TOT-OPEN.
       MOVE ZERO TO WS-HIT.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-CT
           IF WS-CMP-DATE (WS-IDX) = OFR-CAMPAIGN
               MOVE WS-IDX TO WS-HIT
           END-IF
       END-PERFORM.
       IF WS-HIT = ZERO
           IF WS-CMP-CT < 100
               ADD 1 TO WS-CMP-CT
               MOVE WS-CMP-CT TO WS-HIT
               MOVE OFR-CAMPAIGN TO WS-CMP-DATE (WS-HIT)
           ELSE
               MOVE 'Y' TO WS-CMP-FULL
           END-IF
       END-IF.
       IF WS-HIT > ZERO
           ADD WS-L-SENT TO WS-CMP-SENT (WS-HIT)
           ADD WS-L-ACC  TO WS-CMP-ACC (WS-HIT)
           ADD WS-L-BOOK TO WS-CMP-BOOK (WS-HIT)
           ADD WS-L-EXP  TO WS-CMP-EXP (WS-HIT)
           ADD WS-L-OPEN TO WS-CMP-OPEN (WS-HIT)
       END-IF.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
           IF WS-BAND-NAMES (WS-IDX:1) = OFR-BAND
               ADD WS-L-SENT TO WS-BND-SENT (WS-IDX)
               ADD WS-L-ACC  TO WS-BND-ACC (WS-IDX)
               ADD WS-L-BOOK TO WS-BND-BOOK (WS-IDX)
               ADD WS-L-EXP  TO WS-BND-EXP (WS-IDX)
               ADD WS-L-OPEN TO WS-BND-OPEN (WS-IDX)
           END-IF
       END-PERFORM.
      ******************************************************************
       400-WRITE-REPORT.
       MOVE SPACES TO PSO-RPT-LINE.
       WRITE PSO-RPT-LINE.
       MOVE 'BY CAMPAIGN' TO PSO-RPT-LINE.
       WRITE PSO-RPT-LINE.
       WRITE PSO-RPT-LINE FROM OUT-PSO-COLS.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CMP-CT
           MOVE SPACES TO OUT-PSO-NAME
           STRING 'CAMPAIGN ' WS-CMP-DATE (WS-IDX)
                   DELIMITED BY SIZE INTO OUT-PSO-NAME
           MOVE WS-CMP-CTS (WS-IDX) TO WS-LINE-CTS
           PERFORM 450-WRITE-LINE
       END-PERFORM.
       IF WS-CMP-FULL = 'Y'
           MOVE '  ** CAMPAIGN TABLE FULL - LATER CAMPAIGNS NOT LISTED'
               TO PSO-RPT-LINE
           WRITE PSO-RPT-LINE
       END-IF.
       MOVE SPACES TO PSO-RPT-LINE.
       WRITE PSO-RPT-LINE.
       MOVE 'BY PRODUCT BAND' TO PSO-RPT-LINE.
       WRITE PSO-RPT-LINE.
       WRITE PSO-RPT-LINE FROM OUT-PSO-COLS.
       PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
           MOVE SPACES TO OUT-PSO-NAME
           EVALUATE WS-IDX
               WHEN 1
                   STRING 'BAND A  PRODUCT ' CAP1-PSO-A-CTY
                       DELIMITED BY SIZE INTO OUT-PSO-NAME
               WHEN 2
                   STRING 'BAND B  PRODUCT ' CAP1-PSO-B-CTY
                       DELIMITED BY SIZE INTO OUT-PSO-NAME
               WHEN 3
                   STRING 'BAND C  PRODUCT ' CAP1-PSO-C-CTY
                       DELIMITED BY SIZE INTO OUT-PSO-NAME
           END-EVALUATE
           MOVE WS-BND-CTS (WS-IDX) TO WS-LINE-CTS
           PERFORM 450-WRITE-LINE
       END-PERFORM.
       MOVE SPACES TO PSO-RPT-LINE.
       WRITE PSO-RPT-LINE.
       MOVE 'ALL OFFERS' TO OUT-PSO-NAME.
       MOVE WS-TOT-CTS TO WS-LINE-CTS.
       PERFORM 450-WRITE-LINE.
      ******************************************************************
       450-WRITE-LINE.
       MOVE WS-L-SENT TO OUT-PSO-SENT.
       MOVE WS-L-ACC  TO OUT-PSO-ACC.
       MOVE WS-L-BOOK TO OUT-PSO-BOOK.
       MOVE WS-L-EXP  TO OUT-PSO-EXP.
       MOVE WS-L-OPEN TO OUT-PSO-OPEN.
       IF WS-L-SENT > ZERO
           COMPUTE OUT-PSO-RATE ROUNDED =
               WS-L-BOOK * 100 / WS-L-SENT
       ELSE
           MOVE ZERO TO OUT-PSO-RATE
       END-IF.
       WRITE PSO-RPT-LINE FROM OUT-PSO-LINE.
