      ******************************************************************
      *PROGRAM:  Visa Merchant Statement Inquiry
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Lists a merchant's last twelve monthly statements
      *          filed on MSTMT.DAT by G3-VISA-MER-STMT, newest first,
      *          and displays the one picked by its month (CCYYMM)
      *          exactly as it was mailed, a screenful at a time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-MSTMT-INQ IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-MER.
       COPY SELECT-MSTMT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-MER.
       COPY FD-MSTMT.
       WORKING-STORAGE SECTION.
       COPY WS-MER.

       01  WS-INQ-SEL                  PIC X VALUE SPACE.
       01  WS-MER-SEARCH               PIC 9(8) VALUE ZERO.
       01  WS-PER-SEARCH               PIC 9(6) VALUE ZERO.
       01  WS-MST-EOF                  PIC X VALUE SPACES.
       01  WS-PER-IDX                  PIC 999 VALUE ZERO.
       01  WS-PER-COUNT                PIC 999 VALUE ZERO.
       01  WS-PER-LOW                  PIC 999 VALUE ZERO.
       01  WS-PER-TABLE.
           03  WS-PER-ENTRY OCCURS 120 TIMES.
               05  WS-PT-PERIOD        PIC 9(6).
               05  WS-PT-RUN-DATE      PIC 9(8).
       01  WS-SHOWN                    PIC 99 VALUE ZERO.
       01  WS-LINES                    PIC 9(4) VALUE ZERO.

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       OPEN INPUT MST-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'NO MERCHANT STATEMENTS ON FILE'
           DISPLAY "PRESS 'ENTER' TO CONTINUE"
           ACCEPT WS-INQ-SEL
           EXIT PROGRAM
       END-IF.
       OPEN INPUT MER-FILE.
       PERFORM 100-WORK UNTIL WS-INQ-SEL = 'X' OR 'x'.
       CLOSE MST-FILE
             MER-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-WORK.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'MERCHANT STATEMENTS - 1=LOOK UP MERCHANT  X=EXIT'.
       ACCEPT WS-INQ-SEL.
       IF WS-INQ-SEL NOT = '1'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'MERCHANT ID:'.
       ACCEPT WS-MER-SEARCH.
       MOVE WS-MER-SEARCH TO MER-ID.
       READ MER-FILE
           INVALID KEY
               DISPLAY 'NO SUCH MERCHANT'
               PERFORM 900-PAUSE
               EXIT PARAGRAPH
       END-READ.
       PERFORM 200-LOAD-PERIODS.
       IF WS-PER-COUNT = ZERO
           DISPLAY 'NO STATEMENTS ON FILE FOR ' MER-ID ' ' MER-NAME
           PERFORM 900-PAUSE
           EXIT PARAGRAPH
       END-IF.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'STATEMENTS FOR ' MER-ID ' ' MER-NAME.
       DISPLAY '  MONTH    ISSUED'.
       IF WS-PER-COUNT > 12
           COMPUTE WS-PER-LOW = WS-PER-COUNT - 11
       ELSE
           MOVE 1 TO WS-PER-LOW
       END-IF.
       PERFORM VARYING WS-PER-IDX FROM WS-PER-COUNT BY -1
               UNTIL WS-PER-IDX < WS-PER-LOW
           DISPLAY '  ' WS-PT-PERIOD (WS-PER-IDX) '   '
                   WS-PT-RUN-DATE (WS-PER-IDX)
       END-PERFORM.
       DISPLAY 'MONTH TO VIEW (CCYYMM, BLANK=NONE):'.
       MOVE ZERO TO WS-PER-SEARCH.
       ACCEPT WS-PER-SEARCH.
       IF WS-PER-SEARCH = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM 300-SHOW-STATEMENT.
      ******************************************************************
      * ONE ENTRY PER MONTH, OLDEST FIRST, TAKEN FROM EACH
      * STATEMENT'S FIRST LINE.
      ******************************************************************
       200-LOAD-PERIODS.
       MOVE ZERO TO WS-PER-COUNT.
       MOVE SPACES TO WS-MST-EOF.
       MOVE MER-ID TO MST-MER-ID.
       MOVE ZERO TO MST-PERIOD.
       MOVE ZERO TO MST-LINE-NO.
       START MST-FILE KEY NOT LESS THAN MST-KEY
           INVALID KEY
               MOVE 'Y' TO WS-MST-EOF
       END-START.
       PERFORM UNTIL WS-MST-EOF = 'Y'
           READ MST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                   IF MST-MER-ID NOT = MER-ID
                       MOVE 'Y' TO WS-MST-EOF
                   ELSE
                       IF MST-LINE-NO = 1 AND WS-PER-COUNT < 120
                           ADD 1 TO WS-PER-COUNT
                           MOVE MST-PERIOD TO
                               WS-PT-PERIOD (WS-PER-COUNT)
                           MOVE MST-RUN-DATE TO
                               WS-PT-RUN-DATE (WS-PER-COUNT)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       300-SHOW-STATEMENT.
       MOVE SPACES TO WS-MST-EOF.
       MOVE ZERO TO WS-SHOWN WS-LINES.
       MOVE MER-ID TO MST-MER-ID.
       MOVE WS-PER-SEARCH TO MST-PERIOD.
       MOVE ZERO TO MST-LINE-NO.
       START MST-FILE KEY NOT LESS THAN MST-KEY
           INVALID KEY
               MOVE 'Y' TO WS-MST-EOF
       END-START.
       DISPLAY BLANK-SCREEN.
       PERFORM UNTIL WS-MST-EOF = 'Y'
           READ MST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                   IF MST-MER-ID NOT = MER-ID
                           OR MST-PERIOD NOT = WS-PER-SEARCH
                       MOVE 'Y' TO WS-MST-EOF
                   ELSE
                       DISPLAY MST-TEXT
                       ADD 1 TO WS-SHOWN
                       ADD 1 TO WS-LINES
                       IF WS-SHOWN = 20
                           PERFORM 900-PAUSE
                           DISPLAY BLANK-SCREEN
                           MOVE ZERO TO WS-SHOWN
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-LINES = ZERO
           DISPLAY 'NO STATEMENT FOR ' WS-PER-SEARCH
       END-IF.
       PERFORM 900-PAUSE.
      ******************************************************************
       900-PAUSE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT WS-INQ-SEL.
       MOVE SPACE TO WS-INQ-SEL.
