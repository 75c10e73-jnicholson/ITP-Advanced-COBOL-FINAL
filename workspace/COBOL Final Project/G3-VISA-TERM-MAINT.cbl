      ******************************************************************
      *PROGRAM:  Visa Card Terminal Maintenance
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Keeps the card terminal master (TERMINAL.DAT): add
      *          a terminal at a merchant location (location zero is
      *          the merchant's own address), move it to another of
      *          the merchant's locations, activate or deactivate it,
      *          and list a merchant's terminals with their last
      *          activity and last batch close. Also runs the
      *          dormant terminal report. Every change is audited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-TERM-MAINT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-TERM.
       COPY SELECT-MER.
       COPY SELECT-MERLOC.
      ******************************************************************
       DATA DIVISION.
       COPY FD-TERM.
       COPY FD-MER.
       COPY FD-MERLOC.
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-TM-SEL                   PIC X VALUE SPACE.
       01  WS-TM-RESP                  PIC X VALUE SPACE.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-IN-TERM                  PIC X(8) VALUE SPACES.
       01  WS-IN-MER                   PIC 9(8) VALUE ZERO.
       01  WS-IN-LOC                   PIC 9(8) VALUE ZERO.
       01  WS-IN-MODEL                 PIC X(20) VALUE SPACES.
       01  WS-IN-STATUS                PIC X VALUE SPACE.
       01  WS-LOC-OK                   PIC X VALUE 'N'.
       01  WS-MERLOC-AVAIL             PIC X VALUE 'N'.
       01  WS-TRM-EOF                  PIC X VALUE SPACES.
       01  WS-TRM-CT                   PIC 9(5) VALUE ZERO.

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VISA-TERM-MAINT' TO VISA-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       OPEN I-O TRM-FILE.
       IF WS-STAT = 35
           CLOSE TRM-FILE
           OPEN OUTPUT TRM-FILE
           CLOSE TRM-FILE
           OPEN I-O TRM-FILE
       END-IF.
       OPEN INPUT MER-FILE.
       OPEN INPUT MERLOC-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-MERLOC-AVAIL
       END-IF.
       PERFORM 100-WORK UNTIL WS-TM-SEL = 'X' OR 'x'.
       CLOSE TRM-FILE
             MER-FILE.
       IF WS-MERLOC-AVAIL = 'Y'
           CLOSE MERLOC-FILE
       END-IF.
       EXIT PROGRAM.
      ******************************************************************
       100-WORK.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'CARD TERMINALS'.
       DISPLAY '  1) ADD A TERMINAL'.
       DISPLAY '  2) CHANGE A TERMINAL'.
       DISPLAY '  3) LIST A MERCHANT''S TERMINALS'.
       DISPLAY '  4) DORMANT TERMINAL REPORT'.
       DISPLAY 'SELECTION (X=EXIT):'.
       ACCEPT WS-TM-SEL.
       EVALUATE WS-TM-SEL
           WHEN '1'
               PERFORM 200-ADD
           WHEN '2'
               PERFORM 300-CHANGE
           WHEN '3'
               PERFORM 400-LIST
           WHEN '4'
               CALL 'G3-VISA-TERM-DORMANT'
               DISPLAY 'DORMANT TERMINAL REPORT WRITTEN TO '
                       'TERM-DORMANT.TXT'
               PERFORM 900-PAUSE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
      ******************************************************************
       200-ADD.
       DISPLAY 'TERMINAL ID:'.
       MOVE SPACES TO WS-IN-TERM.
       ACCEPT WS-IN-TERM.
       IF WS-IN-TERM = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-TERM TO TRM-ID.
       READ TRM-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               DISPLAY 'TERMINAL ' WS-IN-TERM ' ALREADY ON FILE'
               PERFORM 900-PAUSE
               EXIT PARAGRAPH
       END-READ.
       DISPLAY 'MERCHANT ID:'.
       ACCEPT WS-IN-MER.
       MOVE WS-IN-MER TO MER-ID.
       READ MER-FILE
           INVALID KEY
               DISPLAY 'NO SUCH MERCHANT'
               PERFORM 900-PAUSE
               EXIT PARAGRAPH
       END-READ.
       IF MER-STAT-DECLINED OR MER-STAT-TERMINATED
           DISPLAY 'MERCHANT IS NOT TAKING CHARGES'
           PERFORM 900-PAUSE
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'LOCATION ID (0 = MERCHANT ADDRESS):'.
       ACCEPT WS-IN-LOC.
       PERFORM 250-CHECK-LOCATION.
       IF WS-LOC-OK NOT = 'Y'
           PERFORM 900-PAUSE
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'MAKE/MODEL:'.
       MOVE SPACES TO WS-IN-MODEL.
       ACCEPT WS-IN-MODEL.
       MOVE WS-IN-TERM TO TRM-ID.
       MOVE WS-IN-MER TO TRM-MER-ID.
       MOVE WS-IN-LOC TO TRM-LOC-ID.
       MOVE 'A' TO TRM-STATUS.
       MOVE WS-IN-MODEL TO TRM-MODEL.
       MOVE WS-TODAY TO TRM-INSTALL-DATE.
       MOVE ZERO TO TRM-LAST-ACT-DATE.
       MOVE ZERO TO TRM-LAST-CLOSE-DATE.
       MOVE ZERO TO TRM-LAST-CLOSE-CT.
       MOVE ZERO TO TRM-LAST-CLOSE-AMT.
       MOVE SPACE TO TRM-LAST-CLOSE-RESULT.
       WRITE TRM-REC
           INVALID KEY
               DISPLAY 'TERMINAL NOT ADDED - STATUS ' WS-STAT
               PERFORM 900-PAUSE
               EXIT PARAGRAPH
       END-WRITE.
       MOVE 'TRMADD' TO WS-AUD-ACTION.
       MOVE TRM-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VISA-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'TERMINAL ' TRM-ID ' ADDED, ACTIVE'.
       PERFORM 900-PAUSE.
      ******************************************************************
      * A TERMINAL SITS AT ONE OF ITS OWN MERCHANT'S LOCATIONS.
      ******************************************************************
       250-CHECK-LOCATION.
       MOVE 'Y' TO WS-LOC-OK.
       IF WS-IN-LOC = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF WS-MERLOC-AVAIL NOT = 'Y'
           DISPLAY 'NO SUCH LOCATION'
           MOVE 'N' TO WS-LOC-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-LOC TO MERLOC-ID.
       READ MERLOC-FILE
           INVALID KEY
               DISPLAY 'NO SUCH LOCATION'
               MOVE 'N' TO WS-LOC-OK
           NOT INVALID KEY
               IF MERLOC-MER-ID NOT = WS-IN-MER
                   DISPLAY 'LOCATION BELONGS TO ANOTHER MERCHANT'
                   MOVE 'N' TO WS-LOC-OK
               END-IF
       END-READ.
      ******************************************************************
       300-CHANGE.
       DISPLAY 'TERMINAL ID:'.
       MOVE SPACES TO WS-IN-TERM.
       ACCEPT WS-IN-TERM.
       MOVE WS-IN-TERM TO TRM-ID.
       READ TRM-FILE
           INVALID KEY
               DISPLAY 'NO SUCH TERMINAL'
               PERFORM 900-PAUSE
               EXIT PARAGRAPH
       END-READ.
       PERFORM 500-SHOW.
       DISPLAY 'NEW STATUS - A=ACTIVE I=INACTIVE (OTHER = NO CHANGE):'.
       MOVE SPACE TO WS-IN-STATUS.
       ACCEPT WS-IN-STATUS.
       IF WS-IN-STATUS = 'A' OR 'a' OR 'I' OR 'i'
           MOVE FUNCTION UPPER-CASE (WS-IN-STATUS) TO TRM-STATUS
       END-IF.
       DISPLAY 'MOVE TO LOCATION (Y/N)?'.
       MOVE SPACE TO WS-TM-RESP.
       ACCEPT WS-TM-RESP.
       IF WS-TM-RESP = 'Y' OR 'y'
           DISPLAY 'LOCATION ID (0 = MERCHANT ADDRESS):'
           ACCEPT WS-IN-LOC
           MOVE TRM-MER-ID TO WS-IN-MER
           PERFORM 250-CHECK-LOCATION
           IF WS-LOC-OK = 'Y'
               MOVE WS-IN-LOC TO TRM-LOC-ID
           ELSE
               DISPLAY 'LOCATION NOT CHANGED'
           END-IF
       END-IF.
       DISPLAY 'NEW MAKE/MODEL (BLANK = NO CHANGE):'.
       MOVE SPACES TO WS-IN-MODEL.
       ACCEPT WS-IN-MODEL.
       IF WS-IN-MODEL NOT = SPACES
           MOVE WS-IN-MODEL TO TRM-MODEL
       END-IF.
       REWRITE TRM-REC.
       MOVE 'TRMCHG' TO WS-AUD-ACTION.
       MOVE TRM-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VISA-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'TERMINAL ' TRM-ID ' UPDATED'.
       PERFORM 900-PAUSE.
      ******************************************************************
       400-LIST.
       DISPLAY 'MERCHANT ID:'.
       ACCEPT WS-IN-MER.
       MOVE ZERO TO WS-TRM-CT.
       MOVE SPACES TO WS-TRM-EOF.
       MOVE WS-IN-MER TO TRM-MER-ID.
       START TRM-FILE KEY NOT LESS THAN TRM-MER-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-TRM-EOF
       END-START.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'TERMINALS FOR MERCHANT ' WS-IN-MER.
       PERFORM UNTIL WS-TRM-EOF = 'Y'
           READ TRM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TRM-EOF
               NOT AT END
                   IF TRM-MER-ID NOT = WS-IN-MER
                       MOVE 'Y' TO WS-TRM-EOF
                   ELSE
                       ADD 1 TO WS-TRM-CT
                       DISPLAY TRM-ID ' LOC ' TRM-LOC-ID ' '
                               TRM-STATUS ' INSTALLED '
                               TRM-INSTALL-DATE ' LAST USED '
                               TRM-LAST-ACT-DATE ' CLOSE '
                               TRM-LAST-CLOSE-RESULT
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-TRM-CT = ZERO
           DISPLAY 'NO TERMINALS ON FILE'
       END-IF.
       PERFORM 900-PAUSE.
      ******************************************************************
       500-SHOW.
       DISPLAY 'TERMINAL:    ' TRM-ID '  ' TRM-MODEL.
       DISPLAY 'MERCHANT:    ' TRM-MER-ID '  LOCATION ' TRM-LOC-ID.
       DISPLAY 'STATUS:      ' TRM-STATUS
               '  (A=ACTIVE I=INACTIVE)'.
       DISPLAY 'INSTALLED:   ' TRM-INSTALL-DATE
               '  LAST ACTIVITY ' TRM-LAST-ACT-DATE.
       DISPLAY 'LAST CLOSE:  ' TRM-LAST-CLOSE-DATE ' '
               TRM-LAST-CLOSE-CT ' ITEMS ' TRM-LAST-CLOSE-AMT
               '  (B=BALANCED O=OUT M=MISSING) '
               TRM-LAST-CLOSE-RESULT.
      ******************************************************************
       900-PAUSE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT WS-TM-RESP.
       MOVE SPACE TO WS-TM-RESP.
