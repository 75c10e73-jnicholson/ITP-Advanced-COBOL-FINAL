      ******************************************************************
      *PROGRAM:  Vuflix Sales Tax Rate Maintenance
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Online maintenance of the Vuflix sales tax rate
      *          table (TAXRATE.DAT): list a state's rate history,
      *          file a new rate for a state or county with its
      *          effective date and which product kinds it taxes,
      *          or look up what a ZIP is charged today the same
      *          way a sale is priced (G3-LINK-VFX-TAX). Also runs
      *          the monthly sales tax liability report
      *          (G3-VFX-TAX-RPT) that feeds the GL extract. Rates
      *          are never changed in place - a new row with a later
      *          date supersedes - and every new row is audited.
      *          Reached from the Vuflix main menu, option T.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-TAX-MAINT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-TAXRATE.
      ******************************************************************
       DATA DIVISION.
       COPY FD-TAXRATE.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-TX-SEL                   PIC X VALUE SPACE.
       01  WS-TX-RESP                  PIC X VALUE SPACE.
       01  WS-TX-EOF                   PIC X VALUE SPACES.
       01  WS-TX-OK                    PIC X VALUE 'N'.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-IN-STATE                 PIC XX VALUE SPACES.
       01  WS-IN-COUNTY                PIC X(30) VALUE SPACES.
       01  WS-IN-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-IN-PCT                   PIC 9(2)V999 VALUE ZERO.
       01  WS-IN-PUR                   PIC X VALUE SPACE.
       01  WS-IN-RENT                  PIC X VALUE SPACE.
       01  WS-IN-SUB                   PIC X VALUE SPACE.
       01  WS-IN-ZIP                   PIC 9(5) VALUE ZERO.
       01  WS-PCT-ED                   PIC Z9.999.
       01  WS-AMT-ED                   PIC ZZ9.99.
       01  LK-TAX-KIND                 PIC X VALUE SPACE.
       01  LK-TAX-BASE                 PIC 9(7)V99 VALUE 100.
       01  LK-TAX-AMT                  PIC 9(7)V99 VALUE ZERO.
       01  LK-TAX-STATE                PIC XX VALUE SPACES.
       01  LK-TAX-COUNTY               PIC X(30) VALUE SPACES.

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-TAX-MAINT' TO VFX-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       OPEN I-O TXR-FILE.
       IF WS-STAT = 35
           CLOSE TXR-FILE
           OPEN OUTPUT TXR-FILE
           CLOSE TXR-FILE
           OPEN I-O TXR-FILE
       END-IF.
       PERFORM 100-WORK UNTIL WS-TX-SEL = 'X' OR 'x'.
       CLOSE TXR-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-WORK.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'VUFLIX SALES TAX RATES'.
       DISPLAY '  1) LIST A STATE'.
       DISPLAY '  2) ENTER A NEW RATE'.
       DISPLAY '  3) LOOK UP A ZIP'.
       DISPLAY '  4) MONTHLY TAX LIABILITY REPORT'.
       DISPLAY 'SELECTION (X=EXIT):'.
       ACCEPT WS-TX-SEL.
       EVALUATE WS-TX-SEL
           WHEN '1'
               PERFORM 200-LIST
               PERFORM 900-PAUSE
           WHEN '2'
               PERFORM 300-ADD
               PERFORM 900-PAUSE
           WHEN '3'
               PERFORM 400-ZIP-LOOKUP
               PERFORM 900-PAUSE
           WHEN '4'
               CALL 'G3-VFX-TAX-RPT'
               PERFORM 900-PAUSE
       END-EVALUATE.
      ******************************************************************
      * EVERY ROW FOR THE STATE - STATEWIDE FIRST (COUNTY SPACES),
      * THEN EACH COUNTY - OLDEST EFFECTIVE DATE FIRST.
      ******************************************************************
       200-LIST.
       DISPLAY 'STATE (2 LETTERS):'.
       ACCEPT WS-IN-STATE.
       MOVE FUNCTION UPPER-CASE (WS-IN-STATE) TO WS-IN-STATE.
       MOVE SPACES TO WS-TX-EOF.
       MOVE WS-IN-STATE TO TXR-STATE.
       MOVE SPACES TO TXR-COUNTY.
       MOVE ZERO TO TXR-EFF-DATE.
       START TXR-FILE KEY NOT LESS THAN TXR-KEY
           INVALID KEY
               MOVE 'Y' TO WS-TX-EOF
       END-START.
       DISPLAY 'COUNTY                         EFFECTIVE  RATE %'
               '  P N S  SET BY'.
       PERFORM UNTIL WS-TX-EOF = 'Y'
           READ TXR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TX-EOF
               NOT AT END
                   IF TXR-STATE NOT = WS-IN-STATE
                       MOVE 'Y' TO WS-TX-EOF
                   ELSE
                       COMPUTE WS-PCT-ED = TXR-RATE * 100
                       IF TXR-COUNTY = SPACES
                           DISPLAY '(STATEWIDE)                    '
                                   ' ' TXR-EFF-DATE ' ' WS-PCT-ED
                                   '  ' TXR-PUR-FLAG ' '
                                   TXR-RENT-FLAG ' ' TXR-SUB-FLAG
                                   '  ' TXR-SET-BY
                       ELSE
                           DISPLAY TXR-COUNTY ' ' TXR-EFF-DATE ' '
                                   WS-PCT-ED '  ' TXR-PUR-FLAG ' '
                                   TXR-RENT-FLAG ' ' TXR-SUB-FLAG
                                   '  ' TXR-SET-BY
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * A NEW ROW FOR A STATE OR ONE COUNTY. THE COUNTY IS KEYED AS
      * THE ZIP MASTER SPELLS IT, OR LEFT BLANK FOR THE STATEWIDE
      * RATE. A DATE ALREADY ON FILE FOR THE JURISDICTION IS
      * REFUSED - FILE A LATER DATE TO CHANGE THE RATE.
      ******************************************************************
       300-ADD.
       DISPLAY 'STATE (2 LETTERS):'.
       ACCEPT WS-IN-STATE.
       MOVE FUNCTION UPPER-CASE (WS-IN-STATE) TO WS-IN-STATE.
       IF WS-IN-STATE = SPACES
           DISPLAY 'NO STATE GIVEN - NOTHING FILED'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'COUNTY AS ON THE ZIP MASTER (BLANK = STATEWIDE):'.
       ACCEPT WS-IN-COUNTY.
       MOVE FUNCTION UPPER-CASE (WS-IN-COUNTY) TO WS-IN-COUNTY.
       DISPLAY 'EFFECTIVE DATE (YYYYMMDD, 0 = TODAY):'.
       ACCEPT WS-IN-DATE.
       IF WS-IN-DATE = ZERO
           MOVE WS-TODAY TO WS-IN-DATE
       END-IF.
       IF FUNCTION TEST-DATE-YYYYMMDD (WS-IN-DATE) NOT = ZERO
           DISPLAY 'NOT A VALID DATE'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'COMBINED RATE, PERCENT (99V999, 08250 = 8.250%):'.
       ACCEPT WS-IN-PCT.
       DISPLAY 'PURCHASES TAXABLE (T) OR EXEMPT (E):'.
       ACCEPT WS-IN-PUR.
       DISPLAY 'RENTALS TAXABLE (T) OR EXEMPT (E):'.
       ACCEPT WS-IN-RENT.
       DISPLAY 'SUBSCRIPTIONS TAXABLE (T) OR EXEMPT (E):'.
       ACCEPT WS-IN-SUB.
       MOVE FUNCTION UPPER-CASE (WS-IN-PUR) TO WS-IN-PUR.
       MOVE FUNCTION UPPER-CASE (WS-IN-RENT) TO WS-IN-RENT.
       MOVE FUNCTION UPPER-CASE (WS-IN-SUB) TO WS-IN-SUB.
       IF (WS-IN-PUR NOT = 'T' AND WS-IN-PUR NOT = 'E')
               OR (WS-IN-RENT NOT = 'T' AND WS-IN-RENT NOT = 'E')
               OR (WS-IN-SUB NOT = 'T' AND WS-IN-SUB NOT = 'E')
           DISPLAY 'EACH KIND MUST BE T OR E - NOTHING FILED'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-STATE TO TXR-STATE.
       MOVE WS-IN-COUNTY TO TXR-COUNTY.
       MOVE WS-IN-DATE TO TXR-EFF-DATE.
       COMPUTE TXR-RATE = WS-IN-PCT / 100.
       MOVE WS-IN-PUR TO TXR-PUR-FLAG.
       MOVE WS-IN-RENT TO TXR-RENT-FLAG.
       MOVE WS-IN-SUB TO TXR-SUB-FLAG.
       MOVE WS-TODAY TO TXR-SET-DATE.
       MOVE WS-OPERATOR-ID TO TXR-SET-BY.
       MOVE 'Y' TO WS-TX-OK.
       WRITE TXR-REC
           INVALID KEY
               MOVE 'N' TO WS-TX-OK
       END-WRITE.
       IF WS-TX-OK NOT = 'Y'
           DISPLAY 'THAT JURISDICTION ALREADY HAS A RATE FOR THAT DATE'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'TAXRAT' TO WS-AUD-ACTION.
       MOVE SPACES TO WS-AUD-KEY.
       STRING WS-IN-STATE WS-IN-COUNTY DELIMITED BY SIZE
               INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE WS-IN-PCT TO WS-PCT-ED.
       DISPLAY 'RATE ' WS-PCT-ED '% FILED FOR ' WS-IN-STATE ' '
               WS-IN-COUNTY ' FROM ' WS-IN-DATE.
      ******************************************************************
      * PRICES $100.00 OF EACH KIND FOR THE ZIP EXACTLY AS A SALE
      * WOULD TODAY, SHOWING WHICH JURISDICTION'S ROW ANSWERED.
      ******************************************************************
       400-ZIP-LOOKUP.
       DISPLAY 'ZIP CODE:'.
       ACCEPT WS-IN-ZIP.
       CLOSE TXR-FILE.
       MOVE 'P' TO LK-TAX-KIND.
       PERFORM 450-PRICE-KIND.
       IF LK-TAX-STATE = SPACES
           DISPLAY 'NO RATE APPLIES TO ZIP ' WS-IN-ZIP
                   ' - SALES THERE ARE NOT TAXED'
       ELSE
           DISPLAY 'ZIP ' WS-IN-ZIP ' PRICES FROM ' LK-TAX-STATE ' '
                   LK-TAX-COUNTY
           MOVE LK-TAX-AMT TO WS-AMT-ED
           DISPLAY '  TAX ON $100.00 PURCHASE     ' WS-AMT-ED
           MOVE 'N' TO LK-TAX-KIND
           PERFORM 450-PRICE-KIND
           MOVE LK-TAX-AMT TO WS-AMT-ED
           DISPLAY '  TAX ON $100.00 RENTAL       ' WS-AMT-ED
           MOVE 'S' TO LK-TAX-KIND
           PERFORM 450-PRICE-KIND
           MOVE LK-TAX-AMT TO WS-AMT-ED
           DISPLAY '  TAX ON $100.00 SUBSCRIPTION ' WS-AMT-ED
       END-IF.
       OPEN I-O TXR-FILE.
      ******************************************************************
       450-PRICE-KIND.
       CALL 'G3-LINK-VFX-TAX' USING WS-IN-ZIP, LK-TAX-KIND,
               LK-TAX-BASE, LK-TAX-AMT, LK-TAX-STATE, LK-TAX-COUNTY.
      ******************************************************************
       900-PAUSE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT WS-TX-RESP.
