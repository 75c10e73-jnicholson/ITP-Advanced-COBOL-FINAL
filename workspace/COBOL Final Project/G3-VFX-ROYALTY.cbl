      ******************************************************************
      *PROGRAM:  Vuflix Licensor Royalty Maintenance
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Online upkeep of who Vuflix owes royalties to: the
      *          studio / licensor master (LICENSOR.DAT) and each
      *          title's royalty agreement (ROYAGR.DAT) - licensor,
      *          percent of receipts or flat per unit, whether a
      *          promo discount is shared or absorbed, the minimum
      *          guarantee and when the deal starts. Shows a
      *          licensor's titles with earnings to date against
      *          each guarantee, runs the monthly royalty statements
      *          (G3-VFX-ROY-STMT), and lists and settles the
      *          royalty payables those statements raise. Every
      *          change is audited. Moving a title to another
      *          licensor starts its earnings to date over.
      *          Reached from the Vuflix main menu, option Y.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-ROYALTY IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-LICENSOR.
       COPY SELECT-ROYAGR.
       COPY SELECT-ROYPAY.
       COPY SELECT-VFX-MOV.
      ******************************************************************
       DATA DIVISION.
       COPY FD-LICENSOR.
       COPY FD-ROYAGR.
       COPY FD-ROYPAY.
       COPY FD-VFX-MOV.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-RY-SEL                   PIC X VALUE SPACE.
       01  WS-RY-RESP                  PIC X VALUE SPACE.
       01  WS-RY-EOF                   PIC X VALUE SPACES.
       01  WS-RY-NEW                   PIC X VALUE 'N'.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-IN-LCR-ID                PIC 9(6) VALUE ZERO.
       01  WS-IN-VML-ID                PIC 9(8) VALUE ZERO.
       01  WS-IN-NAME                  PIC X(30) VALUE SPACES.
       01  WS-IN-CONTACT               PIC X(30) VALUE SPACES.
       01  WS-IN-EMAIL                 PIC X(35) VALUE SPACES.
       01  WS-IN-STATUS                PIC X VALUE SPACE.
       01  WS-IN-BASIS                 PIC X VALUE SPACE.
       01  WS-IN-PCT                   PIC 9(2)V99 VALUE ZERO.
       01  WS-IN-UNIT-BUY              PIC 9(3)V99 VALUE ZERO.
       01  WS-IN-UNIT-RENT             PIC 9(3)V99 VALUE ZERO.
       01  WS-IN-PROMO                 PIC X VALUE SPACE.
       01  WS-IN-MG                    PIC 9(7)V99 VALUE ZERO.
       01  WS-IN-START                 PIC 9(8) VALUE ZERO.
       01  WS-IN-PERIOD                PIC 9(6) VALUE ZERO.
       01  WS-UNREC                    PIC 9(7)V99 VALUE ZERO.
       01  WS-PCT-ED                   PIC Z9.99.
       01  WS-UNIT-ED                  PIC ZZ9.99.
       01  WS-UNIT2-ED                 PIC ZZ9.99.
       01  WS-AMT-ED                   PIC Z,ZZZ,ZZ9.99.
       01  WS-AMT2-ED                  PIC Z,ZZZ,ZZ9.99.
       01  WS-AMT3-ED                  PIC Z,ZZZ,ZZ9.99.
       01  WS-SAMT-ED                  PIC -,---,--9.99.

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-ROYALTY' TO VFX-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       PERFORM 050-OPEN-FILES.
       PERFORM 100-WORK UNTIL WS-RY-SEL = 'X' OR 'x'.
       PERFORM 060-CLOSE-FILES.
       EXIT PROGRAM.
      ******************************************************************
       050-OPEN-FILES.
       OPEN I-O LCR-FILE.
       IF WS-STAT = 35
           CLOSE LCR-FILE
           OPEN OUTPUT LCR-FILE
           CLOSE LCR-FILE
           OPEN I-O LCR-FILE
       END-IF.
       OPEN I-O RYA-FILE.
       IF WS-STAT = 35
           CLOSE RYA-FILE
           OPEN OUTPUT RYA-FILE
           CLOSE RYA-FILE
           OPEN I-O RYA-FILE
       END-IF.
       OPEN I-O RYP-FILE.
       IF WS-STAT = 35
           CLOSE RYP-FILE
           OPEN OUTPUT RYP-FILE
           CLOSE RYP-FILE
           OPEN I-O RYP-FILE
       END-IF.
       OPEN INPUT VML-FILE.
      ******************************************************************
       060-CLOSE-FILES.
       CLOSE LCR-FILE
             RYA-FILE
             RYP-FILE
             VML-FILE.
      ******************************************************************
       100-WORK.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'VUFLIX LICENSOR ROYALTIES'.
       DISPLAY '  1) LIST LICENSORS'.
       DISPLAY '  2) ADD OR CHANGE A LICENSOR'.
       DISPLAY '  3) A LICENSOR''S TITLES AND GUARANTEES'.
       DISPLAY '  4) SET A TITLE''S ROYALTY AGREEMENT'.
       DISPLAY '  5) MONTHLY ROYALTY STATEMENTS'.
       DISPLAY '  6) ROYALTY PAYABLES / MARK PAID'.
       DISPLAY 'SELECTION (X=EXIT):'.
       ACCEPT WS-RY-SEL.
       EVALUATE WS-RY-SEL
           WHEN '1'
               PERFORM 200-LIST-LICENSORS
               PERFORM 900-PAUSE
           WHEN '2'
               PERFORM 300-LICENSOR
               PERFORM 900-PAUSE
           WHEN '3'
               PERFORM 400-LIST-TITLES
               PERFORM 900-PAUSE
           WHEN '4'
               PERFORM 500-AGREEMENT
               PERFORM 900-PAUSE
           WHEN '5'
               PERFORM 060-CLOSE-FILES
               CALL 'G3-VFX-ROY-STMT'
               PERFORM 050-OPEN-FILES
               PERFORM 900-PAUSE
           WHEN '6'
               PERFORM 600-PAYABLES
               PERFORM 900-PAUSE
       END-EVALUATE.
      ******************************************************************
       200-LIST-LICENSORS.
       MOVE SPACES TO WS-RY-EOF.
       MOVE ZERO TO LCR-ID.
       START LCR-FILE KEY NOT LESS THAN LCR-ID
           INVALID KEY
               MOVE 'Y' TO WS-RY-EOF
       END-START.
       DISPLAY 'ID     NAME                           ST LAST STMT'
               '  CARRIED'.
       PERFORM UNTIL WS-RY-EOF = 'Y'
           READ LCR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RY-EOF
               NOT AT END
                   MOVE LCR-CARRY TO WS-SAMT-ED
                   DISPLAY LCR-ID ' ' LCR-NAME ' ' LCR-STATUS '  '
                           LCR-LAST-PERIOD '  ' WS-SAMT-ED
           END-READ
       END-PERFORM.
      ******************************************************************
      * A NEW ID ADDS THE LICENSOR; AN ID ON FILE CHANGES ITS NAME,
      * CONTACT, EMAIL OR STATUS (BLANK KEEPS WHAT IS THERE).
      ******************************************************************
       300-LICENSOR.
       DISPLAY 'LICENSOR ID (6 DIGITS):'.
       ACCEPT WS-IN-LCR-ID.
       IF WS-IN-LCR-ID = ZERO
           DISPLAY 'NO LICENSOR GIVEN - NOTHING FILED'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-LCR-ID TO LCR-ID.
       MOVE 'N' TO WS-RY-NEW.
       READ LCR-FILE
           INVALID KEY
               MOVE 'Y' TO WS-RY-NEW
       END-READ.
       IF WS-RY-NEW = 'Y'
           DISPLAY 'NEW LICENSOR ' WS-IN-LCR-ID
           MOVE SPACES TO LCR-REC
           MOVE WS-IN-LCR-ID TO LCR-ID
           MOVE 'A' TO LCR-STATUS
           MOVE ZERO TO LCR-CARRY
           MOVE ZERO TO LCR-LAST-PERIOD
       ELSE
           DISPLAY 'NOW: ' LCR-NAME ' / ' LCR-CONTACT
           DISPLAY '     ' LCR-EMAIL ' STATUS ' LCR-STATUS
       END-IF.
       DISPLAY 'STUDIO / LICENSOR NAME:'.
       MOVE SPACES TO WS-IN-NAME.
       ACCEPT WS-IN-NAME.
       DISPLAY 'CONTACT FOR STATEMENTS:'.
       MOVE SPACES TO WS-IN-CONTACT.
       ACCEPT WS-IN-CONTACT.
       DISPLAY 'EMAIL FOR STATEMENTS:'.
       MOVE SPACES TO WS-IN-EMAIL.
       ACCEPT WS-IN-EMAIL.
       DISPLAY 'STATUS (A ACTIVE, I INACTIVE):'.
       MOVE SPACE TO WS-IN-STATUS.
       ACCEPT WS-IN-STATUS.
       MOVE FUNCTION UPPER-CASE (WS-IN-STATUS) TO WS-IN-STATUS.
       IF WS-IN-NAME NOT = SPACES
           MOVE FUNCTION UPPER-CASE (WS-IN-NAME) TO LCR-NAME
       END-IF.
       IF WS-IN-CONTACT NOT = SPACES
           MOVE FUNCTION UPPER-CASE (WS-IN-CONTACT) TO LCR-CONTACT
       END-IF.
       IF WS-IN-EMAIL NOT = SPACES
           MOVE WS-IN-EMAIL TO LCR-EMAIL
       END-IF.
       IF WS-IN-STATUS = 'A' OR WS-IN-STATUS = 'I'
           MOVE WS-IN-STATUS TO LCR-STATUS
       END-IF.
       IF LCR-NAME = SPACES
           DISPLAY 'A LICENSOR NEEDS A NAME - NOTHING FILED'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-TODAY TO LCR-SET-DATE.
       MOVE WS-OPERATOR-ID TO LCR-SET-BY.
       IF WS-RY-NEW = 'Y'
           WRITE LCR-REC
       ELSE
           REWRITE LCR-REC
       END-IF.
       MOVE 'ROYLCR' TO WS-AUD-ACTION.
       MOVE SPACES TO WS-AUD-KEY.
       MOVE LCR-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'LICENSOR ' LCR-ID ' ' LCR-NAME ' FILED'.
      ******************************************************************
       400-LIST-TITLES.
       DISPLAY 'LICENSOR ID:'.
       ACCEPT WS-IN-LCR-ID.
       MOVE WS-IN-LCR-ID TO LCR-ID.
       READ LCR-FILE
           INVALID KEY
               DISPLAY 'LICENSOR NOT ON FILE'
               EXIT PARAGRAPH
       END-READ.
       DISPLAY LCR-ID ' ' LCR-NAME.
       DISPLAY 'TITLE    B RATE    BUY  RENT P    GUARANTEE'
               '   EARNED TD  UNRECOUPED'.
       MOVE SPACES TO WS-RY-EOF.
       MOVE LCR-ID TO RYA-LCR-ID.
       START RYA-FILE KEY NOT LESS THAN RYA-LCR-ID
           INVALID KEY
               MOVE 'Y' TO WS-RY-EOF
       END-START.
       PERFORM UNTIL WS-RY-EOF = 'Y'
           READ RYA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RY-EOF
               NOT AT END
                   IF RYA-LCR-ID NOT = LCR-ID
                       MOVE 'Y' TO WS-RY-EOF
                   ELSE
                       PERFORM 410-SHOW-AGREEMENT
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       410-SHOW-AGREEMENT.
       MOVE RYA-PCT TO WS-PCT-ED.
       MOVE RYA-MG TO WS-AMT-ED.
       MOVE RYA-EARNED-TD TO WS-AMT2-ED.
       IF RYA-EARNED-TD < RYA-MG
           COMPUTE WS-UNREC = RYA-MG - RYA-EARNED-TD
       ELSE
           MOVE ZERO TO WS-UNREC
       END-IF.
       MOVE WS-UNREC TO WS-AMT3-ED.
       MOVE RYA-UNIT-BUY TO WS-UNIT-ED.
       MOVE RYA-UNIT-RENT TO WS-UNIT2-ED.
       DISPLAY RYA-VML-ID ' ' RYA-BASIS ' ' WS-PCT-ED '% '
               WS-UNIT-ED ' ' WS-UNIT2-ED ' ' RYA-PROMO-BASIS ' '
               WS-AMT-ED WS-AMT2-ED WS-AMT3-ED.
      ******************************************************************
      * ONE AGREEMENT PER TITLE. RE-KEYING IT REPLACES THE TERMS BUT
      * KEEPS THE EARNINGS TO DATE AGAINST THE GUARANTEE, UNLESS THE
      * TITLE HAS MOVED TO ANOTHER LICENSOR.
      ******************************************************************
       500-AGREEMENT.
       DISPLAY 'TITLE (VML) ID:'.
       ACCEPT WS-IN-VML-ID.
       MOVE WS-IN-VML-ID TO VML-ID-KEY.
       READ VML-FILE
           INVALID KEY
               DISPLAY 'TITLE NOT IN THE CATALOG'
               EXIT PARAGRAPH
       END-READ.
       DISPLAY VML-TITLE.
       MOVE WS-IN-VML-ID TO RYA-VML-ID.
       MOVE 'N' TO WS-RY-NEW.
       READ RYA-FILE
           INVALID KEY
               MOVE 'Y' TO WS-RY-NEW
       END-READ.
       IF WS-RY-NEW = 'Y'
           MOVE SPACES TO RYA-REC
           MOVE WS-IN-VML-ID TO RYA-VML-ID
           MOVE ZERO TO RYA-LCR-ID
           MOVE ZERO TO RYA-EARNED-TD
       ELSE
           PERFORM 410-SHOW-AGREEMENT
       END-IF.
       DISPLAY 'LICENSOR ID:'.
       ACCEPT WS-IN-LCR-ID.
       MOVE WS-IN-LCR-ID TO LCR-ID.
       READ LCR-FILE
           INVALID KEY
               DISPLAY 'LICENSOR NOT ON FILE - ADD IT FIRST'
               EXIT PARAGRAPH
       END-READ.
       DISPLAY 'BASIS - P PERCENT OF RECEIPTS, F FLAT PER UNIT:'.
       ACCEPT WS-IN-BASIS.
       MOVE FUNCTION UPPER-CASE (WS-IN-BASIS) TO WS-IN-BASIS.
       MOVE ZERO TO WS-IN-PCT.
       MOVE ZERO TO WS-IN-UNIT-BUY.
       MOVE ZERO TO WS-IN-UNIT-RENT.
       EVALUATE WS-IN-BASIS
           WHEN 'P'
               DISPLAY 'PERCENT OF RECEIPTS (99V99, 3500 = 35.00%):'
               ACCEPT WS-IN-PCT
           WHEN 'F'
               DISPLAY 'PER PURCHASE OR GIFT (999V99):'
               ACCEPT WS-IN-UNIT-BUY
               DISPLAY 'PER RENTAL (999V99):'
               ACCEPT WS-IN-UNIT-RENT
           WHEN OTHER
               DISPLAY 'BASIS MUST BE P OR F - NOTHING FILED'
               EXIT PARAGRAPH
       END-EVALUATE.
       DISPLAY 'PROMO DISCOUNT - N SHARED (NET PRICE), L ABSORBED'
               ' BY VUFLIX (LIST PRICE):'.
       ACCEPT WS-IN-PROMO.
       MOVE FUNCTION UPPER-CASE (WS-IN-PROMO) TO WS-IN-PROMO.
       IF WS-IN-PROMO NOT = 'N' AND WS-IN-PROMO NOT = 'L'
           DISPLAY 'PROMO BASIS MUST BE N OR L - NOTHING FILED'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'MINIMUM GUARANTEE (9999999V99, 0 = NONE):'.
       ACCEPT WS-IN-MG.
       DISPLAY 'AGREEMENT STARTS (YYYYMMDD, 0 = ALL SALES):'.
       ACCEPT WS-IN-START.
       IF WS-IN-START NOT = ZERO
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-IN-START) NOT = ZERO
               DISPLAY 'NOT A VALID DATE - NOTHING FILED'
               EXIT PARAGRAPH
           END-IF
       END-IF.
       IF WS-RY-NEW NOT = 'Y' AND RYA-LCR-ID NOT = WS-IN-LCR-ID
           DISPLAY 'TITLE MOVES FROM LICENSOR ' RYA-LCR-ID
                   ' - EARNINGS TO DATE START OVER'
           MOVE ZERO TO RYA-EARNED-TD
       END-IF.
       MOVE WS-IN-LCR-ID TO RYA-LCR-ID.
       MOVE WS-IN-BASIS TO RYA-BASIS.
       MOVE WS-IN-PCT TO RYA-PCT.
       MOVE WS-IN-UNIT-BUY TO RYA-UNIT-BUY.
       MOVE WS-IN-UNIT-RENT TO RYA-UNIT-RENT.
       MOVE WS-IN-PROMO TO RYA-PROMO-BASIS.
       MOVE WS-IN-MG TO RYA-MG.
       MOVE WS-IN-START TO RYA-START-DATE.
       MOVE WS-TODAY TO RYA-SET-DATE.
       MOVE WS-OPERATOR-ID TO RYA-SET-BY.
       IF WS-RY-NEW = 'Y'
           WRITE RYA-REC
       ELSE
           REWRITE RYA-REC
       END-IF.
       MOVE 'ROYAGR' TO WS-AUD-ACTION.
       MOVE SPACES TO WS-AUD-KEY.
       STRING RYA-VML-ID ' ' RYA-LCR-ID DELIMITED BY SIZE
               INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'AGREEMENT FILED FOR TITLE ' RYA-VML-ID
               ' WITH LICENSOR ' RYA-LCR-ID.
      ******************************************************************
      * EVERY STATEMENT MONTH FOR THE LICENSOR; AN OPEN PAYABLE CAN
      * BE MARKED PAID ONCE THE MONEY HAS GONE OUT.
      ******************************************************************
       600-PAYABLES.
       DISPLAY 'LICENSOR ID:'.
       ACCEPT WS-IN-LCR-ID.
       MOVE WS-IN-LCR-ID TO LCR-ID.
       READ LCR-FILE
           INVALID KEY
               DISPLAY 'LICENSOR NOT ON FILE'
               EXIT PARAGRAPH
       END-READ.
       DISPLAY LCR-ID ' ' LCR-NAME.
       DISPLAY 'MONTH  S       EARNED      PAYABLE   UNRECOUPED'
               '  STATED    PAID'.
       MOVE SPACES TO WS-RY-EOF.
       MOVE LCR-ID TO RYP-LCR-ID.
       MOVE ZERO TO RYP-PERIOD.
       START RYP-FILE KEY NOT LESS THAN RYP-KEY
           INVALID KEY
               MOVE 'Y' TO WS-RY-EOF
       END-START.
       PERFORM UNTIL WS-RY-EOF = 'Y'
           READ RYP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RY-EOF
               NOT AT END
                   IF RYP-LCR-ID NOT = LCR-ID
                       MOVE 'Y' TO WS-RY-EOF
                   ELSE
                       MOVE RYP-EARNED TO WS-SAMT-ED
                       MOVE RYP-AMOUNT TO WS-AMT-ED
                       MOVE RYP-UNRECOUPED TO WS-AMT2-ED
                       DISPLAY RYP-PERIOD ' ' RYP-STATUS ' '
                               WS-SAMT-ED ' ' WS-AMT-ED ' '
                               WS-AMT2-ED ' ' RYP-DATE ' '
                               RYP-PAID-DATE
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY 'MONTH TO MARK PAID (YYYYMM, 0 = NONE):'.
       ACCEPT WS-IN-PERIOD.
       IF WS-IN-PERIOD = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE LCR-ID TO RYP-LCR-ID.
       MOVE WS-IN-PERIOD TO RYP-PERIOD.
       READ RYP-FILE
           INVALID KEY
               DISPLAY 'NO STATEMENT FOR THAT MONTH'
               EXIT PARAGRAPH
       END-READ.
       IF NOT RYP-OPEN
           DISPLAY 'THAT MONTH HAS NOTHING OPEN TO PAY'
           EXIT PARAGRAPH
       END-IF.
       MOVE RYP-AMOUNT TO WS-AMT-ED.
       DISPLAY 'MARK ' WS-AMT-ED ' PAID TO ' LCR-NAME '? (Y/N)'.
       ACCEPT WS-RY-RESP.
       IF WS-RY-RESP NOT = 'Y' AND WS-RY-RESP NOT = 'y'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'P' TO RYP-STATUS.
       MOVE WS-TODAY TO RYP-PAID-DATE.
       MOVE WS-OPERATOR-ID TO RYP-PAID-BY.
       REWRITE RYP-REC.
       MOVE 'ROYPAY' TO WS-AUD-ACTION.
       MOVE SPACES TO WS-AUD-KEY.
       STRING RYP-LCR-ID ' ' RYP-PERIOD DELIMITED BY SIZE
               INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'ROYALTY PAYABLE MARKED PAID'.
      ******************************************************************
       900-PAUSE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT WS-RY-RESP.
