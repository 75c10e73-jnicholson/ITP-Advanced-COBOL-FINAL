      ******************************************************************
      *PROGRAM:  Vuflix Title Bundles
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Sets up the title bundles (trilogies, seasons, box
      *          sets) that G3-VFX-3-PUR sells as one package: the
      *          bundle ID, name, bundle price and up to ten
      *          component titles, each of which must be on the
      *          catalog. Also shows one bundle with its titles and
      *          what they list for on their own, lists every
      *          bundle, and retires a bundle so it no longer sells.
      *          Every change is audited.
      *          Reached from the Vuflix main menu, option B.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-BUNDLE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFXBNDL.
       COPY SELECT-VFX-MOV.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFXBNDL.
       COPY FD-VFX-MOV.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-BN-SEL                   PIC X VALUE SPACE.
       01  WS-BN-RESP                  PIC X VALUE SPACE.
       01  WS-BN-EOF                   PIC X VALUE SPACES.
       01  WS-BN-NEW                   PIC X VALUE 'N'.
       01  WS-BN-DUP                   PIC X VALUE 'N'.
       01  WS-BN-IDX                   PIC 9(2) VALUE ZERO.
       01  WS-BN-IDX2                  PIC 9(2) VALUE ZERO.
       01  WS-BN-CT                    PIC 9(5) VALUE ZERO.
       01  WS-IN-BN-ID                 PIC 9(8) VALUE ZERO.
       01  WS-IN-NAME                  PIC X(35) VALUE SPACES.
       01  WS-IN-VML-ID                PIC 9(8) VALUE ZERO.
       01  WS-LIST-SUM                 PIC 9(5)V99 VALUE ZERO.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-PRICE-ED                 PIC $$,$$9.99.
       01  WS-LIST-ED                  PIC $$,$$9.99.
       01  WS-LIC-TEXT                 PIC X(12) VALUE SPACES.

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-BUNDLE' TO VFX-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       OPEN I-O VBN-FILE.
       IF WS-STAT = '35'
           OPEN OUTPUT VBN-FILE
           CLOSE VBN-FILE
           OPEN I-O VBN-FILE
       END-IF.
       OPEN INPUT VML-FILE.
       PERFORM 100-WORK UNTIL WS-BN-SEL = 'X' OR 'x'.
       CLOSE VBN-FILE
             VML-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-WORK.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'VUFLIX TITLE BUNDLES'.
       DISPLAY '  1) SET UP OR CHANGE A BUNDLE'.
       DISPLAY '  2) BUNDLE INQUIRY'.
       DISPLAY '  3) LIST ALL BUNDLES'.
       DISPLAY '  4) RETIRE A BUNDLE'.
       DISPLAY 'SELECTION (X=EXIT):'.
       ACCEPT WS-BN-SEL.
       EVALUATE WS-BN-SEL
           WHEN '1'
               PERFORM 200-MAINTAIN
               PERFORM 900-PAUSE
           WHEN '2'
               PERFORM 300-INQUIRY
               PERFORM 900-PAUSE
           WHEN '3'
               PERFORM 400-LIST
               PERFORM 900-PAUSE
           WHEN '4'
               PERFORM 500-RETIRE
               PERFORM 900-PAUSE
           WHEN 'X'
           WHEN 'x'
               CONTINUE
           WHEN OTHER
               DISPLAY 'INVALID SELECTION'
               PERFORM 900-PAUSE
       END-EVALUATE.
      ******************************************************************
      * A CHANGE RE-ENTERS THE WHOLE BUNDLE - NAME, PRICE AND TITLES.
      * TWO TITLES AT LEAST, NO TITLE TWICE, EVERY TITLE ON CATALOG.
      ******************************************************************
       200-MAINTAIN.
       DISPLAY 'BUNDLE ID:'.
       ACCEPT WS-IN-BN-ID.
       IF WS-IN-BN-ID = ZERO
           DISPLAY 'BUNDLE ID MAY NOT BE ZERO'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-BN-ID TO VBN-ID.
       READ VBN-FILE
           INVALID KEY
               MOVE 'Y' TO WS-BN-NEW
           NOT INVALID KEY
               MOVE 'N' TO WS-BN-NEW
               DISPLAY 'ON FILE: ' VBN-NAME
               DISPLAY 'RE-ENTER THE BUNDLE'
       END-READ.
       DISPLAY 'BUNDLE NAME:'.
       ACCEPT WS-IN-NAME.
       IF WS-IN-NAME = SPACES
           DISPLAY 'BUNDLE NOT SAVED'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-BN-ID TO VBN-ID.
       MOVE WS-IN-NAME TO VBN-NAME.
       DISPLAY 'BUNDLE PRICE:'.
       ACCEPT VBN-PRICE.
       IF VBN-PRICE = ZERO
           DISPLAY 'A BUNDLE MUST HAVE A PRICE - NOT SAVED'
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO VBN-COMP-CT.
       MOVE ZERO TO WS-LIST-SUM.
       PERFORM VARYING WS-BN-IDX FROM 1 BY 1 UNTIL WS-BN-IDX > 10
           MOVE ZERO TO VBN-COMP-VML-ID (WS-BN-IDX)
       END-PERFORM.
       MOVE 99999999 TO WS-IN-VML-ID.
       PERFORM UNTIL WS-IN-VML-ID = ZERO OR VBN-COMP-CT = 10
           DISPLAY 'TITLE (VML) ID (0 = DONE):'
           ACCEPT WS-IN-VML-ID
           IF WS-IN-VML-ID NOT = ZERO
               PERFORM 210-ADD-COMPONENT
           END-IF
       END-PERFORM.
       IF VBN-COMP-CT < 2
           DISPLAY 'A BUNDLE NEEDS TWO TITLES OR MORE - NOT SAVED'
           EXIT PARAGRAPH
       END-IF.
       MOVE VBN-PRICE TO WS-PRICE-ED.
       MOVE WS-LIST-SUM TO WS-LIST-ED.
       DISPLAY 'BUNDLE ' WS-PRICE-ED ' - TITLES LIST FOR '
               WS-LIST-ED ' ON THEIR OWN'.
       IF VBN-PRICE > WS-LIST-SUM
           DISPLAY 'BUNDLE PRICE MAY NOT EXCEED THE TITLES'' OWN '
                   'PRICES - NOT SAVED'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'A' TO VBN-STATUS.
       MOVE WS-TODAY TO VBN-SET-DATE.
       MOVE WS-OPERATOR-ID TO VBN-SET-BY.
       IF WS-BN-NEW = 'Y'
           WRITE VBN-REC
       ELSE
           REWRITE VBN-REC
       END-IF.
       IF WS-STAT NOT = ZERO
           DISPLAY 'BUNDLE NOT SAVED - STATUS ' WS-STAT
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'BUNDLE SAVED'.
       MOVE 'BNDSET' TO WS-AUD-ACTION.
       PERFORM 800-AUDIT.
      ******************************************************************
       210-ADD-COMPONENT.
       MOVE 'N' TO WS-BN-DUP.
       PERFORM VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > VBN-COMP-CT
           IF VBN-COMP-VML-ID (WS-BN-IDX) = WS-IN-VML-ID
               MOVE 'Y' TO WS-BN-DUP
           END-IF
       END-PERFORM.
       IF WS-BN-DUP = 'Y'
           DISPLAY 'TITLE IS ALREADY IN THE BUNDLE'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-VML-ID TO VML-ID-KEY.
       READ VML-FILE
           INVALID KEY
               DISPLAY 'NO SUCH TITLE'
           NOT INVALID KEY
               ADD 1 TO VBN-COMP-CT
               MOVE WS-IN-VML-ID TO VBN-COMP-VML-ID (VBN-COMP-CT)
               ADD VML-PRICE TO WS-LIST-SUM
               MOVE VML-PRICE TO WS-LIST-ED
               DISPLAY '  ' VML-TITLE ' ' WS-LIST-ED
       END-READ.
      ******************************************************************
       300-INQUIRY.
       DISPLAY 'BUNDLE ID:'.
       ACCEPT WS-IN-BN-ID.
       MOVE WS-IN-BN-ID TO VBN-ID.
       READ VBN-FILE
           INVALID KEY
               DISPLAY 'NO SUCH BUNDLE'
               EXIT PARAGRAPH
       END-READ.
       MOVE VBN-PRICE TO WS-PRICE-ED.
       DISPLAY VBN-ID ' ' VBN-NAME ' ' WS-PRICE-ED.
       IF VBN-RETIRED
           DISPLAY 'RETIRED - NO LONGER SOLD'
       END-IF.
       DISPLAY 'TITLE ID  TITLE                                 '
               'LIST PRICE  RATED  LICENSE'.
       MOVE ZERO TO WS-LIST-SUM.
       PERFORM VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > VBN-COMP-CT
           PERFORM 310-SHOW-COMPONENT
       END-PERFORM.
       MOVE WS-LIST-SUM TO WS-LIST-ED.
       DISPLAY 'TITLES ON THEIR OWN: ' WS-LIST-ED.
       DISPLAY 'LAST SET ' VBN-SET-DATE ' BY ' VBN-SET-BY.
      ******************************************************************
       310-SHOW-COMPONENT.
       MOVE VBN-COMP-VML-ID (WS-BN-IDX) TO VML-ID-KEY.
       READ VML-FILE
           INVALID KEY
               DISPLAY VBN-COMP-VML-ID (WS-BN-IDX)
                       '  NOT ON CATALOG'
               EXIT PARAGRAPH
       END-READ.
       ADD VML-PRICE TO WS-LIST-SUM.
       MOVE VML-PRICE TO WS-LIST-ED.
       MOVE 'IN WINDOW' TO WS-LIC-TEXT.
       IF VML-LIC-START NOT = ZERO
               AND WS-TODAY < VML-LIC-START
           MOVE 'NOT YET' TO WS-LIC-TEXT
       END-IF.
       IF VML-LIC-END NOT = ZERO
               AND WS-TODAY > VML-LIC-END
           MOVE 'EXPIRED' TO WS-LIC-TEXT
       END-IF.
       DISPLAY VML-ID ' ' VML-TITLE ' ' WS-LIST-ED '  ' VML-RATING
               '     ' WS-LIC-TEXT.
      ******************************************************************
       400-LIST.
       MOVE ZERO TO WS-BN-CT.
       MOVE SPACES TO WS-BN-EOF.
       MOVE ZERO TO VBN-ID.
       START VBN-FILE KEY NOT LESS THAN VBN-ID
           INVALID KEY
               MOVE 'Y' TO WS-BN-EOF
       END-START.
       DISPLAY 'BUNDLE ID BUNDLE                                  '
               'PRICE  TITLES  STATUS'.
       PERFORM UNTIL WS-BN-EOF = 'Y'
           READ VBN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BN-EOF
               NOT AT END
                   ADD 1 TO WS-BN-CT
                   MOVE VBN-PRICE TO WS-PRICE-ED
                   DISPLAY VBN-ID '  ' VBN-NAME ' ' WS-PRICE-ED
                           '    ' VBN-COMP-CT '     ' VBN-STATUS
           END-READ
       END-PERFORM.
       DISPLAY WS-BN-CT ' BUNDLE(S)'.
      ******************************************************************
       500-RETIRE.
       DISPLAY 'BUNDLE ID:'.
       ACCEPT WS-IN-BN-ID.
       MOVE WS-IN-BN-ID TO VBN-ID.
       READ VBN-FILE
           INVALID KEY
               DISPLAY 'NO SUCH BUNDLE'
               EXIT PARAGRAPH
       END-READ.
       IF VBN-RETIRED
           DISPLAY 'BUNDLE IS ALREADY RETIRED'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'RETIRE ' VBN-NAME ' (Y/N)?'.
       ACCEPT WS-BN-RESP.
       IF WS-BN-RESP NOT = 'Y' AND 'y'
           DISPLAY 'BUNDLE NOT RETIRED'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'R' TO VBN-STATUS.
       MOVE WS-TODAY TO VBN-SET-DATE.
       MOVE WS-OPERATOR-ID TO VBN-SET-BY.
       REWRITE VBN-REC.
       DISPLAY 'BUNDLE RETIRED'.
       MOVE 'BNDRET' TO WS-AUD-ACTION.
       PERFORM 800-AUDIT.
      ******************************************************************
       800-AUDIT.
       MOVE VBN-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       900-PAUSE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT WS-BN-RESP.
