      ******************************************************************
      *PROGRAM:  Vuflix Member Reviews and Moderation
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Takes a member's 1-5 star rating and short review of
      *          a title they own or have rented (a purchase record,
      *          or a viewing session of the title - a rental swept
      *          off after it lapsed still counts) onto VFXREVW.DAT,
      *          one review per member per title; a rewrite replaces
      *          the old one and goes back for approval. Reviews
      *          wait as pending until an operator works the
      *          moderation queue here and approves or rejects each;
      *          approving adds the stars into the title's running
      *          sum, count and average on VFX-MOV.DAT, and taking
      *          an approved review down takes them back out. Also
      *          lists a title's reviews and runs the monthly
      *          highest / lowest rated report (G3-VFX-RATE-RPT).
      *          Every change is audited.
      *          Reached from the Vuflix main menu, option V.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-REVIEW IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFXREVW.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFXVIEW.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFXREVW.
       COPY FD-VFX-MOV.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PUR.
       COPY FD-VFXVIEW.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-RV-SEL                   PIC X VALUE SPACE.
       01  WS-RV-RESP                  PIC X VALUE SPACE.
       01  WS-RV-EOF                   PIC X VALUE SPACES.
       01  WS-RV-OK                    PIC X VALUE 'N'.
       01  WS-RV-HELD                  PIC X VALUE 'N'.
       01  WS-RV-NEW                   PIC X VALUE 'N'.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-IN-VM-ID                 PIC 9(8) VALUE ZERO.
       01  WS-IN-VML-ID                PIC 9(8) VALUE ZERO.
       01  WS-IN-STARS                 PIC 9 VALUE ZERO.
       01  WS-IN-TEXT                  PIC X(60) VALUE SPACES.
       01  WS-STAR-AVG-ED              PIC 9.99.
       01  WS-RV-CT                    PIC 9(5) VALUE ZERO.

      * THE PENDING QUEUE IS TAKEN DOWN FIRST AND WORKED BY PRIMARY
      * KEY, SINCE APPROVING OR REJECTING MOVES A REVIEW OFF THE
      * STATUS KEY BEING READ.
       01  WS-Q-MAX                    PIC 9(3) VALUE 200.
       01  WS-Q-CT                     PIC 9(3) VALUE ZERO.
       01  WS-Q-IDX                    PIC 9(3) VALUE ZERO.
       01  WS-Q-TABLE.
           03  WS-Q-KEY OCCURS 200 TIMES PIC X(16).

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-REVIEW' TO VFX-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       PERFORM 050-OPEN-FILES.
       PERFORM 100-WORK UNTIL WS-RV-SEL = 'X' OR 'x'.
       PERFORM 060-CLOSE-FILES.
       EXIT PROGRAM.
      ******************************************************************
       050-OPEN-FILES.
       OPEN I-O RVW-FILE.
       IF WS-STAT = 35
           CLOSE RVW-FILE
           OPEN OUTPUT RVW-FILE
           CLOSE RVW-FILE
           OPEN I-O RVW-FILE
       END-IF.
       OPEN I-O VML-FILE.
      ******************************************************************
       060-CLOSE-FILES.
       CLOSE RVW-FILE
             VML-FILE.
      ******************************************************************
       100-WORK.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'VUFLIX MEMBER REVIEWS'.
       DISPLAY '  1) WRITE A MEMBER''S REVIEW'.
       DISPLAY '  2) MODERATION QUEUE'.
       DISPLAY '  3) A TITLE''S REVIEWS'.
       DISPLAY '  4) TAKE DOWN A REVIEW'.
       DISPLAY '  5) MONTHLY HIGHEST / LOWEST RATED REPORT'.
       DISPLAY 'SELECTION (X=EXIT):'.
       ACCEPT WS-RV-SEL.
       EVALUATE WS-RV-SEL
           WHEN '1'
               PERFORM 200-WRITE-REVIEW
               PERFORM 900-PAUSE
           WHEN '2'
               PERFORM 300-MODERATE
               PERFORM 900-PAUSE
           WHEN '3'
               PERFORM 400-LIST-TITLE
               PERFORM 900-PAUSE
           WHEN '4'
               PERFORM 500-TAKE-DOWN
               PERFORM 900-PAUSE
           WHEN '5'
               PERFORM 060-CLOSE-FILES
               CALL 'G3-VFX-RATE-RPT'
               PERFORM 050-OPEN-FILES
               PERFORM 900-PAUSE
           WHEN 'X'
           WHEN 'x'
               CONTINUE
           WHEN OTHER
               DISPLAY 'INVALID SELECTION'
               PERFORM 900-PAUSE
       END-EVALUATE.
      ******************************************************************
       200-WRITE-REVIEW.
       DISPLAY 'MEMBER ID:'.
       ACCEPT WS-IN-VM-ID.
       DISPLAY 'TITLE (VML) ID:'.
       ACCEPT WS-IN-VML-ID.
       OPEN INPUT VM-FILE.
       MOVE WS-IN-VM-ID TO VM-ID-KEY.
       MOVE 'Y' TO WS-RV-OK.
       READ VM-FILE
           INVALID KEY
               MOVE 'N' TO WS-RV-OK
       END-READ.
       CLOSE VM-FILE.
       IF WS-RV-OK NOT = 'Y'
           DISPLAY 'MEMBER NOT ON FILE'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-VML-ID TO VML-ID-KEY.
       READ VML-FILE
           INVALID KEY
               MOVE 'N' TO WS-RV-OK
       END-READ.
       IF WS-RV-OK NOT = 'Y'
           DISPLAY 'TITLE NOT ON FILE'
           EXIT PARAGRAPH
       END-IF.
       PERFORM 250-CHECK-HELD.
       IF WS-RV-HELD NOT = 'Y'
           DISPLAY 'MEMBER HAS NOT BOUGHT OR RENTED THIS TITLE'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY VML-TITLE.
       MOVE ZERO TO WS-IN-STARS.
       PERFORM UNTIL WS-IN-STARS > ZERO AND WS-IN-STARS < 6
           DISPLAY 'STARS (1-5):'
           ACCEPT WS-IN-STARS
       END-PERFORM.
       DISPLAY 'REVIEW (UP TO 60 CHARACTERS):'.
       ACCEPT WS-IN-TEXT.
       MOVE WS-IN-VML-ID TO RVW-VML-ID.
       MOVE WS-IN-VM-ID TO RVW-VM-ID.
       MOVE 'N' TO WS-RV-NEW.
       READ RVW-FILE
           INVALID KEY
               MOVE 'Y' TO WS-RV-NEW
       END-READ.
       IF WS-RV-NEW = 'Y'
           INITIALIZE RVW-REC
           MOVE WS-IN-VML-ID TO RVW-VML-ID
           MOVE WS-IN-VM-ID TO RVW-VM-ID
           MOVE 'N' TO RVW-COUNTED
       ELSE
           PERFORM 600-UNCOUNT
       END-IF.
       MOVE 'P' TO RVW-STATUS.
       MOVE WS-IN-STARS TO RVW-STARS.
       MOVE WS-IN-TEXT TO RVW-TEXT.
       MOVE WS-TODAY TO RVW-DATE.
       MOVE ZERO TO RVW-MOD-DATE.
       MOVE SPACES TO RVW-MOD-BY.
       IF WS-RV-NEW = 'Y'
           WRITE RVW-REC
       ELSE
           REWRITE RVW-REC
       END-IF.
       MOVE 'REVADD' TO WS-AUD-ACTION.
       PERFORM 800-AUDIT.
       DISPLAY 'REVIEW RECEIVED - IT WILL SHOW ONCE APPROVED'.
      ******************************************************************
      * OWNED OR RENTED: A PURCHASE RECORD OF ANY KIND, OR FAILING
      * THAT A VIEWING SESSION OF THE TITLE (A LAPSED RENTAL HAS
      * BEEN SWEPT OFF VTP-FILE BUT THE SESSIONS REMAIN).
      ******************************************************************
       250-CHECK-HELD.
       MOVE 'N' TO WS-RV-HELD.
       MOVE SPACES TO WS-RV-EOF.
       OPEN INPUT VTP-FILE.
       IF WS-STAT NOT = ZERO
           MOVE 'Y' TO WS-RV-EOF
       END-IF.
       PERFORM UNTIL WS-RV-EOF = 'Y'
           READ VTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RV-EOF
               NOT AT END
                   IF VTP-VM-ID OF VTP-REC = WS-IN-VM-ID
                        AND VTP-VML-ID OF VTP-REC = WS-IN-VML-ID
                       MOVE 'Y' TO WS-RV-HELD
                       MOVE 'Y' TO WS-RV-EOF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VTP-FILE.
       IF WS-RV-HELD = 'Y'
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT VVS-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-RV-EOF.
       MOVE WS-IN-VM-ID TO VVS-VM-ID.
       MOVE ZERO TO VVS-START-DATE.
       MOVE ZERO TO VVS-START-TIME.
       START VVS-FILE KEY NOT LESS THAN VVS-KEY
           INVALID KEY
               MOVE 'Y' TO WS-RV-EOF
       END-START.
       PERFORM UNTIL WS-RV-EOF = 'Y'
           READ VVS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RV-EOF
               NOT AT END
                   IF VVS-VM-ID NOT = WS-IN-VM-ID
                       MOVE 'Y' TO WS-RV-EOF
                   ELSE
                       IF VVS-VML-ID = WS-IN-VML-ID
                           MOVE 'Y' TO WS-RV-HELD
                           MOVE 'Y' TO WS-RV-EOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VVS-FILE.
      ******************************************************************
       300-MODERATE.
       MOVE ZERO TO WS-Q-CT.
       MOVE SPACES TO WS-RV-EOF.
       MOVE 'P' TO RVW-STATUS.
       START RVW-FILE KEY = RVW-STATUS
           INVALID KEY
               MOVE 'Y' TO WS-RV-EOF
       END-START.
       PERFORM UNTIL WS-RV-EOF = 'Y'
           READ RVW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RV-EOF
               NOT AT END
                   IF NOT RVW-PENDING OR WS-Q-CT NOT < WS-Q-MAX
                       MOVE 'Y' TO WS-RV-EOF
                   ELSE
                       ADD 1 TO WS-Q-CT
                       MOVE RVW-KEY TO WS-Q-KEY (WS-Q-CT)
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-Q-CT = ZERO
           DISPLAY 'NO REVIEWS WAITING'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACE TO WS-RV-RESP.
       PERFORM VARYING WS-Q-IDX FROM 1 BY 1
               UNTIL WS-Q-IDX > WS-Q-CT OR WS-RV-RESP = 'X' OR 'x'
           MOVE WS-Q-KEY (WS-Q-IDX) TO RVW-KEY
           READ RVW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 310-ONE-PENDING
           END-READ
       END-PERFORM.
      ******************************************************************
       310-ONE-PENDING.
       MOVE RVW-VML-ID TO VML-ID-KEY.
       READ VML-FILE
           INVALID KEY
               MOVE 'NOT ON CATALOG' TO VML-TITLE
       END-READ.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'TITLE  ' RVW-VML-ID ' ' VML-TITLE.
       DISPLAY 'MEMBER ' RVW-VM-ID '   WRITTEN ' RVW-DATE.
       DISPLAY 'STARS  ' RVW-STARS.
       DISPLAY RVW-TEXT.
       DISPLAY 'A = APPROVE, R = REJECT, S = SKIP, X = STOP:'.
       ACCEPT WS-RV-RESP.
       EVALUATE WS-RV-RESP
           WHEN 'A'
           WHEN 'a'
               MOVE 'A' TO RVW-STATUS
               PERFORM 610-COUNT
               MOVE 'REVAPR' TO WS-AUD-ACTION
               PERFORM 320-MODERATED
           WHEN 'R'
           WHEN 'r'
               MOVE 'R' TO RVW-STATUS
               MOVE 'REVREJ' TO WS-AUD-ACTION
               PERFORM 320-MODERATED
       END-EVALUATE.
      ******************************************************************
       320-MODERATED.
       MOVE WS-TODAY TO RVW-MOD-DATE.
       MOVE WS-OPERATOR-ID TO RVW-MOD-BY.
       REWRITE RVW-REC.
       MOVE RVW-VML-ID TO WS-IN-VML-ID.
       MOVE RVW-VM-ID TO WS-IN-VM-ID.
       PERFORM 800-AUDIT.
      ******************************************************************
       400-LIST-TITLE.
       DISPLAY 'TITLE (VML) ID:'.
       ACCEPT WS-IN-VML-ID.
       MOVE WS-IN-VML-ID TO VML-ID-KEY.
       READ VML-FILE
           INVALID KEY
               DISPLAY 'TITLE NOT ON FILE'
               EXIT PARAGRAPH
       END-READ.
       MOVE VML-STAR-AVG TO WS-STAR-AVG-ED.
       DISPLAY VML-TITLE ' AVERAGE ' WS-STAR-AVG-ED ' FROM '
               VML-STAR-CT ' APPROVED'.
       DISPLAY 'MEMBER   ST * DATE     REVIEW'.
       MOVE ZERO TO WS-RV-CT.
       MOVE SPACES TO WS-RV-EOF.
       MOVE WS-IN-VML-ID TO RVW-VML-ID.
       MOVE ZERO TO RVW-VM-ID.
       START RVW-FILE KEY NOT LESS THAN RVW-KEY
           INVALID KEY
               MOVE 'Y' TO WS-RV-EOF
       END-START.
       PERFORM UNTIL WS-RV-EOF = 'Y'
           READ RVW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RV-EOF
               NOT AT END
                   IF RVW-VML-ID NOT = WS-IN-VML-ID
                       MOVE 'Y' TO WS-RV-EOF
                   ELSE
                       ADD 1 TO WS-RV-CT
                       DISPLAY RVW-VM-ID ' ' RVW-STATUS '  '
                               RVW-STARS ' ' RVW-DATE ' ' RVW-TEXT
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY WS-RV-CT ' REVIEW(S)'.
      ******************************************************************
       500-TAKE-DOWN.
       DISPLAY 'TITLE (VML) ID:'.
       ACCEPT WS-IN-VML-ID.
       DISPLAY 'MEMBER ID:'.
       ACCEPT WS-IN-VM-ID.
       MOVE WS-IN-VML-ID TO RVW-VML-ID.
       MOVE WS-IN-VM-ID TO RVW-VM-ID.
       READ RVW-FILE
           INVALID KEY
               DISPLAY 'NO SUCH REVIEW'
               EXIT PARAGRAPH
       END-READ.
       IF NOT RVW-APPROVED
           DISPLAY 'REVIEW IS NOT SHOWING'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY RVW-STARS ' STARS  ' RVW-TEXT.
       DISPLAY 'TAKE THIS REVIEW DOWN? (Y/N):'.
       ACCEPT WS-RV-RESP.
       IF WS-RV-RESP = 'Y' OR 'y'
           PERFORM 600-UNCOUNT
           MOVE 'R' TO RVW-STATUS
           MOVE 'REVDWN' TO WS-AUD-ACTION
           PERFORM 320-MODERATED
           DISPLAY 'REVIEW TAKEN DOWN'
       END-IF.
      ******************************************************************
      * TAKE A REVIEW'S STARS BACK OUT OF THE TITLE'S RATING.
      ******************************************************************
       600-UNCOUNT.
       IF RVW-COUNTED NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE RVW-VML-ID TO VML-ID-KEY.
       READ VML-FILE
           INVALID KEY
               MOVE 'N' TO RVW-COUNTED
               EXIT PARAGRAPH
       END-READ.
       IF VML-STAR-CT > ZERO
           SUBTRACT 1 FROM VML-STAR-CT
       END-IF.
       IF VML-STAR-SUM > RVW-STARS
           SUBTRACT RVW-STARS FROM VML-STAR-SUM
       ELSE
           MOVE ZERO TO VML-STAR-SUM
       END-IF.
       PERFORM 700-SET-AVERAGE.
       REWRITE VML-REC.
       MOVE 'N' TO RVW-COUNTED.
      ******************************************************************
      * ADD AN APPROVED REVIEW'S STARS INTO THE TITLE'S RATING.
      ******************************************************************
       610-COUNT.
       IF RVW-COUNTED = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE RVW-VML-ID TO VML-ID-KEY.
       READ VML-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       ADD 1 TO VML-STAR-CT.
       ADD RVW-STARS TO VML-STAR-SUM.
       PERFORM 700-SET-AVERAGE.
       REWRITE VML-REC.
       MOVE 'Y' TO RVW-COUNTED.
      ******************************************************************
       700-SET-AVERAGE.
       IF VML-STAR-CT = ZERO
           MOVE ZERO TO VML-STAR-AVG
       ELSE
           COMPUTE VML-STAR-AVG ROUNDED = VML-STAR-SUM / VML-STAR-CT
       END-IF.
      ******************************************************************
       800-AUDIT.
       MOVE SPACES TO WS-AUD-KEY.
       STRING WS-IN-VML-ID '/' WS-IN-VM-ID
               DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       900-PAUSE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT WS-RV-RESP.
