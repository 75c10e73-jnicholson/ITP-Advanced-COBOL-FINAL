      *          the end of their window and un-hides those entering
      *          it (VML-SH), and prints LICEXP-RPT.TXT of windows
      *          expiring inside the next 30 days so nobody has to
      *          remember a takedown again. The sweep then runs
      *          G3-VFX-PREORDER to fill pre-orders of titles just
      *          released, and PREORD-RPT.TXT gives the catalog team
      *          the open pre-order volume of each upcoming title.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-LICENSE IS INITIAL.
       SELECT OPTIONAL LICEXP-RPT-FILE
               ASSIGN TO 'LICEXP-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
       COPY SELECT-VFXPREO.
       SELECT OPTIONAL PREORD-RPT-FILE
               ASSIGN TO 'PREORD-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-MOV.
       FD  LICEXP-RPT-FILE.
       01  LICEXP-RPT-LINE             PIC X(70).
       COPY FD-VFXPREO.
       FD  PREORD-RPT-FILE.
       01  PREORD-RPT-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-RPTFILE.

       01  WS-LIC-SEL                  PIC X VALUE SPACE.
       01  WS-VML-EOF                  PIC X VALUE SPACES.
       01  WS-HID-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-SHOW-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-EXP-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-VPO-EOF                  PIC X VALUE SPACES.
       01  WS-PRE-TITLES               PIC 9(5) VALUE ZERO.
       01  WS-PRE-CT                   PIC 9(5) VALUE ZERO.
       01  WS-PRE-AMT                  PIC 9(7)V99 VALUE ZERO.
       01  WS-PRE-TOT-CT               PIC 9(7) VALUE ZERO.
       01  WS-PRE-TOT-AMT              PIC 9(9)V99 VALUE ZERO.
       01  WS-PRE-DETAIL.
           03  WS-PD-VML-ID            PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  WS-PD-TITLE             PIC X(35).
           03  FILLER                  PIC X VALUE SPACE.
           03  WS-PD-RELEASE           PIC 9(8).
           03  FILLER                  PIC X VALUE SPACE.
           03  WS-PD-CT                PIC ZZ,ZZ9.
           03  FILLER                  PIC X VALUE SPACE.
           03  WS-PD-AMT               PIC $$$$,$$9.99.
       01  WS-PRE-TOTAL.
           03  FILLER                  PIC X(19)
                   VALUE 'UPCOMING TITLES:   '.
           03  WS-PT-TITLES            PIC ZZ,ZZ9.
           03  FILLER                  PIC X(15)
                   VALUE '  PRE-ORDERS:  '.
           03  WS-PT-CT                PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  WS-PT-AMT               PIC $$$,$$$,$$9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY '  1) SET A TITLE''S WINDOW'
           DISPLAY '  2) RUN THE TAKEDOWN/RELEASE SWEEP'
           DISPLAY '  3) WINDOWS EXPIRING IN 30 DAYS'
           DISPLAY '  4) PRE-ORDER VOLUME BY UPCOMING TITLE'
           DISPLAY '  X) EXIT'
           ACCEPT WS-LIC-SEL
           EVALUATE WS-LIC-SEL
               WHEN '1' PERFORM 100-SET-WINDOW
               WHEN '2' PERFORM 200-SWEEP
               WHEN '3' PERFORM 300-EXPIRING-RPT
               WHEN '4' PERFORM 400-PREORDER-RPT
           END-EVALUATE
       END-PERFORM.
       CLOSE VML-FILE.
      ******************************************************************
      * A TITLE PAST ITS WINDOW HIDES; A HIDDEN TITLE WHOSE WINDOW
      * IS NOW OPEN SHOWS AGAIN. TITLES WITH NO WINDOW ARE LEFT TO
      * THE OPERATOR'S OWN SHOW/HIDE FLAG. THE TITLE FILE IS CLOSED
      * WHILE THE PRE-ORDER RUN HAS IT OPEN.
      ******************************************************************
       200-SWEEP.
       MOVE ZERO TO WS-HID-CTR.
       END-PERFORM.
       DISPLAY 'SWEEP COMPLETE. HIDDEN: ' WS-HID-CTR
               ' RELEASED: ' WS-SHOW-CTR.
       CLOSE VML-FILE.
       CALL 'G3-VFX-PREORDER'.
       OPEN I-O VML-FILE.
      ******************************************************************
       250-SWEEP-ONE.
       IF VML-LIC-START = ZERO AND VML-LIC-END = ZERO
           END-READ
       END-PERFORM.
       CLOSE LICEXP-RPT-FILE.
       MOVE 'LICEXP-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VFX-LICENSE' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
       DISPLAY 'WINDOWS EXPIRING INSIDE 30 DAYS: ' WS-EXP-CTR.
      ******************************************************************
      * OPEN PRE-ORDERS FOR EACH TITLE WHOSE WINDOW HAS NOT YET
      * OPENED - HOW MANY, AND WHAT THEY WILL BRING IN AT RELEASE.
      ******************************************************************
       400-PREORDER-RPT.
       MOVE ZERO TO WS-PRE-TITLES.
       MOVE ZERO TO WS-PRE-TOT-CT.
       MOVE ZERO TO WS-PRE-TOT-AMT.
       OPEN INPUT VPO-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'NO PRE-ORDERS ON FILE'
           EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT PREORD-RPT-FILE.
       MOVE 'OPEN PRE-ORDERS BY UPCOMING TITLE' TO PREORD-RPT-LINE.
       WRITE PREORD-RPT-LINE.
       MOVE 'TITLE ID TITLE                               RELEASE  '
           TO PREORD-RPT-LINE.
       MOVE 'ORDERS       VALUE' TO PREORD-RPT-LINE (55:18).
       WRITE PREORD-RPT-LINE.
       MOVE SPACES TO WS-VML-EOF.
       MOVE ZEROS TO VML-ID-KEY.
       START VML-FILE KEY NOT LESS THAN VML-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-VML-EOF
       END-START.
       PERFORM UNTIL WS-VML-EOF = 'Y'
           READ VML-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VML-EOF
               NOT AT END
                   IF VML-LIC-START NOT = ZERO
                           AND VML-LIC-START > WS-TODAY-N
                       PERFORM 450-PREORDER-TITLE
                   END-IF
           END-READ
       END-PERFORM.
       MOVE WS-PRE-TITLES TO WS-PT-TITLES.
       MOVE WS-PRE-TOT-CT TO WS-PT-CT.
       MOVE WS-PRE-TOT-AMT TO WS-PT-AMT.
       MOVE WS-PRE-TOTAL TO PREORD-RPT-LINE.
       WRITE PREORD-RPT-LINE.
       CLOSE PREORD-RPT-FILE
             VPO-FILE.
       MOVE 'PREORD-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VFX-LICENSE' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
       DISPLAY 'UPCOMING TITLES ON PRE-ORDER: ' WS-PRE-TITLES
               '  ORDERS: ' WS-PRE-TOT-CT.
      ******************************************************************
       450-PREORDER-TITLE.
       MOVE ZERO TO WS-PRE-CT.
       MOVE ZERO TO WS-PRE-AMT.
       MOVE SPACES TO WS-VPO-EOF.
       MOVE VML-ID TO VPO-VML-ID.
       START VPO-FILE KEY NOT LESS THAN VPO-VML-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-VPO-EOF
       END-START.
       PERFORM UNTIL WS-VPO-EOF = 'Y'
           READ VPO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VPO-EOF
               NOT AT END
                   IF VPO-VML-ID NOT = VML-ID
                       MOVE 'Y' TO WS-VPO-EOF
                   ELSE
                       IF VPO-OPEN
                           ADD 1 TO WS-PRE-CT
                           ADD VPO-PRICE TO WS-PRE-AMT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-PRE-CT = ZERO
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-PRE-TITLES.
       ADD WS-PRE-CT TO WS-PRE-TOT-CT.
       ADD WS-PRE-AMT TO WS-PRE-TOT-AMT.
       MOVE VML-ID TO WS-PD-VML-ID.
       MOVE VML-TITLE TO WS-PD-TITLE.
       MOVE VML-LIC-START TO WS-PD-RELEASE.
       MOVE WS-PRE-CT TO WS-PD-CT.
       MOVE WS-PRE-AMT TO WS-PD-AMT.
       MOVE WS-PRE-DETAIL TO PREORD-RPT-LINE.
       WRITE PREORD-RPT-LINE.
      ******************************************************************
