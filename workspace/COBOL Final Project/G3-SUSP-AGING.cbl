      ******************************************************************
      *PROGRAM:  Group 3 Suspense Aging Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly. Ages every suspense item not yet worked
      *          (open, or waiting on write-off approval) from the
      *          day it was suspended and writes SUSP-AGING.TXT: the
      *          dollars and item counts in suspense for each source
      *          (lockbox, merchant batch, ACH return, NSF return,
      *          merchant import) in 0-7, 8-30, 31-60 and over-60
      *          day buckets, with totals, and what is waiting on a
      *          supervisor to write off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-SUSP-AGING IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-SUSPENSE.
      ******************************************************************
       DATA DIVISION.
       COPY FD-SUSPENSE.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-SUS-EOF                  PIC X VALUE SPACES.
       01  WS-AGE-DAYS                 PIC 9(5) VALUE ZERO.
       01  WS-SRC-IDX                  PIC 9 VALUE ZERO.
       01  WS-BKT-IDX                  PIC 9 VALUE ZERO.
       01  WS-ITEM-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-PEND-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-PEND-AMT                 PIC 9(9)V99 VALUE ZERO.

      * THE FIVE SOURCES IN REPORT ORDER; ROW 6 IS THE TOTAL.
       01  WS-SRC-TEXT.
           03  FILLER                  PIC X(19)
                                       VALUE 'LBXLOCKBOX         '.
           03  FILLER                  PIC X(19)
                                       VALUE 'MBTMERCHANT BATCH  '.
           03  FILLER                  PIC X(19)
                                       VALUE 'ACHACH RETURN      '.
           03  FILLER                  PIC X(19)
                                       VALUE 'NSFNSF RETURN      '.
           03  FILLER                  PIC X(19)
                                       VALUE 'MIMMERCHANT IMPORT '.
           03  FILLER                  PIC X(19)
                                       VALUE '   TOTAL           '.
       01  WS-SRC-TABLE REDEFINES WS-SRC-TEXT.
           03  WS-SRC-ENTRY            OCCURS 6 TIMES.
               05  WS-SRC-CODE         PIC X(3).
               05  WS-SRC-NAME         PIC X(16).

      * BUCKETS 1-4 BY AGE, 5 THE ROW TOTAL.
       01  WS-AG-TABLE.
           03  WS-AG-ROW               OCCURS 6 TIMES.
               05  WS-AG-CELL          OCCURS 5 TIMES.
                   07  WS-AG-CT        PIC 9(5).
                   07  WS-AG-AMT       PIC 9(9)V99.

       01  OUT-AG-HEAD.
           03  FILLER                  PIC X(16) VALUE 'SOURCE'.
           03  FILLER                  PIC X(15)
                                       VALUE '       0-7 DAYS'.
           03  FILLER                  PIC X(15)
                                       VALUE '      8-30 DAYS'.
           03  FILLER                  PIC X(15)
                                       VALUE '     31-60 DAYS'.
           03  FILLER                  PIC X(15)
                                       VALUE '   OVER 60 DAYS'.
           03  FILLER                  PIC X(15)
                                       VALUE '          TOTAL'.

       01  OUT-AG-AMT-LINE.
           03  OUT-AG-NAME             PIC X(16).
           03  OUT-AG-AMT-COL          OCCURS 5 TIMES.
               05  FILLER              PIC X VALUE SPACE.
               05  OUT-AG-AMT          PIC ZZ,ZZZ,ZZ9.99.
               05  FILLER              PIC X VALUE SPACE.

       01  OUT-AG-CT-LINE.
           03  FILLER                  PIC X(16) VALUE '  ITEMS'.
           03  OUT-AG-CT-COL           OCCURS 5 TIMES.
               05  FILLER              PIC X(9) VALUE SPACES.
               05  OUT-AG-CT           PIC ZZZZ9.
               05  FILLER              PIC X VALUE SPACE.

       01  OUT-AG-PEND.
           03  FILLER                  PIC X(35)
               VALUE 'AWAITING WRITE-OFF APPROVAL: ITEMS '.
           03  OUT-PEND-CT             PIC ZZZZ9.
           03  FILLER                  PIC X(9) VALUE '  AMOUNT '.
           03  OUT-PEND-AMT            PIC ZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-SUSP-AGING' TO CAP1-M-PROG.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           INITIALIZE WS-AG-TABLE.
           OPEN OUTPUT SUSAGE-FILE.
           MOVE SPACES TO SUSAGE-LINE.
           STRING 'SUSPENSE AGING BY SOURCE - ' WS-TODAY
                   DELIMITED BY SIZE INTO SUSAGE-LINE.
           WRITE SUSAGE-LINE.
           OPEN INPUT SUS-FILE.
           IF WS-STAT NOT = ZERO
               MOVE 'NO SUSPENSE ITEMS ON FILE' TO SUSAGE-LINE
               WRITE SUSAGE-LINE
               CLOSE SUSAGE-FILE
               DISPLAY 'SUSPENSE AGING - NO SUSPENSE FILE'
               GOBACK
           END-IF.
           PERFORM 200-AGE-PASS.
           CLOSE SUS-FILE.
           MOVE SPACES TO SUSAGE-LINE.
           WRITE SUSAGE-LINE.
           WRITE SUSAGE-LINE FROM OUT-AG-HEAD.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 6
               PERFORM 400-SOURCE-LINES
           END-PERFORM.
           MOVE WS-PEND-CTR TO OUT-PEND-CT.
           MOVE WS-PEND-AMT TO OUT-PEND-AMT.
           MOVE SPACES TO SUSAGE-LINE.
           WRITE SUSAGE-LINE.
           WRITE SUSAGE-LINE FROM OUT-AG-PEND.
           CLOSE SUSAGE-FILE.
           MOVE 'SUSP-AGING.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-SUSP-AGING' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'SUSPENSE AGING COMPLETE - ' WS-ITEM-CTR
                   ' ITEMS IN SUSPENSE'.
           GOBACK.
      ******************************************************************
       200-AGE-PASS.
       MOVE SPACES TO WS-SUS-EOF.
       MOVE ZERO TO SUS-DATE
                    SUS-SEQ.
       START SUS-FILE KEY NOT LESS THAN SUS-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SUS-EOF
       END-START.
       PERFORM UNTIL WS-SUS-EOF = 'Y'
           READ SUS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SUS-EOF
               NOT AT END
                   IF SUS-UNWORKED
                       PERFORM 300-ONE-ITEM
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * AN ITEM FROM A SOURCE NOT IN THE TABLE STILL COUNTS IN THE
      * TOTAL ROW.
      ******************************************************************
       300-ONE-ITEM.
       ADD 1 TO WS-ITEM-CTR.
       IF SUS-WO-PENDING
           ADD 1 TO WS-PEND-CTR
           ADD SUS-AMOUNT TO WS-PEND-AMT
       END-IF.
       MOVE ZERO TO WS-AGE-DAYS.
       IF SUS-DATE IS NUMERIC AND SUS-DATE < WS-TODAY
           COMPUTE WS-AGE-DAYS = FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE (SUS-DATE)
       END-IF.
       EVALUATE TRUE
           WHEN WS-AGE-DAYS < 8
               MOVE 1 TO WS-BKT-IDX
           WHEN WS-AGE-DAYS < 31
               MOVE 2 TO WS-BKT-IDX
           WHEN WS-AGE-DAYS < 61
               MOVE 3 TO WS-BKT-IDX
           WHEN OTHER
               MOVE 4 TO WS-BKT-IDX
       END-EVALUATE.
       MOVE ZERO TO WS-SRC-IDX.
       PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 5
                  OR WS-SRC-CODE (WS-SRC-IDX) = SUS-SOURCE
           CONTINUE
       END-PERFORM.
       IF WS-SRC-IDX < 6
           PERFORM 350-ADD-CELL
       END-IF.
       MOVE 6 TO WS-SRC-IDX.
       PERFORM 350-ADD-CELL.
      ******************************************************************
       350-ADD-CELL.
       ADD 1 TO WS-AG-CT (WS-SRC-IDX, WS-BKT-IDX)
                WS-AG-CT (WS-SRC-IDX, 5).
       ADD SUS-AMOUNT TO WS-AG-AMT (WS-SRC-IDX, WS-BKT-IDX)
                         WS-AG-AMT (WS-SRC-IDX, 5).
      ******************************************************************
       400-SOURCE-LINES.
       IF WS-SRC-IDX = 6
           MOVE SPACES TO SUSAGE-LINE
           WRITE SUSAGE-LINE
       END-IF.
       MOVE WS-SRC-NAME (WS-SRC-IDX) TO OUT-AG-NAME.
       PERFORM VARYING WS-BKT-IDX FROM 1 BY 1 UNTIL WS-BKT-IDX > 5
           MOVE WS-AG-AMT (WS-SRC-IDX, WS-BKT-IDX)
               TO OUT-AG-AMT (WS-BKT-IDX)
           MOVE WS-AG-CT (WS-SRC-IDX, WS-BKT-IDX)
               TO OUT-AG-CT (WS-BKT-IDX)
       END-PERFORM.
       WRITE SUSAGE-LINE FROM OUT-AG-AMT-LINE.
       WRITE SUSAGE-LINE FROM OUT-AG-CT-LINE.
