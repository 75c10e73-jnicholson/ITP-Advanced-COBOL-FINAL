      ******************************************************************
      *PROGRAM:  Group 3 Suspense Queue Writer
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Files one rejected batch item on the suspense work
      *          queue (SUSPENSE.DAT) for the ops desk, under today's
      *          date and the next sequence of the day. Called by
      *          every intake that cannot post an item - lockbox,
      *          merchant batch, ACH and NSF returns, merchant
      *          import - with the item laid out as WS-SUSP; the file
      *          is created on first use.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-SUSP-WRITE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-SUSPENSE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-SUSPENSE.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC 99.
       01  WS-TSTAMP.
           03  WS-YEAR                 PIC XXXX.
           03  WS-MONTH                PIC XX.
           03  WS-DAY                  PIC XX.
           03  WS-HOUR                 PIC XX.
           03  WS-MINUTE               PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-SUS-EOF                  PIC X VALUE SPACES.
       01  WS-SUS-DONE                 PIC X VALUE 'N'.
       01  WS-LAST-SEQ                 PIC 9(4) VALUE ZERO.
       COPY WS-SUSP.

       LINKAGE SECTION.
       01  LK-SUS-ITEM                 PIC X(264).
      ******************************************************************
       PROCEDURE DIVISION USING LK-SUS-ITEM.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE LK-SUS-ITEM TO WS-SUS-ITEM.
           OPEN I-O SUS-FILE.
           IF WS-STAT = 35
               CLOSE SUS-FILE
               OPEN OUTPUT SUS-FILE
               CLOSE SUS-FILE
               OPEN I-O SUS-FILE
           END-IF.
           PERFORM 200-LAST-SEQ.
           MOVE SPACES TO SUS-REC.
           MOVE WS-TODAY TO SUS-DATE.
           COMPUTE SUS-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-SUS-SOURCE TO SUS-SOURCE.
           MOVE WS-SUS-REASON TO SUS-REASON.
           MOVE WS-SUS-AMOUNT TO SUS-AMOUNT.
           MOVE WS-SUS-ACCT TO SUS-ACCT.
           MOVE WS-SUS-CARD TO SUS-CARD.
           MOVE WS-SUS-MER-ID TO SUS-MER-ID.
           MOVE WS-SUS-LOC-ID TO SUS-LOC-ID.
           MOVE WS-SUS-ITEM-DESC TO SUS-ITEM.
           MOVE WS-SUS-REF TO SUS-REF.
           MOVE 'O' TO SUS-STATUS.
           MOVE ZERO TO SUS-WORK-DATE
                        SUS-POST-ACCT.
           MOVE WS-SUS-ORIG TO SUS-ORIG.
           MOVE 'N' TO WS-SUS-DONE.
           PERFORM UNTIL WS-SUS-DONE = 'Y'
               WRITE SUS-REC
                   INVALID KEY
                       ADD 1 TO SUS-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SUS-DONE
               END-WRITE
           END-PERFORM.
           CLOSE SUS-FILE.
           EXIT PROGRAM.
      ******************************************************************
      * THE HIGHEST SEQUENCE ALREADY USED TODAY; ONLY TODAY'S ITEMS
      * ARE READ.
      ******************************************************************
       200-LAST-SEQ.
       MOVE ZERO TO WS-LAST-SEQ.
       MOVE SPACES TO WS-SUS-EOF.
       MOVE WS-TODAY TO SUS-DATE.
       MOVE ZERO TO SUS-SEQ.
       START SUS-FILE KEY NOT LESS THAN SUS-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SUS-EOF
       END-START.
       PERFORM UNTIL WS-SUS-EOF = 'Y'
           READ SUS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SUS-EOF
               NOT AT END
                   IF SUS-DATE NOT = WS-TODAY
                       MOVE 'Y' TO WS-SUS-EOF
                   ELSE
                       MOVE SUS-SEQ TO WS-LAST-SEQ
                   END-IF
           END-READ
       END-PERFORM.
