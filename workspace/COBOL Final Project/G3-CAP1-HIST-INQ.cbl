      *          (CC-ARCH-PRIOR.TXT), each row tagged with where it
      *          came from - so the detail is still on a screen after
      *          month-end purges it. Fifteen rows to a page.
      *MODIFICATION HISTORY:
      *  10/15  - A PAYMENT ROW IS FOLLOWED BY ITS SEGMENT SPLIT FROM
      *           PAYALLOC.DAT (PLAN, PROMO, PURCHASE, CASH, AND ANY
      *           OVERPAYMENT), FLAGGED IF THE PAYMENT CAME BACK NSF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-HIST-INQ IS INITIAL.
       COPY SELECT-CC-TRAN.
       COPY SELECT-CC-ARCH.
       COPY SELECT-CC-ARCH-PRIOR.
       COPY SELECT-PAYALLOC.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       COPY FD-CC-ARCH.
       COPY FD-CC-ARCH-PRIOR.
       COPY FD-PAYALLOC.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.

       01  WS-ARCH-EOF                 PIC X VALUE SPACES.
       01  WS-ROWS                     PIC 99 VALUE ZERO.
       01  WS-HITS                     PIC 9(5) VALUE ZERO.
       01  WS-PAL-AVAIL                PIC X VALUE 'N'.
       01  WS-ROW-KEY.
           03  WS-ROW-ID               PIC 9(8).
           03  WS-ROW-TSTAMP           PIC X(14).
           03  WS-ROW-SEQ              PIC 9(2).

       01  OUT-SPLIT-LINE.
           03  FILLER                  PIC X(12) VALUE '      SPLIT '.
           03  FILLER                  PIC X(5) VALUE 'PLAN '.
           03  OUT-SPLIT-INST          PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(7) VALUE ' PROMO '.
           03  OUT-SPLIT-PROMO         PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(7) VALUE ' PURCH '.
           03  OUT-SPLIT-PURCH         PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(6) VALUE ' CASH '.
           03  OUT-SPLIT-CASH          PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(6) VALUE ' OVER '.
           03  OUT-SPLIT-OVER          PIC ZZZZZZ9.99.
           03  FILLER                  PIC X VALUE SPACE.
           03  OUT-SPLIT-NOTE          PIC X(8).

       01  OUT-HIST-LINE.
           03  OUT-HIST-WHERE          PIC X(4).
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       OPEN INPUT PAL-FILE.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-PAL-AVAIL
       END-IF.
       PERFORM 100-WORK UNTIL WS-INQ-ID = '99999999'.
       IF WS-PAL-AVAIL = 'Y'
           CLOSE PAL-FILE
       END-IF.
       EXIT PROGRAM.
      ******************************************************************
       100-WORK.
                       MOVE CC-TRAN-PRICE  TO OUT-HIST-AMT
                       MOVE CC-TRAN-ITEM   TO OUT-HIST-ITEM
                       MOVE CC-DISPUTED    TO OUT-HIST-DSP
                       MOVE CC-TRAN-KEY    TO WS-ROW-KEY
                       PERFORM 500-SHOW-ROW
                   END-IF
           END-READ
                       MOVE CC-ARCH-PRICE  TO OUT-HIST-AMT
                       MOVE CC-ARCH-ITEM   TO OUT-HIST-ITEM
                       MOVE CC-ARCH-DISPUTED TO OUT-HIST-DSP
                       MOVE CC-ARCH-ID     TO WS-ROW-ID
                       MOVE CC-ARCH-TSTAMP TO WS-ROW-TSTAMP
                       MOVE CC-ARCH-SEQ    TO WS-ROW-SEQ
                       PERFORM 500-SHOW-ROW
                   END-IF
           END-READ
                       MOVE ARCP-PRICE  TO OUT-HIST-AMT
                       MOVE ARCP-ITEM   TO OUT-HIST-ITEM
                       MOVE ARCP-DISPUTED TO OUT-HIST-DSP
                       MOVE ARCP-ID     TO WS-ROW-ID
                       MOVE ARCP-TSTAMP TO WS-ROW-TSTAMP
                       MOVE ARCP-SEQ    TO WS-ROW-SEQ
                       PERFORM 500-SHOW-ROW
                   END-IF
           END-READ
           MOVE 1 TO WS-ROWS
       END-IF.
       DISPLAY OUT-HIST-LINE.
       IF OUT-HIST-TYPE = 'D' OR OUT-HIST-TYPE = 'N'
           PERFORM 550-SHOW-SPLIT
       END-IF.
      ******************************************************************
      * HOW THE PAYMENT WAS SPREAD ACROSS THE BALANCE SEGMENTS, FILED
      * UNDER THE PAYMENT'S OWN KEY WHEN IT POSTED. AN 'N' ROW IS
      * EITHER THE RETURNED PAYMENT ITSELF (SPLIT ON FILE, BACKED
      * OUT) OR THE REVERSAL ENTRY (NO SPLIT, NOTHING SHOWN).
      ******************************************************************
       550-SHOW-SPLIT.
       IF WS-PAL-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-ROW-KEY TO PAL-KEY.
       READ PAL-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       MOVE PAL-TO-INST  TO OUT-SPLIT-INST.
       MOVE PAL-TO-PROMO TO OUT-SPLIT-PROMO.
       MOVE PAL-TO-PURCH TO OUT-SPLIT-PURCH.
       MOVE PAL-TO-CASH  TO OUT-SPLIT-CASH.
       MOVE PAL-TO-OVER  TO OUT-SPLIT-OVER.
       IF PAL-RETURNED
           MOVE 'RETURNED' TO OUT-SPLIT-NOTE
       ELSE
           MOVE SPACES TO OUT-SPLIT-NOTE
       END-IF.
       ADD 1 TO WS-ROWS.
       IF WS-ROWS > 15
           DISPLAY "PRESS 'ENTER' FOR MORE"
           ACCEPT CAP1-RESP
           MOVE 1 TO WS-ROWS
       END-IF.
       DISPLAY OUT-SPLIT-LINE.
