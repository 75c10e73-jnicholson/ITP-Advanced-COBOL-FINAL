      *          the hold number. LK-AUTH-ID comes back ZERO on a
      *          decline. The hold is converted to a posted CC-TRAN
      *          by G3-LINK-CC-CAPTURE, or expired by the nightly
      *          G3-CAP1-AUTH-EXP batch if never captured. The
      *          merchant location rides on the hold for capture.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-LINK-CC-AUTH IS INITIAL.
       01  WS-COMPLETED                PIC X VALUE SPACE.
       01  WS-HOLD-OK                  PIC X VALUE SPACE.
       01  WS-DUP-FLAG                 PIC X VALUE 'N'.
       01  WS-NO-CARD                  PIC 9(16) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-CC-ID                    PIC 9(8).
       01  LK-PRICE                    PIC 9(7)V99.
       01  LK-ITEM                     PIC X(25).
       01  LK-MER-ID                   PIC 9(8).
       01  LK-LOC-ID                   PIC 9(8).
       01  LK-AUTH-ID                  PIC 9(8).
       01  LK-REASON                   PIC XX.
      ******************************************************************
       PROCEDURE DIVISION USING LK-CC-ID, LK-PRICE, LK-ITEM,
                                LK-MER-ID, LK-LOC-ID, LK-AUTH-ID,
                                LK-REASON.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE ZERO TO LK-AUTH-ID.
           CALL 'G3-LINK-CC-CHECK' USING LK-CC-ID, LK-PRICE,
                                         WS-COMPLETED, LK-REASON.
      * THE CARDHOLDER'S OWN CONTROLS (BLOCKED MERCHANT CATEGORIES,
      * PER-TRANSACTION CAP) DECLINE 'BC' OR 'TC'. NO CARD NUMBER
      * COMES THROUGH THIS PATH, SO ONLY THE ACCOUNT-WIDE ROW APPLIES.
           IF WS-COMPLETED = 'Y'
               CALL 'G3-LINK-CC-CTRL' USING LK-CC-ID, WS-NO-CARD,
                       LK-MER-ID, LK-PRICE, WS-COMPLETED, LK-REASON
           END-IF.
      * AN IDENTICAL POSTED CHARGE MOMENTS AGO DECLINES 'DP'; THE
      * MERCHANT RETRIES THROUGH A SUPERVISOR IF IT IS LEGITIMATE.
           IF WS-COMPLETED = 'Y'
           MOVE WS-NEXT-AUTH-ID TO AUTH-ID
           MOVE LK-CC-ID        TO AUTH-CC-ID
           MOVE LK-MER-ID       TO AUTH-MER-ID
           MOVE LK-LOC-ID       TO AUTH-LOC-ID
           MOVE LK-PRICE        TO AUTH-AMOUNT
           MOVE ZERO            TO AUTH-DATE
           MOVE WS-YEAR         TO AUTH-DATE (1:4)
