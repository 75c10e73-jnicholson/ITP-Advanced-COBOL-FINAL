      ******************************************************************
      *PROGRAM:  Group 3 CC Linkage - Cardholder Card Controls
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Applies the cardholder's own card controls
      *          (CARDCTRL.DAT) to a charge the account check has
      *          already approved: the merchant's MER-CATEGORY against
      *          the blocked categories, and the amount against the
      *          per-transaction cap. The account-wide row binds every
      *          card; when the charging card (LK-CARD) belongs to an
      *          authorized user with a row of its own, that row's
      *          blocks and cap apply as well. A blocked category
      *          declines 'BC', a charge over the cap 'TC'; either
      *          is appended to DECLINE.TXT with the merchant. A
      *          missing controls file means nobody has set any.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-LINK-CC-CTRL IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CARDCTRL.
       COPY SELECT-MER.
       COPY SELECT-DECLINE.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CARDCTRL.
       COPY FD-MER.
       COPY FD-DECLINE.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.

       01  WS-MER-CAT              PIC X(10) VALUE SPACES.
       01  WS-CTL-IDX              PIC 99 VALUE ZERO.

       LINKAGE SECTION.
       01  LK-CC-ID                PIC 9(8).
       01  LK-CARD                 PIC 9(16).
       01  LK-MER-ID               PIC 9(8).
       01  LK-PRICE                PIC 9(7)V99.
       01  LK-COMPLETED            PIC X.
       01  LK-REASON               PIC XX.

       PROCEDURE DIVISION USING LK-CC-ID, LK-CARD, LK-MER-ID,
                                LK-PRICE, LK-COMPLETED, LK-REASON.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'Y' TO LK-COMPLETED.
           MOVE 'OK' TO LK-REASON.
           OPEN INPUT CTL-FILE.
           IF WS-STAT NOT = ZERO
               EXIT PROGRAM
           END-IF.
           PERFORM 150-MERCHANT-CATEGORY.
           MOVE LK-CC-ID TO CTL-CH-ID.
           MOVE ZERO TO CTL-CARD.
           PERFORM 200-APPLY-ROW.
           IF LK-COMPLETED = 'Y' AND LK-CARD NOT = ZERO
               MOVE LK-CC-ID TO CTL-CH-ID
               MOVE LK-CARD TO CTL-CARD
               PERFORM 200-APPLY-ROW
           END-IF.
           CLOSE CTL-FILE.
           IF LK-COMPLETED NOT = 'Y'
               PERFORM 400-LOG-DECLINE
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
       150-MERCHANT-CATEGORY.
       MOVE SPACES TO WS-MER-CAT.
       OPEN INPUT MER-FILE.
       MOVE LK-MER-ID TO MER-ID.
       READ MER-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE MER-CATEGORY TO WS-MER-CAT
       END-READ.
       CLOSE MER-FILE.
      ******************************************************************
      * NO ROW FOR THE KEY MEANS NO CONTROLS AT THAT LEVEL.
      ******************************************************************
       200-APPLY-ROW.
       READ CTL-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF WS-MER-CAT NOT = SPACES
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > 8 OR LK-COMPLETED NOT = 'Y'
               IF CTL-BLOCK-CAT (WS-CTL-IDX) = WS-MER-CAT
                   MOVE 'N' TO LK-COMPLETED
                   MOVE 'BC' TO LK-REASON
               END-IF
           END-PERFORM
       END-IF.
       IF LK-COMPLETED = 'Y' AND CTL-TXN-CAP > ZERO
               AND LK-PRICE > CTL-TXN-CAP
           MOVE 'N' TO LK-COMPLETED
           MOVE 'TC' TO LK-REASON
       END-IF.
      ******************************************************************
       400-LOG-DECLINE.
       OPEN EXTEND DECLINE-FILE.
       MOVE SPACES TO DECLINE-REC.
       MOVE WS-YEAR   TO DCL-YEAR.
       MOVE WS-MONTH  TO DCL-MONTH.
       MOVE WS-DAY    TO DCL-DAY.
       MOVE WS-HOUR   TO DCL-HOUR.
       MOVE WS-MINUTE TO DCL-MINUTE.
       MOVE LK-CC-ID  TO DCL-CC-ID.
       MOVE LK-REASON TO DCL-REASON.
       MOVE LK-PRICE  TO DCL-AMOUNT.
       MOVE LK-MER-ID TO DCL-MER-ID.
       WRITE DECLINE-REC.
       CLOSE DECLINE-FILE.
