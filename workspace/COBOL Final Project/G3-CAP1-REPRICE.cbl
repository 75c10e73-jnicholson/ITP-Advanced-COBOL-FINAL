      ******************************************************************
      *PROGRAM:  Capital One Variable-Rate Repricing Batch
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Reprices the variable-rate card products off the
      *          rate index history (RATEIDX.DAT). For every index
      *          value not yet repriced, each 'V' product tied to
      *          that index gets a new APR of index plus margin,
      *          held between the product's floor and cap. A rate
      *          that actually changes is filed on the product rate
      *          history (PRODRATE.DAT) with an effective date no
      *          sooner than CAP1-RATECHG-NOTICE-DY days out, and
      *          every open account on the product is queued a
      *          change-in-terms notice (template RATECHG) through
      *          the mail spooler. Each run also copies any pending
      *          rate whose date has arrived into CTY-FINCHG-RATE.
      *          Called from G3-RATE-MAINT as soon as a new index
      *          value is keyed, and run nightly to catch the rest.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-REPRICE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-RATEIDX.
       COPY SELECT-PRODRATE.
       COPY SELECT-CC-TYPE.
       COPY SELECT-CHOLD.
      ******************************************************************
       DATA DIVISION.
       COPY FD-RATEIDX.
       COPY FD-PRODRATE.
       COPY FD-CARD-TYPE.
       COPY FD-CHOLD.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-PARM.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-NOTICE-END               PIC 9(8) VALUE ZERO.
       01  WS-DAYS                     PIC 9(8) VALUE ZERO.
       01  WS-RIX-EOF                  PIC X VALUE SPACES.
       01  WS-PRR-EOF                  PIC X VALUE SPACES.
       01  WS-CTY-EOF                  PIC X VALUE SPACES.
       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-RIX-AVAIL                PIC X VALUE 'N'.
       01  WS-CH-AVAIL                 PIC X VALUE 'N'.
       01  WS-NEW-APR                  PIC 9(2)V99 VALUE ZERO.
       01  WS-NEW-RATE                 PIC V9(4) VALUE ZERO.
       01  WS-CUR-RATE                 PIC V9(4) VALUE ZERO.
       01  WS-EFF-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-NOTICE-CTR               PIC 9(7) VALUE ZERO.
       01  WS-APPLY-CTR                PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-CTR               PIC 9(5) VALUE ZERO.
       01  WS-MAIL-CTR                 PIC 9(7) VALUE ZERO.
       01  WS-SAVE-CTY-ID              PIC 9(3) VALUE ZERO.
       01  WS-APR-ED                   PIC Z9.99.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
       01  LK-EMAIL-BODY               PIC X(80) VALUE SPACES.
       01  WS-TPL-CODE                 PIC X(8) VALUE SPACES.
       01  WS-TPL-NAME2                PIC X(20) VALUE SPACES.
       01  WS-TPL-AMT                  PIC X(12) VALUE SPACES.
       01  WS-TPL-DATE                 PIC X(8) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-REPRICE' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE WS-TODAY TO WS-PARM-DATE.
           MOVE 'RATECHG-NOTICE-DY' TO WS-PARM-NAME.
           MOVE CAP1-RATECHG-NOTICE-DY TO WS-PARM-NUM.
           CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
                   WS-PARM-NUM, WS-PARM-TEXT.
           MOVE WS-PARM-NUM TO CAP1-RATECHG-NOTICE-DY.
           COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   + CAP1-RATECHG-NOTICE-DY.
           COMPUTE WS-NOTICE-END = FUNCTION DATE-OF-INTEGER (WS-DAYS).
           OPEN I-O CTY-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'REPRICE - NO CARD PRODUCT FILE, NOTHING DONE'
               GOBACK
           END-IF.
           OPEN I-O PRR-FILE.
           IF WS-STAT = 35
               CLOSE PRR-FILE
               OPEN OUTPUT PRR-FILE
               CLOSE PRR-FILE
               OPEN I-O PRR-FILE
           END-IF.
           OPEN I-O RIX-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-RIX-AVAIL
           END-IF.
           OPEN INPUT CH-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CH-AVAIL
           END-IF.
           PERFORM 200-APPLY-DUE.
           IF WS-RIX-AVAIL = 'Y'
               PERFORM 300-NEW-INDEX-VALUES
               CLOSE RIX-FILE
           END-IF.
           CLOSE CTY-FILE.
           CLOSE PRR-FILE.
           IF WS-CH-AVAIL = 'Y'
               CLOSE CH-FILE
           END-IF.
           DISPLAY 'REPRICE COMPLETE - ' WS-CHANGE-CTR
                   ' PRODUCT RATE CHANGES, ' WS-MAIL-CTR
                   ' NOTICES, ' WS-APPLY-CTR ' RATES APPLIED'.
           GOBACK.
      ******************************************************************
      * A PENDING RATE WHOSE EFFECTIVE DATE HAS ARRIVED BECOMES THE
      * PRODUCT'S STANDING RATE. THE FILE RUNS IN PRODUCT AND DATE
      * ORDER, SO THE LATEST DUE RATE FOR A PRODUCT LANDS LAST.
      ******************************************************************
       200-APPLY-DUE.
       MOVE SPACES TO WS-PRR-EOF.
       MOVE ZERO TO PRR-CTY-ID.
       MOVE ZERO TO PRR-EFF-DATE.
       START PRR-FILE KEY NOT LESS THAN PRR-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PRR-EOF
       END-START.
       PERFORM UNTIL WS-PRR-EOF = 'Y'
           READ PRR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRR-EOF
               NOT AT END
                   IF PRR-PENDING AND PRR-EFF-DATE <= WS-TODAY
                       PERFORM 210-APPLY-ONE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       210-APPLY-ONE.
       MOVE PRR-CTY-ID TO CTY-ID.
       READ CTY-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       MOVE PRR-RATE TO CTY-FINCHG-RATE.
       REWRITE CTY-REC.
       MOVE 'A' TO PRR-STATUS.
       REWRITE PRR-REC.
       ADD 1 TO WS-APPLY-CTR.
       MOVE 'RATEAP' TO WS-AUD-ACTION.
       MOVE PRR-KEY TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
      * EVERY INDEX VALUE NOT YET REPRICED, OLDEST FIRST, SO TWO MOVES
      * KEYED BEFORE A RUN FILE IN THE ORDER THEY HAPPENED.
      ******************************************************************
       300-NEW-INDEX-VALUES.
       MOVE SPACES TO WS-RIX-EOF.
       MOVE LOW-VALUES TO RIX-KEY.
       START RIX-FILE KEY NOT LESS THAN RIX-KEY
           INVALID KEY
               MOVE 'Y' TO WS-RIX-EOF
       END-START.
       PERFORM UNTIL WS-RIX-EOF = 'Y'
           READ RIX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RIX-EOF
               NOT AT END
                   IF RIX-NEW
                       PERFORM 310-REPRICE-PRODUCTS
                       MOVE 'R' TO RIX-STATUS
                       REWRITE RIX-REC
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * EVERY VARIABLE PRODUCT PRICED OFF THIS INDEX.
      ******************************************************************
       310-REPRICE-PRODUCTS.
       MOVE SPACES TO WS-CTY-EOF.
       MOVE ZERO TO CTY-ID.
       START CTY-FILE KEY NOT LESS THAN CTY-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-CTY-EOF
       END-START.
       PERFORM UNTIL WS-CTY-EOF = 'Y'
           READ CTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CTY-EOF
               NOT AT END
                   IF CTY-RATE-VARIABLE
                           AND CTY-INDEX-NAME = RIX-INDEX
                       PERFORM 320-REPRICE-ONE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * INDEX PLUS MARGIN, HELD BETWEEN FLOOR AND CAP, AS A MONTHLY
      * PERIODIC RATE. NO CHANGE FROM THE RATE ALREADY IN FORCE OR
      * SCHEDULED MEANS NO NOTICE AND NOTHING FILED.
      ******************************************************************
       320-REPRICE-ONE.
       COMPUTE WS-NEW-APR = RIX-VALUE + CTY-MARGIN-APR.
       IF WS-NEW-APR < CTY-FLOOR-APR
           MOVE CTY-FLOOR-APR TO WS-NEW-APR
       END-IF.
       IF CTY-CAP-APR > ZERO AND WS-NEW-APR > CTY-CAP-APR
           MOVE CTY-CAP-APR TO WS-NEW-APR
       END-IF.
       COMPUTE WS-NEW-RATE ROUNDED = WS-NEW-APR / 1200.
       MOVE CTY-ID TO WS-SAVE-CTY-ID.
       PERFORM 330-CURRENT-RATE.
       IF WS-NEW-RATE = WS-CUR-RATE
           EXIT PARAGRAPH
       END-IF.
       PERFORM 340-SUPERSEDE-PENDING.
       IF RIX-EFF-DATE > WS-NOTICE-END
           MOVE RIX-EFF-DATE TO WS-EFF-DATE
       ELSE
           MOVE WS-NOTICE-END TO WS-EFF-DATE
       END-IF.
       PERFORM 400-NOTIFY-ACCOUNTS.
       MOVE WS-SAVE-CTY-ID TO PRR-CTY-ID.
       MOVE WS-EFF-DATE TO PRR-EFF-DATE.
       MOVE WS-NEW-RATE TO PRR-RATE.
       MOVE WS-NEW-APR TO PRR-APR.
       MOVE RIX-INDEX TO PRR-INDEX.
       MOVE RIX-VALUE TO PRR-INDEX-VALUE.
       MOVE CTY-MARGIN-APR TO PRR-MARGIN.
       MOVE WS-TODAY TO PRR-NOTICE-DATE.
       MOVE WS-NOTICE-CTR TO PRR-NOTICE-CTR.
       MOVE 'P' TO PRR-STATUS.
       WRITE PRR-REC
           INVALID KEY
               REWRITE PRR-REC
       END-WRITE.
       ADD 1 TO WS-CHANGE-CTR.
       MOVE 'REPRCE' TO WS-AUD-ACTION.
       MOVE PRR-KEY TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE WS-NEW-APR TO WS-APR-ED.
       DISPLAY 'PRODUCT ' WS-SAVE-CTY-ID ' NEW APR ' WS-APR-ED
               '% EFFECTIVE ' WS-EFF-DATE ' - ' WS-NOTICE-CTR
               ' NOTICES'.
      ******************************************************************
      * THE PRODUCT'S LATEST STANDING OR SCHEDULED RATE: THE LAST
      * NON-SUPERSEDED HISTORY ENTRY, OR CTY-FINCHG-RATE IF NONE.
      ******************************************************************
       330-CURRENT-RATE.
       MOVE CTY-FINCHG-RATE TO WS-CUR-RATE.
       MOVE SPACES TO WS-PRR-EOF.
       MOVE WS-SAVE-CTY-ID TO PRR-CTY-ID.
       MOVE ZERO TO PRR-EFF-DATE.
       START PRR-FILE KEY NOT LESS THAN PRR-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PRR-EOF
       END-START.
       PERFORM UNTIL WS-PRR-EOF = 'Y'
           READ PRR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRR-EOF
               NOT AT END
                   IF PRR-CTY-ID NOT = WS-SAVE-CTY-ID
                       MOVE 'Y' TO WS-PRR-EOF
                   ELSE
                       IF NOT PRR-SUPERSEDED
                           MOVE PRR-RATE TO WS-CUR-RATE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * A CHANGE STILL WAITING OUT ITS NOTICE PERIOD IS OVERTAKEN BY
      * THE NEW ONE AND NEVER APPLIES.
      ******************************************************************
       340-SUPERSEDE-PENDING.
       MOVE SPACES TO WS-PRR-EOF.
       MOVE WS-SAVE-CTY-ID TO PRR-CTY-ID.
       MOVE ZERO TO PRR-EFF-DATE.
       START PRR-FILE KEY NOT LESS THAN PRR-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PRR-EOF
       END-START.
       PERFORM UNTIL WS-PRR-EOF = 'Y'
           READ PRR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRR-EOF
               NOT AT END
                   IF PRR-CTY-ID NOT = WS-SAVE-CTY-ID
                       MOVE 'Y' TO WS-PRR-EOF
                   ELSE
                       IF PRR-PENDING
                           MOVE 'S' TO PRR-STATUS
                           REWRITE PRR-REC
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * THE CHANGE-IN-TERMS NOTICE TO EVERY ACCOUNT STILL OPEN ON THE
      * PRODUCT: THE NEW APR AND THE DATE IT TAKES EFFECT.
      ******************************************************************
       400-NOTIFY-ACCOUNTS.
       MOVE ZERO TO WS-NOTICE-CTR.
       IF WS-CH-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NEW-APR TO WS-APR-ED.
       MOVE SPACES TO WS-TPL-AMT.
       STRING WS-APR-ED '% APR' DELIMITED BY SIZE INTO WS-TPL-AMT.
       MOVE WS-EFF-DATE TO WS-TPL-DATE.
       MOVE 'RATECHG' TO WS-TPL-CODE.
       MOVE SPACES TO WS-CH-EOF.
       MOVE ZERO TO CH-ID.
       START CH-FILE KEY NOT LESS THAN CH-ID
           INVALID KEY
               MOVE 'Y' TO WS-CH-EOF
       END-START.
       PERFORM UNTIL WS-CH-EOF = 'Y'
           READ CH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CH-EOF
               NOT AT END
                   IF CH-CTY-ID = WS-SAVE-CTY-ID
                           AND (CH-STAT-ACTIVE OR CH-STAT-FROZEN)
                       PERFORM 410-NOTIFY-ONE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       410-NOTIFY-ONE.
       MOVE CH-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'CHANGE IN TERMS - ACCOUNT ', CH-ID
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       MOVE CH-FNAME TO WS-TPL-NAME2.
       CALL 'G3-MAIL-TEMPLATE' USING WS-TPL-CODE, WS-TPL-NAME2,
               WS-TPL-AMT, WS-TPL-DATE, LK-EMAIL-BODY.
       CALL 'G3-SEND-EMAIL-B' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT,
               LK-EMAIL-BODY.
       ADD 1 TO WS-NOTICE-CTR.
       ADD 1 TO WS-MAIL-CTR.
      ******************************************************************
