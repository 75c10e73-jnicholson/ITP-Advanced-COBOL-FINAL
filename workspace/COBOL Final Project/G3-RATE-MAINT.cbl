      ******************************************************************
      *PROGRAM:  Rate Index Maintenance
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Online maintenance of the rate index history
      *          (RATEIDX.DAT) the variable-rate card products are
      *          priced off: list an index's history, key a new
      *          index value with its effective date, or list a
      *          card product's rate history (PRODRATE.DAT) to
      *          explain the rate on any past statement. A new index
      *          value is audited and runs the repricing batch
      *          (G3-CAP1-REPRICE) at once, so the change-in-terms
      *          notices go out the same day. Reached from G3-MAIN
      *          option R (admin).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-RATE-MAINT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-RATEIDX.
       COPY SELECT-PRODRATE.
      ******************************************************************
       DATA DIVISION.
       COPY FD-RATEIDX.
       COPY FD-PRODRATE.
       WORKING-STORAGE SECTION.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-STAT                     PIC 99.
       01  WS-PROG                     PIC X(20) VALUE 'G3-RATE-MAINT'.
       01  WS-RM-SEL                   PIC X VALUE SPACE.
       01  WS-RIX-EOF                  PIC X VALUE SPACES.
       01  WS-PRR-EOF                  PIC X VALUE SPACES.
       01  WS-IN-INDEX                 PIC X(8) VALUE SPACES.
       01  WS-IN-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-IN-VALUE                 PIC 9(2)V99 VALUE ZERO.
       01  WS-IN-CTY                   PIC 9(3) VALUE ZERO.
       01  WS-OK                       PIC X VALUE 'N'.
       01  WS-VALUE-ED                 PIC Z9.99.
       01  WS-APR-ED                   PIC Z9.99.
       01  WS-MARGIN-ED                PIC Z9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       PERFORM UNTIL WS-RM-SEL = 'X' OR 'x'
           DISPLAY ' '
           DISPLAY 'RATE INDEX MAINTENANCE'
           DISPLAY '  1) LIST AN INDEX'
           DISPLAY '  2) ENTER A NEW INDEX VALUE'
           DISPLAY '  3) PRODUCT RATE HISTORY'
           DISPLAY '  X) EXIT'
           ACCEPT WS-RM-SEL
           EVALUATE WS-RM-SEL
               WHEN '1' PERFORM 100-LIST
               WHEN '2' PERFORM 200-ADD
               WHEN '3' PERFORM 300-PRODUCT-HIST
           END-EVALUATE
       END-PERFORM.
       EXIT PROGRAM.
      ******************************************************************
       100-LIST.
       DISPLAY 'INDEX NAME (ENTER = PRIME):'.
       ACCEPT WS-IN-INDEX.
       IF WS-IN-INDEX = SPACES
           MOVE 'PRIME' TO WS-IN-INDEX
       END-IF.
       OPEN INPUT RIX-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'NO INDEX VALUES ON FILE'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-RIX-EOF.
       MOVE WS-IN-INDEX TO RIX-INDEX.
       MOVE ZERO TO RIX-EFF-DATE.
       START RIX-FILE KEY NOT LESS THAN RIX-KEY
           INVALID KEY
               MOVE 'Y' TO WS-RIX-EOF
       END-START.
       PERFORM UNTIL WS-RIX-EOF = 'Y'
           READ RIX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RIX-EOF
               NOT AT END
                   IF RIX-INDEX NOT = WS-IN-INDEX
                       MOVE 'Y' TO WS-RIX-EOF
                   ELSE
                       MOVE RIX-VALUE TO WS-VALUE-ED
                       DISPLAY RIX-EFF-DATE ' ' WS-VALUE-ED '% '
                               RIX-SET-BY ' ' RIX-STATUS
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE RIX-FILE.
      ******************************************************************
      * FILE THE NEW VALUE AND REPRICE STRAIGHT AWAY. THE EFFECTIVE
      * DATE IS WHEN THE INDEX MOVED; THE BATCH STILL HOLDS EACH NEW
      * PRODUCT RATE BACK FOR THE FULL NOTICE PERIOD.
      ******************************************************************
       200-ADD.
       DISPLAY 'INDEX NAME (ENTER = PRIME):'.
       ACCEPT WS-IN-INDEX.
       IF WS-IN-INDEX = SPACES
           MOVE 'PRIME' TO WS-IN-INDEX
       END-IF.
       DISPLAY 'EFFECTIVE DATE (YYYYMMDD):'.
       ACCEPT WS-IN-DATE.
       IF FUNCTION TEST-DATE-YYYYMMDD (WS-IN-DATE) NOT = ZERO
           DISPLAY 'NOT A VALID DATE'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'INDEX VALUE, ANNUAL PERCENT (99V99, 0850 = 8.50%):'.
       ACCEPT WS-IN-VALUE.
       IF WS-IN-VALUE = ZERO
           DISPLAY 'NO VALUE GIVEN - NOTHING FILED'
           EXIT PARAGRAPH
       END-IF.
       OPEN I-O RIX-FILE.
       IF WS-STAT = 35
           CLOSE RIX-FILE
           OPEN OUTPUT RIX-FILE
           CLOSE RIX-FILE
           OPEN I-O RIX-FILE
       END-IF.
       MOVE WS-IN-INDEX TO RIX-INDEX.
       MOVE WS-IN-DATE TO RIX-EFF-DATE.
       MOVE WS-IN-VALUE TO RIX-VALUE.
       MOVE WS-OPERATOR-ID TO RIX-SET-BY.
       MOVE 'N' TO RIX-STATUS.
       MOVE 'Y' TO WS-OK.
       WRITE RIX-REC
           INVALID KEY
               MOVE 'N' TO WS-OK
       END-WRITE.
       CLOSE RIX-FILE.
       IF WS-OK NOT = 'Y'
           DISPLAY 'THAT INDEX ALREADY HAS A VALUE FOR THAT DATE'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'RIXADD' TO WS-AUD-ACTION.
       MOVE RIX-KEY TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING WS-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'INDEX VALUE FILED - REPRICING PRODUCTS'.
       CALL 'G3-CAP1-REPRICE'.
      ******************************************************************
       300-PRODUCT-HIST.
       DISPLAY 'CARD PRODUCT ID:'.
       ACCEPT WS-IN-CTY.
       OPEN INPUT PRR-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'NO PRODUCT RATE HISTORY ON FILE'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-PRR-EOF.
       MOVE WS-IN-CTY TO PRR-CTY-ID.
       MOVE ZERO TO PRR-EFF-DATE.
       START PRR-FILE KEY NOT LESS THAN PRR-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PRR-EOF
       END-START.
       DISPLAY 'EFFECTIVE APR    INDEX     VALUE  MARGIN NOTICED  ST'.
       PERFORM UNTIL WS-PRR-EOF = 'Y'
           READ PRR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRR-EOF
               NOT AT END
                   IF PRR-CTY-ID NOT = WS-IN-CTY
                       MOVE 'Y' TO WS-PRR-EOF
                   ELSE
                       MOVE PRR-APR TO WS-APR-ED
                       MOVE PRR-INDEX-VALUE TO WS-VALUE-ED
                       MOVE PRR-MARGIN TO WS-MARGIN-ED
                       DISPLAY PRR-EFF-DATE ' ' WS-APR-ED '% '
                               PRR-INDEX ' ' WS-VALUE-ED '% '
                               WS-MARGIN-ED ' ' PRR-NOTICE-DATE ' '
                               PRR-STATUS
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE PRR-FILE.
