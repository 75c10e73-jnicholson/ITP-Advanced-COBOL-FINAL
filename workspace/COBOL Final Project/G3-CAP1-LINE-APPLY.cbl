      ******************************************************************
      *PROGRAM:  Capital One Credit Line Decrease Apply
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly. Applies the credit line decreases approved
      *          on G3-CAP1-LINEAPPR once their notice period has
      *          run out. The limit is cut to the approved amount or
      *          to the balance then owed, whichever is higher, so a
      *          cut never leaves the account over its limit. If the
      *          account has closed, or the balance has since grown
      *          to the current limit, there is nothing left to cut
      *          and the proposal is cancelled instead. Every cut is
      *          written to the account change history, audited and
      *          emailed to the cardholder.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-LINE-APPLY IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-LINEREV.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-LINEREV.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-LRV-EOF                  PIC X VALUE SPACES.
       01  WS-APPLY-CTR                PIC 9(5) VALUE ZERO.
       01  WS-CANCEL-CTR               PIC 9(5) VALUE ZERO.
       01  WS-BAL-FLOOR                PIC 9(7) VALUE ZERO.
       01  WS-CHH-FIELD                PIC X(12) VALUE SPACES.
       01  WS-CHH-OLD                  PIC X(35) VALUE SPACES.
       01  WS-CHH-NEW                  PIC X(35) VALUE SPACES.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-LINE-APPLY' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           OPEN I-O LRV-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'CREDIT LINE APPLY - NO PROPOSALS ON FILE'
               GOBACK
           END-IF.
           OPEN I-O CH-FILE.
           MOVE LOW-VALUES TO LRV-KEY.
           START LRV-FILE KEY NOT LESS THAN LRV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LRV-EOF
           END-START.
           PERFORM UNTIL WS-LRV-EOF = 'Y'
               READ LRV-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LRV-EOF
                   NOT AT END
                       IF LRV-APPROVED
                       AND LRV-EFF-DATE NOT > WS-TODAY
                           PERFORM 200-APPLY-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LRV-FILE
                 CH-FILE.
           DISPLAY 'CREDIT LINE APPLY COMPLETE - ' WS-APPLY-CTR
                   ' DECREASED, ' WS-CANCEL-CTR ' CANCELLED'.
           GOBACK.
      ******************************************************************
      * THE BALANCE IS TAKEN AS IT STANDS TONIGHT, NOT AS IT STOOD
      * WHEN THE CUT WAS PROPOSED OR APPROVED.
      ******************************************************************
       200-APPLY-ONE.
       MOVE LRV-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               PERFORM 300-CANCEL
               EXIT PARAGRAPH
       END-READ.
       IF NOT CH-STAT-ACTIVE
           PERFORM 300-CANCEL
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-BAL-FLOOR.
       IF CH-BAL > ZERO
           MOVE CH-BAL TO WS-BAL-FLOOR
           IF WS-BAL-FLOOR < CH-BAL
               ADD 1 TO WS-BAL-FLOOR
           END-IF
       END-IF.
       IF LRV-NEW-LIMIT < WS-BAL-FLOOR
           MOVE WS-BAL-FLOOR TO LRV-NEW-LIMIT
       END-IF.
       IF LRV-NEW-LIMIT NOT < CH-LIMIT
           PERFORM 300-CANCEL
           EXIT PARAGRAPH
       END-IF.
       MOVE 'LIMIT' TO WS-CHH-FIELD.
       MOVE CH-LIMIT TO WS-CHH-OLD.
       MOVE LRV-NEW-LIMIT TO WS-CHH-NEW.
       CALL 'G3-CAP1-CHHIST' USING CH-ID, WS-CHH-FIELD,
               WS-CHH-OLD, WS-CHH-NEW, WS-OPERATOR-ID.
       MOVE LRV-NEW-LIMIT TO CH-LIMIT.
       REWRITE CH-REC.
       MOVE 'X' TO LRV-STATUS.
       MOVE WS-TODAY TO LRV-EFF-DATE.
       REWRITE LRV-REC.
       ADD 1 TO WS-APPLY-CTR.
       MOVE 'LRVDEC' TO WS-AUD-ACTION.
       MOVE CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE CH-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'CREDIT LIMIT DECREASED, ACCT ', CH-ID
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT.
      ******************************************************************
       300-CANCEL.
       MOVE 'C' TO LRV-STATUS.
       REWRITE LRV-REC.
       ADD 1 TO WS-CANCEL-CTR.
       MOVE 'LRVCAN' TO WS-AUD-ACTION.
       MOVE LRV-CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
