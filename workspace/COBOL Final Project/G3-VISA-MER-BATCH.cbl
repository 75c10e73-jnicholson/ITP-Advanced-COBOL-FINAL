      *           ASSIGNED, 'R' REJECTED WITH THE SPECIFIC REASON -
      *           AND A 'T' TRAILER WITH ACCEPTED/REJECTED COUNTS
      *           AND TOTALS, SO MERCHANTS RECONCILE AUTOMATICALLY.
      *  10/15  - MAIL, PHONE, AND ONLINE LINES (MB-CHANNEL) CARRY
      *           THE CUSTOMER'S BILLING ZIP AND STREET NUMBER AND
      *           ARE ADDRESS-VERIFIED (G3-LINK-CC-AVS) AFTER THE
      *           ACCOUNT CHECK; THE RESULT IS STAMPED ON THE POSTED
      *           CHARGE, AND A NO-MATCH REJECTS 'DECLINED AV' WHEN
      *           THE MERCHANT HAS CHOSEN TO DECLINE THEM.
      *  10/15  - APPLIES THE CARDHOLDER'S CARD CONTROLS
      *           (G3-LINK-CC-CTRL) TO THE CARD ON THE LINE: A
      *           BLOCKED MERCHANT CATEGORY REJECTS 'DECLINED BC',
      *           A CHARGE OVER THE CARD'S CAP 'DECLINED TC'.
      *  10/15  - 'C' LINES ENROLL OR DROP A CARD THE MERCHANT KEEPS
      *           ON FILE FOR RECURRING BILLING (G3-CAP1-COF-ENROLL),
      *           ACKNOWLEDGED 'P' OR 'R' LIKE A CHARGE BUT OUTSIDE
      *           THE CONTROL TOTALS.
      *  10/15  - EVERY CHARGE LINE NAMES THE TERMINAL THAT TOOK IT
      *           (MB-TERM-ID); AN UNKNOWN OR INACTIVE TERMINAL, OR
      *           ONE OWNED BY ANOTHER MERCHANT OR LOCATION, REJECTS
      *           THE LINE. A BLANK LOCATION TAKES THE TERMINAL'S.
      *           EACH TERMINAL'S 'K' BATCH-CLOSE TOTAL IS
      *           RECONCILED AGAINST WHAT POSTED FROM IT ON THE
      *           CONTROL REPORT, AND THE OUTCOME AND LAST-ACTIVITY
      *           DATE ARE KEPT ON TERMINAL.DAT.
      *  10/15  - EVERY REJECTED CHARGE IS ALSO FILED ON THE SUSPENSE
      *           WORK QUEUE (G3-SUSP-WRITE) WITH ITS REASON, FOR THE
      *           OPS DESK TO CORRECT AND REPOST, RETURN TO THE
      *           MERCHANT, OR WRITE OFF.
      *  10/15  - EACH RUN OF THE REPORT IS FILED IN THE REPORT
      *           REPOSITORY (G3-RPT-FILE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-MER-BATCH IS INITIAL.
       COPY SELECT-CHOLD.
       COPY SELECT-MER.
       COPY SELECT-MERBATCH.
       COPY SELECT-TERM.
       SELECT OPTIONAL MERBATCH-ACK-FILE
               ASSIGN TO 'MERBATCH-ACK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
       COPY FD-CHOLD.
       COPY FD-MER.
       COPY FD-MERBATCH.
       COPY FD-TERM.
       FD  MERBATCH-ACK-FILE.
       01  MERBATCH-ACK-LINE           PIC X(140).
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-SUSP.
       COPY WS-RPTFILE.

       01  WS-MB-EOF                   PIC X VALUE SPACES.
       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  LK-ITEM                     PIC X(25) VALUE SPACES.
       01  LK-TRAN-TYPE                PIC X VALUE 'W'.
       01  LK-TSTAMP-OUT               PIC X(16) VALUE SPACES.
       01  LK-AVS-RESULT               PIC X VALUE SPACE.
       01  WS-AVS-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-AVS-MISS-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-COF-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-COF-REJ-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-COF-OK                   PIC X VALUE SPACE.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-TRM-AVAIL                PIC X VALUE 'N'.
       01  WS-CLOSE-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-CLOSE-OUT-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-CLOSE-RESULT             PIC X VALUE SPACE.

      * WHAT EACH TERMINAL POSTED THIS RUN AND WHAT ITS BATCH CLOSE
      * SAID IT SHOULD HAVE.
       01  WS-TT-IDX                   PIC 999 VALUE ZERO.
       01  WS-TT-COUNT                 PIC 999 VALUE ZERO.
       01  WS-TT-HIT                   PIC 999 VALUE ZERO.
       01  WS-TT-TABLE.
           03  WS-TT-ENTRY OCCURS 200 TIMES.
               05  WS-TT-ID            PIC X(8).
               05  WS-TT-MER-ID        PIC 9(8).
               05  WS-TT-POST-CT       PIC 9(5).
               05  WS-TT-POST-AMT      PIC 9(9)V99.
               05  WS-TT-CLOSED        PIC X.
               05  WS-TT-CLOSE-CT      PIC 9(5).
               05  WS-TT-CLOSE-AMT     PIC 9(9)V99.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           OPEN INPUT MERBATCH-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'NO MERBATCH.TXT ON HAND - NOTHING TO POST'
                       MERBATCH-RPT-FILE
                       MERBATCH-ACK-FILE.
           OPEN INPUT MER-FILE.
           OPEN I-O TRM-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-TRM-AVAIL
           END-IF.
           PERFORM UNTIL WS-MB-EOF = 'Y'
               READ MERBATCH-FILE
                   AT END
                       IF MB-TYPE = 'D'
                           PERFORM 200-ONE-LINE
                       END-IF
                       IF MB-TYPE = 'C'
                           PERFORM 250-COF-LINE
                       END-IF
                       IF MB-TYPE = 'K'
                           PERFORM 260-CLOSE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 500-CONTROL-TOTALS.
           PERFORM 520-TERMINAL-CLOSE.
           PERFORM 550-ACK-TRAILER.
           CLOSE MERBATCH-FILE
                 MERBATCH-SUSP-FILE
                 MERBATCH-RPT-FILE
                 MERBATCH-ACK-FILE
                 MER-FILE.
           MOVE 'MERBATCH-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VISA-MER-BATCH' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           IF WS-TRM-AVAIL = 'Y'
               CLOSE TRM-FILE
           END-IF.
           DISPLAY 'BATCH INTAKE COMPLETE. POSTED: ' WS-GOOD-COUNT
                   ' REJECTED: ' WS-REJ-COUNT.
           IF WS-AVS-COUNT > ZERO
               DISPLAY '  (ADDRESS-VERIFIED: ' WS-AVS-COUNT
                       ' NO MATCH: ' WS-AVS-MISS-COUNT ')'
           END-IF.
           IF WS-COF-COUNT + WS-COF-REJ-COUNT > ZERO
               DISPLAY '  (CARD-ON-FILE LINES ACCEPTED: ' WS-COF-COUNT
                       ' REJECTED: ' WS-COF-REJ-COUNT ')'
           END-IF.
           IF WS-CLOSE-COUNT > ZERO
               DISPLAY '  (TERMINAL BATCH CLOSES: ' WS-CLOSE-COUNT
                       ' OUT OF BALANCE: ' WS-CLOSE-OUT-COUNT ')'
           END-IF.
           IF WS-OLDCARD-COUNT > ZERO
               DISPLAY '  (POSTED VIA RETIRED-CARD HISTORY: '
                       WS-OLDCARD-COUNT ')'
      ******************************************************************
       200-ONE-LINE.
       MOVE SPACES TO WS-REJECT-WHY.
       MOVE SPACE TO LK-AVS-RESULT.
       IF MB-AMOUNT = ZERO
           MOVE 'ZERO AMOUNT' TO WS-REJECT-WHY
       END-IF.
                   END-IF
           END-READ
       END-IF.
       IF WS-REJECT-WHY = SPACES
           PERFORM 220-CHECK-TERMINAL
       END-IF.
       IF WS-REJECT-WHY = SPACES
           CALL 'G3-CAP1-CARD-CHECK' USING MB-CARD, WS-CARD-OK
           IF WS-CARD-OK NOT = 'Y'
                       DELIMITED BY SIZE INTO WS-REJECT-WHY
           END-IF
       END-IF.
      * NOBODY SHOWED THE CARD: THE ADDRESS THE CUSTOMER GAVE IS
      * CHECKED AGAINST THE BILLING ADDRESS, AND THE MERCHANT'S OWN
      * SETTING DECIDES WHETHER A NO-MATCH STOPS THE CHARGE.
       IF WS-REJECT-WHY = SPACES AND MB-CARD-NOT-PRESENT
           CALL 'G3-LINK-CC-AVS' USING WS-CARD-CH-ID, MB-MER-ID,
                   LK-PRICE, MB-AVS-ZIP, MB-AVS-STREET,
                   LK-AVS-RESULT, LK-COMPLETED, LK-REASON
           ADD 1 TO WS-AVS-COUNT
           IF LK-AVS-RESULT = 'N'
               ADD 1 TO WS-AVS-MISS-COUNT
           END-IF
           IF LK-COMPLETED NOT = 'Y'
               MOVE SPACES TO WS-REJECT-WHY
               STRING 'DECLINED ' LK-REASON
                       DELIMITED BY SIZE INTO WS-REJECT-WHY
           END-IF
       END-IF.
       IF WS-REJECT-WHY = SPACES
           CALL 'G3-LINK-CC-CTRL' USING WS-CARD-CH-ID, MB-CARD,
                   MB-MER-ID, LK-PRICE, LK-COMPLETED, LK-REASON
           IF LK-COMPLETED NOT = 'Y'
               MOVE SPACES TO WS-REJECT-WHY
               STRING 'DECLINED ' LK-REASON
                       DELIMITED BY SIZE INTO WS-REJECT-WHY
           END-IF
       END-IF.
      * AN IDENTICAL CHARGE MOMENTS APART IS PRESUMED A DOUBLE-KEY;
      * THE BATCH HAS NO SUPERVISOR, SO IT REJECTS TO SUSPENSE AND
      * A LEGITIMATE REPEAT IS REPOSTED FROM THERE.
       ELSE
           PERFORM 450-SUSPENSE-LINE
       END-IF.
      ******************************************************************
      * THE LINE MUST COME FROM A LIVE DEVICE OF THIS MERCHANT. A LINE
      * WITH NO LOCATION IS TAKEN AT THE TERMINAL'S; ONE NAMING A
      * DIFFERENT LOCATION THAN THE DEVICE IS INSTALLED AT IS NOT
      * POSTED, SO LOCATION ROLLUPS STAY TRUE TO THE HARDWARE.
      ******************************************************************
       220-CHECK-TERMINAL.
       IF MB-TERM-ID = SPACES
           MOVE 'NO TERMINAL ID' TO WS-REJECT-WHY
           EXIT PARAGRAPH
       END-IF.
       IF WS-TRM-AVAIL NOT = 'Y'
           MOVE 'TERMINAL NOT ON FILE' TO WS-REJECT-WHY
           EXIT PARAGRAPH
       END-IF.
       MOVE MB-TERM-ID TO TRM-ID.
       READ TRM-FILE
           INVALID KEY
               MOVE 'TERMINAL NOT ON FILE' TO WS-REJECT-WHY
               EXIT PARAGRAPH
       END-READ.
       EVALUATE TRUE
           WHEN NOT TRM-ACTIVE
               MOVE 'TERMINAL NOT ACTIVE' TO WS-REJECT-WHY
           WHEN TRM-MER-ID NOT = MB-MER-ID
               MOVE 'TERMINAL OF OTHER MERCHANT' TO WS-REJECT-WHY
           WHEN MB-LOC-ID = ZERO
               MOVE TRM-LOC-ID TO MB-LOC-ID
           WHEN MB-LOC-ID NOT = TRM-LOC-ID
               MOVE 'TERMINAL AT OTHER LOCATION' TO WS-REJECT-WHY
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
      ******************************************************************
      * A CARD-ON-FILE LINE NEEDS AN ACTIVE MERCHANT AND A CARD THAT
      * IS LIVE ON AN ACCOUNT - A RETIRED NUMBER IS NOT ENROLLED; THE
      * UPDATER WILL HAND THE MERCHANT ITS REPLACEMENT INSTEAD.
      ******************************************************************
       250-COF-LINE.
       MOVE SPACES TO WS-REJECT-WHY.
       IF MBC-ACTION NOT = 'A' AND MBC-ACTION NOT = 'D'
           MOVE 'BAD CARD-ON-FILE ACTION' TO WS-REJECT-WHY
       END-IF.
       IF WS-REJECT-WHY = SPACES
           MOVE MBC-MER-ID TO MER-ID
           READ MER-FILE
               INVALID KEY
                   MOVE 'MERCHANT NOT ON FILE' TO WS-REJECT-WHY
               NOT INVALID KEY
                   IF NOT MER-STAT-ACTIVE
                       MOVE 'MERCHANT NOT ELIGIBLE' TO WS-REJECT-WHY
                   END-IF
           END-READ
       END-IF.
       IF WS-REJECT-WHY = SPACES
           CALL 'G3-CAP1-CARD-CHECK' USING MBC-CARD, WS-CARD-OK
           IF WS-CARD-OK NOT = 'Y'
               MOVE 'BAD CARD CHECK DIGIT' TO WS-REJECT-WHY
           END-IF
       END-IF.
       IF WS-REJECT-WHY = SPACES
           PERFORM 300-FIND-CARDHOLDER
           IF WS-CARD-CH-ID = ZERO
               MOVE 'CARD NOT ON ANY ACCOUNT' TO WS-REJECT-WHY
           END-IF
       END-IF.
       IF WS-REJECT-WHY = SPACES
           CALL 'G3-CAP1-COF-ENROLL' USING MBC-MER-ID, MBC-CARD,
                   WS-CARD-CH-ID, MBC-ACTION, WS-COF-OK
           IF WS-COF-OK NOT = 'Y'
               MOVE 'CARD NOT ON FILE' TO WS-REJECT-WHY
           END-IF
       END-IF.
       MOVE SPACES TO MERBATCH-ACK-LINE.
       IF WS-REJECT-WHY = SPACES
           ADD 1 TO WS-COF-COUNT
           STRING MERBATCH-REC ' P'
                   DELIMITED BY SIZE INTO MERBATCH-ACK-LINE
       ELSE
           ADD 1 TO WS-COF-REJ-COUNT
           STRING MERBATCH-REC ' R ' WS-REJECT-WHY
                   DELIMITED BY SIZE INTO MERBATCH-ACK-LINE
       END-IF.
       WRITE MERBATCH-ACK-LINE.
      ******************************************************************
      * A BATCH-CLOSE LINE IS HELD UNTIL EVERY CHARGE HAS POSTED; ONE
      * FOR A TERMINAL THAT IS NOT THE MERCHANT'S IS REJECTED.
      ******************************************************************
       260-CLOSE-LINE.
       MOVE SPACES TO WS-REJECT-WHY.
       IF WS-TRM-AVAIL NOT = 'Y'
           MOVE 'TERMINAL NOT ON FILE' TO WS-REJECT-WHY
       ELSE
           MOVE MBK-TERM-ID TO TRM-ID
           READ TRM-FILE
               INVALID KEY
                   MOVE 'TERMINAL NOT ON FILE' TO WS-REJECT-WHY
               NOT INVALID KEY
                   IF TRM-MER-ID NOT = MBK-MER-ID
                       MOVE 'TERMINAL OF OTHER MERCHANT'
                           TO WS-REJECT-WHY
                   END-IF
           END-READ
       END-IF.
       IF WS-REJECT-WHY = SPACES
           MOVE MBK-TERM-ID TO MB-TERM-ID
           MOVE MBK-MER-ID TO MB-MER-ID
           PERFORM 470-FIND-TERMINAL
           IF WS-TT-HIT = ZERO
               MOVE 'TOO MANY TERMINALS' TO WS-REJECT-WHY
           ELSE
               MOVE 'Y' TO WS-TT-CLOSED (WS-TT-HIT)
               MOVE MBK-CLOSE-COUNT TO WS-TT-CLOSE-CT (WS-TT-HIT)
               MOVE MBK-CLOSE-TOTAL TO WS-TT-CLOSE-AMT (WS-TT-HIT)
           END-IF
       END-IF.
       MOVE SPACES TO MERBATCH-ACK-LINE.
       IF WS-REJECT-WHY = SPACES
           STRING MERBATCH-REC ' P'
                   DELIMITED BY SIZE INTO MERBATCH-ACK-LINE
       ELSE
           STRING MERBATCH-REC ' R ' WS-REJECT-WHY
                   DELIMITED BY SIZE INTO MERBATCH-ACK-LINE
       END-IF.
       WRITE MERBATCH-ACK-LINE.
      ******************************************************************
       550-ACK-TRAILER.
       MOVE SPACES TO MERBATCH-ACK-LINE.
       MOVE 'W' TO LK-TRAN-TYPE.
       CALL 'G3-LINK-CC-TRANS' USING WS-CARD-CH-ID, LK-PRICE,
               LK-ITEM, MB-MER-ID, LK-TRAN-TYPE, MB-LOC-ID,
               MB-CARD, LK-TSTAMP-OUT, LK-AVS-RESULT.
       ADD 1 TO WS-GOOD-COUNT.
       ADD MB-AMOUNT TO WS-GOOD-TOTAL.
       PERFORM 460-TERMINAL-ACTIVITY.
       MOVE SPACES TO MERBATCH-ACK-LINE.
       STRING MERBATCH-REC ' P ' LK-TSTAMP-OUT
               DELIMITED BY SIZE INTO MERBATCH-ACK-LINE.
       WRITE MERBATCH-ACK-LINE.
      ******************************************************************
       460-TERMINAL-ACTIVITY.
       PERFORM 470-FIND-TERMINAL.
       IF WS-TT-HIT > ZERO
           ADD 1 TO WS-TT-POST-CT (WS-TT-HIT)
           ADD MB-AMOUNT TO WS-TT-POST-AMT (WS-TT-HIT)
       END-IF.
       MOVE MB-TERM-ID TO TRM-ID.
       READ TRM-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE WS-TODAY TO TRM-LAST-ACT-DATE
               REWRITE TRM-REC
       END-READ.
      ******************************************************************
      * THE RUN'S SLOT FOR MB-TERM-ID, OPENED ON FIRST SIGHT; ZERO
      * WHEN THE TABLE IS FULL.
      ******************************************************************
       470-FIND-TERMINAL.
       MOVE ZERO TO WS-TT-HIT.
       PERFORM VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-COUNT OR WS-TT-HIT > ZERO
           IF WS-TT-ID (WS-TT-IDX) = MB-TERM-ID
               MOVE WS-TT-IDX TO WS-TT-HIT
           END-IF
       END-PERFORM.
       IF WS-TT-HIT = ZERO AND WS-TT-COUNT < 200
           ADD 1 TO WS-TT-COUNT
           MOVE WS-TT-COUNT TO WS-TT-HIT
           MOVE MB-TERM-ID TO WS-TT-ID (WS-TT-HIT)
           MOVE MB-MER-ID TO WS-TT-MER-ID (WS-TT-HIT)
           MOVE ZERO TO WS-TT-POST-CT (WS-TT-HIT)
           MOVE ZERO TO WS-TT-POST-AMT (WS-TT-HIT)
           MOVE 'N' TO WS-TT-CLOSED (WS-TT-HIT)
           MOVE ZERO TO WS-TT-CLOSE-CT (WS-TT-HIT)
           MOVE ZERO TO WS-TT-CLOSE-AMT (WS-TT-HIT)
       END-IF.
      ******************************************************************
       450-SUSPENSE-LINE.
       ADD 1 TO WS-REJ-COUNT.
       STRING MERBATCH-REC ' >> ' WS-REJECT-WHY
               DELIMITED BY SIZE INTO MERBATCH-SUSP-LINE.
       WRITE MERBATCH-SUSP-LINE.
       INITIALIZE WS-SUS-ITEM.
       MOVE 'MBT' TO WS-SUS-SOURCE.
       MOVE WS-REJECT-WHY TO WS-SUS-REASON.
       MOVE MB-AMOUNT TO WS-SUS-AMOUNT.
       MOVE MB-CARD TO WS-SUS-CARD.
       MOVE MB-MER-ID TO WS-SUS-MER-ID.
       MOVE MB-LOC-ID TO WS-SUS-LOC-ID.
       MOVE MB-ITEM TO WS-SUS-ITEM-DESC.
       MOVE MB-TERM-ID TO WS-SUS-REF.
       MOVE MERBATCH-REC TO WS-SUS-ORIG.
       CALL 'G3-SUSP-WRITE' USING WS-SUS-ITEM.
       MOVE SPACES TO MERBATCH-ACK-LINE.
       STRING MERBATCH-REC ' R ' WS-REJECT-WHY
               DELIMITED BY SIZE INTO MERBATCH-ACK-LINE.
                   TO MERBATCH-RPT-LINE
       END-IF.
       WRITE MERBATCH-RPT-LINE.
      ******************************************************************
      * EACH TERMINAL SEEN IN THE BATCH: WHAT IT SAID AT CLOSE AGAINST
      * WHAT POSTED FROM IT. A TERMINAL THAT POSTED WITHOUT A CLOSE IS
      * REPORTED AS MISSING ITS CLOSE.
      ******************************************************************
       520-TERMINAL-CLOSE.
       IF WS-TT-COUNT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE 'TERMINAL BATCH CLOSE RECONCILIATION' TO MERBATCH-RPT-LINE.
       WRITE MERBATCH-RPT-LINE.
       PERFORM VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-COUNT
           PERFORM 530-ONE-TERMINAL
       END-PERFORM.
      ******************************************************************
       530-ONE-TERMINAL.
       MOVE SPACES TO MERBATCH-RPT-LINE.
       IF WS-TT-CLOSED (WS-TT-IDX) NOT = 'Y'
           STRING WS-TT-ID (WS-TT-IDX) ' POSTED '
                  WS-TT-POST-CT (WS-TT-IDX) ' / '
                  WS-TT-POST-AMT (WS-TT-IDX) ' NO BATCH CLOSE'
                   DELIMITED BY SIZE INTO MERBATCH-RPT-LINE
           MOVE 'M' TO WS-CLOSE-RESULT
       ELSE
           ADD 1 TO WS-CLOSE-COUNT
           IF WS-TT-CLOSE-CT (WS-TT-IDX) = WS-TT-POST-CT (WS-TT-IDX)
                   AND WS-TT-CLOSE-AMT (WS-TT-IDX)
                       = WS-TT-POST-AMT (WS-TT-IDX)
               STRING WS-TT-ID (WS-TT-IDX) ' POSTED '
                      WS-TT-POST-CT (WS-TT-IDX) ' / '
                      WS-TT-POST-AMT (WS-TT-IDX) ' CLOSE '
                      WS-TT-CLOSE-CT (WS-TT-IDX) ' / '
                      WS-TT-CLOSE-AMT (WS-TT-IDX) ' BALANCED'
                       DELIMITED BY SIZE INTO MERBATCH-RPT-LINE
               MOVE 'B' TO WS-CLOSE-RESULT
           ELSE
               ADD 1 TO WS-CLOSE-OUT-COUNT
               STRING WS-TT-ID (WS-TT-IDX) ' POSTED '
                      WS-TT-POST-CT (WS-TT-IDX) ' / '
                      WS-TT-POST-AMT (WS-TT-IDX) ' CLOSE '
                      WS-TT-CLOSE-CT (WS-TT-IDX) ' / '
                      WS-TT-CLOSE-AMT (WS-TT-IDX) ' OUT OF BALANCE'
                       DELIMITED BY SIZE INTO MERBATCH-RPT-LINE
               MOVE 'O' TO WS-CLOSE-RESULT
           END-IF
       END-IF.
       WRITE MERBATCH-RPT-LINE.
       MOVE WS-TT-ID (WS-TT-IDX) TO TRM-ID.
       READ TRM-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE WS-TODAY TO TRM-LAST-CLOSE-DATE
               MOVE WS-TT-CLOSE-CT (WS-TT-IDX) TO TRM-LAST-CLOSE-CT
               MOVE WS-TT-CLOSE-AMT (WS-TT-IDX) TO TRM-LAST-CLOSE-AMT
               MOVE WS-CLOSE-RESULT TO TRM-LAST-CLOSE-RESULT
               REWRITE TRM-REC
       END-READ.
