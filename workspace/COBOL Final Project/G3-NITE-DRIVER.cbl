      *          the same date skips the completed steps and resumes
      *          at the failed one instead of the top. A step whose
      *          depends-on step has not completed tonight is held.
      *          A step ending RC 4 (exceptions found, as the
      *          integrity sweep does) does not halt the chain; only
      *          the steps depending on it are held, and they run on
      *          the rerun once the exceptions are cleared.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-NITE-DRIVER IS INITIAL.
       01  WS-JT-IDX                   PIC 9(2) VALUE ZERO.
       01  WS-DEP-IDX                  PIC 9(2) VALUE ZERO.
       01  WS-JOB-TABLE.
           03  WS-JT-ENTRY OCCURS 40 TIMES.
               05  WS-JT-SEQ           PIC 9(2).
               05  WS-JT-PROGRAM       PIC X(20).
               05  WS-JT-ENABLED       PIC X.
       01  WS-HALTED                   PIC X VALUE 'N'.
       01  WS-DEP-OK                   PIC X VALUE 'Y'.
       01  WS-RAN-CTR                  PIC 9(2) VALUE ZERO.
       01  WS-HELD-CTR                 PIC 9(2) VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           ELSE
               DISPLAY 'NIGHTLY CHAIN COMPLETE - STEPS RUN: '
                       WS-RAN-CTR
               IF WS-HELD-CTR > ZERO
                   DISPLAY 'STEPS HELD BEHIND EXCEPTIONS: '
                           WS-HELD-CTR
               END-IF
           END-IF.
           GOBACK.
      ******************************************************************
               AT END
                   MOVE 'Y' TO WS-EOF2
               NOT AT END
                   IF WS-JT-COUNT < 40
                       ADD 1 TO WS-JT-COUNT
                       MOVE JT-SEQ TO WS-JT-SEQ (WS-JT-COUNT)
                       MOVE JT-PROGRAM
       CLOSE JOBTAB-FILE.
      ******************************************************************
       260-SEED-ONE.
       MOVE 32 TO WS-JT-COUNT.
       MOVE 01 TO WS-JT-SEQ (1).
       MOVE 'G3-MAIL-SPOOL' TO WS-JT-PROGRAM (1).
       MOVE 02 TO WS-JT-SEQ (2).
       MOVE 'G3-CAP1-AUTOPAY' TO WS-JT-PROGRAM (2).
       MOVE 03 TO WS-JT-SEQ (3).
       MOVE 'G3-INTEG-SWEEP' TO WS-JT-PROGRAM (3).
       MOVE 04 TO WS-JT-SEQ (4).
       MOVE 'G3-CAP1-RECON' TO WS-JT-PROGRAM (4).
       MOVE 05 TO WS-JT-SEQ (5).
       MOVE 'G3-CAP1-FRAUD-SWEEP' TO WS-JT-PROGRAM (5).
       MOVE 06 TO WS-JT-SEQ (6).
       MOVE 'G3-VFX-RENT-EXP' TO WS-JT-PROGRAM (6).
       MOVE 07 TO WS-JT-SEQ (7).
       MOVE 'G3-VFX-WISH-NOTIFY' TO WS-JT-PROGRAM (7).
       MOVE 08 TO WS-JT-SEQ (8).
       MOVE 'G3-EOD-SUMMARY' TO WS-JT-PROGRAM (8).
       MOVE 09 TO WS-JT-SEQ (9).
       MOVE 'G3-CAP1-INT-ACCRUE' TO WS-JT-PROGRAM (9).
       MOVE 10 TO WS-JT-SEQ (10).
       MOVE 'G3-GL-EXTRACT' TO WS-JT-PROGRAM (10).
       MOVE 11 TO WS-JT-SEQ (11).
       MOVE 'G3-CAP1-REPRICE' TO WS-JT-PROGRAM (11).
       MOVE 12 TO WS-JT-SEQ (12).
       MOVE 'G3-CAP1-EMBOSS' TO WS-JT-PROGRAM (12).
       MOVE 13 TO WS-JT-SEQ (13).
       MOVE 'G3-CAP1-COF-UPDATE' TO WS-JT-PROGRAM (13).
       MOVE 14 TO WS-JT-SEQ (14).
       MOVE 'G3-CAP1-SCRA-CHK' TO WS-JT-PROGRAM (14).
       MOVE 15 TO WS-JT-SEQ (15).
       MOVE 'G3-CAP1-CHK-PAID' TO WS-JT-PROGRAM (15).
       MOVE 16 TO WS-JT-SEQ (16).
       MOVE 'G3-CAP1-BDS-INTAKE' TO WS-JT-PROGRAM (16).
       MOVE 17 TO WS-JT-SEQ (17).
       MOVE 'G3-CAP1-BDS-RESP' TO WS-JT-PROGRAM (17).
       MOVE 18 TO WS-JT-SEQ (18).
       MOVE 'G3-CAP1-AML-SWEEP' TO WS-JT-PROGRAM (18).
       MOVE 19 TO WS-JT-SEQ (19).
       MOVE 'G3-CAP1-LINE-APPLY' TO WS-JT-PROGRAM (19).
       MOVE 20 TO WS-JT-SEQ (20).
       MOVE 'G3-CAP1-AAN-PRINT' TO WS-JT-PROGRAM (20).
       MOVE 21 TO WS-JT-SEQ (21).
       MOVE 'G3-CAP1-MTPEND-RPT' TO WS-JT-PROGRAM (21).
       MOVE 22 TO WS-JT-SEQ (22).
       MOVE 'G3-CAP1-DUNNING' TO WS-JT-PROGRAM (22).
       MOVE 23 TO WS-JT-SEQ (23).
       MOVE 'G3-CAP1-POSPAY' TO WS-JT-PROGRAM (23).
       MOVE 24 TO WS-JT-SEQ (24).
       MOVE 'G3-VISA-PCI-SWEEP' TO WS-JT-PROGRAM (24).
       MOVE 25 TO WS-JT-SEQ (25).
       MOVE 'G3-VFX-PREORDER' TO WS-JT-PROGRAM (25).
       MOVE 26 TO WS-JT-SEQ (26).
       MOVE 'G3-VFX-RECOMMEND' TO WS-JT-PROGRAM (26).
       MOVE 27 TO WS-JT-SEQ (27).
       MOVE 'G3-PRIV-EXPORT' TO WS-JT-PROGRAM (27).
       MOVE 28 TO WS-JT-SEQ (28).
       MOVE 'G3-PRIV-ERASE' TO WS-JT-PROGRAM (28).
       MOVE 29 TO WS-JT-SEQ (29).
       MOVE 'G3-SUSP-AGING' TO WS-JT-PROGRAM (29).
       MOVE 30 TO WS-JT-SEQ (30).
       MOVE 'G3-RPT-PURGE' TO WS-JT-PROGRAM (30).
       MOVE 31 TO WS-JT-SEQ (31).
       MOVE 'G3-GL-TRIAL' TO WS-JT-PROGRAM (31).
       MOVE 32 TO WS-JT-SEQ (32).
       MOVE 'G3-CMP-ESCALATE' TO WS-JT-PROGRAM (32).
       PERFORM VARYING WS-JT-IDX FROM 1 BY 1
               UNTIL WS-JT-IDX > WS-JT-COUNT
           MOVE 'Y' TO WS-JT-ENABLED (WS-JT-IDX)
           MOVE SPACES TO WS-JT-START (WS-JT-IDX)
           MOVE SPACES TO WS-JT-END (WS-JT-IDX)
       END-PERFORM.
      * THE RECON WAITS ON A CLEAN INTEGRITY SWEEP; THE SUMMARY AND
      * INTEREST ACCRUAL WAIT ON THE RECON; THE LEDGER EXTRACT WAITS
      * ON THE ACCRUAL SO THE DAY'S INTEREST BOOKS THE SAME NIGHT;
      * THE TRIAL BALANCE WAITS ON THE EXTRACT.
       MOVE 03 TO WS-JT-DEPENDS (4).
       MOVE 04 TO WS-JT-DEPENDS (8).
       MOVE 08 TO WS-JT-DEPENDS (9).
       MOVE 09 TO WS-JT-DEPENDS (10).
       MOVE 10 TO WS-JT-DEPENDS (31).
      ******************************************************************
      * TONIGHT'S STATE, IF ANY: STATUSES FROM AN EARLIER RUN ON
      * THE SAME DATE CARRY OVER SO COMPLETED STEPS ARE NOT RERUN;
           EXIT PARAGRAPH
       END-IF.
       PERFORM 450-CHECK-DEPENDS.
       IF WS-DEP-OK = 'H'
           DISPLAY 'STEP ' WS-JT-SEQ (WS-JT-IDX)
                   ' HELD - DEPENDS ON A STEP THAT ENDED WITH'
                   ' EXCEPTIONS'
           MOVE 'H' TO WS-JT-STATUS (WS-JT-IDX)
           ADD 1 TO WS-HELD-CTR
           PERFORM 500-WRITE-STATUS
           EXIT PARAGRAPH
       END-IF.
       IF WS-DEP-OK NOT = 'Y'
           DISPLAY 'STEP ' WS-JT-SEQ (WS-JT-IDX)
                   ' HELD - DEPENDS ON AN INCOMPLETE STEP'
       MOVE SPACES TO WS-JT-END (WS-JT-IDX).
       STRING WS-YEAR WS-MONTH WS-DAY WS-HOUR WS-MINUTE
           DELIMITED BY SIZE INTO WS-JT-END (WS-JT-IDX).
      * RC 4 IS A CHECKING STEP REPORTING EXCEPTIONS: THE CHAIN
      * CARRIES ON, BUT THE STEPS THAT DEPEND ON IT ARE HELD.
       EVALUATE RETURN-CODE
           WHEN ZERO
               MOVE 'C' TO WS-JT-STATUS (WS-JT-IDX)
               ADD 1 TO WS-RAN-CTR
           WHEN 4
               MOVE 'E' TO WS-JT-STATUS (WS-JT-IDX)
               ADD 1 TO WS-RAN-CTR
               DISPLAY 'STEP ' WS-JT-SEQ (WS-JT-IDX)
                       ' ENDED WITH EXCEPTIONS - DEPENDENT STEPS'
                       ' WILL BE HELD'
               MOVE ZERO TO RETURN-CODE
           WHEN OTHER
               MOVE 'F' TO WS-JT-STATUS (WS-JT-IDX)
               DISPLAY 'STEP ' WS-JT-SEQ (WS-JT-IDX) ' FAILED, RC '
                       RETURN-CODE
               MOVE 'Y' TO WS-HALTED
               MOVE ZERO TO RETURN-CODE
       END-EVALUATE.
       PERFORM 500-WRITE-STATUS.
      ******************************************************************
       450-CHECK-DEPENDS.
       PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-JT-COUNT
           IF WS-JT-SEQ (WS-DEP-IDX) = WS-JT-DEPENDS (WS-JT-IDX)
               EVALUATE WS-JT-STATUS (WS-DEP-IDX)
                   WHEN 'C'
                       CONTINUE
                   WHEN 'E'
                   WHEN 'H'
                       MOVE 'H' TO WS-DEP-OK
                   WHEN OTHER
                       MOVE 'N' TO WS-DEP-OK
               END-EVALUATE
           END-IF
       END-PERFORM.
      ******************************************************************
