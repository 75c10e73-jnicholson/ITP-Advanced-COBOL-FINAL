      *  9/1    - EVERY EARN IS ALSO FILED ON THE POINTS LEDGER
      *           (PTSLEDG.DAT) WITH ITS EXPIRY DATE, THROUGH
      *           G3-CAP1-PTS-LEDGER.
      *  10/15  - THE TWO BONUS CATEGORIES AND THEIR MULTIPLIERS ARE
      *           THE ONES IN EFFECT TODAY ON THE SYSTEM PARAMETER
      *           MASTER (PARM.DAT), SO A QUARTERLY BONUS CATEGORY
      *           CHANGE NEEDS NO RECOMPILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-POINTS IS INITIAL.
       COPY FD-MER.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-PARM.

       01  WS-MULT                     PIC 9 VALUE 1.
       01  WS-POINTS                   PIC 9(9) VALUE ZERO.
       100-MAIN.
           MOVE CAP1-REWARD-BASE-MULT TO WS-MULT.
           IF LK-MER-ID NOT = ZERO
               PERFORM 150-LOAD-PARMS
               PERFORM 200-CATEGORY-MULT
           END-IF.
           MOVE LK-PRICE TO WS-WHOLE-DOLLARS.
               PERFORM 300-AWARD
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
       150-LOAD-PARMS.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-YEAR  TO WS-PARM-DATE (1:4).
       MOVE WS-MONTH TO WS-PARM-DATE (5:2).
       MOVE WS-DAY   TO WS-PARM-DATE (7:2).
       MOVE 'REWARD-CAT-1' TO WS-PARM-NAME.
       MOVE CAP1-REWARD-CAT-1 TO WS-PARM-TEXT.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-TEXT TO CAP1-REWARD-CAT-1.
       MOVE 'REWARD-MULT-1' TO WS-PARM-NAME.
       MOVE CAP1-REWARD-MULT-1 TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-REWARD-MULT-1.
       MOVE 'REWARD-CAT-2' TO WS-PARM-NAME.
       MOVE CAP1-REWARD-CAT-2 TO WS-PARM-TEXT.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-TEXT TO CAP1-REWARD-CAT-2.
       MOVE 'REWARD-MULT-2' TO WS-PARM-NAME.
       MOVE CAP1-REWARD-MULT-2 TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-REWARD-MULT-2.
      ******************************************************************
       200-CATEGORY-MULT.
       OPEN INPUT MER-FILE.
