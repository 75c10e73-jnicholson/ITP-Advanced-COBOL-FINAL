      *           ACTUALLY LANDED UNDER BACK TO THE CALLER IN
      *           LK-TSTAMP-OUT, SO THE MERCHANT BATCH CAN ECHO THE
      *           ASSIGNED KEY ON ITS ACKNOWLEDGMENT FILE.
      *  10/15  - TAKES THE ADDRESS VERIFICATION RESULT FROM THE
      *           CALLER (G3-LINK-CC-AVS ON A CARD-NOT-PRESENT
      *           CHARGE, SPACE WHEN NOT CHECKED) AND STAMPS IT ON
      *           THE TRANSACTION AS CC-AVS-RESULT.
      ******************************************************************
       IDENTIFICATION DIVISION. 
       PROGRAM-ID. G3-LINK-CC-TRANS IS INITIAL.
       01  LK-LOC-ID               PIC 9(8).
       01  LK-CARD                 PIC 9(16).
       01  LK-TSTAMP-OUT           PIC X(16).
       01  LK-AVS-RESULT           PIC X.

       PROCEDURE DIVISION USING LK-CC-ID, LK-PRICE, LK-ITEM, LK-MER-ID,
                                LK-TRAN-TYPE, LK-LOC-ID, LK-CARD,
                                LK-TSTAMP-OUT, LK-AVS-RESULT.
       100-MAIN.
           MOVE 'N' TO WS-CH-GOOD.
           OPEN I-O CH-FILE.
       MOVE WS-CARD TO CC-TRAN-CARD.
       MOVE 'N' TO CC-SETTLED.
       MOVE SPACES TO CC-TRAN-OPER.
       MOVE LK-AVS-RESULT TO CC-AVS-RESULT.
       MOVE ZERO TO CC-TRAN-SEQ.
       MOVE 'N' TO WS-TRAN-DONE.
       PERFORM UNTIL WS-TRAN-DONE = 'Y'
