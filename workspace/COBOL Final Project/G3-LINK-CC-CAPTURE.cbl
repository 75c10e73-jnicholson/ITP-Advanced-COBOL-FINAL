      *          and marks the hold captured. LK-COMPLETED answers
      *          'Y' on success, 'N' when the hold is missing or no
      *          longer pending (already captured or expired).
      *          The charge posts under the merchant and location
      *          the hold was placed for.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-LINK-CC-CAPTURE IS INITIAL.
       MOVE 'N' TO CC-DISPUTED.
       MOVE AUTH-MER-ID TO CC-MER-ID.
       MOVE 'CAP' TO CC-TRAN-SOURCE.
       MOVE AUTH-LOC-ID TO CC-LOC-ID.
       MOVE WS-ISS-ID TO CC-ISS-ID.
       MOVE WS-CARD TO CC-TRAN-CARD.
       MOVE 'N' TO CC-SETTLED.
       MOVE SPACES TO CC-TRAN-OPER.
       MOVE SPACE TO CC-AVS-RESULT.
       MOVE ZERO TO CC-TRAN-SEQ.
       MOVE 'N' TO WS-TRAN-DONE.
       PERFORM UNTIL WS-TRAN-DONE = 'Y'
               AUTH-MER-ID.
       CALL 'G3-CAP1-ALERT' USING AUTH-CC-ID, AUTH-AMOUNT.
       MOVE 'W' TO WS-MDY-TYPE.
       MOVE AUTH-LOC-ID TO WS-MDY-LOC.
       CALL 'G3-VISA-MERDAY' USING AUTH-MER-ID, WS-MDY-LOC,
               WS-MDY-TYPE, AUTH-AMOUNT.
       MOVE 'Y' TO LK-COMPLETED.
