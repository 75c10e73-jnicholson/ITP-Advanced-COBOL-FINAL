      *           DUPLICATE KEY SO TWO SIGNUPS RACING FOR THE SAME ID
      *           CAN'T CRASH ONE OF THEM.
      *  8/9    - NEW MEMBERS NOW DEFAULT TO AN ACTIVE VM-STATUS.
      *  10/15  - THE APPLICANT IS CHECKED AGAINST EXISTING MEMBERS AND
      *           CARDHOLDERS (G3-DUP-CHECK); A CLOSE MATCH IS SHOWN
      *           AND THE OPERATOR CHOOSES WHETHER TO GO ON.
      *  10/15  - THE NEW MEMBER RECORD STARTS CLEAN AND TAKES THE
      *           SAME DEFAULTS AS A LOADED ONE (NO PLAN OR CREDITS,
      *           NO STORE CREDIT, CEILING 18, RECOMMENDATIONS ON).
      ******************************************************************
       PROGRAM-ID. G3-VFX-1-ADD IS INITIAL.
      ******************************************************************
       01  WS-ZIP-STAT                 PIC XX.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-DUPCALL.

       01  WS-ID-OK                    PIC X VALUE 'N'.

       OPEN I-O VM-FILE.
       PERFORM 300-GET-ID.
       PERFORM 100-ACCEPT.
       PERFORM 170-DUP-CHECK.
       PERFORM 200-ADD.
       CLOSE VM-FILE.
       GOBACK.
               END-IF
       END-READ.
       CLOSE CH-FILE.
      ******************************************************************
      * POSSIBLE DUPLICATE: THE APPLICANT LOOKS LIKE SOMEONE ALREADY
      * ON FILE. THE CARDHOLDER THE MEMBERSHIP LINKS TO IS EXPECTED
      * TO MATCH AND IS LEFT OUT OF THE CHECK.
      ******************************************************************
       170-DUP-CHECK.
       INITIALIZE WS-DUP-CALL.
       MOVE 'V' TO WS-DUP-A-SRC.
       MOVE ZERO TO WS-DUP-A-ID.
       MOVE VFX-1-NEW-FNAME   TO WS-DUP-A-FNAME.
       MOVE VFX-1-NEW-LNAME   TO WS-DUP-A-LNAME.
       MOVE VFX-1-NEW-ADDRESS TO WS-DUP-A-ADDRESS.
       MOVE VFX-1-NEW-ZIP     TO WS-DUP-A-ZIP.
       MOVE VFX-1-NEW-PHONE   TO WS-DUP-A-PHONE.
       MOVE VFX-1-NEW-EMAIL   TO WS-DUP-A-EMAIL.
       MOVE 'C' TO WS-DUP-SKIP-SRC.
       MOVE VFX-1-NEW-CC TO WS-DUP-SKIP-ID.
       CALL 'G3-DUP-CHECK' USING WS-DUP-CALL.
       IF WS-DUP-WARN NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'POSSIBLE DUPLICATE CUSTOMER'.
       IF WS-DUP-B-SRC = 'V'
           DISPLAY '  VFX MEMBER      ' WS-DUP-B-ID
       ELSE
           DISPLAY '  CAP1 CARDHOLDER ' WS-DUP-B-ID
       END-IF.
       DISPLAY '  ' WS-DUP-B-FNAME ' ' WS-DUP-B-LNAME.
       DISPLAY '  ' WS-DUP-B-ADDRESS ' ' WS-DUP-B-ZIP.
       DISPLAY '  SCORE ' WS-DUP-SCORE '  AGREES ON ' WS-DUP-WHY.
       MOVE 'DUPWRN' TO WS-AUD-ACTION.
       MOVE WS-DUP-B-SRC TO WS-AUD-KEY.
       MOVE WS-DUP-B-ID TO WS-AUD-KEY (2:8).
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'CONTINUE WITH SIGNUP (Y/N)?'.
       ACCEPT VFX-1-RESP.
       IF VFX-1-RESP = 'N' OR 'n'
           CLOSE VM-FILE
           DISPLAY 'SIGNUP CANCELLED'
           DISPLAY "PRESS 'ENTER' TO RETURN"
           ACCEPT VFX-1-RESP
           GOBACK
       END-IF.
      ******************************************************************
       200-ADD.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'ADDING NEW MEMBER...'.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT VFX-1-RESP.
      * A FRESH RECORD WITH THE SAME DEFAULTS G3-BLD-VFX-MBR GIVES A
      * LOADED MEMBER, SO NOTHING CARRIES OVER FROM THE LAST READ.
       INITIALIZE VM-REC.
       MOVE VFX-1-NEW-FNAME    TO VM-FNAME.
       MOVE VFX-1-NEW-LNAME    TO VM-LNAME-KEY.
       MOVE VFX-1-NEW-ADDRESS  TO VM-ADDRESS.
       MOVE VFX-1-NEW-ZIP      TO VM-ZIP.
       MOVE VFX-1-NEW-CC       TO VM-CC.
       MOVE 'A' TO VM-STATUS.
       MOVE ZERO TO VM-PLAN.
       MOVE ZERO TO VM-CREDITS.
       MOVE ZERO TO VM-STORE-CREDIT.
       MOVE 18 TO VM-RATING-CEIL.
       MOVE 'N' TO VM-RECO-OPTOUT.
       MOVE ZERO TO VM-PRORATE-DUE.
       MOVE 'N' TO WS-ID-OK.
       PERFORM UNTIL WS-ID-OK = 'Y'
           MOVE VFX-1-NEW-ID TO VM-ID-KEY
