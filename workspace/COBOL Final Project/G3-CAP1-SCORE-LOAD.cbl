      *          line per account: id, score, as-of date) into the
      *          keyed BURSCORE.DAT the limit auto-decision batch
      *          reads. Rerunnable: a fresher drop simply rewrites
      *          each account's score. The bureau's prescreen drop
      *          for the card offer campaign (PRESCORE.TXT - one line
      *          per VFX member) is loaded into PRESCORE.DAT the same
      *          way when one is on hand.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-SCORE-LOAD IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-BURSCORE.
       COPY SELECT-PRESCORE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-BURSCORE.
       COPY FD-PRESCORE.

       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC 99.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 200-LOAD-ACCOUNTS.
           PERFORM 300-LOAD-PRESCREEN.
           GOBACK.
      ******************************************************************
       200-LOAD-ACCOUNTS.
       OPEN INPUT BSC-FILE-TXT.
       IF WS-STAT NOT = ZERO
           DISPLAY 'NO BURSCORE.TXT ON HAND - NOTHING TO LOAD'
           EXIT PARAGRAPH
       END-IF.
       OPEN I-O BSC-FILE.
       IF WS-STAT = 35
           OPEN OUTPUT BSC-FILE
           CLOSE BSC-FILE
           OPEN I-O BSC-FILE
       END-IF.
       PERFORM UNTIL WS-TXT-EOF = 'Y'
           READ BSC-FILE-TXT
               AT END
                   MOVE 'Y' TO WS-TXT-EOF
               NOT AT END
                   MOVE BSC-CH-ID-TXT TO BSC-CH-ID
                   MOVE BSC-SCORE-TXT TO BSC-SCORE
                   MOVE BSC-AS-OF-TXT TO BSC-AS-OF
                   WRITE BSC-REC
                       INVALID KEY
                           REWRITE BSC-REC
                   END-WRITE
                   ADD 1 TO WS-LOAD-CTR
           END-READ
       END-PERFORM.
       CLOSE BSC-FILE-TXT
             BSC-FILE.
       DISPLAY 'SCORES LOADED: ' WS-LOAD-CTR.
      ******************************************************************
      * THE PRESCREEN DROP SCORES VFX MEMBERS (BY VM-ID) FOR THE OFFER
      * CAMPAIGN; IT IS OPTIONAL AND LOADED THE SAME WAY.
      ******************************************************************
       300-LOAD-PRESCREEN.
       MOVE SPACES TO WS-TXT-EOF.
       MOVE ZERO TO WS-LOAD-CTR.
       OPEN INPUT PSC-FILE-TXT.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       OPEN I-O PSC-FILE.
       IF WS-STAT = 35
           OPEN OUTPUT PSC-FILE
           CLOSE PSC-FILE
           OPEN I-O PSC-FILE
       END-IF.
       PERFORM UNTIL WS-TXT-EOF = 'Y'
           READ PSC-FILE-TXT
               AT END
                   MOVE 'Y' TO WS-TXT-EOF
               NOT AT END
                   MOVE PSC-VM-ID-TXT TO PSC-VM-ID
                   MOVE PSC-SCORE-TXT TO PSC-SCORE
                   MOVE PSC-AS-OF-TXT TO PSC-AS-OF
                   WRITE PSC-REC
                       INVALID KEY
                           REWRITE PSC-REC
                   END-WRITE
                   ADD 1 TO WS-LOAD-CTR
           END-READ
       END-PERFORM.
       CLOSE PSC-FILE-TXT
             PSC-FILE.
       DISPLAY 'PRESCREEN SCORES LOADED: ' WS-LOAD-CTR.
