      ******************************************************************
      *PROGRAM:  Group 3 Signup Duplicate Check
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Called by the signup screens with the new person in
      *          the A half of the WS-DUPCALL call area. Scores the
      *          person against every CAP1 cardholder and every VFX
      *          member through G3-DUP-SCORE and hands back the
      *          closest match in the B half with its score and
      *          agreement flags (score zero when the files are
      *          empty). Person A's own record and the skip record
      *          are passed over. A match at CAP1-DUP-WARN-MIN or
      *          above is flagged for the caller to warn about.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-DUP-CHECK IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-VFX-MBR.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-VFX-MBR.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-DUPCALL.

       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-VM-EOF                   PIC X VALUE SPACES.

       LINKAGE SECTION.
       01  LK-DUP-CALL.
           03  LK-DUP-A.
               05  LK-DUP-A-SRC        PIC X.
               05  LK-DUP-A-ID         PIC 9(8).
               05  LK-DUP-A-FNAME      PIC X(20).
               05  LK-DUP-A-LNAME      PIC X(20).
               05  LK-DUP-A-ADDRESS    PIC X(20).
               05  LK-DUP-A-ZIP        PIC 9(5).
               05  LK-DUP-A-PHONE      PIC 9(11).
               05  LK-DUP-A-EMAIL      PIC X(35).
           03  LK-DUP-B.
               05  LK-DUP-B-SRC        PIC X.
               05  LK-DUP-B-ID         PIC 9(8).
               05  LK-DUP-B-FNAME      PIC X(20).
               05  LK-DUP-B-LNAME      PIC X(20).
               05  LK-DUP-B-ADDRESS    PIC X(20).
               05  LK-DUP-B-ZIP        PIC 9(5).
               05  LK-DUP-B-PHONE      PIC 9(11).
               05  LK-DUP-B-EMAIL      PIC X(35).
           03  LK-DUP-SKIP-SRC         PIC X.
           03  LK-DUP-SKIP-ID          PIC 9(8).
           03  LK-DUP-SCORE            PIC 9(3).
           03  LK-DUP-WHY              PIC X(6).
           03  LK-DUP-WARN             PIC X.
      ******************************************************************
       PROCEDURE DIVISION USING LK-DUP-CALL.
       100-MAIN.
           MOVE ZERO TO LK-DUP-SCORE.
           MOVE SPACES TO LK-DUP-WHY.
           MOVE 'N' TO LK-DUP-WARN.
           INITIALIZE LK-DUP-B.
           MOVE LK-DUP-A TO WS-DUP-A.
           OPEN INPUT CH-FILE.
           IF WS-STAT = ZERO
               MOVE ZERO TO CH-ID
               START CH-FILE KEY NOT LESS THAN CH-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-CH-EOF
               END-START
               PERFORM UNTIL WS-CH-EOF = 'Y'
                   READ CH-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CH-EOF
                       NOT AT END
                           PERFORM 200-SCORE-CARDHOLDER
                   END-READ
               END-PERFORM
               CLOSE CH-FILE
           END-IF.
           OPEN INPUT VM-FILE.
           IF WS-STAT = ZERO
               MOVE ZERO TO VM-ID
               START VM-FILE KEY NOT LESS THAN VM-ID-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-VM-EOF
               END-START
               PERFORM UNTIL WS-VM-EOF = 'Y'
                   READ VM-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-VM-EOF
                       NOT AT END
                           PERFORM 300-SCORE-MEMBER
                   END-READ
               END-PERFORM
               CLOSE VM-FILE
           END-IF.
           IF LK-DUP-SCORE >= CAP1-DUP-WARN-MIN
               MOVE 'Y' TO LK-DUP-WARN
           END-IF.
           GOBACK.
      ******************************************************************
       200-SCORE-CARDHOLDER.
       IF (LK-DUP-A-SRC = 'C' AND LK-DUP-A-ID = CH-ID)
       OR (LK-DUP-SKIP-SRC = 'C' AND LK-DUP-SKIP-ID = CH-ID)
           EXIT PARAGRAPH
       END-IF.
       MOVE 'C'        TO WS-DUP-B-SRC.
       MOVE CH-ID      TO WS-DUP-B-ID.
       MOVE CH-FNAME   TO WS-DUP-B-FNAME.
       MOVE CH-LNAME   TO WS-DUP-B-LNAME.
       MOVE CH-ADDRESS TO WS-DUP-B-ADDRESS.
       MOVE CH-ZIP     TO WS-DUP-B-ZIP.
       MOVE CH-PHONE   TO WS-DUP-B-PHONE.
       MOVE CH-EMAIL   TO WS-DUP-B-EMAIL.
       PERFORM 400-KEEP-BEST.
      ******************************************************************
       300-SCORE-MEMBER.
       IF (LK-DUP-A-SRC = 'V' AND LK-DUP-A-ID = VM-ID)
       OR (LK-DUP-SKIP-SRC = 'V' AND LK-DUP-SKIP-ID = VM-ID)
           EXIT PARAGRAPH
       END-IF.
       MOVE 'V'        TO WS-DUP-B-SRC.
       MOVE VM-ID      TO WS-DUP-B-ID.
       MOVE VM-FNAME   TO WS-DUP-B-FNAME.
       MOVE VM-LNAME   TO WS-DUP-B-LNAME.
       MOVE VM-ADDRESS TO WS-DUP-B-ADDRESS.
       MOVE VM-ZIP     TO WS-DUP-B-ZIP.
       MOVE VM-PHONE   TO WS-DUP-B-PHONE.
       MOVE VM-EMAIL   TO WS-DUP-B-EMAIL.
       PERFORM 400-KEEP-BEST.
      ******************************************************************
       400-KEEP-BEST.
       CALL 'G3-DUP-SCORE' USING WS-DUP-CALL.
       IF WS-DUP-SCORE > LK-DUP-SCORE
           MOVE WS-DUP-B     TO LK-DUP-B
           MOVE WS-DUP-SCORE TO LK-DUP-SCORE
           MOVE WS-DUP-WHY   TO LK-DUP-WHY
       END-IF.
