      ******************************************************************
      *PROGRAM:  Group 3 Duplicate Customer Scoring
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Called with the call area in WS-DUPCALL. Scores how
      *          likely person A and person B (cardholders or VFX
      *          members) are the same person or the same household,
      *          0 to 100, and flags what agreed. Names, addresses and
      *          emails are compared without regard to case; a last
      *          name spelled differently but sounding alike (same
      *          soundex code) still counts, for less. Phone numbers
      *          compare on their last ten digits, since member
      *          phones carry eleven.
      *          Points: phone 30, email 30, last name 20 (sounds
      *          alike 12), first name 10 (same initial 5), address
      *          15 (same house number and street start 10), ZIP 10;
      *          anything over 100 is 100.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-DUP-SCORE IS INITIAL.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-LOWER        PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER        PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-ALPHA-TABLE REDEFINES WS-UPPER.
           03  WS-ALPHA-CHAR           PIC X OCCURS 26 TIMES.

      * SOUNDEX DIGIT FOR EACH LETTER A-Z. 0 IS A VOWEL (OR Y), WHICH
      * SEPARATES REPEATED CODES; 7 IS H OR W, WHICH DOES NOT.
       01  WS-SDX-CODES    PIC X(26) VALUE '01230127022455012623017202'.
       01  WS-SDX-TABLE REDEFINES WS-SDX-CODES.
           03  WS-SDX-DIGIT            PIC X OCCURS 26 TIMES.

       01  WS-POINTS                   PIC 9(3) VALUE ZERO.
       01  WS-NAME-A                   PIC X(20) VALUE SPACES.
       01  WS-NAME-B                   PIC X(20) VALUE SPACES.
       01  WS-EMAIL-A                  PIC X(35) VALUE SPACES.
       01  WS-EMAIL-B                  PIC X(35) VALUE SPACES.
       01  WS-ADDR-A                   PIC X(20) VALUE SPACES.
       01  WS-ADDR-B                   PIC X(20) VALUE SPACES.
       01  WS-HOUSE-A                  PIC X(10) VALUE SPACES.
       01  WS-HOUSE-B                  PIC X(10) VALUE SPACES.
       01  WS-STREET-A                 PIC X(20) VALUE SPACES.
       01  WS-STREET-B                 PIC X(20) VALUE SPACES.
       01  WS-PHONE-A                  PIC 9(11) VALUE ZERO.
       01  WS-PHONE-B                  PIC 9(11) VALUE ZERO.
       01  WS-SDX-A                    PIC X(4) VALUE SPACES.
       01  WS-SDX-B                    PIC X(4) VALUE SPACES.

       01  WS-SDX-IN                   PIC X(20) VALUE SPACES.
       01  WS-SDX-OUT                  PIC X(4) VALUE SPACES.
       01  WS-SDX-I                    PIC 9(2) VALUE ZERO.
       01  WS-SDX-J                    PIC 9(2) VALUE ZERO.
       01  WS-SDX-LEN                  PIC 9 VALUE ZERO.
       01  WS-SDX-CHAR                 PIC X VALUE SPACE.
       01  WS-SDX-CODE                 PIC X VALUE SPACE.
       01  WS-SDX-PREV                 PIC X VALUE SPACE.

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
           MOVE ZERO TO WS-POINTS.
           MOVE SPACES TO LK-DUP-WHY.
           PERFORM 200-PHONE.
           PERFORM 250-EMAIL.
           PERFORM 300-LAST-NAME.
           PERFORM 350-FIRST-NAME.
           PERFORM 400-ADDRESS.
           IF LK-DUP-A-ZIP NOT = ZERO
           AND LK-DUP-A-ZIP = LK-DUP-B-ZIP
               ADD 10 TO WS-POINTS
               MOVE 'Z' TO LK-DUP-WHY (6:1)
           END-IF.
           IF WS-POINTS > 100
               MOVE 100 TO WS-POINTS
           END-IF.
           MOVE WS-POINTS TO LK-DUP-SCORE.
           GOBACK.
      ******************************************************************
       200-PHONE.
       MOVE LK-DUP-A-PHONE TO WS-PHONE-A.
       MOVE LK-DUP-B-PHONE TO WS-PHONE-B.
       IF WS-PHONE-A (2:10) NOT = ZERO
       AND WS-PHONE-A (2:10) = WS-PHONE-B (2:10)
           ADD 30 TO WS-POINTS
           MOVE 'P' TO LK-DUP-WHY (1:1)
       END-IF.
      ******************************************************************
       250-EMAIL.
       MOVE LK-DUP-A-EMAIL TO WS-EMAIL-A.
       MOVE LK-DUP-B-EMAIL TO WS-EMAIL-B.
       INSPECT WS-EMAIL-A CONVERTING WS-LOWER TO WS-UPPER.
       INSPECT WS-EMAIL-B CONVERTING WS-LOWER TO WS-UPPER.
       IF WS-EMAIL-A NOT = SPACES AND WS-EMAIL-A = WS-EMAIL-B
           ADD 30 TO WS-POINTS
           MOVE 'E' TO LK-DUP-WHY (2:1)
       END-IF.
      ******************************************************************
       300-LAST-NAME.
       MOVE LK-DUP-A-LNAME TO WS-NAME-A.
       MOVE LK-DUP-B-LNAME TO WS-NAME-B.
       INSPECT WS-NAME-A CONVERTING WS-LOWER TO WS-UPPER.
       INSPECT WS-NAME-B CONVERTING WS-LOWER TO WS-UPPER.
       IF WS-NAME-A = SPACES OR WS-NAME-B = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF WS-NAME-A = WS-NAME-B
           ADD 20 TO WS-POINTS
           MOVE 'L' TO LK-DUP-WHY (3:1)
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-NAME-A TO WS-SDX-IN.
       PERFORM 500-SOUNDEX.
       MOVE WS-SDX-OUT TO WS-SDX-A.
       MOVE WS-NAME-B TO WS-SDX-IN.
       PERFORM 500-SOUNDEX.
       MOVE WS-SDX-OUT TO WS-SDX-B.
       IF WS-SDX-A = WS-SDX-B
           ADD 12 TO WS-POINTS
           MOVE 'S' TO LK-DUP-WHY (3:1)
       END-IF.
      ******************************************************************
       350-FIRST-NAME.
       MOVE LK-DUP-A-FNAME TO WS-NAME-A.
       MOVE LK-DUP-B-FNAME TO WS-NAME-B.
       INSPECT WS-NAME-A CONVERTING WS-LOWER TO WS-UPPER.
       INSPECT WS-NAME-B CONVERTING WS-LOWER TO WS-UPPER.
       IF WS-NAME-A = SPACES OR WS-NAME-B = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF WS-NAME-A = WS-NAME-B
           ADD 10 TO WS-POINTS
           MOVE 'F' TO LK-DUP-WHY (4:1)
       ELSE
           IF WS-NAME-A (1:1) = WS-NAME-B (1:1)
               ADD 5 TO WS-POINTS
               MOVE 'I' TO LK-DUP-WHY (4:1)
           END-IF
       END-IF.
      ******************************************************************
      * "12 MAIN ST" AND "12 MAIN STREET" ARE THE SAME HOUSE: SAME
      * HOUSE NUMBER AND THE FIRST FOUR LETTERS OF THE STREET.
      ******************************************************************
       400-ADDRESS.
       MOVE LK-DUP-A-ADDRESS TO WS-ADDR-A.
       MOVE LK-DUP-B-ADDRESS TO WS-ADDR-B.
       INSPECT WS-ADDR-A CONVERTING WS-LOWER TO WS-UPPER.
       INSPECT WS-ADDR-B CONVERTING WS-LOWER TO WS-UPPER.
       IF WS-ADDR-A = SPACES OR WS-ADDR-B = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF WS-ADDR-A = WS-ADDR-B
           ADD 15 TO WS-POINTS
           MOVE 'A' TO LK-DUP-WHY (5:1)
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-HOUSE-A WS-STREET-A WS-HOUSE-B WS-STREET-B.
       UNSTRING WS-ADDR-A DELIMITED BY ALL SPACE
           INTO WS-HOUSE-A WS-STREET-A.
       UNSTRING WS-ADDR-B DELIMITED BY ALL SPACE
           INTO WS-HOUSE-B WS-STREET-B.
       IF WS-HOUSE-A NOT = SPACES
       AND WS-HOUSE-A = WS-HOUSE-B
       AND WS-STREET-A (1:4) NOT = SPACES
       AND WS-STREET-A (1:4) = WS-STREET-B (1:4)
           ADD 10 TO WS-POINTS
           MOVE 'H' TO LK-DUP-WHY (5:1)
       END-IF.
      ******************************************************************
      * FOUR-CHARACTER SOUNDEX CODE OF WS-SDX-IN (UPPER CASE): THE
      * FIRST LETTER, THEN THE DIGITS OF THE CONSONANTS THAT FOLLOW,
      * A REPEATED DIGIT ONCE, ZERO-FILLED.
      ******************************************************************
       500-SOUNDEX.
       MOVE '0000' TO WS-SDX-OUT.
       MOVE WS-SDX-IN (1:1) TO WS-SDX-OUT (1:1).
       MOVE WS-SDX-IN (1:1) TO WS-SDX-CHAR.
       PERFORM 550-LETTER-CODE.
       MOVE WS-SDX-CODE TO WS-SDX-PREV.
       MOVE 1 TO WS-SDX-LEN.
       PERFORM VARYING WS-SDX-I FROM 2 BY 1
               UNTIL WS-SDX-I > 20 OR WS-SDX-LEN = 4
           MOVE WS-SDX-IN (WS-SDX-I:1) TO WS-SDX-CHAR
           PERFORM 550-LETTER-CODE
           EVALUATE WS-SDX-CODE
               WHEN SPACE
                   CONTINUE
               WHEN '7'
                   CONTINUE
               WHEN '0'
                   MOVE '0' TO WS-SDX-PREV
               WHEN OTHER
                   IF WS-SDX-CODE NOT = WS-SDX-PREV
                       ADD 1 TO WS-SDX-LEN
                       MOVE WS-SDX-CODE TO WS-SDX-OUT (WS-SDX-LEN:1)
                   END-IF
                   MOVE WS-SDX-CODE TO WS-SDX-PREV
           END-EVALUATE
       END-PERFORM.
      ******************************************************************
      * SPACE FOR ANYTHING THAT IS NOT A LETTER.
      ******************************************************************
       550-LETTER-CODE.
       MOVE SPACE TO WS-SDX-CODE.
       PERFORM VARYING WS-SDX-J FROM 1 BY 1
               UNTIL WS-SDX-J > 26 OR WS-SDX-CODE NOT = SPACE
           IF WS-ALPHA-CHAR (WS-SDX-J) = WS-SDX-CHAR
               MOVE WS-SDX-DIGIT (WS-SDX-J) TO WS-SDX-CODE
           END-IF
       END-PERFORM.
