      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * CALL AREA FOR G3-DUP-SCORE AND G3-DUP-CHECK. A PERSON IS A
      * CARDHOLDER ('C', CH-ID) OR A VFX MEMBER ('V', VM-ID).
      * G3-DUP-SCORE SCORES PERSON A AGAINST PERSON B. G3-DUP-CHECK
      * SEARCHES BOTH CUSTOMER FILES FOR THE CLOSEST MATCH TO A,
      * PASSING OVER A ITSELF AND THE SKIP RECORD (A VFX MEMBER'S
      * OWN LINKED CARDHOLDER), AND RETURNS IT IN B. THE SCORE IS
      * 0-100; WS-DUP-WHY FLAGS WHAT AGREED, ONE BYTE EACH: P PHONE,
      * E EMAIL, L LAST NAME (S SOUNDS ALIKE), F FIRST NAME (I SAME
      * INITIAL), A ADDRESS (H SAME HOUSE NUMBER AND STREET), Z ZIP.
      * G3-DUP-CHECK SETS WS-DUP-WARN TO 'Y' WHEN THE CLOSEST MATCH
      * REACHES CAP1-DUP-WARN-MIN.
       01  WS-DUP-CALL.
           03  WS-DUP-A.
               05  WS-DUP-A-SRC        PIC X       VALUE SPACE.
               05  WS-DUP-A-ID         PIC 9(8)    VALUE ZERO.
               05  WS-DUP-A-FNAME      PIC X(20)   VALUE SPACES.
               05  WS-DUP-A-LNAME      PIC X(20)   VALUE SPACES.
               05  WS-DUP-A-ADDRESS    PIC X(20)   VALUE SPACES.
               05  WS-DUP-A-ZIP        PIC 9(5)    VALUE ZERO.
               05  WS-DUP-A-PHONE      PIC 9(11)   VALUE ZERO.
               05  WS-DUP-A-EMAIL      PIC X(35)   VALUE SPACES.
           03  WS-DUP-B.
               05  WS-DUP-B-SRC        PIC X       VALUE SPACE.
               05  WS-DUP-B-ID         PIC 9(8)    VALUE ZERO.
               05  WS-DUP-B-FNAME      PIC X(20)   VALUE SPACES.
               05  WS-DUP-B-LNAME      PIC X(20)   VALUE SPACES.
               05  WS-DUP-B-ADDRESS    PIC X(20)   VALUE SPACES.
               05  WS-DUP-B-ZIP        PIC 9(5)    VALUE ZERO.
               05  WS-DUP-B-PHONE      PIC 9(11)   VALUE ZERO.
               05  WS-DUP-B-EMAIL      PIC X(35)   VALUE SPACES.
           03  WS-DUP-SKIP-SRC         PIC X       VALUE SPACE.
           03  WS-DUP-SKIP-ID          PIC 9(8)    VALUE ZERO.
           03  WS-DUP-SCORE            PIC 9(3)    VALUE ZERO.
           03  WS-DUP-WHY              PIC X(6)    VALUE SPACES.
           03  WS-DUP-WARN             PIC X       VALUE 'N'.
