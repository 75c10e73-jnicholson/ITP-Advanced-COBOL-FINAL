      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * CALL AREA FOR G3-CAP1-ADVACT. THE CALLER FILLS IN THE
      * DECLINED APPLICANT OR ACCOUNT AND ITS OWN REASON CODES
      * (WS-AANRSN), BLANK WHERE IT HAS NONE. WS-AAN-SCORE-USED IS
      * 'Y' WITH WS-AAN-SCORE WHEN THE DECISION USED A BUREAU SCORE,
      * 'N' WHEN IT DID NOT, OR SPACE TO HAVE THE ROUTINE LOOK THE
      * ACCOUNT UP ON BURSCORE.DAT.
       01  WS-AAN-CALL.
           03  WS-AAN-TYPE             PIC X       VALUE SPACE.
           03  WS-AAN-CH-ID            PIC 9(8)    VALUE ZERO.
           03  WS-AAN-FNAME            PIC X(20)   VALUE SPACES.
           03  WS-AAN-LNAME            PIC X(20)   VALUE SPACES.
           03  WS-AAN-ADDRESS          PIC X(20)   VALUE SPACES.
           03  WS-AAN-ZIP              PIC 9(5)    VALUE ZERO.
           03  WS-AAN-EMAIL            PIC X(35)   VALUE SPACES.
           03  WS-AAN-LIMIT            PIC 9(7)    VALUE ZERO.
           03  WS-AAN-BAL              PIC S9(7)V99 VALUE ZERO.
           03  WS-AAN-MISSED           PIC 9(3)    VALUE ZERO.
           03  WS-AAN-REQ-AMT          PIC 9(7)    VALUE ZERO.
           03  WS-AAN-SCORE            PIC 9(3)    VALUE ZERO.
           03  WS-AAN-SCORE-USED       PIC X       VALUE SPACE.
           03  WS-AAN-REASONS          PIC X(8)    VALUE SPACES.
           03  WS-AAN-REASON REDEFINES WS-AAN-REASONS
                                       PIC X(2) OCCURS 4 TIMES.
           03  WS-AAN-PROG             PIC X(20)   VALUE SPACES.
           03  WS-AAN-OPER             PIC X(8)    VALUE SPACES.
