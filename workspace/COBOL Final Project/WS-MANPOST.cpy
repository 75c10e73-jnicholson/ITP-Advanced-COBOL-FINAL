      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * CALL AREA FOR G3-CAP1-MAN-POST, WHICH POSTS ONE MANUAL
      * TRANSACTION (D/W/R/F/C) TO AN ACCOUNT. WS-MPT-OPER IS THE
      * OPERATOR WHO KEYED IT. WS-MPT-POSTED COMES BACK 'Y', OR 'N'
      * WHEN THE ACCOUNT IS NOT ON FILE.
       01  WS-MPT-CALL.
           03  WS-MPT-ACCOUNT          PIC 9(8)    VALUE ZERO.
           03  WS-MPT-TYPE             PIC X       VALUE SPACE.
           03  WS-MPT-AMOUNT           PIC 9(7)V99 VALUE ZERO.
           03  WS-MPT-MEMO             PIC X(25)   VALUE SPACES.
           03  WS-MPT-OPER             PIC X(8)    VALUE SPACES.
           03  WS-MPT-POSTED           PIC X       VALUE 'N'.
