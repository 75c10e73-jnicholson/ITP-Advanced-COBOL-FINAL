      *  9/1    - ADDED OPTION F, FRAUD CASE DESK.
      *  9/1    - ADDED OPTION S, CARD PRODUCT SWITCH.
      *  9/1    - ADDED OPTION R, ONE-STEP LOST/STOLEN REPLACEMENT.
      *  10/15  - ADDED OPTION M, CARDHOLDER CARD CONTROLS.
      *  10/15  - ADDED OPTION E, BANKRUPTCY/DECEASED SPECIAL HANDLING.
      *  10/15  - ADDED OPTION G, SCRA MILITARY PROTECTION.
      *  10/15  - ADDED OPTION J, CREDIT BUREAU DISPUTES.
      *  10/15  - ADDED OPTION W, BSA/AML INVESTIGATOR CASES.
      *  10/15  - ADDED OPTION Q, CREDIT LINE REVIEW APPROVAL.
      *  10/15  - ADDED OPTION O, JOINT ACCOUNT CO-BORROWERS.
      *  10/15  - ADDED OPTION U, DUPLICATE CUSTOMER REVIEW.
      *  10/15  - ADDED OPTION Y, MANUAL TRANSACTION APPROVAL.
      *  10/15  - ADDED OPTION Z, COURTESY FEE WAIVERS.
      *  10/15  - ADDED OPTION 0, PAYOFF QUOTES.
      *  10/15  - ADDED OPTION $, REFUND CHECK VOID/REISSUE DESK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-MAIN AS "G3-CAP1-MAIN".
               05  LINE 18 COL 55 VALUE "F) Fraud Cases".
               05  LINE 19 COL 55 VALUE "S) Product Switch".
               05  LINE 20 COL 55 VALUE "R) Replace Card".
               05  LINE 21 COL 55 VALUE "M) Card Controls".
               05  LINE 22 COL 55 VALUE "E) Special Handling".
               05  LINE 23 COL 55 VALUE "G) SCRA Protection".
               05  LINE 08 COL 55 VALUE "J) Bureau Disputes".
               05  LINE 07 COL 55 VALUE "W) BSA/AML Cases".
               05  LINE 06 COL 55 VALUE "Q) Line Review Approval".
               05  LINE 05 COL 55 VALUE "O) Co-Borrowers".
               05  LINE 04 COL 55 VALUE "U) Duplicate Review".
               05  LINE 03 COL 55 VALUE "Y) Manual Tran Approval".
               05  LINE 10 COL 05 VALUE "Z) Fee Waivers".
               05  LINE 11 COL 05 VALUE "0) Payoff Quote".
               05  LINE 12 COL 05 VALUE "$) Refund Checks".
               05  LINE 22 COL 31 VALUE "Selection   (X=exit)".
               05  LINE 22 COL 41 PIC X TO WS-SEL AUTO.
               
               WHEN 's' CALL 'G3-CAP1-PRODSW'
               WHEN 'R' CALL 'G3-CAP1-REPLACE'
               WHEN 'r' CALL 'G3-CAP1-REPLACE'
               WHEN 'M' CALL 'G3-CAP1-CARDCTL'
               WHEN 'm' CALL 'G3-CAP1-CARDCTL'
               WHEN 'E' CALL 'G3-CAP1-SPECHND'
               WHEN 'e' CALL 'G3-CAP1-SPECHND'
               WHEN 'G' CALL 'G3-CAP1-SCRA'
               WHEN 'g' CALL 'G3-CAP1-SCRA'
               WHEN 'J' CALL 'G3-CAP1-BDSDESK'
               WHEN 'j' CALL 'G3-CAP1-BDSDESK'
               WHEN 'W' CALL 'G3-CAP1-BSADESK'
               WHEN 'w' CALL 'G3-CAP1-BSADESK'
               WHEN 'Q'
               WHEN 'q'
                   IF SIGNON-SUPERVISOR OR SIGNON-ADMIN
                       CALL 'G3-CAP1-LINEAPPR'
                   ELSE
                       DISPLAY 'LINE REVIEW APPROVAL NEEDS A SUPERVISOR'
                       ACCEPT WS-EXIT
                       MOVE SPACE TO WS-EXIT
                   END-IF
               WHEN 'O' CALL 'G3-CAP1-COBORR'
               WHEN 'o' CALL 'G3-CAP1-COBORR'
               WHEN 'U' CALL 'G3-DUP-REVIEW'
               WHEN 'u' CALL 'G3-DUP-REVIEW'
               WHEN 'Y'
               WHEN 'y'
                   IF SIGNON-SUPERVISOR OR SIGNON-ADMIN
                       CALL 'G3-CAP1-MTAPPR'
                   ELSE
                       DISPLAY 'TRANSACTION APPROVAL NEEDS A SUPERVISOR'
                       ACCEPT WS-EXIT
                       MOVE SPACE TO WS-EXIT
                   END-IF
               WHEN 'Z' CALL 'G3-CAP1-FEEWAIVE'
               WHEN 'z' CALL 'G3-CAP1-FEEWAIVE'
               WHEN '0' CALL 'G3-CAP1-PAYOFF'
               WHEN '$' CALL 'G3-CAP1-CHKDESK'
           END-EVALUATE
       END-PERFORM
       EXIT PROGRAM.
