      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ADVERSE ACTION NOTICES: ONE RECORD PER CREDIT DECLINE -
      * AN APPLICATION TURNED DOWN AT SIGNUP OR A LIMIT REQUEST
      * DENIED - WRITTEN BY G3-CAP1-ADVACT WITH UP TO FOUR STANDARD
      * REASON CODES (WS-AANRSN) AND THE BUREAU SCORE THE DECISION
      * USED. A NOTICE GOES OUT BY EMAIL ('E') THROUGH THE MAIL
      * QUEUE, OR, FOR AN APPLICANT WITH NO EMAIL ADDRESS, IS
      * PRINTED ('P') BY THE NIGHTLY G3-CAP1-AAN-PRINT, WHICH STAMPS
      * THE PRINT DATE. G3-CAP1-AAN-MONTHLY LOGS THE MONTH'S
      * DECLINES BY REASON CODE.
       FD  AAN-FILE.
       01  AAN-REC.
           03  AAN-ID                  PIC 9(8).
           03  AAN-DATE                PIC 9(8).
           03  AAN-TYPE                PIC X.
               88  AAN-APPLICATION     VALUE 'A'.
               88  AAN-LIMIT-REQ       VALUE 'L'.
           03  AAN-CH-ID               PIC 9(8).
           03  AAN-FNAME               PIC X(20).
           03  AAN-LNAME               PIC X(20).
           03  AAN-ADDRESS             PIC X(20).
           03  AAN-ZIP                 PIC 9(5).
           03  AAN-EMAIL               PIC X(35).
           03  AAN-REQ-AMT             PIC 9(7).
           03  AAN-SCORE               PIC 9(3).
           03  AAN-SCORE-USED          PIC X.
               88  AAN-HAD-SCORE       VALUE 'Y'.
           03  AAN-REASON-CT           PIC 9.
           03  AAN-REASON              PIC X(2) OCCURS 4 TIMES.
           03  AAN-DELIVERY            PIC X.
               88  AAN-BY-EMAIL        VALUE 'E'.
               88  AAN-BY-PRINT        VALUE 'P'.
           03  AAN-PRINT-DATE          PIC 9(8).
           03  AAN-PROG                PIC X(20).
           03  AAN-OPERATOR            PIC X(8).
