      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * CUSTOMER COMPLAINT CASES, OPENED AND WORKED AT THE COMPLAINT
      * DESK (G3-CMP-DESK). A CASE NAMES THE PARTY COMPLAINING - A
      * CAP1 CARDHOLDER, A VFX MEMBER OR A MERCHANT - HOW IT REACHED
      * US, THE PRODUCT AND THE REGULATORY CATEGORY (CODES IN
      * WS-CMPCODE), AND IS DUE CAP1-CMP-DUE-DY DAYS AFTER IT CAME
      * IN (CAP1-CMP-REG-DUE-DY WHEN A REGULATOR REFERRED IT). THE
      * NIGHTLY G3-CMP-ESCALATE ESCALATES AN UNRESOLVED CASE ONCE
      * IT IS WITHIN CAP1-CMP-ESC-DY DAYS OF DUE. A RESOLVED CASE
      * CARRIES THE ROOT CAUSE AND ANY REMEDIATION PAID: A CREDIT
      * TO THE CARD ACCOUNT ('C'), VFX STORE CREDIT ('S'), OR FOR A
      * MERCHANT AN AMOUNT RECORDED FOR SETTLEMENT TO PAY ('R').
      * A CARD CREDIT HELD FOR DUAL CONTROL LEAVES THE CASE
      * UNRESOLVED ('P') UNTIL THE HELD ITEM IS DECIDED.
       FD  CMP-FILE.
       01  CMP-REC.
           03  CMP-ID-KEY.
               05  CMP-ID              PIC 9(8).
           03  CMP-PARTY-TYPE          PIC X.
               88  CMP-PARTY-CARD      VALUE 'C'.
               88  CMP-PARTY-MEMBER    VALUE 'V'.
               88  CMP-PARTY-MERCHANT  VALUE 'M'.
           03  CMP-PARTY-ID            PIC 9(8).
           03  CMP-NAME                PIC X(35).
           03  CMP-CHANNEL             PIC X.
               88  CMP-CHAN-REGULATOR  VALUE 'R'.
           03  CMP-PRODUCT             PIC X(2).
           03  CMP-CATEGORY            PIC X(2).
           03  CMP-SUMMARY             PIC X(60).
           03  CMP-RECV-DATE           PIC 9(8).
           03  CMP-DUE-DATE            PIC 9(8).
           03  CMP-OPEN-OPER           PIC X(8).
           03  CMP-ASSIGNED            PIC X(8).
           03  CMP-STATUS              PIC X.
               88  CMP-OPEN            VALUE 'O'.
               88  CMP-ESCALATED       VALUE 'E'.
               88  CMP-RESOLVED        VALUE 'R'.
               88  CMP-UNRESOLVED      VALUE 'O' 'E'.
           03  CMP-ESC-DATE            PIC 9(8).
      * THE LAST WORKING NOTE ON THE CASE; A CARDHOLDER'S CASE ALSO
      * PUTS EVERY NOTE ON THE ACCOUNT'S CONTACT NOTES.
           03  CMP-NOTE                PIC X(60).
           03  CMP-RES-DATE            PIC 9(8).
           03  CMP-RES-OPER            PIC X(8).
           03  CMP-ROOT-CAUSE          PIC X(2).
           03  CMP-RES-TEXT            PIC X(60).
           03  CMP-REMED-AMT           PIC 9(7)V99.
           03  CMP-REMED-HOW           PIC X.
               88  CMP-REMED-CARD      VALUE 'C'.
               88  CMP-REMED-STORE     VALUE 'S'.
               88  CMP-REMED-RECORDED  VALUE 'R'.
               88  CMP-REMED-PENDING   VALUE 'P'.
      * THE HELD MANUAL TRANSACTION (MTPEND.DAT) A PENDING CARD
      * CREDIT WAITS ON, KEPT ONCE IT POSTS; ZERO OTHERWISE.
           03  CMP-REMED-MTP-ID        PIC 9(8).

       FD  CMPESC-FILE.
       01  CMPESC-LINE                 PIC X(100).
