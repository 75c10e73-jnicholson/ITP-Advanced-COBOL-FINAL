      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * CURRENCY REPORT EXTRACT: ONE LINE PER ACCOUNT PER DAY WHOSE
      * CASH ADVANCES TOTAL OVER THE REPORTING LIMIT, APPENDED BY
      * G3-CAP1-AML-SWEEP FOR THE BSA OFFICER TO FILE.
       FD  CTR-XTR-FILE.
       01  CTR-XTR-REC.
           03  CTX-DATE                PIC 9(8).
           03  CTX-CH-ID               PIC 9(8).
           03  CTX-LNAME               PIC X(20).
           03  CTX-FNAME               PIC X(20).
           03  CTX-ADDRESS             PIC X(20).
           03  CTX-ZIP                 PIC 9(5).
           03  CTX-CT                  PIC 9(3).
           03  CTX-AMT                 PIC 9(9)V99.

      * SUSPICIOUS-ACTIVITY FILING EXTRACT: ONE LINE PER BSA CASE
      * CLOSED SUSPICIOUS ON G3-CAP1-BSADESK, WITH THE SUBJECT, THE
      * ACTIVITY AND THE INVESTIGATOR'S NARRATIVE.
       FD  SAR-XTR-FILE.
       01  SAR-XTR-REC.
           03  SRX-CASE-ID             PIC 9(8).
           03  SRX-CH-ID               PIC 9(8).
           03  SRX-LNAME               PIC X(20).
           03  SRX-FNAME               PIC X(20).
           03  SRX-ADDRESS             PIC X(20).
           03  SRX-ZIP                 PIC 9(5).
           03  SRX-RULE                PIC X.
           03  SRX-ACT-DATE            PIC 9(8).
           03  SRX-AMT                 PIC 9(9)V99.
           03  SRX-REASON              PIC X(30).
           03  SRX-NARRATIVE           PIC X(60).
           03  SRX-OPERATOR            PIC X(8).
           03  SRX-FILE-DATE           PIC 9(8).
