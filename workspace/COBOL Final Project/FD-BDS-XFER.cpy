      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * DISPUTES FORWARDED BY THE BUREAUS, ONE LINE EACH: BUREAU,
      * ITS CONTROL NUMBER, THE ACCOUNT NUMBER WE REPORTED, THE
      * CONSUMER'S LAST NAME, WHAT IS DISPUTED, THE DATE THE BUREAU
      * RECEIVED IT AND THE CONSUMER'S CLAIM. A LINE THAT MATCHES NO
      * ACCOUNT BY NUMBER AND NAME GOES TO BDS-IN-EXC.TXT.
       FD  BDS-IN-FILE.
       01  BDS-IN-REC.
           03  BDI-BUREAU              PIC X.
           03  FILLER                  PIC X.
           03  BDI-BUREAU-REF          PIC X(15).
           03  FILLER                  PIC X.
           03  BDI-ACCT                PIC 9(8).
           03  FILLER                  PIC X.
           03  BDI-LNAME               PIC X(20).
           03  FILLER                  PIC X.
           03  BDI-TYPE                PIC X.
           03  FILLER                  PIC X.
           03  BDI-RECV-DATE           PIC 9(8).
           03  FILLER                  PIC X.
           03  BDI-CLAIM               PIC X(40).

       FD  BDS-EXC-FILE.
       01  BDS-EXC-LINE                PIC X(120).

      * OUR ANSWER TO EACH CLOSED DISPUTE: THE BUREAU'S CONTROL
      * NUMBER, THE OUTCOME (V VERIFIED, C CORRECTED, D DELETED) AND
      * THE VALUES NOW REPORTED WHEN CORRECTED.
       FD  BDS-RESP-FILE.
       01  BDS-RESP-REC.
           03  BDR-BUREAU              PIC X.
           03  BDR-BUREAU-REF          PIC X(15).
           03  BDR-ACCT                PIC 9(8).
           03  BDR-TYPE                PIC X.
           03  BDR-OUTCOME             PIC X.
           03  BDR-BAL                 PIC S9(7)V99.
           03  BDR-DELINQ              PIC X(3).
           03  BDR-CHGOFF              PIC X.
           03  BDR-ECOA                PIC X.
           03  BDR-CLOSE-DATE          PIC 9(8).
