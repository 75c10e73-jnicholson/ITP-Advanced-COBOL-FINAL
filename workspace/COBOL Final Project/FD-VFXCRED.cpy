      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * STORE-CREDIT LEDGER WRITTEN BY G3-VFX-CRED-LOG: ONE LINE PER
      * CREDIT ('+') OR DEBIT ('-') TO A MEMBER'S VM-STORE-CREDIT.
       FD  VFXCRED-FILE.
       01  VFXCRED-REC.
           03  VCR-DATE                PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VCR-VM-ID               PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VCR-SIGN                PIC X.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VCR-AMOUNT              PIC 9(5)V99.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VCR-REASON              PIC X(25).
