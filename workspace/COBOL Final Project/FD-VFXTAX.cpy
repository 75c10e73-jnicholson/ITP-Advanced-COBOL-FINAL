      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * SALES TAX LIABILITY LEDGER WRITTEN BY G3-VFX-TAX-LOG: ONE
      * LINE PER TAX CHARGED ('+') OR REFUNDED ('-') ON A VUFLIX
      * SALE, WITH THE JURISDICTION IT IS OWED TO, THE TAXABLE
      * AMOUNT AND THE PRODUCT KIND ('P' PURCHASE OR GIFT, 'N'
      * RENTAL OR EXTENSION, 'S' SUBSCRIPTION FEE).
       FD  VFXTAX-FILE.
       01  VFXTAX-REC.
           03  VTX-DATE                PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VTX-VM-ID               PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VTX-KIND                PIC X.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VTX-SIGN                PIC X.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VTX-STATE               PIC XX.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VTX-COUNTY              PIC X(30).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VTX-BASE                PIC 9(7)V99.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VTX-TAX                 PIC 9(7)V99.
