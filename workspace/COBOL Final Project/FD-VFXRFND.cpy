      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * REFUNDED SALES: G3-VFX-11-REFUND DELETES THE PURCHASE RECORD,
      * SO IT FIRST APPENDS WHAT THE SALE WAS HERE - KIND, PRICES
      * AND PROMO - DATED THE DAY OF THE REFUND, FOR THE ROYALTY
      * STATEMENT TO NET BACK.
       FD  VRF-FILE.
       01  VRF-REC.
           03  VRF-DATE                PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRF-VTP-ID              PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRF-VM-ID               PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRF-VML-ID              PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRF-KIND                PIC X.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRF-SALE-DATE           PIC X(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRF-PRICE               PIC 9(2)V99.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRF-LIST-PRICE          PIC 9(2)V99.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRF-PROMO-CODE          PIC X(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRF-PROMO-OFF           PIC 9(2)V99.
