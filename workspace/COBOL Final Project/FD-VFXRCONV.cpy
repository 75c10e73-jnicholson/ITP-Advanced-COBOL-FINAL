      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ONE LINE PER RECOMMENDATION THAT TURNED INTO A SALE, WRITTEN
      * BY G3-VFX-RECOMMEND THE FIRST TIME THE SALE IS SEEN: WHO,
      * WHICH TITLE, THE DATE OF THE PICK THAT EARNED IT AND THE DATE
      * OF THE SALE. A MEMBER AND TITLE CONVERT ONCE, AND THE LINE
      * OUTLIVES THE PURCHASE ROW (A RENTAL THAT EXPIRES OR A SALE
      * THAT IS REFUNDED).
       FD  RCV-FILE.
       01  RCV-REC.
           03  RCV-VM-ID               PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  RCV-VML-ID              PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  RCV-PICK-DATE           PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  RCV-SALE-DATE           PIC 9(8).
