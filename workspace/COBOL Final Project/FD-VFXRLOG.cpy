      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * RENTAL ACTIVITY THE PURCHASE FILE DOES NOT KEEP, FOR THE
      * ROYALTY STATEMENT: G3-VFX-RENT-EXP APPENDS A LAPSED RENTAL
      * ('E') AS IT WAS BEFORE DELETING IT, AND G3-VFX-RENT-EXT
      * APPENDS EACH EXTENSION CHARGE ('X') - THE RENTAL'S TITLE AND
      * MEMBER, DATED AND PRICED AT THE EXTENSION, NO LIST PRICE.
       FD  VRL-FILE.
       01  VRL-REC.
           03  VRL-DATE                PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRL-EVENT               PIC X.
               88  VRL-EXPIRED                     VALUE 'E'.
               88  VRL-EXTENDED                    VALUE 'X'.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRL-VTP-ID              PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRL-VM-ID               PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRL-VML-ID              PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRL-KIND                PIC X.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRL-SALE-DATE           PIC X(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRL-PRICE               PIC 9(2)V99.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRL-LIST-PRICE          PIC 9(2)V99.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRL-PROMO-CODE          PIC X(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRL-PROMO-OFF           PIC 9(2)V99.
