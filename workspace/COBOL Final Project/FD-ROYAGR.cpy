      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * PER-TITLE ROYALTY AGREEMENT. A 'P' AGREEMENT PAYS RYA-PCT
      * PERCENT OF WHAT THE SALE TOOK IN; AN 'F' AGREEMENT PAYS A
      * FLAT AMOUNT PER UNIT - RYA-UNIT-BUY FOR A PURCHASE, GIFT OR
      * POINTS PURCHASE, RYA-UNIT-RENT FOR A RENTAL. A PROMO
      * DISCOUNT IS SHARED WITH THE LICENSOR ('N', ROYALTY ON THE
      * NET PRICE) OR ABSORBED BY VUFLIX ('L', ROYALTY ON THE LIST
      * PRICE). RYA-MG IS THE MINIMUM GUARANTEE ADVANCED TO THE
      * LICENSOR; EARNINGS TO DATE (RYA-EARNED-TD) RECOUP IT BEFORE
      * ANYTHING FURTHER IS PAYABLE.
       FD  RYA-FILE.
       01  RYA-REC.
           03  RYA-VML-ID              PIC 9(8).
           03  RYA-LCR-ID              PIC 9(6).
           03  RYA-BASIS               PIC X.
               88  RYA-BASIS-PCT       VALUE 'P'.
               88  RYA-BASIS-FLAT      VALUE 'F'.
           03  RYA-PCT                 PIC 9(2)V99.
           03  RYA-UNIT-BUY            PIC 9(3)V99.
           03  RYA-UNIT-RENT           PIC 9(3)V99.
           03  RYA-PROMO-BASIS         PIC X.
               88  RYA-PROMO-NET       VALUE 'N'.
               88  RYA-PROMO-LIST      VALUE 'L'.
           03  RYA-MG                  PIC 9(7)V99.
           03  RYA-EARNED-TD           PIC 9(7)V99.
           03  RYA-START-DATE          PIC 9(8).
           03  RYA-SET-DATE            PIC 9(8).
           03  RYA-SET-BY              PIC X(8).
