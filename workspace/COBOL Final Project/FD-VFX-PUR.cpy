           03  VTP-KIND-TXT        PIC X.
           03  VTP-EXPIRES-TXT     PIC 9(8).
           03  VTP-GIFT-FROM-TXT   PIC 9(8).
           03  VTP-TAX-TXT         PIC 9(2)V99.
           03  VTP-LIST-PRICE-TXT  PIC 9(2)V99.
           03  VTP-PROMO-CODE-TXT  PIC X(8).
           03  VTP-PROMO-OFF-TXT   PIC 9(2)V99.
           03  VTP-TAX-STATE-TXT   PIC XX.
           03  VTP-TAX-COUNTY-TXT  PIC X(30).

       FD  VTP-FILE.
       01  VTP-REC.
               05  VTP-MONTH       PIC X(2).
               05  VTP-DAY         PIC X(2).
      * 'P' OUTRIGHT PURCHASE, 'N' TIME-LIMITED RENTAL (EXPIRES ON
      * VTP-EXPIRES AND IS SWEPT BY G3-VFX-RENT-EXP), 'G' GIFT,
      * 'R' OUTRIGHT PURCHASE PAID WITH CAP1 REWARDS POINTS (NO CARD
      * CHARGE; VTP-PRICE IS THE LIST PRICE THE POINTS COVERED).
           03  VTP-KIND            PIC X       VALUE 'P'.
               88  VTP-KIND-PURCHASE           VALUE 'P'.
               88  VTP-KIND-RENTAL             VALUE 'N'.
               88  VTP-KIND-GIFT               VALUE 'G'.
               88  VTP-KIND-POINTS             VALUE 'R'.
           03  VTP-EXPIRES         PIC 9(8)    VALUE ZERO.
      * FOR A GIFT ('G'), THE PURCHASING MEMBER WHOSE CARD WAS
      * CHARGED - REFUNDS ROUTE BACK THERE, NOT TO THE RECIPIENT.
           03  VTP-GIFT-FROM       PIC 9(8)    VALUE ZERO.
      * SALES TAX CHARGED AS ITS OWN CARD LINE ON TOP OF VTP-PRICE,
      * AT THE RATE FOR THE PAYING MEMBER'S VM-ZIP (G3-LINK-VFX-TAX).
      * A REFUND RETURNS IT IN PROPORTION TO THE PRICE REFUNDED.
           03  VTP-TAX             PIC 9(2)V99 VALUE ZERO.
      * WHAT THE SALE WAS PRICED FROM, FOR ROYALTIES: THE CATALOG
      * PRICE AT THE TIME (RENTAL PRICE FOR A RENTAL, EVEN ONE PAID
      * BY A SUBSCRIPTION CREDIT) AND ANY PROMO CODE WITH THE
      * DISCOUNT IT GAVE. VTP-PRICE IS ONLY WHAT THE CARD PAID.
      * ZERO LIST PRICE ON A RECORD WRITTEN BEFORE THESE EXISTED.
           03  VTP-LIST-PRICE      PIC 9(2)V99 VALUE ZERO.
           03  VTP-PROMO-CODE      PIC X(8)    VALUE SPACES.
           03  VTP-PROMO-OFF       PIC 9(2)V99 VALUE ZERO.
      * THE JURISDICTION VTP-TAX WAS CHARGED FOR, AS PRICED AT SALE,
      * SO A REFUND TAKES IT BACK OFF THE SAME STATE AND COUNTY EVEN
      * IF THE MEMBER HAS SINCE MOVED. SPACES ON AN UNTAXED SALE OR
      * ONE WRITTEN BEFORE THESE EXISTED.
           03  VTP-TAX-STATE       PIC XX      VALUE SPACES.
           03  VTP-TAX-COUNTY      PIC X(30)   VALUE SPACES.
      


