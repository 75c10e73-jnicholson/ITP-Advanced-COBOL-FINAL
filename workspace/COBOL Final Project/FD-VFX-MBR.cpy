           03  VM-STATUS       PIC X       VALUE 'A'.
               88  VM-STAT-ACTIVE          VALUE 'A'.
               88  VM-STAT-SUSPENDED       VALUE 'S'.
      * ERASED AT THE MEMBER'S REQUEST (G3-PRIV-ERASE): THE NUMBER
      * STAYS FOR THE SALES RECORD, BUT THE MEMBERSHIP IS GONE AND
      * IS NEVER EDITED OR REINSTATED.
               88  VM-STAT-ERASED          VALUE 'E'.
      * SUBSCRIPTION TIER (0 = A LA CARTE ONLY; 1-3 PER THE
      * VFX-PLAN-VARS TABLE) AND THE RENTAL CREDITS LEFT THIS
      * MONTH. G3-VFX-SUBBILL CHARGES THE LINKED CAP1 ACCOUNT
      * FENCE; A PARENT SETS A FAMILY ACCOUNT LOWER FROM THE
      * MEMBER EDIT SCREEN.
           03  VM-RATING-CEIL  PIC 9(2)    VALUE 18.
      * 'Y' WHEN THE MEMBER HAS ASKED NOT TO GET THE WEEKLY TITLE
      * RECOMMENDATION EMAILS (G3-VFX-RECOMMEND); ANYTHING ELSE IS
      * OPTED IN. SET FROM THE MEMBER EDIT SCREEN.
           03  VM-RECO-OPTOUT  PIC X       VALUE 'N'.
               88  VM-RECO-OFF             VALUE 'Y'.
      * THE PRORATED DIFFERENCE OWED FOR A MID-MONTH UPGRADE
      * (G3-VFX-SUBSCRIBE), ADDED TO THE NEXT G3-VFX-SUBBILL FEE AND
      * CLEARED ONCE THAT FEE CLEARS.
           03  VM-PRORATE-DUE  PIC 9(3)V99 VALUE ZERO.
       
      

