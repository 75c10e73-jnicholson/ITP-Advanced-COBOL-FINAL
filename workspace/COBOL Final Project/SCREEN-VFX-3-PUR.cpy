           03  LINE 21 COL 36 VALUE "'W' WISHLIST, ".
           03  LINE 21 COL 50 VALUE "'N' NEXT, ".
           03  LINE 21 COL 60 VALUE "OR 'X' EXIT.".
           03  LINE 22 COL 01 VALUE "'B' BUY A TITLE BUNDLE.".
           03  LINE 21 COL 77 PIC X            TO VFX-3-RESP AUTO.
      
       01  PTSCREEN-PURCHASE.
