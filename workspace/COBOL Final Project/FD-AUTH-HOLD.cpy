               88  AUTH-STAT-HELD                  VALUE 'H'.
               88  AUTH-STAT-CAPTURED              VALUE 'C'.
               88  AUTH-STAT-EXPIRED               VALUE 'X'.
      * THE MERCHANT LOCATION THE HOLD WAS PLACED FOR; CAPTURE POSTS
      * THE CHARGE (AND THE MERCHANT-BY-DAY TOTAL) UNDER IT.
           03  AUTH-LOC-ID             PIC 9(8)    VALUE ZERO.
