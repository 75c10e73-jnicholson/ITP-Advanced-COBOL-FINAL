      *  8/8    - ADDED OPTION 8, CATALOG REPORT.
      *  8/8    - ADDED OPTION 9, HIDDEN TITLES REPORT.
      *  8/9    - ADDED OPTION 0, WISHLIST STALENESS REPORT.
      *  10/15  - ADDED OPTION M, VUFLIX VISA MERCHANT SETUP AND
      *           INTERCOMPANY RECONCILIATION.
      *  10/15  - ADDED OPTION T, SALES TAX RATES AND MONTHLY REPORT.
      *  10/15  - ADDED OPTION Y, LICENSOR ROYALTIES AND STATEMENTS.
      *  10/15  - ADDED OPTION W, VIEWING SESSIONS AND TOP-WATCHED.
      *  10/15  - ADDED OPTION V, MEMBER REVIEWS AND MODERATION.
      *  10/15  - ADDED OPTION B, TITLE BUNDLES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VUFL-MAIN AS "G3-VUFL-MAIN".
               WHEN 'e' CALL 'G3-VFX-RENT-EXT'
               WHEN 'C' CALL 'G3-VFX-PRICE'
               WHEN 'c' CALL 'G3-VFX-PRICE'
               WHEN 'M' CALL 'G3-VFX-MER-SETUP'
               WHEN 'm' CALL 'G3-VFX-MER-SETUP'
               WHEN 'T' CALL 'G3-VFX-TAX-MAINT'
               WHEN 't' CALL 'G3-VFX-TAX-MAINT'
               WHEN 'Y' CALL 'G3-VFX-ROYALTY'
               WHEN 'y' CALL 'G3-VFX-ROYALTY'
               WHEN 'W' CALL 'G3-VFX-WATCH'
               WHEN 'w' CALL 'G3-VFX-WATCH'
               WHEN 'V' CALL 'G3-VFX-REVIEW'
               WHEN 'v' CALL 'G3-VFX-REVIEW'
               WHEN 'B' CALL 'G3-VFX-BUNDLE'
               WHEN 'b' CALL 'G3-VFX-BUNDLE'
           END-EVALUATE
       END-PERFORM.
       GOBACK.
