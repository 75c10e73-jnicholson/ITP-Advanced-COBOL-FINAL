      *Skeleton COBOL Copybook - Team 3 - 9/1/2026
      * MONTHLY CREDIT BUREAU EXTRACT: ONE FIXED-FORMAT LINE PER
      * CHOLD ACCOUNT, UNEDITED ZONED NUMERICS READY TO TRANSMIT,
      * ENDING WITH THE BANKRUPTCY INDICATOR AND ECOA CODE, THEN THE
      * CO-BORROWER SEGMENT (BLANK ON AN INDIVIDUAL ACCOUNT).
       FD  BUREAU-RPT-FILE.
       01  BUREAU-RPT-LINE             PIC X(111).
