      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * VUFLIX SALES TAX RATE TABLE: ONE ROW PER JURISDICTION AND
      * EFFECTIVE DATE, KEYED BY STATE AND COUNTY EXACTLY AS THE ZIP
      * MASTER CARRIES THEM (ZIP-STATEO, ZIP-COUNTYO). A COUNTY OF
      * SPACES IS THE STATEWIDE ROW, USED WHEN THE MEMBER'S COUNTY
      * HAS NO ROW OF ITS OWN. THE RATE IN EFFECT ON A SALE IS THE
      * LATEST ROW DATED ON OR BEFORE IT; NEVER PURGED, SO ANY PAST
      * CHARGE CAN BE TRACED. EACH PRODUCT KIND IS 'T' TAXABLE OR
      * 'E' EXEMPT IN THE JURISDICTION.
       FD  TXR-FILE.
       01  TXR-REC.
           03  TXR-KEY.
               05  TXR-STATE           PIC XX.
               05  TXR-COUNTY          PIC X(30).
               05  TXR-EFF-DATE        PIC 9(8).
           03  TXR-RATE                PIC V9(5).
           03  TXR-PUR-FLAG            PIC X.
               88  TXR-PUR-TAXABLE     VALUE 'T'.
           03  TXR-RENT-FLAG           PIC X.
               88  TXR-RENT-TAXABLE    VALUE 'T'.
           03  TXR-SUB-FLAG            PIC X.
               88  TXR-SUB-TAXABLE     VALUE 'T'.
           03  TXR-SET-DATE            PIC 9(8).
           03  TXR-SET-BY              PIC X(8).
