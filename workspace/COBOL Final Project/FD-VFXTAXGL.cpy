      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * MONTHLY SALES TAX LIABILITY FEED: ONE LINE PER JURISDICTION
      * FOR THE MONTH G3-VFX-TAX-RPT CLOSED, DATED THE DAY IT RAN.
      * G3-GL-EXTRACT BOOKS THE LINES DATED TODAY, MOVING THE NET
      * TAX COLLECTED OUT OF VFX REVENUE INTO SALES TAX PAYABLE
      * ('-' WHEN REFUNDS OUTRAN COLLECTIONS).
       FD  VTG-FILE.
       01  VTG-REC.
           03  VTG-DATE                PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VTG-PERIOD              PIC 9(6).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VTG-STATE               PIC XX.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VTG-COUNTY              PIC X(30).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VTG-SIGN                PIC X.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VTG-AMOUNT              PIC 9(9)V99.
