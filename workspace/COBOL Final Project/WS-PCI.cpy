      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * PCI COMPLIANCE GRACE PERIOD: DAYS PAST ATTESTATION EXPIRY
      * BEFORE G3-VISA-PCI-SWEEP LAPSES THE RECORD AND SUSPENDS THE
      * MERCHANT. READ AS SYSTEM PARAMETER PCI-GRACE-DY; THIS IS THE
      * COMPILED DEFAULT WHEN NOTHING IS SCHEDULED.
       01  WS-PCI-GRACE-DAYS           PIC 9(3)    VALUE 030.
