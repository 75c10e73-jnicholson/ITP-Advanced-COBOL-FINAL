      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * PCI DSS COMPLIANCE: ONE RECORD PER MERCHANT CARRYING ITS
      * CURRENT VALIDATION - THE SELF-ASSESSMENT QUESTIONNAIRE TYPE
      * (OR 'ROC' FOR AN ASSESSOR'S REPORT ON COMPLIANCE), THE DATE
      * IT WAS ATTESTED, THE LATEST QUARTERLY VULNERABILITY SCAN,
      * AND THE EXPIRY A YEAR ON. G3-VISA-PCI-SWEEP SENDS THE 60 AND
      * 30 DAY REMINDERS, MARKS IT EXPIRED ('E') THE DAY AFTER, AND
      * LAPSED ('L') - SUSPENDING THE MERCHANT - ONCE THE GRACE
      * PERIOD RUNS OUT. A NEW ATTESTATION FILED AT G3-VISA-PCI-MAINT
      * STARTS THE YEAR OVER.
       FD  PCI-FILE.
       01  PCI-REC.
           03  PCI-MER-ID              PIC 9(8).
           03  PCI-VAL-TYPE            PIC X(6).
           03  PCI-LEVEL               PIC 9.
           03  PCI-ATTEST-DATE         PIC 9(8).
           03  PCI-SCAN-DATE           PIC 9(8).
           03  PCI-EXPIRY-DATE         PIC 9(8).
           03  PCI-STATUS              PIC X.
               88  PCI-PENDING         VALUE 'P'.
               88  PCI-COMPLIANT       VALUE 'C'.
               88  PCI-EXPIRED         VALUE 'E'.
               88  PCI-LAPSED          VALUE 'L'.
           03  PCI-NOTICE-60           PIC X.
           03  PCI-NOTICE-30           PIC X.
           03  PCI-STATUS-DATE         PIC 9(8).
