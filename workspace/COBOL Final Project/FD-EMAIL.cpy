           03  EMAIL-TO            PIC X(35).
           03  FILLER              PIC X       VALUE SPACE.
           03  EMAIL-SUBJECT       PIC X(40).
      * SPOOL STATE: 'Q' QUEUED, 'S' SENT, 'F' FAILED FOR GOOD,
      * 'W' WITHHELD (COLLECTIONS NOTICE TO A SPECIAL-HANDLING
      * ACCOUNT).
      * OLDER LINES PREDATING THESE FIELDS READ AS SPACES AND ARE
      * TREATED AS QUEUED. RETRIES COUNTS DELIVERY ATTEMPTS.
           03  FILLER              PIC X       VALUE SPACE.
