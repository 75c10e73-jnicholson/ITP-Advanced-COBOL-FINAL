      * NUMBER FILES HERE, SO A MERCHANT BATCH LINE ON THE PRIOR
      * PLASTIC STILL RESOLVES TO THE RIGHT ACCOUNT DURING THE
      * CAP1-CARDHIST-GRACE-MO WINDOW (FLAGGED AS OLD-CARD) AND
      * HARD-FAILS ONLY AFTER THE WINDOW CLOSES. CDH-NEW-CARD IS THE
      * NUMBER THAT REPLACED IT, FOR THE MERCHANT ACCOUNT UPDATER;
      * ZERO ON RECORDS FILED BEFORE IT WAS KEPT.
       FD  CDH-FILE.
       01  CDH-REC.
           03  CDH-CARD                PIC 9(16).
           03  CDH-CH-ID               PIC 9(8).
           03  CDH-RETIRED-DATE        PIC 9(8).
           03  CDH-REASON              PIC X(12).
           03  CDH-NEW-CARD            PIC 9(16)   VALUE ZERO.
