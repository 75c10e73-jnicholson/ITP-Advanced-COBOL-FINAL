      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * COURTESY FEE WAIVERS FROM G3-CAP1-FEEWAIVE, ONE PER FEE
      * WAIVED. THE KEY IS THE WAIVED FEE'S OWN CC-TRAN KEY, SO A FEE
      * CAN ONLY BE WAIVED ONCE AND AN ACCOUNT'S WAIVERS READ
      * TOGETHER; WVR-REV-TSTAMP AND WVR-REV-SEQ FIND THE 'R'
      * REVERSAL POSTED AGAINST IT ON THE SAME ACCOUNT.
       FD  WVR-FILE.
       01  WVR-REC.
           03  WVR-FEE-KEY.
               05  WVR-CC-ID           PIC 9(8).
               05  WVR-FEE-TSTAMP      PIC X(14).
               05  WVR-FEE-SEQ         PIC 9(2).
           03  WVR-FEE-TYPE            PIC X.
               88  WVR-FEE-LATE        VALUE 'L'.
               88  WVR-FEE-NSF         VALUE 'N'.
               88  WVR-FEE-ANNUAL      VALUE 'A'.
               88  WVR-FEE-CASHADV     VALUE 'C'.
               88  WVR-FEE-OTHER       VALUE 'O'.
           03  WVR-AMOUNT              PIC 9(7)V99.
           03  WVR-REASON              PIC 9(2).
           03  WVR-DATE                PIC 9(8).
           03  WVR-OPER                PIC X(8).
           03  WVR-ROLE                PIC X.
           03  WVR-REV-TSTAMP          PIC X(14).
           03  WVR-REV-SEQ             PIC 9(2).
