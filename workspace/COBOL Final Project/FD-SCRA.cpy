      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * SERVICEMEMBERS CIVIL RELIEF ACT PROTECTION, ONE RECORD PER
      * ACCOUNT. WHILE ACTIVE ('A'), WITH PROOF OF SERVICE RECEIVED,
      * AND THE RUN DATE BETWEEN SERVICE START AND END (END ZERO =
      * NOT YET KNOWN), MONTH-END CAPS INTEREST PLUS FEES ON THE
      * BALANCE CARRIED FROM BEFORE SERVICE (SCR-PRE-BAL, WHICH ONLY
      * EVER SHRINKS AS IT IS PAID DOWN) AT CAP1-SCRA-RATE, AND
      * FILES WHAT IT GAVE UP. THE NIGHTLY G3-CAP1-SCRA-CHK WARNS
      * AHEAD OF THE SERVICE END DATE AND EXPIRES ('E') PROTECTION
      * ONCE IT PASSES; THE DESK CAN WITHDRAW A RECORD ('X').
       FD  SCR-FILE.
       01  SCR-REC.
           03  SCR-CH-ID               PIC 9(8).
           03  SCR-STATUS              PIC X.
               88  SCR-ACTIVE          VALUE 'A'.
               88  SCR-EXPIRED         VALUE 'E'.
               88  SCR-WITHDRAWN       VALUE 'X'.
           03  SCR-SVC-START           PIC 9(8).
           03  SCR-SVC-END             PIC 9(8).
           03  SCR-PROOF-DATE          PIC 9(8).
           03  SCR-PRE-BAL             PIC 9(7)V99.
           03  SCR-ENTERED-DATE        PIC 9(8).
           03  SCR-OPERATOR            PIC X(8).
           03  SCR-WARN-DATE           PIC 9(8).
           03  SCR-LAST-CYCLE          PIC 9(6).
           03  SCR-LAST-FORGONE        PIC 9(7)V99.
           03  SCR-TOT-FORGONE         PIC 9(7)V99.

      * ONE LINE PER PROTECTED ACCOUNT EACH CYCLE RUN - THE BALANCE
      * STILL PROTECTED AND THE INTEREST AND FEES GIVEN UP - UNDER A
      * HEADING NAMING THE CYCLE.
       FD  SCRA-RPT-FILE.
       01  SCRA-RPT-LINE               PIC X(72).
