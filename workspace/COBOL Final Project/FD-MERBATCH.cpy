           03  MB-DATE                 PIC 9(8).
           03  FILLER                  PIC X.
           03  MB-LOC-ID               PIC 9(8).
      * CARD-NOT-PRESENT CHARGES ('M' MAIL, 'T' PHONE, 'E' ONLINE)
      * CARRY THE BILLING ZIP AND STREET NUMBER THE CUSTOMER GAVE,
      * FOR ADDRESS VERIFICATION; SPACE (OR A LINE CUT OFF BEFORE
      * THESE COLUMNS) IS A CARD-PRESENT CHARGE.
           03  FILLER                  PIC X.
           03  MB-CHANNEL              PIC X.
               88  MB-CARD-NOT-PRESENT     VALUES 'M' 'T' 'E'.
           03  FILLER                  PIC X.
           03  MB-AVS-ZIP              PIC X(5).
           03  FILLER                  PIC X.
           03  MB-AVS-STREET           PIC X(10).
      * THE TERMINAL THAT TOOK THE CHARGE; IT MUST BE ACTIVE ON
      * TERMINAL.DAT AND BELONG TO THE LINE'S MERCHANT.
           03  FILLER                  PIC X.
           03  MB-TERM-ID              PIC X(8).
       01  MERBATCH-HDR REDEFINES MERBATCH-REC.
           03  MBH-TYPE                PIC X.
           03  FILLER                  PIC X.
           03  MBH-DECL-COUNT          PIC 9(5).
           03  FILLER                  PIC X.
           03  MBH-DECL-TOTAL          PIC 9(9)V99.
           03  FILLER                  PIC X(81).
      * CARD-ON-FILE LINES ('C'): THE MERCHANT ENROLLS ('A') OR DROPS
      * ('D') A CARD IT STORES FOR RECURRING BILLING, SO IT RECEIVES
      * THE ACCOUNT UPDATER FILE FOR THAT CARD. THEY CARRY NO AMOUNT
      * AND STAY OUT OF THE 'H' DECLARATION.
       01  MERBATCH-COF REDEFINES MERBATCH-REC.
           03  MBC-TYPE                PIC X.
           03  FILLER                  PIC X.
           03  MBC-MER-ID              PIC 9(8).
           03  FILLER                  PIC X.
           03  MBC-CARD                PIC 9(16).
           03  FILLER                  PIC X.
           03  MBC-ACTION              PIC X.
           03  FILLER                  PIC X(80).
      * BATCH-CLOSE LINES ('K'): EACH TERMINAL'S OWN COUNT AND
      * DOLLAR TOTAL FOR THE BATCH, RECONCILED AGAINST WHAT POSTED
      * FROM IT. LIKE 'C' LINES THEY STAY OUT OF THE DECLARATION.
       01  MERBATCH-CLOSE REDEFINES MERBATCH-REC.
           03  MBK-TYPE                PIC X.
           03  FILLER                  PIC X.
           03  MBK-MER-ID              PIC 9(8).
           03  FILLER                  PIC X.
           03  MBK-TERM-ID             PIC X(8).
           03  FILLER                  PIC X.
           03  MBK-CLOSE-COUNT         PIC 9(5).
           03  FILLER                  PIC X.
           03  MBK-CLOSE-TOTAL         PIC 9(9)V99.
           03  FILLER                  PIC X(72).

       FD  MERBATCH-SUSP-FILE.
       01  MERBATCH-SUSP-LINE          PIC X(140).

       FD  MERBATCH-RPT-FILE.
       01  MERBATCH-RPT-LINE           PIC X(90).
