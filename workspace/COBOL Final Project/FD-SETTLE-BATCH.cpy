       FD  SETTLE-RPT-FILE.
       01  SETTLE-RPT-LINE             PIC X(90).

      * ACH ENTRY LIST, ONE LINE PER MERCHANT PAID: EFFECTIVE DATE,
      * RECEIVING ROUTING AND ACCOUNT, AMOUNT IN CENTS, MERCHANT
      * NAME, TRANSACTION CODE (22 CHECKING CREDIT, 23 CREDIT
      * PRENOTE), MERCHANT ID, TRACE NUMBER (REGISTERED ON
      * PAYABLE.DAT), BATCH ENTRY DESCRIPTION, ANY ADDENDA TEXT, AND
      * THE DATE THE LINE WAS WRITTEN (THE EFFECTIVE DATE MAY BE
      * ROLLED DAYS AHEAD OVER A WEEKEND OR HOLIDAY; THE GL EXTRACT
      * BOOKS EACH LINE ON ITS RUN DATE SO IT BOOKS ONCE).
      * G3-ACH-NACHA TURNS THE LIST INTO THE NACHA FILE FOR THE BANK
      * (ACH-SETTLE.TXT).
       FD  ACH-FILE.
       01  ACH-REC.
           03  ACH-EFF-DATE            PIC 9(8).
           03  ACH-AMOUNT-CENTS        PIC 9(11).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ACH-NAME                PIC X(25).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ACH-TRAN-CODE           PIC 9(2).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ACH-MER-ID              PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ACH-TRACE               PIC 9(15).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ACH-DESC                PIC X(10).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ACH-ADDENDA             PIC X(80).
           03  FILLER                  PIC X       VALUE SPACE.
           03  ACH-RUN-DATE            PIC 9(8).
