      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * POSITIVE PAY ISSUE FILE FOR THE BANK, ONE PER RUN OF
      * G3-CAP1-POSPAY (POSPAY-CCYYMMDD-HHMM.TXT): A HEADER, ONE
      * DETAIL PER REFUND CHECK ISSUED ('I') OR VOIDED ('V') SINCE
      * THE LAST FILE, AND A TRAILER WITH COUNTS AND TOTALS. THE
      * BANK PAYS ONLY A CHECK NUMBER AND AMOUNT IT HAS AN ISSUE
      * FOR AND NO VOID.
       FD  PP-FILE.
       01  PP-HDR-REC.
           03  PPH-TYPE                PIC X.
           03  PPH-ACCT                PIC 9(12).
           03  PPH-FILE-DATE           PIC 9(8).
           03  PPH-FILE-TIME           PIC 9(4).
           03  PPH-NAME                PIC X(30).
           03  FILLER                  PIC X(27).
       01  PP-DTL-REC.
           03  PPD-TYPE                PIC X.
           03  PPD-ACCT                PIC 9(12).
           03  PPD-CHECK-NO            PIC 9(10).
           03  PPD-AMOUNT              PIC 9(8)V99.
           03  PPD-ISSUE-DATE          PIC 9(8).
           03  PPD-ACTION              PIC X.
           03  PPD-PAYEE               PIC X(40).
       01  PP-TRL-REC.
           03  PPT-TYPE                PIC X.
           03  PPT-ACCT                PIC 9(12).
           03  PPT-ISSUE-CT            PIC 9(7).
           03  PPT-ISSUE-AMT           PIC 9(10)V99.
           03  PPT-VOID-CT             PIC 9(7).
           03  PPT-VOID-AMT            PIC 9(10)V99.
           03  FILLER                  PIC X(31).
