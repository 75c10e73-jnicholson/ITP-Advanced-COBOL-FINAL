      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * MANUAL TRANSACTIONS HELD FOR DUAL CONTROL. G3-CAP1-MAN-TRAN
      * FILES AN ENTRY HERE ('P') INSTEAD OF POSTING IT WHEN IT IS
      * OVER CAP1-MTD-DUAL-AMT, OR IS A CREDIT OVER
      * CAP1-MTD-CREDIT-AMT. A SUPERVISOR OTHER THAN THE ONE WHO
      * KEYED IT APPROVES ('A', POSTED THEN) OR REJECTS ('R') IT ON
      * G3-CAP1-MTAPPR; THE NIGHTLY G3-CAP1-MTPEND-RPT EXPIRES ('E')
      * ANYTHING LEFT UNDECIDED CAP1-MTD-PEND-DY DAYS AND REPORTS
      * EACH ITEM ONCE IT IS DECIDED.
       FD  MTP-FILE.
       01  MTP-REC.
           03  MTP-ID                  PIC 9(8).
           03  MTP-CH-ID               PIC 9(8).
           03  MTP-TYPE                PIC X.
           03  MTP-AMOUNT              PIC 9(7)V99.
           03  MTP-MEMO                PIC X(25).
           03  MTP-HOLD-WHY            PIC X.
               88  MTP-HELD-AMOUNT     VALUE 'A'.
               88  MTP-HELD-CREDIT     VALUE 'C'.
           03  MTP-ENTER-DATE          PIC 9(8).
           03  MTP-ENTER-TIME          PIC X(4).
           03  MTP-ENTER-OPER          PIC X(8).
           03  MTP-STATUS              PIC X.
               88  MTP-PENDING         VALUE 'P'.
               88  MTP-APPROVED        VALUE 'A'.
               88  MTP-REJECTED        VALUE 'R'.
               88  MTP-EXPIRED         VALUE 'E'.
               88  MTP-DECIDED         VALUES 'A' 'R' 'E'.
           03  MTP-DEC-DATE            PIC 9(8).
           03  MTP-DEC-OPER            PIC X(8).
           03  MTP-DEC-REASON          PIC X(30).
      * DATE THE DECIDED ITEM WENT ON THE NIGHTLY REPORT; ZERO UNTIL
      * THEN.
           03  MTP-RPT-DATE            PIC 9(8).
