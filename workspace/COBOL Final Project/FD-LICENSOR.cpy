      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * STUDIO / LICENSOR MASTER: WHO VUFLIX OWES ROYALTIES TO. EACH
      * TITLE'S AGREEMENT (ROYAGR.DAT) NAMES ONE LICENSOR. WHEN
      * REFUNDS OUTRUN A MONTH'S EARNINGS THE SHORTFALL IS CARRIED
      * HERE (LCR-CARRY, NEVER ABOVE ZERO) AND TAKEN OFF THE NEXT
      * STATEMENT'S PAYABLE INSTEAD OF BEING BILLED BACK.
       FD  LCR-FILE.
       01  LCR-REC.
           03  LCR-ID                  PIC 9(6).
           03  LCR-NAME                PIC X(30).
           03  LCR-CONTACT             PIC X(30).
           03  LCR-EMAIL               PIC X(35).
           03  LCR-STATUS              PIC X.
               88  LCR-ACTIVE          VALUE 'A'.
               88  LCR-INACTIVE        VALUE 'I'.
           03  LCR-CARRY               PIC S9(7)V99.
           03  LCR-LAST-PERIOD         PIC 9(6).
           03  LCR-SET-DATE            PIC 9(8).
           03  LCR-SET-BY              PIC X(8).
