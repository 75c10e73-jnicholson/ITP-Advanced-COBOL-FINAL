      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * GL POSTING RULES, KEPT FROM G3-GL-MAINT. A RULE NAMES THE
      * DEBIT AND CREDIT ACCOUNT FOR ONE KIND OF EVENT: THE SUBSYSTEM
      * (CARD POSTINGS, ACH PAYOUTS, PTS POINTS REDEMPTIONS, TAX SALES
      * TAX), THE TRAN-TYPE (OR '+'/'-' FOR TAX), THE CC-TRAN-SOURCE,
      * WHETHER A MERCHANT IS ON THE EVENT (Y/N) AND AN ITEM-TEXT
      * PREFIX. '*' / '***' / SPACES MATCH ANYTHING; THE EXTRACT TAKES
      * THE MOST SPECIFIC RULE THAT FITS. BOTH ACCOUNTS ZERO BOOKS
      * NOTHING FOR THE EVENT.
       FD  GLR-FILE.
       01  GLR-REC.
           03  GLR-KEY.
               05  GLR-SUBSYS          PIC X(4).
               05  GLR-TRAN-TYPE       PIC X.
               05  GLR-SOURCE          PIC X(3).
               05  GLR-MERCH           PIC X.
               05  GLR-ITEM            PIC X(20).
           03  GLR-DR-ACCT             PIC 9(6).
           03  GLR-CR-ACCT             PIC 9(6).
           03  GLR-DESC                PIC X(30).
           03  GLR-STATUS              PIC X.
               88  GLR-ACTIVE          VALUE 'A'.
               88  GLR-INACTIVE        VALUE 'I'.
           03  GLR-UPD-BY              PIC X(8).
           03  GLR-UPD-DATE            PIC 9(8).
