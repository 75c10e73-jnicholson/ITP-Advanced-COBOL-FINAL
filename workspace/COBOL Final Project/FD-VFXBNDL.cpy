      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * A TITLE BUNDLE (TRILOGY, SEASON, BOX SET) SOLD AS ONE PACKAGE
      * AT VBN-PRICE FROM G3-VFX-3-PUR. THE SALE WRITES ONE VTP-REC
      * PER COMPONENT TITLE, THE BUNDLE PRICE SPREAD OVER THEM BY
      * LIST PRICE, SO REFUNDS, ROYALTIES AND SALES REPORTS STILL
      * SEE SINGLE TITLES. A RETIRED BUNDLE ('R') NO LONGER SELLS.
      * MAINTAINED FROM G3-VFX-BUNDLE.
       FD  VBN-FILE.
       01  VBN-REC.
           03  VBN-ID                  PIC 9(8).
           03  VBN-NAME                PIC X(35).
           03  VBN-PRICE               PIC 9(3)V99.
           03  VBN-STATUS              PIC X.
               88  VBN-ACTIVE          VALUE 'A'.
               88  VBN-RETIRED         VALUE 'R'.
           03  VBN-COMP-CT             PIC 9(2).
           03  VBN-COMP                OCCURS 10 TIMES.
               05  VBN-COMP-VML-ID     PIC 9(8).
           03  VBN-SET-DATE            PIC 9(8).
           03  VBN-SET-BY              PIC X(8).
