      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * PRE-SCREENED CARD OFFERS: ONE RECORD PER OFFER CODE MAILED
      * TO A VFX MEMBER BY G3-CAP1-PRESCREEN, WITH THE PRODUCT AND
      * LIMIT BAND THE PRESCREEN SCORE EARNED. THE CODE GOES 'A'
      * WHEN THE MEMBER BRINGS IT TO SIGNUP (G3-CAP1-U-ADD) AND 'B'
      * ONCE THE ACCOUNT IS BOOKED; ONE NOT BOOKED BY OFR-EXPIRES
      * GOES 'X' ON THE NEXT CAMPAIGN RUN. OFR-RESP-DATE STAYS SET
      * ON A RESPONSE THAT NEVER BOOKED. G3-CAP1-PSO-RPT COUNTS
      * OFFERS SENT, ACCEPTED AND BOOKED BY CAMPAIGN.
       FD  OFR-FILE.
       01  OFR-REC.
           03  OFR-CODE-KEY.
               05  OFR-CODE.
                   07  OFR-CODE-PFX    PIC X.
                   07  OFR-CODE-NO     PIC 9(7).
           03  OFR-VM-ID-KEY.
               05  OFR-VM-ID           PIC 9(8).
      * THE CAMPAIGN IS THE DATE OF THE RUN THAT MAILED THE OFFER.
           03  OFR-CAMPAIGN            PIC 9(8).
           03  OFR-EXPIRES             PIC 9(8).
           03  OFR-SCORE               PIC 9(3).
           03  OFR-BAND                PIC X.
               88  OFR-BAND-A          VALUE 'A'.
               88  OFR-BAND-B          VALUE 'B'.
               88  OFR-BAND-C          VALUE 'C'.
           03  OFR-CTY-ID              PIC 9(3).
           03  OFR-LIMIT               PIC 9(7).
           03  OFR-EMAIL               PIC X(35).
           03  OFR-STATUS              PIC X.
               88  OFR-SENT            VALUE 'S'.
               88  OFR-ACCEPTED        VALUE 'A'.
               88  OFR-BOOKED          VALUE 'B'.
               88  OFR-EXPIRED         VALUE 'X'.
               88  OFR-LIVE            VALUES 'S' 'A'.
           03  OFR-RESP-DATE           PIC 9(8).
           03  OFR-CH-ID               PIC 9(8).
           03  OFR-BOOK-DATE           PIC 9(8).
           03  OFR-OPER                PIC X(8).
