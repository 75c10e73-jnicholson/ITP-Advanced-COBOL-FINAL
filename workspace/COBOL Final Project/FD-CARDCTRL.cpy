      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * CARDHOLDER-SET CARD CONTROLS: MERCHANT CATEGORIES NEVER TO BE
      * APPROVED (MATCHED AGAINST MER-CATEGORY) AND AN OPTIONAL
      * PER-TRANSACTION CAP. CTL-CARD ZERO IS THE ACCOUNT-WIDE ROW
      * AND BINDS EVERY CARD; A ROW KEYED BY AN AUTHORIZED USER'S
      * CARD (AUS-CARD) ADDS ITS OWN BLOCKS AND CAP FOR THAT CARD
      * ALONE. CHECKED AT AUTHORIZATION BY G3-LINK-CC-CTRL,
      * MAINTAINED ONLINE BY G3-CAP1-CARDCTL.
       FD  CTL-FILE.
       01  CTL-REC.
           03  CTL-KEY.
               05  CTL-CH-ID           PIC 9(8).
               05  CTL-CARD            PIC 9(16).
           03  CTL-AUS-SEQ             PIC 9(2).
           03  CTL-BLOCK-TABLE.
               05  CTL-BLOCK-CAT       PIC X(10) OCCURS 8 TIMES.
      * ZERO MEANS NO CAP.
           03  CTL-TXN-CAP             PIC 9(7)V99.
           03  CTL-UPD-DATE            PIC 9(8).
           03  CTL-UPD-BY              PIC X(8).
