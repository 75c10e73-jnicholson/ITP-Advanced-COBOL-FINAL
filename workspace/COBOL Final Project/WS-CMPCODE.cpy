      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * COMPLAINT CASE CODES (CMP-CATEGORY, CMP-PRODUCT, CMP-CHANNEL,
      * CMP-ROOT-CAUSE). THE CATEGORIES ARE THE REGULATORY ONES THE
      * COMPLAINT REPORT IS FILED UNDER.
       01  WS-CMP-CAT-TABLE.
           03  FILLER PIC X(32) VALUE 'BLBILLING / STATEMENT ERROR'.
           03  FILLER PIC X(32) VALUE 'FEFEES OR INTEREST CHARGED'.
           03  FILLER PIC X(32) VALUE 'PYPAYMENT HANDLING'.
           03  FILLER PIC X(32) VALUE 'DSPURCHASE DISPUTE'.
           03  FILLER PIC X(32) VALUE 'COCOLLECTIONS / DEBT COLLECTION'.
           03  FILLER PIC X(32) VALUE 'FRFRAUD OR UNAUTHORIZED USE'.
           03  FILLER PIC X(32) VALUE 'PRPRIVACY / DATA SHARING'.
           03  FILLER PIC X(32) VALUE 'CRCREDIT REPORTING'.
           03  FILLER PIC X(32) VALUE 'ACACCOUNT OPEN/CLOSE/LIMIT'.
           03  FILLER PIC X(32) VALUE 'DCDISCRIMINATION / FAIR LENDING'.
           03  FILLER PIC X(32) VALUE 'MSMILITARY / SCRA BENEFITS'.
           03  FILLER PIC X(32) VALUE 'SVCUSTOMER SERVICE'.
           03  FILLER PIC X(32) VALUE 'OTOTHER'.
       01  WS-CMP-CATS REDEFINES WS-CMP-CAT-TABLE.
           03  WS-CMP-CAT-ENTRY OCCURS 13 TIMES.
               05  WS-CMP-CAT-CODE     PIC X(2).
               05  WS-CMP-CAT-TEXT     PIC X(30).
       01  WS-CMP-CAT-COUNT            PIC 99 VALUE 13.

       01  WS-CMP-PRD-TABLE.
           03  FILLER PIC X(22) VALUE 'CCCAP1 CREDIT CARD'.
           03  FILLER PIC X(22) VALUE 'RWCARD REWARDS'.
           03  FILLER PIC X(22) VALUE 'VXVFX STREAMING'.
           03  FILLER PIC X(22) VALUE 'MSMERCHANT SERVICES'.
           03  FILLER PIC X(22) VALUE 'OTOTHER'.
       01  WS-CMP-PRDS REDEFINES WS-CMP-PRD-TABLE.
           03  WS-CMP-PRD-ENTRY OCCURS 5 TIMES.
               05  WS-CMP-PRD-CODE     PIC X(2).
               05  WS-CMP-PRD-TEXT     PIC X(20).
       01  WS-CMP-PRD-COUNT            PIC 99 VALUE 5.

       01  WS-CMP-CHN-TABLE.
           03  FILLER PIC X(21) VALUE 'PPHONE'.
           03  FILLER PIC X(21) VALUE 'MMAIL'.
           03  FILLER PIC X(21) VALUE 'EEMAIL'.
           03  FILLER PIC X(21) VALUE 'WWEB / CHAT'.
           03  FILLER PIC X(21) VALUE 'BIN PERSON'.
           03  FILLER PIC X(21) VALUE 'RREGULATOR REFERRAL'.
       01  WS-CMP-CHNS REDEFINES WS-CMP-CHN-TABLE.
           03  WS-CMP-CHN-ENTRY OCCURS 6 TIMES.
               05  WS-CMP-CHN-CODE     PIC X.
               05  WS-CMP-CHN-TEXT     PIC X(20).
       01  WS-CMP-CHN-COUNT            PIC 99 VALUE 6.

       01  WS-CMP-RC-TABLE.
           03  FILLER PIC X(32) VALUE 'SESYSTEM ERROR'.
           03  FILLER PIC X(32) VALUE 'PEPROCESS / PROCEDURE GAP'.
           03  FILLER PIC X(32) VALUE 'OEOPERATOR ERROR'.
           03  FILLER PIC X(32) VALUE 'DIDISCLOSURE UNCLEAR'.
           03  FILLER PIC X(32) VALUE 'TPMERCHANT / THIRD PARTY'.
           03  FILLER PIC X(32) VALUE 'CMCUSTOMER MISUNDERSTANDING'.
           03  FILLER PIC X(32) VALUE 'NFNO ERROR FOUND'.
       01  WS-CMP-RCS REDEFINES WS-CMP-RC-TABLE.
           03  WS-CMP-RC-ENTRY OCCURS 7 TIMES.
               05  WS-CMP-RC-CODE      PIC X(2).
               05  WS-CMP-RC-TEXT      PIC X(30).
       01  WS-CMP-RC-COUNT             PIC 99 VALUE 7.
