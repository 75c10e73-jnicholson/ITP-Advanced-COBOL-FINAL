      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ACH ORIGINATION: OUR BANK IS THE IMMEDIATE DESTINATION AND
      * THE ORIGINATING DFI; NCH-CO-ID IS OUR COMPANY IDENTIFICATION
      * ON EVERY BATCH. A TRACE NUMBER IS THE ODFI'S 8 DIGITS AND A
      * 7-DIGIT SEQUENCE, ONE HIGHER THAN THE LAST ON PAYABLE.DAT.
       01  NCH-VARS.
           03  NCH-DEST-ROUTE       PIC 9(9)    VALUE 071000013.
           03  NCH-DEST-NAME        PIC X(23)
                                    VALUE 'FIRST MIDWEST BANK'.
           03  NCH-ODFI             PIC 9(8)    VALUE 07100001.
           03  NCH-CO-ID            PIC X(10)   VALUE '1470000003'.
           03  NCH-CO-NAME          PIC X(16)   VALUE 'TEAM 3 VISA'.
           03  NCH-ORIGIN-NAME      PIC X(23)
                                    VALUE 'TEAM 3 VISA SETTLEMENT'.
           03  NCH-SEC-CODE         PIC X(3)    VALUE 'CCD'.
           03  NCH-BLOCKING         PIC 9(2)    VALUE 10.
       01  WS-NCH-NAME              PIC X(30)   VALUE SPACES.
       01  WS-NCH-STAT              PIC XX      VALUE SPACES.
       01  WS-NCH-SEQ               PIC 9(7)    VALUE ZERO.
       01  WS-NCH-TRACE             PIC 9(15)   VALUE ZERO.
       01  FILLER REDEFINES WS-NCH-TRACE.
           03  WS-NCH-TRACE-ODFI    PIC 9(8).
           03  WS-NCH-TRACE-SEQ     PIC 9(7).
