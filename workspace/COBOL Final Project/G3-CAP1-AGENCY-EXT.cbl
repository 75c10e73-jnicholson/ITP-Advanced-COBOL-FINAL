      *          to AGENCY-EXT.TXT (account, name, phone, written-off
      *          amount net of recoveries, charge-off date) and
      *          marked placed with the agency and date. Each
      *          placement is audited. An account coded bankrupt or
      *          deceased (CH-SPEC-HANDLING) is held back unplaced.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-AGENCY-EXT IS INITIAL.
       01  WS-AGENCY                   PIC X(20) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-PLACED-CTR               PIC 9(5) VALUE ZERO.
       01  WS-HELD-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-NET-OWED                 PIC S9(7)V99 VALUE ZERO.

       01  OUT-AGENCY-LINE.
                 AGENCY-EXT-FILE.
           DISPLAY 'PLACEMENT EXTRACT COMPLETE - ' WS-PLACED-CTR
                   ' ACCOUNTS PLACED WITH ' WS-AGENCY.
           IF WS-HELD-CTR > ZERO
               DISPLAY WS-HELD-CTR ' HELD BACK FOR SPECIAL HANDLING'
           END-IF.
           GOBACK.
      ******************************************************************
      * A WRITE-OFF SINCE CODED BANKRUPT OR DECEASED STAYS UNPLACED;
      * THE SPECIAL-HANDLING DESK WORKS IT, NOT AN AGENCY.
       200-PLACE-ONE.
       MOVE COF-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               MOVE SPACE TO CH-SPEC-HANDLING
       END-READ.
       IF CH-SH-CODED
           ADD 1 TO WS-HELD-CTR
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-NET-OWED = COF-AMOUNT - COF-RECOVERED.
       IF WS-NET-OWED > ZERO
           PERFORM 220-PLACE-EXTRACT
