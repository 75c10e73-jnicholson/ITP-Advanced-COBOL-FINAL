      *          digits against the BINTAB.TXT range table. Answers
      *          ISS-ID zero when no range covers the card (or no
      *          table is on hand) - callers treat that as
      *          unattributed, never an error. A range transferred
      *          to a new issuer answers its prior issuer until the
      *          transfer's effective date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-BIN-LOOKUP IS INITIAL.
       01  WS-STAT                     PIC 99.
       01  WS-BIN-EOF                  PIC X VALUE SPACES.
       01  WS-CARD-PREFIX              PIC 9(6) VALUE ZERO.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-TSTAMP.
           03  WS-TODAY-X              PIC X(8).
           03  FILLER                  PIC X(13).

       LINKAGE SECTION.
       01  LK-CARD-NUM                 PIC 9(16).
       100-MAIN.
           MOVE ZERO TO LK-ISS-ID.
           MOVE LK-CARD-NUM (1:6) TO WS-CARD-PREFIX.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-TODAY-X TO WS-TODAY.
           OPEN INPUT BINTAB-FILE.
           IF WS-STAT NOT = ZERO
               EXIT PROGRAM
                       IF WS-CARD-PREFIX >= BIN-LOW
                               AND WS-CARD-PREFIX <= BIN-HIGH
                           MOVE BIN-ISS-ID TO LK-ISS-ID
                           IF BIN-EFF-DATE IS NUMERIC
                                   AND BIN-PRIOR-ISS IS NUMERIC
                               IF WS-TODAY < BIN-EFF-DATE
                                   MOVE BIN-PRIOR-ISS TO LK-ISS-ID
                               END-IF
                           END-IF
                           MOVE 'Y' TO WS-BIN-EOF
                       END-IF
               END-READ
