      *          range may overlap no existing range, and the issuer
      *          must exist on ISS-FILE. The whole table is loaded,
      *          worked in memory, and written back; every change is
      *          audited. A range moved by a portfolio transfer
      *          (G3-VISA-ISS-XFER) keeps its prior issuer and
      *          cut-over date until changed here, which re-points
      *          it at once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BIN-MAINT IS INITIAL.
               05  WS-BT-LOW           PIC 9(6).
               05  WS-BT-HIGH          PIC 9(6).
               05  WS-BT-ISS           PIC 9(3).
               05  WS-BT-PRIOR         PIC 9(3).
               05  WS-BT-EFF           PIC 9(8).
       01  WS-IN-LOW                   PIC 9(6) VALUE ZERO.
       01  WS-IN-HIGH                  PIC 9(6) VALUE ZERO.
       01  WS-IN-ISS                   PIC 9(3) VALUE ZERO.
                               TO WS-BT-HIGH (WS-BT-COUNT)
                           MOVE BIN-ISS-ID
                               TO WS-BT-ISS (WS-BT-COUNT)
                           MOVE ZERO TO WS-BT-PRIOR (WS-BT-COUNT)
                           MOVE ZERO TO WS-BT-EFF (WS-BT-COUNT)
                           IF BIN-EFF-DATE IS NUMERIC
                                   AND BIN-PRIOR-ISS IS NUMERIC
                               MOVE BIN-PRIOR-ISS
                                   TO WS-BT-PRIOR (WS-BT-COUNT)
                               MOVE BIN-EFF-DATE
                                   TO WS-BT-EFF (WS-BT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-BT-LOW (WS-BT-IDX) TO BIN-LOW
           MOVE WS-BT-HIGH (WS-BT-IDX) TO BIN-HIGH
           MOVE WS-BT-ISS (WS-BT-IDX) TO BIN-ISS-ID
           MOVE WS-BT-PRIOR (WS-BT-IDX) TO BIN-PRIOR-ISS
           MOVE WS-BT-EFF (WS-BT-IDX) TO BIN-EFF-DATE
           WRITE BINTAB-REC
       END-PERFORM.
       CLOSE BINTAB-FILE.
       DISPLAY 'LOW     HIGH    ISSUER'.
       PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
           IF WS-BT-EFF (WS-BT-IDX) = ZERO
               DISPLAY WS-BT-LOW (WS-BT-IDX) '  '
                       WS-BT-HIGH (WS-BT-IDX) '  '
                       WS-BT-ISS (WS-BT-IDX)
           ELSE
               DISPLAY WS-BT-LOW (WS-BT-IDX) '  '
                       WS-BT-HIGH (WS-BT-IDX) '  '
                       WS-BT-ISS (WS-BT-IDX) '    FROM '
                       WS-BT-PRIOR (WS-BT-IDX) ' EFFECTIVE '
                       WS-BT-EFF (WS-BT-IDX)
           END-IF
       END-PERFORM.
       DISPLAY 'RANGES ON FILE: ' WS-BT-COUNT.
      ******************************************************************
           MOVE WS-IN-LOW TO WS-BT-LOW (WS-BT-COUNT)
           MOVE WS-IN-HIGH TO WS-BT-HIGH (WS-BT-COUNT)
           MOVE WS-IN-ISS TO WS-BT-ISS (WS-BT-COUNT)
           MOVE ZERO TO WS-BT-PRIOR (WS-BT-COUNT)
           MOVE ZERO TO WS-BT-EFF (WS-BT-COUNT)
           PERFORM 060-WRITE-TABLE
           MOVE 'BINADD' TO WS-AUD-ACTION
           MOVE WS-IN-LOW TO WS-AUD-KEY
           MOVE WS-IN-LOW TO WS-BT-LOW (WS-HIT-IDX)
           MOVE WS-IN-HIGH TO WS-BT-HIGH (WS-HIT-IDX)
           MOVE WS-IN-ISS TO WS-BT-ISS (WS-HIT-IDX)
           MOVE ZERO TO WS-BT-PRIOR (WS-HIT-IDX)
           MOVE ZERO TO WS-BT-EFF (WS-HIT-IDX)
           PERFORM 060-WRITE-TABLE
           MOVE 'BINCHG' TO WS-AUD-ACTION
           MOVE WS-IN-LOW TO WS-AUD-KEY
