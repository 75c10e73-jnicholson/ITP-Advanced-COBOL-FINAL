      *          check: an issuer with BIN ranges still pointed at it
      *          on BINTAB.TXT cannot be deleted until those ranges
      *          are retired, so card attribution never dangles.
      *          The same holds for an issuer still answering for a
      *          transferred range until its cut-over date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-ISS-DEL IS INITIAL.
       01  WS-BIN-EOF                  PIC X VALUE SPACES.
       01  WS-LINKED                   PIC X VALUE 'N'.
       01  WS-SURE                     PIC X VALUE SPACE.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.

       SCREEN SECTION.
       COPY SCREEN-AUDIT-OPERATOR.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VISA-ISS-DEL' TO VISA-M-PROG.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       OPEN I-O ISS-FILE.
       PERFORM 100-WORK UNTIL WS-ISS-SEARCH = '999'.
                       MOVE 'Y' TO WS-LINKED
                       MOVE 'Y' TO WS-BIN-EOF
                   END-IF
                   IF BIN-EFF-DATE IS NUMERIC
                           AND BIN-PRIOR-ISS IS NUMERIC
                       IF BIN-PRIOR-ISS = ISS-ID
                               AND WS-TODAY < BIN-EFF-DATE
                           MOVE 'Y' TO WS-LINKED
                           MOVE 'Y' TO WS-BIN-EOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-STAT NOT = 35
