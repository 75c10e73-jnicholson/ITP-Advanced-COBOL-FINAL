      ******************************************************************
      *PROGRAM:  Group 3 Linkage - Vuflix Sales Tax Lookup
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Prices the sales tax on a Vuflix sale from the
      *          member's ZIP: the ZIP master gives the state and
      *          county, and the rate table (TAXRATE.DAT) gives the
      *          latest rate dated on or before today for that
      *          county - or the statewide row (county spaces) when
      *          the county has none. The product kind ('P' purchase
      *          or gift, 'N' rental or extension, 'S' subscription
      *          fee) must be flagged taxable there. Hands back the
      *          tax and the jurisdiction whose row priced it, which
      *          is where the liability is owed. A ZIP not on file,
      *          no row, or an exempt kind comes back ZERO tax.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-LINK-VFX-TAX IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-ZIP.
       COPY SELECT-TAXRATE.
      ******************************************************************
       DATA DIVISION.
       COPY FD-ZIP.
       COPY FD-TAXRATE.
       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC XX.
       01  WS-ZIP-STAT                 PIC XX.
       01  WS-TSTAMP.
           03  WS-YEAR                 PIC XXXX.
           03  WS-MONTH                PIC XX.
           03  WS-DAY                  PIC XX.
           03  WS-HOUR                 PIC XX.
           03  WS-MINUTE               PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-TX-EOF                   PIC X VALUE SPACES.
       01  WS-TX-FOUND                 PIC X VALUE 'N'.
       01  WS-TX-STATE                 PIC XX VALUE SPACES.
       01  WS-TX-COUNTY                PIC X(30) VALUE SPACES.
       01  WS-TX-RATE                  PIC V9(5) VALUE ZERO.
       01  WS-TX-TAXABLE               PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LK-ZIP                      PIC 9(5).
       01  LK-KIND                     PIC X.
       01  LK-AMOUNT                   PIC 9(7)V99.
       01  LK-TAX                      PIC 9(7)V99.
       01  LK-STATE                    PIC XX.
       01  LK-COUNTY                   PIC X(30).
      ******************************************************************
       PROCEDURE DIVISION USING LK-ZIP, LK-KIND, LK-AMOUNT, LK-TAX,
                                LK-STATE, LK-COUNTY.
       100-MAIN.
           MOVE ZERO TO LK-TAX.
           MOVE SPACES TO LK-STATE.
           MOVE SPACES TO LK-COUNTY.
           IF LK-AMOUNT = ZERO OR LK-ZIP = ZERO
               EXIT PROGRAM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           OPEN INPUT ZIP-MST-OUT.
           IF WS-ZIP-STAT NOT = ZERO
               EXIT PROGRAM
           END-IF.
           MOVE LK-ZIP TO ZIP-CODEO.
           READ ZIP-MST-OUT
               INVALID KEY
                   CLOSE ZIP-MST-OUT
                   EXIT PROGRAM
           END-READ.
           MOVE ZIP-STATEO TO WS-TX-STATE.
           MOVE ZIP-COUNTYO TO WS-TX-COUNTY.
           CLOSE ZIP-MST-OUT.
           OPEN INPUT TXR-FILE.
           IF WS-STAT NOT = ZERO
               EXIT PROGRAM
           END-IF.
           PERFORM 200-FIND-RATE.
           IF WS-TX-FOUND NOT = 'Y'
               MOVE SPACES TO WS-TX-COUNTY
               PERFORM 200-FIND-RATE
           END-IF.
           CLOSE TXR-FILE.
           IF WS-TX-FOUND NOT = 'Y'
               EXIT PROGRAM
           END-IF.
           MOVE WS-TX-STATE TO LK-STATE.
           MOVE WS-TX-COUNTY TO LK-COUNTY.
           IF WS-TX-TAXABLE = 'Y'
               COMPUTE LK-TAX ROUNDED = LK-AMOUNT * WS-TX-RATE
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
      * THE ROWS FOR ONE JURISDICTION RUN IN EFFECTIVE-DATE ORDER;
      * THE LAST ONE NOT DATED AFTER TODAY IS THE ONE IN FORCE.
      ******************************************************************
       200-FIND-RATE.
       MOVE 'N' TO WS-TX-FOUND.
       MOVE SPACES TO WS-TX-EOF.
       MOVE WS-TX-STATE TO TXR-STATE.
       MOVE WS-TX-COUNTY TO TXR-COUNTY.
       MOVE ZERO TO TXR-EFF-DATE.
       START TXR-FILE KEY NOT LESS THAN TXR-KEY
           INVALID KEY
               MOVE 'Y' TO WS-TX-EOF
       END-START.
       PERFORM UNTIL WS-TX-EOF = 'Y'
           READ TXR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TX-EOF
               NOT AT END
                   IF TXR-STATE NOT = WS-TX-STATE
                           OR TXR-COUNTY NOT = WS-TX-COUNTY
                           OR TXR-EFF-DATE > WS-TODAY
                       MOVE 'Y' TO WS-TX-EOF
                   ELSE
                       MOVE 'Y' TO WS-TX-FOUND
                       MOVE TXR-RATE TO WS-TX-RATE
                       MOVE 'N' TO WS-TX-TAXABLE
                       EVALUATE LK-KIND
                           WHEN 'P'
                               IF TXR-PUR-TAXABLE
                                   MOVE 'Y' TO WS-TX-TAXABLE
                               END-IF
                           WHEN 'N'
                               IF TXR-RENT-TAXABLE
                                   MOVE 'Y' TO WS-TX-TAXABLE
                               END-IF
                           WHEN 'S'
                               IF TXR-SUB-TAXABLE
                                   MOVE 'Y' TO WS-TX-TAXABLE
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ
       END-PERFORM.
