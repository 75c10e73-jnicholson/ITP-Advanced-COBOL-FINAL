          03 CC-TRAN-CARD-TXT                  PIC 9(16).
          03 CC-SETTLED-TXT                    PIC X(1).
          03 CC-TRAN-OPER-TXT                  PIC X(8).
          03 CC-AVS-RESULT-TXT                 PIC X(1).

       FD  CC-TRAN-FILE.
       01  CC-TRAN-REC.
      * THE PROMOTIONAL RATE THE TRANSFERRED BUCKET EARNS AT
      * MONTH-END UNTIL THE PROMO WINDOW LAPSES.
              88 CC-TYPE-BALXFER                VALUE 'B'.
      * 'U' TURNS AN ABANDONED CREDIT BALANCE OVER TO THE STATE AS
      * UNCLAIMED PROPERTY: IT RIDES THE BALANCE LIKE A CHARGE,
      * BRINGING THE CREDIT TO ZERO, AND BOOKS TO ESCHEAT LIABILITY.
              88 CC-TYPE-ESCHEAT                VALUE 'U'.
              88 CC-TYPE-CHARGE                 VALUES 'W' 'F' 'C' 'B'
                                                       'U'.
              88 CC-TYPE-CREDIT                 VALUES 'D' 'R'.
          03 CC-TRAN-PRICE                     PIC 9(7)V99.
          03 CC-TRAN-ITEM                      PIC X(25).
      * ENTRY, PAYMENTS, AND REVERSALS; SPACES FOR SYSTEM AND LINK
      * POSTS. DRIVES THE PER-OPERATOR END-OF-DAY BALANCING.
          03 CC-TRAN-OPER                      PIC X(8) VALUE SPACES.
      * ADDRESS VERIFICATION ON A CARD-NOT-PRESENT CHARGE (MAIL,
      * PHONE, ONLINE): THE ZIP AND STREET NUMBER THE CUSTOMER GAVE
      * AGAINST THE BILLING ADDRESS ON FILE (G3-LINK-CC-AVS). SPACE
      * MEANS CARD PRESENT OR SYSTEM-POSTED - NOT CHECKED.
          03 CC-AVS-RESULT                     PIC X(1) VALUE SPACE.
              88 CC-AVS-FULL                   VALUE 'Y'.
              88 CC-AVS-ZIP-ONLY               VALUE 'Z'.
              88 CC-AVS-NO-MATCH               VALUE 'N'.
              88 CC-AVS-CHECKED                VALUES 'Y' 'Z' 'N'.
