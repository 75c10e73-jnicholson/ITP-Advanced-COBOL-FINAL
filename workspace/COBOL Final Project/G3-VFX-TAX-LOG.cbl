      ******************************************************************
      *PROGRAM:  Vuflix Sales Tax Ledger Writer
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Appends one line to the sales tax liability ledger
      *          (VFXTAX.TXT) for every tax charged ('+') or refunded
      *          ('-') on a Vuflix sale - who, when, which product
      *          kind, the jurisdiction the tax is owed to, the
      *          taxable amount and the tax - so the monthly
      *          liability report (G3-VFX-TAX-RPT) can file by
      *          jurisdiction.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-TAX-LOG IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFXTAX.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFXTAX.

       WORKING-STORAGE SECTION.
       01  WS-TSTAMP.
           03  WS-YEAR                 PIC XXXX.
           03  WS-MONTH                PIC XX.
           03  WS-DAY                  PIC XX.
           03  WS-HOUR                 PIC XX.
           03  WS-MINUTE               PIC XX.

       LINKAGE SECTION.
       01  LK-VM-ID                    PIC 9(8).
       01  LK-KIND                     PIC X.
       01  LK-SIGN                     PIC X.
       01  LK-STATE                    PIC XX.
       01  LK-COUNTY                   PIC X(30).
       01  LK-BASE                     PIC 9(7)V99.
       01  LK-TAX                      PIC 9(7)V99.
      ******************************************************************
       PROCEDURE DIVISION USING LK-VM-ID, LK-KIND, LK-SIGN, LK-STATE,
                                LK-COUNTY, LK-BASE, LK-TAX.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           OPEN EXTEND VFXTAX-FILE.
           MOVE SPACES TO VFXTAX-REC.
           MOVE ZERO TO VTX-DATE.
           MOVE WS-YEAR  TO VTX-DATE (1:4).
           MOVE WS-MONTH TO VTX-DATE (5:2).
           MOVE WS-DAY   TO VTX-DATE (7:2).
           MOVE LK-VM-ID  TO VTX-VM-ID.
           MOVE LK-KIND   TO VTX-KIND.
           MOVE LK-SIGN   TO VTX-SIGN.
           MOVE LK-STATE  TO VTX-STATE.
           MOVE LK-COUNTY TO VTX-COUNTY.
           MOVE LK-BASE   TO VTX-BASE.
           MOVE LK-TAX    TO VTX-TAX.
           WRITE VFXTAX-REC.
           CLOSE VFXTAX-FILE.
           EXIT PROGRAM.
