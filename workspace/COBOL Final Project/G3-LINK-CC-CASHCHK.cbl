      *          and open-to-buy test to G3-LINK-CC-CHECK. Callers
      *          posting a cash advance come here instead of calling
      *          the purchase check directly.
      *MODIFICATION HISTORY:
      *  10/15  - THE CEILING FRACTION IS THE CASHADV-PCT IN EFFECT
      *           TODAY ON THE SYSTEM PARAMETER MASTER (PARM.DAT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-LINK-CC-CASHCHK IS INITIAL.
       COPY FD-DECLINE.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-PARM.

       01  WS-CASH-CEILING             PIC 9(7)V99 VALUE ZERO.
       01  WS-OVER-CAP                 PIC X VALUE 'N'.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'N' TO WS-OVER-CAP.
           PERFORM 050-LOAD-PARMS.
           OPEN INPUT CH-FILE.
           MOVE LK-CC-ID TO CH-ID.
           READ CH-FILE
                       LK-COMPLETED, LK-REASON
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
       050-LOAD-PARMS.
       MOVE WS-YEAR  TO WS-PARM-DATE (1:4).
       MOVE WS-MONTH TO WS-PARM-DATE (5:2).
       MOVE WS-DAY   TO WS-PARM-DATE (7:2).
       MOVE 'CASHADV-PCT' TO WS-PARM-NAME.
       MOVE CAP1-CASHADV-PCT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-CASHADV-PCT.
      ******************************************************************
       400-LOG-DECLINE.
       OPEN EXTEND DECLINE-FILE.
