      *          frozen (CH-STATUS 'F') pending review, audited, and
      *          the cardholder is notified.
      *MODIFICATION HISTORY:
      *  10/15  - EACH RUN OF THE REPORT IS FILED IN THE REPORT
      *           REPOSITORY (G3-RPT-FILE).
      *  10/15  - THE THREE VELOCITY THRESHOLDS ARE READ FROM THE
      *           SYSTEM PARAMETER MASTER (PARM.DAT) AS IN EFFECT ON
      *           THE RUN DATE.
      *  9/1    - SUSPECTS NOW ALSO OPEN A KEYED FRAUD CASE ON
      *           FRAUDCASE.DAT FOR G3-CAP1-FRAUDDESK TO WORK, SO
      *           REVIEW STATE SURVIVES THE NIGHT. AN ACCOUNT WITH A
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-PARM.
       COPY WS-RPTFILE.

       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-CC-EOF                   PIC X VALUE SPACES.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           PERFORM 050-LOAD-PARMS.
      * A CLEARED CASE SUPPRESSES RE-FLAGGING FOR A MONTH; THE
      * FLOOR BACKS UP ONE CALENDAR MONTH WITH THE JANUARY
      * ROLLOVER HANDLED.
                 CC-TRAN-FILE
                 FRAUD-RPT-FILE
                 FRC-FILE.
           MOVE 'FRAUD-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-FRAUD-SWEEP' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'FRAUD SWEEP COMPLETE. SUSPECTS: ' WS-SUSPECT-COUNT.
           GOBACK.
      ******************************************************************
       050-LOAD-PARMS.
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'FRAUD-DAY-CT' TO WS-PARM-NAME.
       MOVE CAP1-FRAUD-DAY-CT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-FRAUD-DAY-CT.
       MOVE 'FRAUD-DECL-CT' TO WS-PARM-NAME.
       MOVE CAP1-FRAUD-DECL-CT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-FRAUD-DECL-CT.
       MOVE 'FRAUD-PCT' TO WS-PARM-NAME.
       MOVE CAP1-FRAUD-PCT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-FRAUD-PCT.
      ******************************************************************
       200-CHECK-ACCOUNT.
       MOVE ZERO TO WS-DAY-COUNT.
