      ******************************************************************
      *PROGRAM:  Merchant PCI Compliance Maintenance
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Files a merchant's PCI DSS validation on PCI.DAT -
      *          validation type (SAQ A, A-EP, B, B-IP, C, C-VT, P2PE,
      *          D, or ROC), merchant level, attestation date and the
      *          latest quarterly scan date - with the expiry set a
      *          year after attestation and the reminders reset. A
      *          new scan alone can also be recorded. A merchant the
      *          compliance sweep suspended for a lapse ('PCI
      *          LAPSED') goes back to active when a current
      *          attestation is filed. Also shows a merchant's
      *          record and runs the quarterly compliance report.
      *          Every change is audited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-PCI-MAINT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-PCI.
       COPY SELECT-MER.
      ******************************************************************
       DATA DIVISION.
       COPY FD-PCI.
       COPY FD-MER.
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-PC-SEL                   PIC X VALUE SPACE.
       01  WS-PC-RESP                  PIC X VALUE SPACE.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-IN-MER                   PIC 9(8) VALUE ZERO.
       01  WS-IN-TYPE                  PIC X(6) VALUE SPACES.
       01  WS-IN-LEVEL                 PIC 9 VALUE ZERO.
       01  WS-IN-ATTEST                PIC 9(8) VALUE ZERO.
       01  WS-IN-SCAN                  PIC 9(8) VALUE ZERO.
       01  WS-NEW-REC                  PIC X VALUE 'N'.
       01  WS-TYPE-OK                  PIC X VALUE 'N'.

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VISA-PCI-MAINT' TO VISA-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY (1:4).
       MOVE WS-MONTH TO WS-TODAY (5:2).
       MOVE WS-DAY   TO WS-TODAY (7:2).
       OPEN I-O PCI-FILE.
       IF WS-STAT = 35
           CLOSE PCI-FILE
           OPEN OUTPUT PCI-FILE
           CLOSE PCI-FILE
           OPEN I-O PCI-FILE
       END-IF.
       OPEN I-O MER-FILE.
       PERFORM 100-WORK UNTIL WS-PC-SEL = 'X' OR 'x'.
       CLOSE PCI-FILE
             MER-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-WORK.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'PCI COMPLIANCE'.
       DISPLAY '  1) FILE AN ATTESTATION'.
       DISPLAY '  2) RECORD A QUARTERLY SCAN'.
       DISPLAY '  3) SHOW A MERCHANT'.
       DISPLAY '  4) QUARTERLY COMPLIANCE REPORT'.
       DISPLAY 'SELECTION (X=EXIT):'.
       ACCEPT WS-PC-SEL.
       EVALUATE WS-PC-SEL
           WHEN '1'
               PERFORM 200-ATTEST
           WHEN '2'
               PERFORM 300-SCAN
           WHEN '3'
               PERFORM 400-SHOW-MERCHANT
           WHEN '4'
               CLOSE PCI-FILE
               CALL 'G3-VISA-PCI-RPT'
               OPEN I-O PCI-FILE
               DISPLAY 'COMPLIANCE REPORT WRITTEN TO PCI-RPT.TXT'
               PERFORM 900-PAUSE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
      ******************************************************************
       200-ATTEST.
       PERFORM 150-GET-MERCHANT.
       IF MER-ID = ZERO
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'VALIDATION TYPE (A, A-EP, B, B-IP, C, C-VT, P2PE, D,'.
       DISPLAY '  OR ROC):'.
       MOVE SPACES TO WS-IN-TYPE.
       ACCEPT WS-IN-TYPE.
       MOVE FUNCTION UPPER-CASE (WS-IN-TYPE) TO WS-IN-TYPE.
       MOVE 'Y' TO WS-TYPE-OK.
       EVALUATE WS-IN-TYPE
           WHEN 'A'     WHEN 'A-EP'  WHEN 'B'     WHEN 'B-IP'
           WHEN 'C'     WHEN 'C-VT'  WHEN 'P2PE'  WHEN 'D'
           WHEN 'ROC'
               CONTINUE
           WHEN OTHER
               MOVE 'N' TO WS-TYPE-OK
       END-EVALUATE.
       IF WS-TYPE-OK NOT = 'Y'
           DISPLAY 'UNKNOWN VALIDATION TYPE'
           PERFORM 900-PAUSE
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'MERCHANT LEVEL (1-4):'.
       ACCEPT WS-IN-LEVEL.
       IF WS-IN-LEVEL < 1 OR WS-IN-LEVEL > 4
           DISPLAY 'LEVEL MUST BE 1 TO 4'
           PERFORM 900-PAUSE
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'ATTESTATION DATE (CCYYMMDD):'.
       ACCEPT WS-IN-ATTEST.
       DISPLAY 'LATEST SCAN DATE (CCYYMMDD, 0 = NONE):'.
       ACCEPT WS-IN-SCAN.
       IF FUNCTION TEST-DATE-YYYYMMDD (WS-IN-ATTEST) NOT = ZERO
               OR WS-IN-ATTEST > WS-TODAY
           DISPLAY 'BAD ATTESTATION DATE'
           PERFORM 900-PAUSE
           EXIT PARAGRAPH
       END-IF.
       IF WS-IN-SCAN NOT = ZERO
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-IN-SCAN) NOT = ZERO
                   OR WS-IN-SCAN > WS-TODAY
               DISPLAY 'BAD SCAN DATE'
               PERFORM 900-PAUSE
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE WS-IN-MER TO PCI-MER-ID.
       MOVE WS-IN-TYPE TO PCI-VAL-TYPE.
       MOVE WS-IN-LEVEL TO PCI-LEVEL.
       MOVE WS-IN-ATTEST TO PCI-ATTEST-DATE.
       MOVE WS-IN-SCAN TO PCI-SCAN-DATE.
       COMPUTE PCI-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (WS-IN-ATTEST) + 365).
       IF PCI-EXPIRY-DATE < WS-TODAY
           MOVE 'E' TO PCI-STATUS
       ELSE
           MOVE 'C' TO PCI-STATUS
       END-IF.
       MOVE 'N' TO PCI-NOTICE-60.
       MOVE 'N' TO PCI-NOTICE-30.
       MOVE WS-TODAY TO PCI-STATUS-DATE.
       IF WS-NEW-REC = 'Y'
           WRITE PCI-REC
       ELSE
           REWRITE PCI-REC
       END-IF.
       MOVE 'PCIATT' TO WS-AUD-ACTION.
       MOVE PCI-MER-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VISA-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'ATTESTATION FILED - EXPIRES ' PCI-EXPIRY-DATE.
       IF PCI-COMPLIANT AND MER-STAT-SUSPENDED
               AND MER-STATUS-NOTE = 'PCI LAPSED'
           MOVE 'A' TO MER-STATUS
           MOVE 'PCI REINSTATED' TO MER-STATUS-NOTE
           REWRITE MER-REC
           MOVE 'PCIRIN' TO WS-AUD-ACTION
           MOVE MER-ID TO WS-AUD-KEY
           CALL 'G3-AUDIT-LOG' USING VISA-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY
           DISPLAY 'MERCHANT REINSTATED TO ACTIVE'
       END-IF.
       PERFORM 900-PAUSE.
      ******************************************************************
      * THE MERCHANT, AND ITS COMPLIANCE RECORD IF IT HAS ONE; MER-ID
      * COMES BACK ZERO WHEN THERE IS NO SUCH MERCHANT.
      ******************************************************************
       150-GET-MERCHANT.
       DISPLAY 'MERCHANT ID:'.
       ACCEPT WS-IN-MER.
       MOVE WS-IN-MER TO MER-ID.
       READ MER-FILE
           INVALID KEY
               DISPLAY 'NO SUCH MERCHANT'
               PERFORM 900-PAUSE
               MOVE ZERO TO MER-ID
               EXIT PARAGRAPH
       END-READ.
       DISPLAY 'MERCHANT: ' MER-ID '  ' MER-NAME '  STATUS '
               MER-STATUS ' ' MER-STATUS-NOTE.
       MOVE 'N' TO WS-NEW-REC.
       MOVE WS-IN-MER TO PCI-MER-ID.
       READ PCI-FILE
           INVALID KEY
               MOVE 'Y' TO WS-NEW-REC
               MOVE SPACES TO PCI-REC
               MOVE WS-IN-MER TO PCI-MER-ID
               MOVE ZERO TO PCI-LEVEL PCI-ATTEST-DATE PCI-SCAN-DATE
                            PCI-EXPIRY-DATE PCI-STATUS-DATE
               MOVE 'P' TO PCI-STATUS
       END-READ.
      ******************************************************************
       300-SCAN.
       PERFORM 150-GET-MERCHANT.
       IF MER-ID = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF WS-NEW-REC = 'Y'
           DISPLAY 'NO ATTESTATION ON FILE - FILE ONE FIRST'
           PERFORM 900-PAUSE
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'SCAN DATE (CCYYMMDD):'.
       ACCEPT WS-IN-SCAN.
       IF FUNCTION TEST-DATE-YYYYMMDD (WS-IN-SCAN) NOT = ZERO
               OR WS-IN-SCAN > WS-TODAY
           DISPLAY 'BAD SCAN DATE'
           PERFORM 900-PAUSE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-SCAN TO PCI-SCAN-DATE.
       REWRITE PCI-REC.
       MOVE 'PCISCN' TO WS-AUD-ACTION.
       MOVE PCI-MER-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VISA-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'SCAN RECORDED'.
       PERFORM 900-PAUSE.
      ******************************************************************
       400-SHOW-MERCHANT.
       PERFORM 150-GET-MERCHANT.
       IF MER-ID = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF WS-NEW-REC = 'Y'
           DISPLAY 'NO PCI VALIDATION ON FILE'
       ELSE
           DISPLAY 'VALIDATION: ' PCI-VAL-TYPE '  LEVEL ' PCI-LEVEL
           DISPLAY 'ATTESTED:   ' PCI-ATTEST-DATE
                   '  LAST SCAN ' PCI-SCAN-DATE
           DISPLAY 'EXPIRES:    ' PCI-EXPIRY-DATE
           DISPLAY 'STATUS:     ' PCI-STATUS ' SINCE '
                   PCI-STATUS-DATE
                   '  (C=COMPLIANT E=EXPIRED L=LAPSED P=PENDING)'
           DISPLAY 'REMINDERS:  60 DAY ' PCI-NOTICE-60
                   '  30 DAY ' PCI-NOTICE-30
       END-IF.
       PERFORM 900-PAUSE.
      ******************************************************************
       900-PAUSE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT WS-PC-RESP.
       MOVE SPACE TO WS-PC-RESP.
