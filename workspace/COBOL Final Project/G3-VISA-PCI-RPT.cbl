      ******************************************************************
      *PROGRAM:  Merchant PCI Compliance Quarterly Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: The quarterly PCI compliance return for the card
      *          brands, on PCI-RPT.TXT: every merchant able to take
      *          charges (active or suspended) counted by compliance
      *          status - compliant, expired in grace, lapsed,
      *          pending, or no validation on file - and by merchant
      *          level, then each merchant not compliant listed with
      *          its validation type, expiry and last scan. Run at
      *          quarter end, or from PCI compliance maintenance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-PCI-RPT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-PCI.
       COPY SELECT-MER.
       SELECT PCI-RPT-FILE
               ASSIGN TO 'PCI-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-PCI.
       COPY FD-MER.
       FD  PCI-RPT-FILE.
       01  PCI-RPT-LINE                PIC X(90).
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-QTR                      PIC 9 VALUE ZERO.
       01  WS-MONTH-N                  PIC 99 VALUE ZERO.
       01  WS-MER-EOF                  PIC X VALUE SPACES.
       01  WS-PCI-AVAIL                PIC X VALUE 'N'.
       01  WS-HAS-PCI                  PIC X VALUE 'N'.
       01  WS-PASS                     PIC 9 VALUE ZERO.
       01  WS-MER-CT                   PIC 9(5) VALUE ZERO.
       01  WS-COMPLIANT-CT             PIC 9(5) VALUE ZERO.
       01  WS-EXPIRED-CT               PIC 9(5) VALUE ZERO.
       01  WS-LAPSED-CT                PIC 9(5) VALUE ZERO.
       01  WS-PENDING-CT               PIC 9(5) VALUE ZERO.
       01  WS-NONE-CT                  PIC 9(5) VALUE ZERO.
       01  WS-LVL-IDX                  PIC 9 VALUE ZERO.
       01  WS-LVL-TABLE.
           03  WS-LVL-ENTRY OCCURS 4 TIMES.
               05  WS-LVL-CT           PIC 9(5).
               05  WS-LVL-OK-CT        PIC 9(5).
       01  WS-STAT-TEXT                PIC X(14) VALUE SPACES.

       01  OUT-PCR-COUNT.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-PCR-LABEL           PIC X(30).
           03  OUT-PCR-CT              PIC ZZ,ZZ9.

       01  OUT-PCR-LEVEL.
           03  FILLER                  PIC X(8)  VALUE '  LEVEL '.
           03  OUT-PCR-LVL             PIC 9.
           03  FILLER                  PIC X(12) VALUE ' MERCHANTS: '.
           03  OUT-PCR-LVL-CT          PIC ZZ,ZZ9.
           03  FILLER                  PIC X(14) VALUE '  COMPLIANT: '.
           03  OUT-PCR-LVL-OK          PIC ZZ,ZZ9.

       01  OUT-PCR-LINE.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-PCR-MER             PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PCR-NAME            PIC X(25).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PCR-STAT            PIC X(14).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PCR-TYPE            PIC X(6).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PCR-EXPIRY          PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-PCR-SCAN            PIC 9(8).
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE WS-MONTH TO WS-MONTH-N.
           COMPUTE WS-QTR = (WS-MONTH-N + 2) / 3.
           INITIALIZE WS-LVL-TABLE.
           OPEN INPUT MER-FILE.
           OPEN INPUT PCI-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-PCI-AVAIL
           END-IF.
           OPEN OUTPUT PCI-RPT-FILE.
           MOVE SPACES TO PCI-RPT-LINE.
           STRING 'PCI COMPLIANCE REPORT - ' WS-YEAR ' Q' WS-QTR
                  ' - AS OF ' WS-TODAY
                   DELIMITED BY SIZE INTO PCI-RPT-LINE.
           WRITE PCI-RPT-LINE.
      * PASS 1 COUNTS, PASS 2 LISTS THE MERCHANTS NOT COMPLIANT.
           MOVE 1 TO WS-PASS.
           PERFORM 200-SWEEP-MERCHANTS.
           PERFORM 500-COUNTS.
           MOVE SPACES TO PCI-RPT-LINE.
           WRITE PCI-RPT-LINE.
           MOVE 'MERCHANTS NOT COMPLIANT' TO PCI-RPT-LINE.
           WRITE PCI-RPT-LINE.
           MOVE 2 TO WS-PASS.
           PERFORM 200-SWEEP-MERCHANTS.
           CLOSE MER-FILE
                 PCI-RPT-FILE.
           MOVE 'PCI-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VISA-PCI-RPT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           IF WS-PCI-AVAIL = 'Y'
               CLOSE PCI-FILE
           END-IF.
           DISPLAY 'PCI COMPLIANCE REPORT COMPLETE - ' WS-MER-CT
                   ' MERCHANTS, ' WS-COMPLIANT-CT ' COMPLIANT'.
           GOBACK.
      ******************************************************************
       200-SWEEP-MERCHANTS.
       MOVE SPACES TO WS-MER-EOF.
       MOVE ZERO TO MER-ID.
       START MER-FILE KEY NOT LESS THAN MER-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-MER-EOF
       END-START.
       PERFORM UNTIL WS-MER-EOF = 'Y'
           READ MER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MER-EOF
               NOT AT END
                   IF MER-STAT-ACTIVE OR MER-STAT-SUSPENDED
                       PERFORM 300-ONE-MERCHANT
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       300-ONE-MERCHANT.
       MOVE 'N' TO WS-HAS-PCI.
       IF WS-PCI-AVAIL = 'Y'
           MOVE MER-ID TO PCI-MER-ID
           READ PCI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HAS-PCI
           END-READ
       END-IF.
       IF WS-HAS-PCI = 'N'
           MOVE 'NOT ON FILE' TO WS-STAT-TEXT
       ELSE
           EVALUATE TRUE
               WHEN PCI-COMPLIANT
                   MOVE 'COMPLIANT' TO WS-STAT-TEXT
               WHEN PCI-EXPIRED
                   MOVE 'EXPIRED-GRACE' TO WS-STAT-TEXT
               WHEN PCI-LAPSED
                   MOVE 'LAPSED' TO WS-STAT-TEXT
               WHEN OTHER
                   MOVE 'PENDING' TO WS-STAT-TEXT
           END-EVALUATE
       END-IF.
       IF WS-PASS = 1
           PERFORM 350-COUNT-ONE
       ELSE
           IF WS-STAT-TEXT NOT = 'COMPLIANT'
               PERFORM 400-LIST-ONE
           END-IF
       END-IF.
      ******************************************************************
       350-COUNT-ONE.
       ADD 1 TO WS-MER-CT.
       EVALUATE WS-STAT-TEXT
           WHEN 'NOT ON FILE'
               ADD 1 TO WS-NONE-CT
           WHEN 'COMPLIANT'
               ADD 1 TO WS-COMPLIANT-CT
           WHEN 'EXPIRED-GRACE'
               ADD 1 TO WS-EXPIRED-CT
           WHEN 'LAPSED'
               ADD 1 TO WS-LAPSED-CT
           WHEN OTHER
               ADD 1 TO WS-PENDING-CT
       END-EVALUATE.
       IF WS-HAS-PCI = 'Y' AND PCI-LEVEL > ZERO AND PCI-LEVEL < 5
           MOVE PCI-LEVEL TO WS-LVL-IDX
           ADD 1 TO WS-LVL-CT (WS-LVL-IDX)
           IF PCI-COMPLIANT
               ADD 1 TO WS-LVL-OK-CT (WS-LVL-IDX)
           END-IF
       END-IF.
      ******************************************************************
       400-LIST-ONE.
       MOVE MER-ID TO OUT-PCR-MER.
       MOVE MER-NAME TO OUT-PCR-NAME.
       MOVE WS-STAT-TEXT TO OUT-PCR-STAT.
       IF WS-HAS-PCI = 'Y'
           MOVE PCI-VAL-TYPE TO OUT-PCR-TYPE
           MOVE PCI-EXPIRY-DATE TO OUT-PCR-EXPIRY
           MOVE PCI-SCAN-DATE TO OUT-PCR-SCAN
       ELSE
           MOVE SPACES TO OUT-PCR-TYPE
           MOVE ZERO TO OUT-PCR-EXPIRY
           MOVE ZERO TO OUT-PCR-SCAN
       END-IF.
       MOVE OUT-PCR-LINE TO PCI-RPT-LINE.
       WRITE PCI-RPT-LINE.
      ******************************************************************
       500-COUNTS.
       MOVE 'MERCHANTS ABLE TO TAKE CHARGES' TO OUT-PCR-LABEL.
       MOVE WS-MER-CT TO OUT-PCR-CT.
       MOVE OUT-PCR-COUNT TO PCI-RPT-LINE.
       WRITE PCI-RPT-LINE.
       MOVE 'COMPLIANT' TO OUT-PCR-LABEL.
       MOVE WS-COMPLIANT-CT TO OUT-PCR-CT.
       MOVE OUT-PCR-COUNT TO PCI-RPT-LINE.
       WRITE PCI-RPT-LINE.
       MOVE 'EXPIRED, IN GRACE PERIOD' TO OUT-PCR-LABEL.
       MOVE WS-EXPIRED-CT TO OUT-PCR-CT.
       MOVE OUT-PCR-COUNT TO PCI-RPT-LINE.
       WRITE PCI-RPT-LINE.
       MOVE 'LAPSED' TO OUT-PCR-LABEL.
       MOVE WS-LAPSED-CT TO OUT-PCR-CT.
       MOVE OUT-PCR-COUNT TO PCI-RPT-LINE.
       WRITE PCI-RPT-LINE.
       MOVE 'PENDING' TO OUT-PCR-LABEL.
       MOVE WS-PENDING-CT TO OUT-PCR-CT.
       MOVE OUT-PCR-COUNT TO PCI-RPT-LINE.
       WRITE PCI-RPT-LINE.
       MOVE 'NO VALIDATION ON FILE' TO OUT-PCR-LABEL.
       MOVE WS-NONE-CT TO OUT-PCR-CT.
       MOVE OUT-PCR-COUNT TO PCI-RPT-LINE.
       WRITE PCI-RPT-LINE.
       PERFORM VARYING WS-LVL-IDX FROM 1 BY 1 UNTIL WS-LVL-IDX > 4
           MOVE WS-LVL-IDX TO OUT-PCR-LVL
           MOVE WS-LVL-CT (WS-LVL-IDX) TO OUT-PCR-LVL-CT
           MOVE WS-LVL-OK-CT (WS-LVL-IDX) TO OUT-PCR-LVL-OK
           MOVE OUT-PCR-LEVEL TO PCI-RPT-LINE
           WRITE PCI-RPT-LINE
       END-PERFORM.
