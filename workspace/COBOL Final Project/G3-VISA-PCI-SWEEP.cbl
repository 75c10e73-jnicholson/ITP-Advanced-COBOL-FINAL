      ******************************************************************
      *PROGRAM:  Merchant PCI Compliance Sweep
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly pass over the PCI compliance file. A
      *          merchant whose attestation expires within 60 days,
      *          and again within 30, is sent a reminder through the
      *          mail spooler (once each). The day after expiry the
      *          record goes expired ('E'); once the grace period
      *          (system parameter PCI-GRACE-DY, days past expiry)
      *          runs out it goes lapsed ('L') and an active
      *          merchant is moved to 'S' suspended with the note
      *          'PCI LAPSED' - it still settles what it is owed but
      *          takes no new charges - the same way
      *          G3-VISA-MER-RISK suspends. Filing a new
      *          attestation at G3-VISA-PCI-MAINT reinstates it.
      *          Every action lands on PCI-SWEEP-RPT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-PCI-SWEEP IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-PCI.
       COPY SELECT-MER.
       SELECT PCI-SWEEP-RPT-FILE
               ASSIGN TO 'PCI-SWEEP-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-PCI.
       COPY FD-MER.
       FD  PCI-SWEEP-RPT-FILE.
       01  PCI-SWEEP-RPT-LINE          PIC X(90).
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-AUDIT.
       COPY WS-RPTFILE.
       COPY WS-PARM.
       COPY WS-PCI.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INT                PIC 9(7) VALUE ZERO.
       01  WS-DAYS-LEFT                PIC S9(7) VALUE ZERO.
       01  WS-DAYS-PAST                PIC 9(7) VALUE ZERO.
       01  WS-PCI-EOF                  PIC X VALUE SPACES.
       01  WS-CHANGED                  PIC X VALUE 'N'.
       01  WS-NOTICE-CTR               PIC 9(5) VALUE ZERO.
       01  WS-EXPIRED-CTR              PIC 9(5) VALUE ZERO.
       01  WS-SUSP-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-NOTICE-DAYS              PIC 99 VALUE ZERO.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
       01  LK-EMAIL-BODY               PIC X(80) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-VISA-PCI-SWEEP' TO VISA-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           MOVE WS-TODAY TO WS-PARM-DATE.
           MOVE 'PCI-GRACE-DY' TO WS-PARM-NAME.
           MOVE WS-PCI-GRACE-DAYS TO WS-PARM-NUM.
           CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
                   WS-PARM-NUM, WS-PARM-TEXT.
           MOVE WS-PARM-NUM TO WS-PCI-GRACE-DAYS.
           OPEN I-O PCI-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'PCI SWEEP - NO COMPLIANCE FILE, NOTHING TO DO'
               GOBACK
           END-IF.
           OPEN I-O MER-FILE.
           OPEN OUTPUT PCI-SWEEP-RPT-FILE.
           MOVE 'PCI COMPLIANCE SWEEP' TO PCI-SWEEP-RPT-LINE.
           WRITE PCI-SWEEP-RPT-LINE.
           MOVE ZERO TO PCI-MER-ID.
           START PCI-FILE KEY NOT LESS THAN PCI-MER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PCI-EOF
           END-START.
           PERFORM UNTIL WS-PCI-EOF = 'Y'
               READ PCI-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PCI-EOF
                   NOT AT END
                       IF (PCI-COMPLIANT OR PCI-EXPIRED)
                               AND PCI-EXPIRY-DATE > ZERO
                           PERFORM 200-ONE-MERCHANT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PCI-FILE
                 MER-FILE
                 PCI-SWEEP-RPT-FILE.
           MOVE 'PCI-SWEEP-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VISA-PCI-SWEEP' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'PCI SWEEP COMPLETE. REMINDERS: ' WS-NOTICE-CTR
                   ' EXPIRED: ' WS-EXPIRED-CTR
                   ' SUSPENDED: ' WS-SUSP-CTR.
           GOBACK.
      ******************************************************************
       200-ONE-MERCHANT.
       MOVE 'N' TO WS-CHANGED.
       COMPUTE WS-DAYS-LEFT =
           FUNCTION INTEGER-OF-DATE (PCI-EXPIRY-DATE) - WS-TODAY-INT.
       MOVE PCI-MER-ID TO MER-ID.
       READ MER-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF MER-STAT-TERMINATED OR MER-STAT-DECLINED
           EXIT PARAGRAPH
       END-IF.
       EVALUATE TRUE
           WHEN WS-DAYS-LEFT < ZERO
               PERFORM 400-PAST-EXPIRY
           WHEN WS-DAYS-LEFT NOT > 30 AND PCI-NOTICE-30 NOT = 'Y'
               MOVE 30 TO WS-NOTICE-DAYS
               PERFORM 300-REMIND
               MOVE 'Y' TO PCI-NOTICE-30
               MOVE 'Y' TO PCI-NOTICE-60
               MOVE 'Y' TO WS-CHANGED
           WHEN WS-DAYS-LEFT NOT > 60 AND PCI-NOTICE-60 NOT = 'Y'
               MOVE 60 TO WS-NOTICE-DAYS
               PERFORM 300-REMIND
               MOVE 'Y' TO PCI-NOTICE-60
               MOVE 'Y' TO WS-CHANGED
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       IF WS-CHANGED = 'Y'
           REWRITE PCI-REC
       END-IF.
      ******************************************************************
       300-REMIND.
       ADD 1 TO WS-NOTICE-CTR.
       MOVE SPACES TO PCI-SWEEP-RPT-LINE.
       STRING 'REMINDER  ' MER-ID ' ' MER-NAME ' EXPIRES '
              PCI-EXPIRY-DATE ' (' WS-NOTICE-DAYS ' DAY NOTICE)'
               DELIMITED BY SIZE INTO PCI-SWEEP-RPT-LINE.
       WRITE PCI-SWEEP-RPT-LINE.
       IF MER-EMAIL = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE MER-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'PCI COMPLIANCE EXPIRES IN ' WS-NOTICE-DAYS ' DAYS'
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       MOVE SPACES TO LK-EMAIL-BODY.
       STRING 'MERCHANT ' MER-ID ' PCI ATTESTATION EXPIRES '
              PCI-EXPIRY-DATE ' - FILE A NEW SAQ AND SCAN'
               DELIMITED BY SIZE INTO LK-EMAIL-BODY.
       CALL 'G3-SEND-EMAIL-B' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT,
               LK-EMAIL-BODY.
      ******************************************************************
      * PAST EXPIRY: EXPIRED WHILE THE GRACE PERIOD RUNS, LAPSED AND
      * SUSPENDED AFTER IT.
      ******************************************************************
       400-PAST-EXPIRY.
       IF PCI-COMPLIANT
           MOVE 'E' TO PCI-STATUS
           MOVE WS-TODAY TO PCI-STATUS-DATE
           MOVE 'Y' TO WS-CHANGED
           ADD 1 TO WS-EXPIRED-CTR
           MOVE SPACES TO PCI-SWEEP-RPT-LINE
           STRING 'EXPIRED   ' MER-ID ' ' MER-NAME ' ON '
                  PCI-EXPIRY-DATE
                   DELIMITED BY SIZE INTO PCI-SWEEP-RPT-LINE
           WRITE PCI-SWEEP-RPT-LINE
       END-IF.
       COMPUTE WS-DAYS-PAST = 0 - WS-DAYS-LEFT.
       IF WS-DAYS-PAST NOT > WS-PCI-GRACE-DAYS
           EXIT PARAGRAPH
       END-IF.
       MOVE 'L' TO PCI-STATUS.
       MOVE WS-TODAY TO PCI-STATUS-DATE.
       MOVE 'Y' TO WS-CHANGED.
       MOVE SPACES TO PCI-SWEEP-RPT-LINE.
       IF MER-STAT-ACTIVE
           MOVE 'S' TO MER-STATUS
           MOVE 'PCI LAPSED' TO MER-STATUS-NOTE
           REWRITE MER-REC
           ADD 1 TO WS-SUSP-CTR
           MOVE 'PCISUS' TO WS-AUD-ACTION
           MOVE MER-ID TO WS-AUD-KEY
           CALL 'G3-AUDIT-LOG' USING VISA-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY
           STRING 'SUSPENDED ' MER-ID ' ' MER-NAME ' EXPIRED '
                  PCI-EXPIRY-DATE
                   DELIMITED BY SIZE INTO PCI-SWEEP-RPT-LINE
       ELSE
           STRING 'LAPSED    ' MER-ID ' ' MER-NAME ' EXPIRED '
                  PCI-EXPIRY-DATE ' STATUS ' MER-STATUS
                   DELIMITED BY SIZE INTO PCI-SWEEP-RPT-LINE
       END-IF.
       WRITE PCI-SWEEP-RPT-LINE.
