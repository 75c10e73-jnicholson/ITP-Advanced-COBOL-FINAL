      ******************************************************************
      *PROGRAM:  Group 3 Complaint Escalation
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly. Escalates every open complaint case on
      *          COMPLAINT.DAT that has come within CAP1-CMP-ESC-DY
      *          days of its response due date (or passed it), so it
      *          heads the complaint desk's escalated queue, and
      *          lists every escalated and overdue case - with the
      *          operator it is assigned to and the days left - on
      *          CMP-ESC-RPT.TXT for the complaints supervisor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CMP-ESCALATE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-COMPLAINT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-COMPLAINT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-PARM.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CMP-EOF                  PIC X VALUE SPACES.
       01  WS-DAYS-LEFT                PIC S9(5) VALUE ZERO.
       01  WS-NEW-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-ESC-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-LATE-CTR                 PIC 9(5) VALUE ZERO.

       01  OUT-ESC-COLS.
           03  FILLER                  PIC X(51) VALUE
               'CASE     PARTY     NAME                      CT PR '.
           03  FILLER                  PIC X(43) VALUE
               'DUE       LEFT ASSIGNED ESCALATED FLAG'.

       01  OUT-ESC-LINE.
           03  OUT-ESC-ID              PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-ESC-PTY             PIC X.
           03  OUT-ESC-PARTY           PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-ESC-NAME            PIC X(25).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-ESC-CAT             PIC X(2).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-ESC-PRD             PIC X(2).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-ESC-DUE             PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-ESC-LEFT            PIC -(4)9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-ESC-ASSIGNED        PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-ESC-DATE            PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-ESC-FLAG            PIC X(7).
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CMP-ESCALATE' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE 'CMP-ESC-DY' TO WS-PARM-NAME.
           MOVE WS-TODAY TO WS-PARM-DATE.
           MOVE CAP1-CMP-ESC-DY TO WS-PARM-NUM.
           CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
                   WS-PARM-NUM, WS-PARM-TEXT.
           MOVE WS-PARM-NUM TO CAP1-CMP-ESC-DY.
           OPEN I-O CMP-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'COMPLAINT ESCALATION - NO COMPLAINTS ON FILE'
               GOBACK
           END-IF.
           OPEN OUTPUT CMPESC-FILE.
           MOVE SPACES TO CMPESC-LINE.
           STRING 'COMPLAINTS ESCALATED OR OVERDUE AS OF ' WS-TODAY
                   ' - ESCALATED ' CAP1-CMP-ESC-DY
                   ' DAYS BEFORE DUE'
                   DELIMITED BY SIZE INTO CMPESC-LINE.
           WRITE CMPESC-LINE.
           MOVE SPACES TO CMPESC-LINE.
           WRITE CMPESC-LINE.
           WRITE CMPESC-LINE FROM OUT-ESC-COLS.
           MOVE ZERO TO CMP-ID.
           START CMP-FILE KEY NOT LESS THAN CMP-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CMP-EOF
           END-START.
           PERFORM UNTIL WS-CMP-EOF = 'Y'
               READ CMP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CMP-EOF
                   NOT AT END
                       IF CMP-UNRESOLVED
                           PERFORM 200-CHECK-CASE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO CMPESC-LINE.
           WRITE CMPESC-LINE.
           STRING 'NEWLY ESCALATED: ' WS-NEW-CTR
                   '   ESCALATED: ' WS-ESC-CTR
                   '   OVERDUE: ' WS-LATE-CTR
                   DELIMITED BY SIZE INTO CMPESC-LINE.
           WRITE CMPESC-LINE.
           CLOSE CMP-FILE
                 CMPESC-FILE.
           MOVE 'CMP-ESC-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CMP-ESCALATE' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'COMPLAINT ESCALATION COMPLETE - NEW: ' WS-NEW-CTR
                   ' ESCALATED: ' WS-ESC-CTR ' OVERDUE: ' WS-LATE-CTR.
           GOBACK.
      ******************************************************************
      * A CASE ONCE ESCALATED STAYS ESCALATED UNTIL IT IS RESOLVED.
      ******************************************************************
       200-CHECK-CASE.
       COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE (CMP-DUE-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-TODAY).
       IF CMP-OPEN AND WS-DAYS-LEFT NOT > CAP1-CMP-ESC-DY
           MOVE 'E' TO CMP-STATUS
           MOVE WS-TODAY TO CMP-ESC-DATE
           REWRITE CMP-REC
           ADD 1 TO WS-NEW-CTR
           MOVE 'CMPESC' TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-KEY
           STRING CMP-ID ' ' CMP-PARTY-TYPE CMP-PARTY-ID
                   DELIMITED BY SIZE INTO WS-AUD-KEY
           CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY
       END-IF.
       IF CMP-OPEN
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-ESC-CTR.
       MOVE CMP-ID TO OUT-ESC-ID.
       MOVE CMP-PARTY-TYPE TO OUT-ESC-PTY.
       MOVE CMP-PARTY-ID TO OUT-ESC-PARTY.
       MOVE CMP-NAME TO OUT-ESC-NAME.
       MOVE CMP-CATEGORY TO OUT-ESC-CAT.
       MOVE CMP-PRODUCT TO OUT-ESC-PRD.
       MOVE CMP-DUE-DATE TO OUT-ESC-DUE.
       MOVE WS-DAYS-LEFT TO OUT-ESC-LEFT.
       MOVE CMP-ASSIGNED TO OUT-ESC-ASSIGNED.
       MOVE CMP-ESC-DATE TO OUT-ESC-DATE.
       MOVE SPACES TO OUT-ESC-FLAG.
       IF WS-DAYS-LEFT < ZERO
           ADD 1 TO WS-LATE-CTR
           MOVE 'OVERDUE' TO OUT-ESC-FLAG
       END-IF.
       WRITE CMPESC-LINE FROM OUT-ESC-LINE.
