      ******************************************************************
      *PROGRAM:  Capital One Credit Bureau Dispute Intake
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly. Takes the consumer disputes the bureaus
      *          forward (BDS-IN.TXT) and opens each one on the
      *          bureau dispute file for the G3-CAP1-BDSDESK queue,
      *          due 30 days after the bureau received it. A dispute
      *          must name an account on file whose last name agrees
      *          with the bureau's, a known bureau and a disputed
      *          item we report; anything else is not opened and
      *          goes to BDS-IN-EXC.TXT for the disputes desk,
      *          filed in the report repository.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-BDS-INTAKE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-BDS.
       COPY SELECT-BDS-XFER.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-BDS.
       COPY FD-BDS-XFER.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-BDI-EOF                  PIC X VALUE SPACES.
       01  WS-BDS-EOF                  PIC X VALUE SPACES.
       01  WS-BDS-NEXT-ID              PIC 9(8) VALUE ZERO.
       01  WS-OPEN-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-EXC-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-CH-UNAME                 PIC X(20) VALUE SPACES.
       01  WS-BDI-UNAME                PIC X(20) VALUE SPACES.

       01  OUT-BDX-LINE.
           03  OUT-BDX-BUREAU          PIC X.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-BDX-REF             PIC X(15).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-BDX-ACCT            PIC X(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-BDX-LNAME           PIC X(20).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-BDX-TYPE            PIC X.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-BDX-REASON          PIC X(20).
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-BDS-INTAKE' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           OPEN I-O BDS-FILE.
           IF WS-STAT = 35
               CLOSE BDS-FILE
               OPEN OUTPUT BDS-FILE
               CLOSE BDS-FILE
               OPEN I-O BDS-FILE
           END-IF.
           OPEN INPUT CH-FILE.
           OPEN INPUT BDS-IN-FILE.
           OPEN OUTPUT BDS-EXC-FILE.
           PERFORM 150-LAST-BDS-ID.
           PERFORM UNTIL WS-BDI-EOF = 'Y'
               READ BDS-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-BDI-EOF
                   NOT AT END
                       PERFORM 200-INTAKE-ONE
               END-READ
           END-PERFORM.
           CLOSE BDS-FILE
                 CH-FILE
                 BDS-IN-FILE
                 BDS-EXC-FILE.
           MOVE 'BDS-IN-EXC.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-BDS-INTAKE' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'BUREAU DISPUTE INTAKE COMPLETE - ' WS-OPEN-CTR
                   ' OPENED, ' WS-EXC-CTR ' EXCEPTIONS'.
           GOBACK.
      ******************************************************************
       150-LAST-BDS-ID.
       MOVE ZERO TO WS-BDS-NEXT-ID.
       MOVE SPACES TO WS-BDS-EOF.
       MOVE ZERO TO BDS-ID.
       START BDS-FILE KEY NOT LESS THAN BDS-ID
           INVALID KEY
               MOVE 'Y' TO WS-BDS-EOF
       END-START.
       PERFORM UNTIL WS-BDS-EOF = 'Y'
           READ BDS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BDS-EOF
               NOT AT END
                   IF BDS-ID > WS-BDS-NEXT-ID
                       MOVE BDS-ID TO WS-BDS-NEXT-ID
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * THE BUREAU KNOWS THE CONSUMER BY THE ACCOUNT NUMBER WE SENT
      * AND THE NAME ON THEIR FILE; BOTH MUST AGREE WITH OURS.
      ******************************************************************
       200-INTAKE-ONE.
       MOVE BDI-BUREAU TO BDS-BUREAU.
       MOVE BDI-TYPE TO BDS-TYPE.
       IF NOT BDS-BUREAU-VALID
           MOVE 'UNKNOWN BUREAU' TO OUT-BDX-REASON
           PERFORM 300-EXCEPTION
           EXIT PARAGRAPH
       END-IF.
       IF NOT BDS-TYPE-VALID
           MOVE 'UNKNOWN DISPUTE TYPE' TO OUT-BDX-REASON
           PERFORM 300-EXCEPTION
           EXIT PARAGRAPH
       END-IF.
       IF BDI-ACCT IS NOT NUMERIC
           MOVE 'NO SUCH ACCOUNT' TO OUT-BDX-REASON
           PERFORM 300-EXCEPTION
           EXIT PARAGRAPH
       END-IF.
       MOVE BDI-ACCT TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               MOVE 'NO SUCH ACCOUNT' TO OUT-BDX-REASON
               PERFORM 300-EXCEPTION
               EXIT PARAGRAPH
       END-READ.
       MOVE FUNCTION UPPER-CASE (CH-LNAME) TO WS-CH-UNAME.
       MOVE FUNCTION UPPER-CASE (BDI-LNAME) TO WS-BDI-UNAME.
       IF WS-CH-UNAME NOT = WS-BDI-UNAME
           MOVE 'NAME DOES NOT MATCH' TO OUT-BDX-REASON
           PERFORM 300-EXCEPTION
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-BDS-NEXT-ID.
       INITIALIZE BDS-REC.
       MOVE WS-BDS-NEXT-ID TO BDS-ID.
       MOVE CH-ID TO BDS-CH-ID.
       MOVE BDI-BUREAU TO BDS-BUREAU.
       MOVE BDI-BUREAU-REF TO BDS-BUREAU-REF.
       MOVE BDI-TYPE TO BDS-TYPE.
       MOVE BDI-CLAIM TO BDS-CLAIM.
       MOVE 'F' TO BDS-SOURCE.
       IF BDI-RECV-DATE IS NUMERIC AND BDI-RECV-DATE NOT = ZERO
               AND BDI-RECV-DATE NOT > WS-TODAY
           MOVE BDI-RECV-DATE TO BDS-RECV-DATE
       ELSE
           MOVE WS-TODAY TO BDS-RECV-DATE
       END-IF.
       COMPUTE BDS-DUE-DATE = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (BDS-RECV-DATE) + 30).
       MOVE 'O' TO BDS-STATUS.
       MOVE SPACE TO BDS-OUTCOME.
       MOVE WS-OPERATOR-ID TO BDS-OPERATOR.
       WRITE BDS-REC.
       ADD 1 TO WS-OPEN-CTR.
       MOVE 'BDSNEW' TO WS-AUD-ACTION.
       MOVE BDS-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       300-EXCEPTION.
       MOVE BDI-BUREAU TO OUT-BDX-BUREAU.
       MOVE BDI-BUREAU-REF TO OUT-BDX-REF.
       MOVE BDS-IN-REC (19:8) TO OUT-BDX-ACCT.
       MOVE BDI-LNAME TO OUT-BDX-LNAME.
       MOVE BDI-TYPE TO OUT-BDX-TYPE.
       MOVE SPACES TO BDS-EXC-LINE.
       MOVE OUT-BDX-LINE TO BDS-EXC-LINE.
       WRITE BDS-EXC-LINE.
       ADD 1 TO WS-EXC-CTR.
