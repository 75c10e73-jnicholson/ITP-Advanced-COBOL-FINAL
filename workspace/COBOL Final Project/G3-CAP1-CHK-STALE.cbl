      ******************************************************************
      *PROGRAM:  Capital One Stale Refund Check Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Lists every refund check still outstanding on the
      *          refund check register CAP1-ESCH-STALE-DY days (the
      *          ESCH-STALE-DY parameter) or more after it was cut -
      *          check number, account, payee, amount, issue date,
      *          age in days, and whether the escheat due-diligence
      *          letter has gone - with a count and dollar total, on
      *          STALE-CHK.TXT for the ops desk to chase before the
      *          money goes to the state, filed in the report
      *          repository. Run on demand or monthly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-CHK-STALE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-REFREG.
       SELECT STALE-RPT-FILE
               ASSIGN TO 'STALE-CHK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-REFREG.
       FD  STALE-RPT-FILE.
       01  STALE-RPT-LINE              PIC X(100).
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-PARM.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INT                PIC 9(7) VALUE ZERO.
       01  WS-DAYS                     PIC S9(7) VALUE ZERO.
       01  WS-RRG-EOF                  PIC X VALUE SPACES.
       01  WS-STALE-CTR                PIC 9(5) VALUE ZERO.
       01  WS-STALE-AMT                PIC 9(9)V99 VALUE ZERO.

       01  OUT-STL-HEAD.
           03  FILLER                  PIC X(29)
                   VALUE 'STALE REFUND CHECKS AS OF '.
           03  OUT-STLH-DATE           PIC 9(8).
           03  FILLER                  PIC X(10) VALUE ' - AGE >= '.
           03  OUT-STLH-DAYS           PIC ZZ9.
           03  FILLER                  PIC X(5)  VALUE ' DAYS'.

       01  OUT-STL-LINE.
           03  OUT-STL-CHECK-NO        PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-STL-CH-ID           PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-STL-PAYEE           PIC X(30).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-STL-AMT             PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-STL-ISSUE-DATE      PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-STL-AGE             PIC ZZZZ9.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-STL-NOTE            PIC X(12).

       01  OUT-STL-TOTAL.
           03  FILLER                  PIC X(14) VALUE 'STALE CHECKS: '.
           03  OUT-STLT-CT             PIC ZZZZ9.
           03  FILLER                  PIC X(10) VALUE '  AMOUNT: '.
           03  OUT-STLT-AMT            PIC ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-CHK-STALE' TO CAP1-M-PROG.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           MOVE WS-TODAY TO WS-PARM-DATE.
           MOVE 'ESCH-STALE-DY' TO WS-PARM-NAME.
           MOVE CAP1-ESCH-STALE-DY TO WS-PARM-NUM.
           CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
                   WS-PARM-NUM, WS-PARM-TEXT.
           MOVE WS-PARM-NUM TO CAP1-ESCH-STALE-DY.
           OPEN OUTPUT STALE-RPT-FILE.
           MOVE WS-TODAY TO OUT-STLH-DATE.
           MOVE CAP1-ESCH-STALE-DY TO OUT-STLH-DAYS.
           MOVE OUT-STL-HEAD TO STALE-RPT-LINE.
           WRITE STALE-RPT-LINE.
           OPEN INPUT RRG-FILE.
           IF WS-STAT = ZERO
               PERFORM 200-SCAN-REGISTER
               CLOSE RRG-FILE
           END-IF.
           MOVE WS-STALE-CTR TO OUT-STLT-CT.
           MOVE WS-STALE-AMT TO OUT-STLT-AMT.
           MOVE OUT-STL-TOTAL TO STALE-RPT-LINE.
           WRITE STALE-RPT-LINE.
           CLOSE STALE-RPT-FILE.
           MOVE 'STALE-CHK.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-CHK-STALE' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'STALE CHECK REPORT COMPLETE - ' WS-STALE-CTR
                   ' STALE CHECKS'.
           GOBACK.
      ******************************************************************
       200-SCAN-REGISTER.
       MOVE ZERO TO RRG-CHECK-NO.
       START RRG-FILE KEY NOT LESS THAN RRG-CHECK-NO
           INVALID KEY
               MOVE 'Y' TO WS-RRG-EOF
       END-START.
       PERFORM UNTIL WS-RRG-EOF = 'Y'
           READ RRG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RRG-EOF
               NOT AT END
                   IF RRG-OPEN
                       COMPUTE WS-DAYS = WS-TODAY-INT
                           - FUNCTION INTEGER-OF-DATE (RRG-ISSUE-DATE)
                       IF WS-DAYS >= CAP1-ESCH-STALE-DY
                           PERFORM 300-STALE-LINE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       300-STALE-LINE.
       MOVE RRG-CHECK-NO TO OUT-STL-CHECK-NO.
       MOVE RRG-CH-ID TO OUT-STL-CH-ID.
       MOVE RRG-PAYEE TO OUT-STL-PAYEE.
       MOVE RRG-AMT TO OUT-STL-AMT.
       MOVE RRG-ISSUE-DATE TO OUT-STL-ISSUE-DATE.
       MOVE WS-DAYS TO OUT-STL-AGE.
       IF RRG-LETTER-SENT
           MOVE 'LETTER SENT' TO OUT-STL-NOTE
       ELSE
           MOVE SPACES TO OUT-STL-NOTE
       END-IF.
       MOVE OUT-STL-LINE TO STALE-RPT-LINE.
       WRITE STALE-RPT-LINE.
       ADD 1 TO WS-STALE-CTR.
       ADD RRG-AMT TO WS-STALE-AMT.
