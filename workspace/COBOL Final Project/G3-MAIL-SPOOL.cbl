      *           THE ADDRESS ON THE SUPPRESSION LIST
      *           (G3-MAIL-SUPPRESS) SO DEAD ADDRESSES STOP BEING
      *           QUEUED TO AT ALL.
      *  10/15  - A PAST-DUE, LATE-FEE OR PENALTY-RATE NOTICE STILL
      *           QUEUED FOR AN ADDRESS WHOSE ACCOUNT HAS SINCE BEEN
      *           CODED BANKRUPT OR DECEASED (CH-SPEC-HANDLING) IS
      *           WITHHELD ('W') INSTEAD OF SENT, AND COUNTED ON THE
      *           DAILY REPORT.
      *  10/15  - ADVERSE ACTION NOTICES GO OUT ON THEIR OWN TEMPLATE,
      *           TPL-ADVACT.TXT, WITH THE REASON STATEMENTS AND THE
      *           CREDIT DECLINE DISCLOSURES.
      *  10/15  - A MERCHANT STATEMENT CARRIES ITS FILED LINES FROM
      *           MSTMT.DAT AFTER THE TEMPLATE TEXT.
      *  10/15  - AN ISSUER SCORECARD CARRIES ITS FILED LINES FROM
      *           ISSSCORE.DAT THE SAME WAY.
      *  10/15  - EACH RUN OF THE REPORT IS FILED IN THE REPORT
      *           REPOSITORY (G3-RPT-FILE).
      *  10/15  - A MEMBER'S WEEKLY PICKS MAIL LISTS THE TITLES LOGGED
      *           FOR THAT MEMBER AND DATE IN VFXRECO.TXT, ONE A LINE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-MAIL-SPOOL IS INITIAL.
       ENVIRONMENT DIVISION.
       COPY SELECT-EMAIL.
       COPY SELECT-MAIL-SPOOL.
       COPY SELECT-CHOLD.
       COPY SELECT-MSTMT.
       COPY SELECT-ISSSCORE.
       COPY SELECT-VFXRECO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-EMAIL.
       COPY FD-MAIL-SPOOL.
       COPY FD-CHOLD.
       COPY FD-MSTMT.
       COPY FD-ISSSCORE.
       COPY FD-VFXRECO.
       WORKING-STORAGE SECTION.
       COPY WS-RPTFILE.
       01  WS-STAT                     PIC 99.
       01  WS-TPL-STAT                 PIC 99.
       01  WS-TPL-NAME                 PIC X(16) VALUE SPACES.
       01  WS-RETRY-CT                 PIC 9(5) VALUE ZERO.
       01  WS-ALREADY-CT               PIC 9(5) VALUE ZERO.
       01  WS-DELIVERED                PIC X VALUE 'N'.
       01  WS-WITHHELD-CT              PIC 9(5) VALUE ZERO.
       01  WS-CH-AVAIL                 PIC X VALUE 'N'.
       01  WS-WITHHOLD                 PIC X VALUE 'N'.
       01  WS-MST-AVAIL                PIC X VALUE 'N'.
       01  WS-MST-EOF                  PIC X VALUE SPACES.
       01  WS-ISC-AVAIL                PIC X VALUE 'N'.
       01  WS-VRC-EOF                  PIC X VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           END-IF.
           OPEN OUTPUT EMAIL-NEW-FILE.
           OPEN EXTEND OUTMAIL-FILE.
           OPEN INPUT CH-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CH-AVAIL
           END-IF.
           OPEN INPUT MST-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-MST-AVAIL
           END-IF.
           OPEN INPUT ISC-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-ISC-AVAIL
           END-IF.
           PERFORM UNTIL WS-EM-EOF = 'Y'
               READ EMAIL-FILE
                   AT END
           CLOSE EMAIL-FILE
                 EMAIL-NEW-FILE
                 OUTMAIL-FILE.
           IF WS-CH-AVAIL = 'Y'
               CLOSE CH-FILE
           END-IF.
           IF WS-MST-AVAIL = 'Y'
               CLOSE MST-FILE
           END-IF.
           IF WS-ISC-AVAIL = 'Y'
               CLOSE ISC-FILE
           END-IF.
           PERFORM 600-COPY-BACK.
           PERFORM 700-DAILY-REPORT.
           DISPLAY 'SPOOL RUN COMPLETE. SENT: ' WS-SENT-CT
      ******************************************************************
       200-ONE-ENTRY.
       IF EMAIL-STATUS = 'S' OR EMAIL-STATUS = 'F'
               OR EMAIL-STATUS = 'W'
           ADD 1 TO WS-ALREADY-CT
           EXIT PARAGRAPH
       END-IF.
       PERFORM 250-CHECK-WITHHOLD.
       IF WS-WITHHOLD = 'Y'
           MOVE 'W' TO EMAIL-STATUS
           MOVE WS-TSTAMP TO EMAIL-SENT-TSTAMP
           ADD 1 TO WS-WITHHELD-CT
       ELSE
           PERFORM 300-PICK-TEMPLATE
           PERFORM 400-DELIVER
           END-IF
       END-IF.
      ******************************************************************
      * COLLECTIONS-FAMILY NOTICES ARE HELD BACK FROM A BANKRUPT OR
      * DECEASED CARDHOLDER: THE ADDRESS IS LOOKED UP ON CHOLD BY
      * EMAIL AND THE ACCOUNT'S SPECIAL-HANDLING CODE DECIDES.
      ******************************************************************
       250-CHECK-WITHHOLD.
       MOVE 'N' TO WS-WITHHOLD.
       IF WS-CH-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       IF EMAIL-SUBJECT (1:8) NOT = 'PAST DUE'
               AND EMAIL-SUBJECT (1:8) NOT = 'LATE FEE'
               AND EMAIL-SUBJECT (1:12) NOT = 'PENALTY RATE'
           EXIT PARAGRAPH
       END-IF.
       MOVE EMAIL-TO TO CH-EMAIL.
       READ CH-FILE KEY IS CH-EMAIL-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CH-SH-CODED
                   MOVE 'Y' TO WS-WITHHOLD
               END-IF
       END-READ.
      ******************************************************************
      * THE NOTICE FAMILY IS READ OFF THE SUBJECT LINE; EACH FAMILY
      * OWNS ITS TEMPLATE FILE.
      ******************************************************************
               MOVE 'TPL-PURCH.TXT' TO WS-TPL-NAME
           WHEN EMAIL-SUBJECT (1:6) = 'RENTAL'
               MOVE 'TPL-PURCH.TXT' TO WS-TPL-NAME
           WHEN EMAIL-SUBJECT (1:14) = 'ADVERSE ACTION'
               MOVE 'TPL-ADVACT.TXT' TO WS-TPL-NAME
           WHEN OTHER
               MOVE 'TPL-DEFAULT.TXT' TO WS-TPL-NAME
       END-EVALUATE.
               END-READ
           END-PERFORM
           CLOSE TPL-FILE
           IF EMAIL-SUBJECT (1:18) = 'MERCHANT STATEMENT'
               PERFORM 470-STATEMENT-LINES
           END-IF
           IF EMAIL-SUBJECT (1:16) = 'ISSUER SCORECARD'
               PERFORM 480-SCORECARD-LINES
           END-IF
           IF EMAIL-SUBJECT (1:14) = 'PICKED FOR YOU'
               PERFORM 490-PICK-LINES
           END-IF
           MOVE 'Y' TO WS-DELIVERED
       END-IF.
      ******************************************************************
               MOVE TPL-LINE TO OUTMAIL-LINE
       END-EVALUATE.
       WRITE OUTMAIL-LINE.
      ******************************************************************
      * A MERCHANT STATEMENT'S BODY NAMES THE MERCHANT AND MONTH; THE
      * STATEMENT ITSELF IS THE LINES FILED UNDER THAT KEY.
      ******************************************************************
       470-STATEMENT-LINES.
       IF WS-MST-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-MST-EOF.
       MOVE EMAIL-BODY (10:8) TO MST-MER-ID.
       MOVE EMAIL-BODY (33:6) TO MST-PERIOD.
       MOVE ZERO TO MST-LINE-NO.
       START MST-FILE KEY NOT LESS THAN MST-KEY
           INVALID KEY
               MOVE 'Y' TO WS-MST-EOF
       END-START.
       PERFORM UNTIL WS-MST-EOF = 'Y'
           READ MST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                   IF MST-MER-ID NOT = EMAIL-BODY (10:8)
                           OR MST-PERIOD NOT = EMAIL-BODY (33:6)
                       MOVE 'Y' TO WS-MST-EOF
                   ELSE
                       MOVE MST-TEXT TO OUTMAIL-LINE
                       WRITE OUTMAIL-LINE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * AN ISSUER SCORECARD'S BODY NAMES THE ISSUER AND MONTH; LINE
      * ZERO UNDER THAT KEY IS FIGURES, NOT PRINT, AND IS SKIPPED.
      ******************************************************************
       480-SCORECARD-LINES.
       IF WS-ISC-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-MST-EOF.
       MOVE EMAIL-BODY (8:3) TO ISC-ISS-ID.
       MOVE EMAIL-BODY (26:6) TO ISC-PERIOD.
       MOVE 1 TO ISC-LINE-NO.
       START ISC-FILE KEY NOT LESS THAN ISC-KEY
           INVALID KEY
               MOVE 'Y' TO WS-MST-EOF
       END-START.
       PERFORM UNTIL WS-MST-EOF = 'Y'
           READ ISC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                   IF ISC-ISS-ID NOT = EMAIL-BODY (8:3)
                           OR ISC-PERIOD NOT = EMAIL-BODY (26:6)
                       MOVE 'Y' TO WS-MST-EOF
                   ELSE
                       MOVE ISC-TEXT TO OUTMAIL-LINE
                       WRITE OUTMAIL-LINE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * A WEEKLY PICKS MAIL'S BODY NAMES THE MEMBER AND RUN DATE; THE
      * PICKS ARE THE LINES LOGGED UNDER BOTH IN VFXRECO.TXT.
      ******************************************************************
       490-PICK-LINES.
       MOVE SPACES TO WS-VRC-EOF.
       OPEN INPUT VRC-FILE.
       PERFORM UNTIL WS-VRC-EOF = 'Y'
           READ VRC-FILE
               AT END
                   MOVE 'Y' TO WS-VRC-EOF
               NOT AT END
                   IF VRC-VM-ID = EMAIL-BODY (8:8)
                           AND VRC-DATE = EMAIL-BODY (27:8)
                       MOVE SPACES TO OUTMAIL-LINE
                       STRING '    ' VRC-TITLE
                               DELIMITED BY SIZE INTO OUTMAIL-LINE
                       WRITE OUTMAIL-LINE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VRC-FILE.
      ******************************************************************
       600-COPY-BACK.
       MOVE SPACES TO WS-EM-EOF.
       STRING 'ALREADY DELIVERED:  ' WS-ALREADY-CT
               DELIMITED BY SIZE INTO MAIL-RPT-LINE.
       WRITE MAIL-RPT-LINE.
       MOVE SPACES TO MAIL-RPT-LINE.
       STRING 'WITHHELD (SPEC HND):' WS-WITHHELD-CT
               DELIMITED BY SIZE INTO MAIL-RPT-LINE.
       WRITE MAIL-RPT-LINE.
       CLOSE MAIL-RPT-FILE.
       MOVE 'MAIL-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-MAIL-SPOOL' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
