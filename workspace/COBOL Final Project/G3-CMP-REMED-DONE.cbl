      ******************************************************************
      *PROGRAM:  Group 3 Complaint Remediation Decided
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Called when a manual transaction held for dual
      *          control is decided. If a complaint case is waiting
      *          on it for its card-credit remediation ('P'), an
      *          approved and posted item ('A') resolves the case
      *          as of today with the remediation credited ('C');
      *          a rejected ('R') or expired ('E') item takes the
      *          remediation back off the case, which stays open
      *          for the desk to resolve again. Either way the
      *          outcome is the case's last note and goes on the
      *          account's contact notes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CMP-REMED-DONE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-COMPLAINT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-COMPLAINT.

       WORKING-STORAGE SECTION.
       COPY WS-AUDIT.
       01  WS-STAT                     PIC 99.
       01  WS-CMP-EOF                  PIC X VALUE SPACES.
       01  WS-NOTE-TEXT                PIC X(60) VALUE SPACES.
       01  WS-PROG                     PIC X(20)
               VALUE 'G3-CMP-REMED-DONE'.
       01  WS-TSTAMP.
           03  WS-YEAR                 PIC XXXX.
           03  WS-MONTH                PIC XX.
           03  WS-DAY                  PIC XX.

       LINKAGE SECTION.
       01  LK-MTP-ID                   PIC 9(8).
       01  LK-OUTCOME                  PIC X.
       01  LK-OPERATOR                 PIC X(8).
      ******************************************************************
       PROCEDURE DIVISION USING LK-MTP-ID, LK-OUTCOME, LK-OPERATOR.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           OPEN I-O CMP-FILE.
           IF WS-STAT NOT = ZERO
               EXIT PROGRAM
           END-IF.
           MOVE SPACES TO WS-CMP-EOF.
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
                       IF CMP-REMED-PENDING
                               AND CMP-REMED-MTP-ID = LK-MTP-ID
                           PERFORM 200-DECIDE-CASE
                           MOVE 'Y' TO WS-CMP-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CMP-FILE.
           EXIT PROGRAM.
      ******************************************************************
      * THE OPERATOR WHO HELD THE CREDIT STAYS ON THE CASE AS THE ONE
      * WHO RESOLVED IT; THE RESOLVED DATE IS THE DAY IT POSTED.
      ******************************************************************
       200-DECIDE-CASE.
       MOVE SPACES TO WS-NOTE-TEXT.
       IF LK-OUTCOME = 'A'
           MOVE 'R' TO CMP-STATUS
           MOVE WS-YEAR  TO CMP-RES-DATE (1:4)
           MOVE WS-MONTH TO CMP-RES-DATE (5:2)
           MOVE WS-DAY   TO CMP-RES-DATE (7:2)
           MOVE 'C' TO CMP-REMED-HOW
           STRING 'REMEDIATION ITEM ' LK-MTP-ID
                  ' POSTED - CASE RESOLVED'
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
           MOVE 'CMPRES' TO WS-AUD-ACTION
       ELSE
           MOVE SPACES TO CMP-RES-OPER
           MOVE SPACES TO CMP-ROOT-CAUSE
           MOVE SPACES TO CMP-RES-TEXT
           MOVE ZERO TO CMP-REMED-AMT
           MOVE SPACE TO CMP-REMED-HOW
           MOVE ZERO TO CMP-REMED-MTP-ID
           IF LK-OUTCOME = 'E'
               STRING 'REMEDIATION ITEM ' LK-MTP-ID
                      ' EXPIRED - RESOLVE AGAIN'
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
           ELSE
               STRING 'REMEDIATION ITEM ' LK-MTP-ID
                      ' REJECTED - RESOLVE AGAIN'
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
           END-IF
           MOVE 'CMPNTE' TO WS-AUD-ACTION
       END-IF.
       MOVE WS-NOTE-TEXT TO CMP-NOTE.
       REWRITE CMP-REC.
       MOVE SPACES TO WS-AUD-KEY.
       STRING CMP-ID ' ' CMP-PARTY-TYPE CMP-PARTY-ID
               DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING WS-PROG, LK-OPERATOR,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE SPACES TO WS-NOTE-TEXT.
       STRING 'CMP ' CMP-ID ': ' CMP-NOTE
               DELIMITED BY SIZE INTO WS-NOTE-TEXT.
       CALL 'G3-CAP1-NOTE' USING CMP-PARTY-ID, LK-OPERATOR,
               WS-NOTE-TEXT.
