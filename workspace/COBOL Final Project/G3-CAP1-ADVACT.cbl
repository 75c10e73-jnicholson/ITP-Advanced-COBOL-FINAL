      ******************************************************************
      *PROGRAM:  Capital One Adverse Action Notice Writer
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Called once for every credit decline - an applicant
      *          turned down at signup or a limit request denied -
      *          with the call area in WS-ADVACT. Keeps the caller's
      *          standard reason codes (WS-AANRSN) and, for a limit
      *          request, adds what the account itself shows: a low
      *          or missing bureau score, high utilization, recent
      *          delinquency, an ask over the ceiling. Four reasons
      *          at most, 09 when there are none. The decline is
      *          logged on ADVACT.DAT with the score used and the
      *          notice queued by email for the mail spooler's
      *          adverse action template, which carries the required
      *          disclosures; an applicant with no usable email is
      *          marked for the printed letter G3-CAP1-AAN-PRINT
      *          produces. The final reason list is handed back and
      *          the notice audited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-ADVACT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-ADVACT.
       COPY SELECT-BURSCORE.
       COPY SELECT-SUPPRESS.
      ******************************************************************
       DATA DIVISION.
       COPY FD-ADVACT.
       COPY FD-BURSCORE.
       COPY FD-SUPPRESS.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-AANRSN.
       COPY WS-PARM.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-AAN-EOF                  PIC X VALUE SPACES.
       01  WS-AAN-NEXT-ID              PIC 9(8) VALUE ZERO.
       01  WS-RSN-IN                   PIC X(2) VALUE SPACES.
       01  WS-RSN-OK                   PIC X VALUE 'N'.
       01  WS-RSN-CT                   PIC 9 VALUE ZERO.
       01  WS-RSN-LIST                 PIC X(8) VALUE SPACES.
       01  WS-RSN-SLOT REDEFINES WS-RSN-LIST
                                       PIC X(2) OCCURS 4 TIMES.
       01  WS-RSN-I                    PIC 9 VALUE ZERO.
       01  WS-RSN-J                    PIC 9 VALUE ZERO.
       01  WS-UTIL-FLOOR               PIC S9(9)V99 VALUE ZERO.
       01  WS-EMAIL-DEAD               PIC X VALUE 'N'.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
       01  LK-EMAIL-BODY               PIC X(80) VALUE SPACES.
       01  WS-BODY-SCORE               PIC X(22) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-AAN-CALL.
           03  LK-AAN-TYPE             PIC X.
           03  LK-AAN-CH-ID            PIC 9(8).
           03  LK-AAN-FNAME            PIC X(20).
           03  LK-AAN-LNAME            PIC X(20).
           03  LK-AAN-ADDRESS          PIC X(20).
           03  LK-AAN-ZIP              PIC 9(5).
           03  LK-AAN-EMAIL            PIC X(35).
           03  LK-AAN-LIMIT            PIC 9(7).
           03  LK-AAN-BAL              PIC S9(7)V99.
           03  LK-AAN-MISSED           PIC 9(3).
           03  LK-AAN-REQ-AMT          PIC 9(7).
           03  LK-AAN-SCORE            PIC 9(3).
           03  LK-AAN-SCORE-USED       PIC X.
           03  LK-AAN-REASONS          PIC X(8).
           03  LK-AAN-REASON REDEFINES LK-AAN-REASONS
                                       PIC X(2) OCCURS 4 TIMES.
           03  LK-AAN-PROG             PIC X(20).
           03  LK-AAN-OPER             PIC X(8).
      ******************************************************************
       PROCEDURE DIVISION USING LK-AAN-CALL.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           PERFORM 120-LOAD-PARMS.
           MOVE SPACES TO WS-RSN-LIST.
           MOVE ZERO TO WS-RSN-CT.
           PERFORM VARYING WS-RSN-I FROM 1 BY 1 UNTIL WS-RSN-I > 4
               MOVE LK-AAN-REASON (WS-RSN-I) TO WS-RSN-IN
               PERFORM 250-ADD-REASON
           END-PERFORM.
           IF LK-AAN-SCORE-USED = SPACE
               PERFORM 150-LOOKUP-SCORE
           END-IF.
           IF LK-AAN-TYPE = 'L'
               PERFORM 200-ACCOUNT-REASONS
           END-IF.
           IF WS-RSN-CT = ZERO
               MOVE '09' TO WS-RSN-IN
               PERFORM 250-ADD-REASON
           END-IF.
           MOVE WS-RSN-LIST TO LK-AAN-REASONS.
           PERFORM 300-CHECK-EMAIL.
           PERFORM 400-LOG-NOTICE.
           IF AAN-BY-EMAIL
               PERFORM 500-EMAIL-NOTICE
           END-IF.
           MOVE 'AANOTC' TO WS-AUD-ACTION.
           MOVE AAN-ID TO WS-AUD-KEY.
           CALL 'G3-AUDIT-LOG' USING LK-AAN-PROG, LK-AAN-OPER,
                   WS-AUD-ACTION, WS-AUD-KEY.
           EXIT PROGRAM.
      ******************************************************************
      * SCORE FLOOR AND UTILIZATION SHARE BEHIND REASONS 01 AND 03.
      ******************************************************************
       120-LOAD-PARMS.
       MOVE WS-TODAY TO WS-PARM-DATE.
       MOVE 'AAN-SCORE-MIN' TO WS-PARM-NAME.
       MOVE CAP1-AAN-SCORE-MIN TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-AAN-SCORE-MIN.
       MOVE 'AAN-UTIL-PCT' TO WS-PARM-NAME.
       MOVE CAP1-AAN-UTIL-PCT TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO CAP1-AAN-UTIL-PCT.
      ******************************************************************
       150-LOOKUP-SCORE.
       MOVE 'N' TO LK-AAN-SCORE-USED.
       MOVE ZERO TO LK-AAN-SCORE.
       OPEN INPUT BSC-FILE.
       IF WS-STAT = ZERO
           MOVE LK-AAN-CH-ID TO BSC-CH-ID
           READ BSC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BSC-SCORE TO LK-AAN-SCORE
                   MOVE 'Y' TO LK-AAN-SCORE-USED
           END-READ
           CLOSE BSC-FILE
       END-IF.
      ******************************************************************
      * WHAT THE ACCOUNT ITSELF SAYS ABOUT A DENIED LIMIT REQUEST,
      * AFTER WHATEVER REASONS THE CALLER GAVE FIRST.
      ******************************************************************
       200-ACCOUNT-REASONS.
       IF LK-AAN-SCORE-USED = 'Y'
           IF LK-AAN-SCORE < CAP1-AAN-SCORE-MIN
               MOVE '01' TO WS-RSN-IN
               PERFORM 250-ADD-REASON
           END-IF
       ELSE
           MOVE '02' TO WS-RSN-IN
           PERFORM 250-ADD-REASON
       END-IF.
       COMPUTE WS-UTIL-FLOOR = LK-AAN-LIMIT * CAP1-AAN-UTIL-PCT.
       IF LK-AAN-LIMIT > ZERO
               AND LK-AAN-BAL NOT < WS-UTIL-FLOOR
           MOVE '03' TO WS-RSN-IN
           PERFORM 250-ADD-REASON
       END-IF.
       IF LK-AAN-MISSED > ZERO
           MOVE '04' TO WS-RSN-IN
           PERFORM 250-ADD-REASON
       END-IF.
       IF LK-AAN-REQ-AMT > CAP1-LIMITREQ-CEILING
           MOVE '05' TO WS-RSN-IN
           PERFORM 250-ADD-REASON
       END-IF.
      ******************************************************************
      * ONLY A STANDARD CODE, ONCE, AND NO MORE THAN FOUR.
      ******************************************************************
       250-ADD-REASON.
       IF WS-RSN-IN = SPACES OR WS-RSN-CT NOT < 4
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-RSN-OK.
       PERFORM VARYING WS-AAN-RSN-IDX FROM 1 BY 1
               UNTIL WS-AAN-RSN-IDX > WS-AAN-RSN-MAX
           IF WS-AAN-RSN-CODE (WS-AAN-RSN-IDX) = WS-RSN-IN
               MOVE 'Y' TO WS-RSN-OK
           END-IF
       END-PERFORM.
       IF WS-RSN-OK NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       IF WS-RSN-CT > ZERO
           PERFORM VARYING WS-RSN-J FROM 1 BY 1
                   UNTIL WS-RSN-J > WS-RSN-CT
               IF WS-RSN-SLOT (WS-RSN-J) = WS-RSN-IN
                   MOVE 'N' TO WS-RSN-OK
               END-IF
           END-PERFORM
       END-IF.
       IF WS-RSN-OK = 'Y'
           ADD 1 TO WS-RSN-CT
           MOVE WS-RSN-IN TO WS-RSN-SLOT (WS-RSN-CT)
       END-IF.
      ******************************************************************
      * AN ADDRESS THE SPOOLER HAS GIVEN UP ON WOULD NEVER BE QUEUED
      * TO; THAT APPLICANT GETS THE PRINTED LETTER INSTEAD.
      ******************************************************************
       300-CHECK-EMAIL.
       MOVE 'N' TO WS-EMAIL-DEAD.
       IF LK-AAN-EMAIL = SPACES
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT SUP-FILE.
       IF WS-STAT = ZERO
           MOVE LK-AAN-EMAIL TO SUP-EMAIL
           READ SUP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUP-DEAD = 'Y'
                       MOVE 'Y' TO WS-EMAIL-DEAD
                   END-IF
           END-READ
           CLOSE SUP-FILE
       END-IF.
      ******************************************************************
       400-LOG-NOTICE.
       OPEN I-O AAN-FILE.
       IF WS-STAT = 35
           CLOSE AAN-FILE
           OPEN OUTPUT AAN-FILE
           CLOSE AAN-FILE
           OPEN I-O AAN-FILE
       END-IF.
       PERFORM 450-LAST-AAN-ID.
       INITIALIZE AAN-REC.
       ADD 1 TO WS-AAN-NEXT-ID.
       MOVE WS-AAN-NEXT-ID TO AAN-ID.
       MOVE WS-TODAY TO AAN-DATE.
       MOVE LK-AAN-TYPE TO AAN-TYPE.
       MOVE LK-AAN-CH-ID TO AAN-CH-ID.
       MOVE LK-AAN-FNAME TO AAN-FNAME.
       MOVE LK-AAN-LNAME TO AAN-LNAME.
       MOVE LK-AAN-ADDRESS TO AAN-ADDRESS.
       MOVE LK-AAN-ZIP TO AAN-ZIP.
       MOVE LK-AAN-EMAIL TO AAN-EMAIL.
       MOVE LK-AAN-REQ-AMT TO AAN-REQ-AMT.
       MOVE LK-AAN-SCORE TO AAN-SCORE.
       MOVE LK-AAN-SCORE-USED TO AAN-SCORE-USED.
       MOVE WS-RSN-CT TO AAN-REASON-CT.
       PERFORM VARYING WS-RSN-I FROM 1 BY 1 UNTIL WS-RSN-I > 4
           MOVE WS-RSN-SLOT (WS-RSN-I) TO AAN-REASON (WS-RSN-I)
       END-PERFORM.
       IF LK-AAN-EMAIL = SPACES OR WS-EMAIL-DEAD = 'Y'
           MOVE 'P' TO AAN-DELIVERY
       ELSE
           MOVE 'E' TO AAN-DELIVERY
       END-IF.
       MOVE ZERO TO AAN-PRINT-DATE.
       MOVE LK-AAN-PROG TO AAN-PROG.
       MOVE LK-AAN-OPER TO AAN-OPERATOR.
       WRITE AAN-REC.
       CLOSE AAN-FILE.
      ******************************************************************
       450-LAST-AAN-ID.
       MOVE ZERO TO WS-AAN-NEXT-ID.
       MOVE SPACES TO WS-AAN-EOF.
       MOVE ZERO TO AAN-ID.
       START AAN-FILE KEY NOT LESS THAN AAN-ID
           INVALID KEY
               MOVE 'Y' TO WS-AAN-EOF
       END-START.
       PERFORM UNTIL WS-AAN-EOF = 'Y'
           READ AAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AAN-EOF
               NOT AT END
                   IF AAN-ID > WS-AAN-NEXT-ID
                       MOVE AAN-ID TO WS-AAN-NEXT-ID
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      * THE SUBJECT PICKS THE SPOOLER'S ADVERSE ACTION TEMPLATE; THE
      * BODY CARRIES THE SCORE USED AND THE REASON CODES THE
      * TEMPLATE SPELLS OUT.
      ******************************************************************
       500-EMAIL-NOTICE.
       MOVE LK-AAN-EMAIL TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'ADVERSE ACTION NOTICE ' AAN-ID
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       MOVE SPACES TO WS-BODY-SCORE.
       IF AAN-HAD-SCORE
           STRING 'CREDIT SCORE USED ' AAN-SCORE
                   DELIMITED BY SIZE INTO WS-BODY-SCORE
       ELSE
           MOVE 'NO CREDIT SCORE USED' TO WS-BODY-SCORE
       END-IF.
       MOVE SPACES TO LK-EMAIL-BODY.
       STRING AAN-FNAME DELIMITED BY SPACE
               ': ' WS-BODY-SCORE '. REASONS '
               AAN-REASON (1) ' ' AAN-REASON (2) ' '
               AAN-REASON (3) ' ' AAN-REASON (4)
               DELIMITED BY SIZE INTO LK-EMAIL-BODY.
       CALL 'G3-SEND-EMAIL-B' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT,
               LK-EMAIL-BODY.
