      ******************************************************************
      *PROGRAM:  Group 3 Duplicate Customer Matching
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Batch. Loads every CAP1 cardholder and every VFX
      *          member and scores each pair through G3-DUP-SCORE on
      *          name, address, ZIP, phone and email. A pair scoring
      *          CAP1-DUP-REVIEW-MIN or more is a likely duplicate or
      *          household: new pairs go on DUPCAND.DAT to be
      *          decided on G3-DUP-REVIEW, pairs still waiting get
      *          their score refreshed, and pairs already decided are
      *          left alone. Two records already in the same
      *          household are not compared. Every pair still
      *          waiting is listed on DUP-RPT.TXT for the reviewers.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-DUP-MATCH IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-VFX-MBR.
       COPY SELECT-DUPCAND.
       COPY SELECT-HHLINK.
       COPY SELECT-DUP-RPT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-VFX-MBR.
       COPY FD-DUPCAND.
       COPY FD-HHLINK.
       COPY FD-DUP-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-DUPCALL.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CH-EOF                   PIC X VALUE SPACES.
       01  WS-VM-EOF                   PIC X VALUE SPACES.
       01  WS-HHL-AVAIL                PIC X VALUE 'N'.
       01  WS-TABLE-FULL               PIC X VALUE 'N'.
       01  WS-PPL-MAX                  PIC 9(5) VALUE 5000.
       01  WS-PPL-CT                   PIC 9(5) VALUE ZERO.
       01  WS-I                        PIC 9(5) VALUE ZERO.
       01  WS-J                        PIC 9(5) VALUE ZERO.
       01  WS-K                        PIC 9(5) VALUE ZERO.
       01  WS-PAIR-CTR                 PIC 9(9) VALUE ZERO.
       01  WS-NEW-CTR                  PIC 9(7) VALUE ZERO.
       01  WS-OPEN-CTR                 PIC 9(7) VALUE ZERO.
       01  WS-DECIDED-CTR              PIC 9(7) VALUE ZERO.

      * EVERY CUSTOMER RECORD, CARDHOLDERS FIRST, EACH IN THE LAYOUT
      * OF ONE HALF OF THE DUPCALL AREA, WITH ITS HOUSEHOLD IF ANY.
       01  WS-PEOPLE.
           03  WS-PPL-ENTRY OCCURS 5000 TIMES.
               05  WS-PPL-PERSON       PIC X(120).
               05  WS-PPL-HH-ID        PIC 9(8).

       01  OUT-DUP-LINE.
           03  OUT-DUP-SRC-A           PIC X.
           03  OUT-DUP-ID-A            PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-DUP-NAME-A          PIC X(25).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-DUP-SRC-B           PIC X.
           03  OUT-DUP-ID-B            PIC 9(8).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-DUP-NAME-B          PIC X(25).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-DUP-SCORE           PIC ZZ9.
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-DUP-WHY             PIC X(6).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-DUP-NEW             PIC X(3).
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           OPEN INPUT HHL-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-HHL-AVAIL
           END-IF.
           PERFORM 200-LOAD-CARDHOLDERS.
           PERFORM 250-LOAD-MEMBERS.
           IF WS-HHL-AVAIL = 'Y'
               CLOSE HHL-FILE
           END-IF.
           OPEN I-O DPC-FILE.
           IF WS-STAT = 35
               CLOSE DPC-FILE
               OPEN OUTPUT DPC-FILE
               CLOSE DPC-FILE
               OPEN I-O DPC-FILE
           END-IF.
           OPEN OUTPUT DUP-RPT-FILE.
           MOVE SPACES TO DUP-RPT-LINE.
           STRING 'DUPLICATE CUSTOMER REVIEW LIST - RUN ' WS-TODAY
                   '   MINIMUM SCORE ' CAP1-DUP-REVIEW-MIN
                   DELIMITED BY SIZE INTO DUP-RPT-LINE.
           WRITE DUP-RPT-LINE.
           MOVE '(C=CARDHOLDER V=VFX MEMBER; WHY: P PHONE E EMAIL L/S'
               TO DUP-RPT-LINE.
           WRITE DUP-RPT-LINE.
           MOVE ' LAST NAME F/I FIRST NAME A/H ADDRESS Z ZIP)'
               TO DUP-RPT-LINE.
           WRITE DUP-RPT-LINE.
           MOVE SPACES TO DUP-RPT-LINE.
           WRITE DUP-RPT-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-PPL-CT
               COMPUTE WS-K = WS-I + 1
               PERFORM VARYING WS-J FROM WS-K BY 1
                       UNTIL WS-J > WS-PPL-CT
                   PERFORM 300-SCORE-PAIR
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO DUP-RPT-LINE.
           WRITE DUP-RPT-LINE.
           MOVE SPACES TO DUP-RPT-LINE.
           STRING 'CUSTOMERS ' WS-PPL-CT '   NEW PAIRS ' WS-NEW-CTR
                   '   AWAITING REVIEW ' WS-OPEN-CTR
                   '   ALREADY DECIDED ' WS-DECIDED-CTR
                   DELIMITED BY SIZE INTO DUP-RPT-LINE.
           WRITE DUP-RPT-LINE.
           IF WS-TABLE-FULL = 'Y'
               MOVE 'MORE CUSTOMERS THAN THE MATCH TABLE HOLDS - THE'
                   TO DUP-RPT-LINE
               WRITE DUP-RPT-LINE
               MOVE 'REST WERE NOT COMPARED' TO DUP-RPT-LINE
               WRITE DUP-RPT-LINE
           END-IF.
           CLOSE DPC-FILE
                 DUP-RPT-FILE.
           MOVE 'DUP-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-DUP-MATCH' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'DUPLICATE MATCH COMPLETE - ' WS-PPL-CT
                   ' CUSTOMERS, ' WS-NEW-CTR ' NEW PAIRS, '
                   WS-OPEN-CTR ' AWAITING REVIEW'.
           DISPLAY WS-PAIR-CTR ' PAIRS COMPARED'.
           IF WS-TABLE-FULL = 'Y'
               DISPLAY 'MATCH TABLE FULL AT ' WS-PPL-MAX
                       ' - REMAINING CUSTOMERS NOT COMPARED'
           END-IF.
           GOBACK.
      ******************************************************************
       200-LOAD-CARDHOLDERS.
       OPEN INPUT CH-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO CH-ID.
       START CH-FILE KEY NOT LESS THAN CH-ID
           INVALID KEY
               MOVE 'Y' TO WS-CH-EOF
       END-START.
       PERFORM UNTIL WS-CH-EOF = 'Y'
           READ CH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CH-EOF
               NOT AT END
                   INITIALIZE WS-DUP-A
                   MOVE 'C'        TO WS-DUP-A-SRC
                   MOVE CH-ID      TO WS-DUP-A-ID
                   MOVE CH-FNAME   TO WS-DUP-A-FNAME
                   MOVE CH-LNAME   TO WS-DUP-A-LNAME
                   MOVE CH-ADDRESS TO WS-DUP-A-ADDRESS
                   MOVE CH-ZIP     TO WS-DUP-A-ZIP
                   MOVE CH-PHONE   TO WS-DUP-A-PHONE
                   MOVE CH-EMAIL   TO WS-DUP-A-EMAIL
                   PERFORM 280-ADD-PERSON
           END-READ
       END-PERFORM.
       CLOSE CH-FILE.
      ******************************************************************
       250-LOAD-MEMBERS.
       OPEN INPUT VM-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO VM-ID.
       START VM-FILE KEY NOT LESS THAN VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-VM-EOF
       END-START.
       PERFORM UNTIL WS-VM-EOF = 'Y'
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VM-EOF
               NOT AT END
                   INITIALIZE WS-DUP-A
                   MOVE 'V'        TO WS-DUP-A-SRC
                   MOVE VM-ID      TO WS-DUP-A-ID
                   MOVE VM-FNAME   TO WS-DUP-A-FNAME
                   MOVE VM-LNAME   TO WS-DUP-A-LNAME
                   MOVE VM-ADDRESS TO WS-DUP-A-ADDRESS
                   MOVE VM-ZIP     TO WS-DUP-A-ZIP
                   MOVE VM-PHONE   TO WS-DUP-A-PHONE
                   MOVE VM-EMAIL   TO WS-DUP-A-EMAIL
                   PERFORM 280-ADD-PERSON
           END-READ
       END-PERFORM.
       CLOSE VM-FILE.
      ******************************************************************
       280-ADD-PERSON.
       IF WS-PPL-CT >= WS-PPL-MAX
           MOVE 'Y' TO WS-TABLE-FULL
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-PPL-CT.
       MOVE WS-DUP-A TO WS-PPL-PERSON (WS-PPL-CT).
       MOVE ZERO TO WS-PPL-HH-ID (WS-PPL-CT).
       IF WS-HHL-AVAIL = 'Y'
           MOVE WS-DUP-A-SRC TO HHL-SRC
           MOVE WS-DUP-A-ID  TO HHL-REC-ID
           READ HHL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HHL-HH-ID TO WS-PPL-HH-ID (WS-PPL-CT)
           END-READ
       END-IF.
      ******************************************************************
      * ENTRY WS-I AGAINST A LATER ENTRY WS-J, SO THE LOWER SOURCE AND
      * ID IS ALWAYS THE A SIDE OF THE PAIR KEY.
      ******************************************************************
       300-SCORE-PAIR.
       IF WS-PPL-HH-ID (WS-I) NOT = ZERO
       AND WS-PPL-HH-ID (WS-I) = WS-PPL-HH-ID (WS-J)
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-PPL-PERSON (WS-I)     TO WS-DUP-A.
       MOVE WS-PPL-PERSON (WS-J)     TO WS-DUP-B.
       CALL 'G3-DUP-SCORE' USING WS-DUP-CALL.
       ADD 1 TO WS-PAIR-CTR.
       IF WS-DUP-SCORE < CAP1-DUP-REVIEW-MIN
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-DUP-A-SRC TO DPC-SRC-A.
       MOVE WS-DUP-A-ID  TO DPC-ID-A.
       MOVE WS-DUP-B-SRC TO DPC-SRC-B.
       MOVE WS-DUP-B-ID  TO DPC-ID-B.
       READ DPC-FILE
           INVALID KEY
               MOVE WS-DUP-SCORE TO DPC-SCORE
               MOVE WS-DUP-WHY   TO DPC-WHY
               MOVE WS-TODAY     TO DPC-FOUND-DATE
               MOVE 'P'          TO DPC-STATUS
               MOVE ZERO         TO DPC-DEC-DATE
               MOVE SPACES       TO DPC-DEC-OPER
               MOVE ZERO         TO DPC-HH-ID
               WRITE DPC-REC
               ADD 1 TO WS-NEW-CTR
               MOVE 'NEW' TO OUT-DUP-NEW
               PERFORM 350-REPORT-PAIR
               EXIT PARAGRAPH
       END-READ.
       IF DPC-DECIDED
           ADD 1 TO WS-DECIDED-CTR
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-DUP-SCORE TO DPC-SCORE.
       MOVE WS-DUP-WHY   TO DPC-WHY.
       REWRITE DPC-REC.
       MOVE SPACES TO OUT-DUP-NEW.
       PERFORM 350-REPORT-PAIR.
      ******************************************************************
       350-REPORT-PAIR.
       ADD 1 TO WS-OPEN-CTR.
       MOVE WS-DUP-A-SRC TO OUT-DUP-SRC-A.
       MOVE WS-DUP-A-ID  TO OUT-DUP-ID-A.
       MOVE SPACES TO OUT-DUP-NAME-A.
       STRING WS-DUP-A-FNAME DELIMITED BY SPACE
              ' '            DELIMITED BY SIZE
              WS-DUP-A-LNAME DELIMITED BY SPACE
              INTO OUT-DUP-NAME-A.
       MOVE WS-DUP-B-SRC TO OUT-DUP-SRC-B.
       MOVE WS-DUP-B-ID  TO OUT-DUP-ID-B.
       MOVE SPACES TO OUT-DUP-NAME-B.
       STRING WS-DUP-B-FNAME DELIMITED BY SPACE
              ' '            DELIMITED BY SIZE
              WS-DUP-B-LNAME DELIMITED BY SPACE
              INTO OUT-DUP-NAME-B.
       MOVE WS-DUP-SCORE TO OUT-DUP-SCORE.
       MOVE WS-DUP-WHY   TO OUT-DUP-WHY.
       MOVE OUT-DUP-LINE TO DUP-RPT-LINE.
       WRITE DUP-RPT-LINE.
