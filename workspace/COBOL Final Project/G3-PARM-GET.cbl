      ******************************************************************
      *PROGRAM:  System Parameter Lookup
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Returns the value of one system parameter in effect
      *          on a business date: the PARM.DAT row for the name
      *          with the latest effective date not after the date
      *          passed. The caller preloads the number/text with
      *          its WS-CAP1 value, which stands when nothing is in
      *          effect yet (or there is no parameter file at all).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-PARM-GET IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-PARM.
      ******************************************************************
       DATA DIVISION.
       COPY FD-PARM.
       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC 99.
       01  WS-SYP-EOF                  PIC X VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-NAME                PIC X(20).
       01  LK-PARM-DATE                PIC 9(8).
       01  LK-PARM-NUM                 PIC S9(7)V9(4).
       01  LK-PARM-TEXT                PIC X(10).
      ******************************************************************
       PROCEDURE DIVISION USING LK-PARM-NAME, LK-PARM-DATE,
                                LK-PARM-NUM, LK-PARM-TEXT.
       100-MAIN.
           OPEN INPUT SYP-FILE.
           IF WS-STAT = ZERO OR WS-STAT = 97
               PERFORM 200-FIND-IN-EFFECT
               CLOSE SYP-FILE
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
      * THE NAME'S ROWS COME BACK IN EFFECTIVE-DATE ORDER; THE LAST
      * ONE NOT AFTER THE BUSINESS DATE IS THE VALUE IN EFFECT.
      ******************************************************************
       200-FIND-IN-EFFECT.
       MOVE SPACES TO WS-SYP-EOF.
       MOVE LK-PARM-NAME TO SYP-NAME.
       MOVE ZERO TO SYP-EFF-DATE.
       START SYP-FILE KEY NOT LESS THAN SYP-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SYP-EOF
       END-START.
       PERFORM UNTIL WS-SYP-EOF = 'Y'
           READ SYP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SYP-EOF
               NOT AT END
                   IF SYP-NAME NOT = LK-PARM-NAME
                           OR SYP-EFF-DATE > LK-PARM-DATE
                       MOVE 'Y' TO WS-SYP-EOF
                   ELSE
                       IF SYP-TEXTUAL
                           MOVE SYP-TEXT TO LK-PARM-TEXT
                       ELSE
                           MOVE SYP-NUM TO LK-PARM-NUM
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
