      ******************************************************************
      *PROGRAM:  Bank Holiday Calendar Maintenance
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Online maintenance of the bank holiday calendar
      *          (HOLIDAY.DAT) that G3-BUSDAY rolls due dates, ACH
      *          effective dates, and scheduled payments around:
      *          list a year's holidays, add one, or remove one.
      *          Weekends are never business days and are refused
      *          as entries. Every change is audited. Reached from
      *          G3-MAIN option H (supervisor or admin).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-HOL-MAINT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-HOLIDAY.
      ******************************************************************
       DATA DIVISION.
       COPY FD-HOLIDAY.
       WORKING-STORAGE SECTION.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-STAT                     PIC 99.
       01  WS-PROG                     PIC X(20) VALUE 'G3-HOL-MAINT'.
       01  WS-HM-SEL                   PIC X VALUE SPACE.
       01  WS-HOL-EOF                  PIC X VALUE SPACES.
       01  WS-IN-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-IN-YEAR                  PIC 9(4) VALUE ZERO.
       01  WS-IN-DESC                  PIC X(30) VALUE SPACES.
       01  WS-DAY-NUM                  PIC 9(8) VALUE ZERO.
       01  WS-DAY-REM                  PIC 9 VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       OPEN I-O HOL-FILE.
       IF WS-STAT = 35
           CLOSE HOL-FILE
           OPEN OUTPUT HOL-FILE
           CLOSE HOL-FILE
           OPEN I-O HOL-FILE
       END-IF.
       PERFORM UNTIL WS-HM-SEL = 'X' OR 'x'
           DISPLAY ' '
           DISPLAY 'BANK HOLIDAY CALENDAR'
           DISPLAY '  1) LIST A YEAR'
           DISPLAY '  2) ADD A HOLIDAY'
           DISPLAY '  3) REMOVE A HOLIDAY'
           DISPLAY '  X) EXIT'
           ACCEPT WS-HM-SEL
           EVALUATE WS-HM-SEL
               WHEN '1' PERFORM 100-LIST
               WHEN '2' PERFORM 200-ADD
               WHEN '3' PERFORM 300-REMOVE
           END-EVALUATE
       END-PERFORM.
       CLOSE HOL-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-LIST.
       DISPLAY 'YEAR (YYYY):'.
       ACCEPT WS-IN-YEAR.
       MOVE SPACES TO WS-HOL-EOF.
       MOVE ZERO TO HOL-DATE.
       MOVE WS-IN-YEAR TO HOL-DATE (1:4).
       START HOL-FILE KEY NOT LESS THAN HOL-DATE
           INVALID KEY
               MOVE 'Y' TO WS-HOL-EOF
       END-START.
       PERFORM UNTIL WS-HOL-EOF = 'Y'
           READ HOL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOL-EOF
               NOT AT END
                   IF HOL-DATE (1:4) NOT = WS-IN-YEAR
                       MOVE 'Y' TO WS-HOL-EOF
                   ELSE
                       DISPLAY HOL-DATE ' ' HOL-DESC ' ' HOL-SET-BY
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       200-ADD.
       DISPLAY 'HOLIDAY DATE (YYYYMMDD):'.
       ACCEPT WS-IN-DATE.
       IF FUNCTION TEST-DATE-YYYYMMDD (WS-IN-DATE) NOT = ZERO
           DISPLAY 'NOT A VALID DATE'
           EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE (WS-IN-DATE).
       COMPUTE WS-DAY-REM = FUNCTION MOD (WS-DAY-NUM, 7).
       IF WS-DAY-REM = 0 OR WS-DAY-REM = 6
           DISPLAY 'WEEKENDS ARE NEVER BUSINESS DAYS - NOT NEEDED'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'DESCRIPTION:'.
       ACCEPT WS-IN-DESC.
       MOVE WS-IN-DATE TO HOL-DATE.
       MOVE WS-IN-DESC TO HOL-DESC.
       MOVE WS-OPERATOR-ID TO HOL-SET-BY.
       WRITE HOL-REC
           INVALID KEY
               DISPLAY 'ALREADY ON THE CALENDAR'
               EXIT PARAGRAPH
       END-WRITE.
       MOVE 'HOLADD' TO WS-AUD-ACTION.
       MOVE WS-IN-DATE TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING WS-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'HOLIDAY ADDED'.
      ******************************************************************
       300-REMOVE.
       DISPLAY 'HOLIDAY DATE TO REMOVE (YYYYMMDD):'.
       ACCEPT WS-IN-DATE.
       MOVE WS-IN-DATE TO HOL-DATE.
       READ HOL-FILE
           INVALID KEY
               DISPLAY 'NOT ON THE CALENDAR'
           NOT INVALID KEY
               DELETE HOL-FILE
               MOVE 'HOLDEL' TO WS-AUD-ACTION
               MOVE WS-IN-DATE TO WS-AUD-KEY
               CALL 'G3-AUDIT-LOG' USING WS-PROG, WS-OPERATOR-ID,
                       WS-AUD-ACTION, WS-AUD-KEY
               DISPLAY 'HOLIDAY REMOVED'
       END-READ.
