      ******************************************************************
      *PROGRAM:  Business Day Roll
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Shared date routine: rolls the YYYYMMDD date passed
      *          forward to the first business day on or after it -
      *          not a Saturday, not a Sunday, and not a date on the
      *          bank holiday calendar (HOLIDAY.DAT). A date that is
      *          already a business day comes back unchanged, as
      *          does a zero or invalid date. With no calendar on
      *          file only weekends roll.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BUSDAY IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-HOLIDAY.
      ******************************************************************
       DATA DIVISION.
       COPY FD-HOLIDAY.
       WORKING-STORAGE SECTION.
       01  WS-STAT                     PIC 99.
       01  WS-HOL-AVAIL                PIC X VALUE 'N'.
       01  WS-BUS-OK                   PIC X VALUE 'N'.
       01  WS-DAY-NUM                  PIC 9(8) VALUE ZERO.
       01  WS-DAY-REM                  PIC 9 VALUE ZERO.

       LINKAGE SECTION.
       01  LK-BUS-DATE                 PIC 9(8).
      ******************************************************************
       PROCEDURE DIVISION USING LK-BUS-DATE.
       100-MAIN.
           IF LK-BUS-DATE = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD (LK-BUS-DATE)
                       NOT = ZERO
               EXIT PROGRAM
           END-IF.
           OPEN INPUT HOL-FILE.
           IF WS-STAT = ZERO OR WS-STAT = 97
               MOVE 'Y' TO WS-HOL-AVAIL
           END-IF.
           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE (LK-BUS-DATE).
           MOVE 'N' TO WS-BUS-OK.
           PERFORM UNTIL WS-BUS-OK = 'Y'
               PERFORM 200-TEST-DAY
           END-PERFORM.
           IF WS-HOL-AVAIL = 'Y'
               CLOSE HOL-FILE
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
      * DAY 1 OF THE INTEGER CALENDAR (1/1/1601) WAS A MONDAY, SO
      * THE REMAINDER BY 7 IS 0 ON A SUNDAY AND 6 ON A SATURDAY.
      ******************************************************************
       200-TEST-DAY.
       MOVE 'Y' TO WS-BUS-OK.
       COMPUTE WS-DAY-REM = FUNCTION MOD (WS-DAY-NUM, 7).
       IF WS-DAY-REM = 0 OR WS-DAY-REM = 6
           MOVE 'N' TO WS-BUS-OK
       END-IF.
       IF WS-BUS-OK = 'Y' AND WS-HOL-AVAIL = 'Y'
           MOVE LK-BUS-DATE TO HOL-DATE
           READ HOL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-BUS-OK
           END-READ
       END-IF.
       IF WS-BUS-OK = 'N'
           ADD 1 TO WS-DAY-NUM
           COMPUTE LK-BUS-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-NUM)
       END-IF.
