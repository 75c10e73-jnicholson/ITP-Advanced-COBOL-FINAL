      *           CHANGE THEIR OWN THROUGH MENU OPTION 9
      *           (G3-OPER-PASSWD); THE PREVIOUS SIGN-ON SHOWS ON
      *           THE BANNER.
      *  10/15  - ADDED OPTION P, SYSTEM PARAMETER MAINTENANCE
      *           (ADMIN).
      *  10/15  - ADDED OPTION H, BANK HOLIDAY CALENDAR MAINTENANCE
      *           (SUPERVISOR OR ADMIN).
      *  10/15  - ADDED OPTION R, RATE INDEX MAINTENANCE (ADMIN).
      *  10/15  - ADDED OPTION D, CUSTOMER DATA PRIVACY REQUESTS
      *           (SUPERVISOR OR ADMIN).
      *  10/15  - ADDED OPTION S, SUSPENSE WORK QUEUE (ANY OPERATOR;
      *           WRITE-OFF APPROVAL NEEDS A SUPERVISOR OR ADMIN).
      *  10/15  - ADDED OPTION V, REPORT VIEWER (ANY OPERATOR; EACH
      *           REPORT SHOWS ONLY TO THE ROLES ALLOWED TO SEE IT).
      *  10/15  - ADDED OPTION G, GL CHART OF ACCOUNTS AND POSTING
      *           RULES (ADMIN).
      *  10/15  - ADDED OPTION C, CUSTOMER COMPLAINT CASES (ANY
      *           OPERATOR; REASSIGNING ANOTHER'S CASE NEEDS A
      *           SUPERVISOR OR ADMIN).
      ******************************************************************
       IDENTIFICATION DIVISION. 
       PROGRAM-ID. G3_MAIN AS "G3_MAIN" IS INITIAL.
               05  LINE 03 COL 01 VALUE "LAST ON:".
               05  LINE 03 COL 10 PIC X(12) FROM SIGNON-LAST.
               05  LINE 18 COL 31 VALUE "   9) My Password     ".
               05  LINE 19 COL 31 VALUE "   P) Sys Parameters  ".
               05  LINE 20 COL 31 VALUE "   H) Holiday Calendar".
               05  LINE 21 COL 31 VALUE "   R) Rate Index      ".
               05  LINE 10 COL 55 VALUE "D) Data Privacy".
               05  LINE 11 COL 55 VALUE "S) Suspense Queue".
               05  LINE 12 COL 55 VALUE "V) Report Viewer".
               05  LINE 13 COL 55 VALUE "G) GL Chart/Rules".
               05  LINE 14 COL 55 VALUE "C) Complaints".
               05  LINE 02 COL 30 VALUE "ENV:".
               05  LINE 02 COL 35 PIC X(8) FROM SIGNON-ENV.
               05  LINE 22 COL 31 VALUE "Selection   (X=exit)".
                           MOVE SPACE TO WS-EXIT
                       END-IF
                   WHEN '9' CALL 'G3-OPER-PASSWD'
                   WHEN 'P'
                   WHEN 'p'
                       IF SIGNON-ADMIN
                           CALL 'G3-PARM-MAINT'
                       ELSE
                           DISPLAY 'PARAMETER MAINT IS ADMIN-ONLY'
                           ACCEPT WS-EXIT
                           MOVE SPACE TO WS-EXIT
                       END-IF
                   WHEN 'H'
                   WHEN 'h'
                       IF SIGNON-SUPERVISOR OR SIGNON-ADMIN
                           CALL 'G3-HOL-MAINT'
                       ELSE
                           DISPLAY 'HOLIDAY CALENDAR NEEDS A SUPERVISOR'
                           ACCEPT WS-EXIT
                           MOVE SPACE TO WS-EXIT
                       END-IF
                   WHEN 'R'
                   WHEN 'r'
                       IF SIGNON-ADMIN
                           CALL 'G3-RATE-MAINT'
                       ELSE
                           DISPLAY 'RATE INDEX MAINT IS ADMIN-ONLY'
                           ACCEPT WS-EXIT
                           MOVE SPACE TO WS-EXIT
                       END-IF
                   WHEN 'D'
                   WHEN 'd'
                       IF SIGNON-SUPERVISOR OR SIGNON-ADMIN
                           CALL 'G3-PRIV-DESK'
                       ELSE
                           DISPLAY 'PRIVACY REQUESTS NEED A SUPERVISOR'
                           ACCEPT WS-EXIT
                           MOVE SPACE TO WS-EXIT
                       END-IF
                   WHEN 'S'
                   WHEN 's'
                       CALL 'G3-SUSP-DESK'
                   WHEN 'V'
                   WHEN 'v'
                       CALL 'G3-RPT-VIEW'
                   WHEN 'G'
                   WHEN 'g'
                       IF SIGNON-ADMIN
                           CALL 'G3-GL-MAINT'
                       ELSE
                           DISPLAY 'GL CHART/RULES ARE ADMIN-ONLY'
                           ACCEPT WS-EXIT
                           MOVE SPACE TO WS-EXIT
                       END-IF
                   WHEN 'C'
                   WHEN 'c'
                       CALL 'G3-CMP-DESK'
               END-EVALUATE
           END-PERFORM
           
