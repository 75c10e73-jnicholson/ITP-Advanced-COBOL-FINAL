      ******************************************************************
      *PROGRAM:  Vuflix Viewing Sessions
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Member-services view of streaming: start a stream of
      *          a title for a member on a device (held title, plan
      *          stream limit and resume position all come from
      *          G3-LINK-VFX-STREAM, exactly as for the player), stop
      *          one - such as a stuck stream holding the member's
      *          last slot - at the position it reached, list a
      *          member's viewing history with how far into each
      *          title they got, and run the weekly top-watched
      *          titles report (G3-VFX-VIEW-RPT). Starts and stops
      *          made here are audited. A membership with viewer
      *          profiles starts a stream as one of them, and its
      *          history can be listed for one profile or all.
      *          Reached from the Vuflix main menu, option W.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-WATCH IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFXVIEW.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFXPROF.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFXVIEW.
       COPY FD-VFX-MOV.
       COPY FD-VFXPROF.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

       01  WS-VW-SEL                   PIC X VALUE SPACE.
       01  WS-VW-RESP                  PIC X VALUE SPACE.
       01  WS-VW-EOF                   PIC X VALUE SPACES.
       01  WS-VW-ACTION                PIC X VALUE SPACE.
       01  WS-VW-MBR                   PIC 9(8) VALUE ZERO.
       01  WS-VW-VML                   PIC 9(8) VALUE ZERO.
       01  WS-VW-DEVICE                PIC X(12) VALUE SPACES.
       01  WS-VW-POSITION              PIC 9(5) VALUE ZERO.
       01  WS-VW-RESULT                PIC XX VALUE SPACES.
       01  WS-VW-MINUTE                PIC 9(3) VALUE ZERO.
       01  WS-VW-CT                    PIC 9(5) VALUE ZERO.
       01  WS-MIN-ED                   PIC ZZ9.
       01  WS-WATCH-ED                 PIC ZZ,ZZ9.
       01  WS-STATUS-TEXT              PIC X(7) VALUE SPACES.
       COPY WS-VFXPROF.

       SCREEN SECTION.
       01  BLANK-SCREEN.
           03  BLANK SCREEN.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-WATCH' TO VFX-M-PROG.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       PERFORM 100-WORK UNTIL WS-VW-SEL = 'X' OR 'x'.
       EXIT PROGRAM.
      ******************************************************************
       100-WORK.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'VUFLIX VIEWING SESSIONS'.
       DISPLAY '  1) START A STREAM'.
       DISPLAY '  2) STOP A STREAM'.
       DISPLAY '  3) A MEMBER''S VIEWING HISTORY'.
       DISPLAY '  4) WEEKLY TOP-WATCHED TITLES REPORT'.
       DISPLAY 'SELECTION (X=EXIT):'.
       ACCEPT WS-VW-SEL.
       EVALUATE WS-VW-SEL
           WHEN '1'
               PERFORM 200-START
               PERFORM 900-PAUSE
           WHEN '2'
               PERFORM 300-STOP
               PERFORM 900-PAUSE
           WHEN '3'
               PERFORM 400-HISTORY
               PERFORM 900-PAUSE
           WHEN '4'
               CALL 'G3-VFX-VIEW-RPT'
               PERFORM 900-PAUSE
           WHEN 'X'
           WHEN 'x'
               CONTINUE
           WHEN OTHER
               DISPLAY 'INVALID SELECTION'
               PERFORM 900-PAUSE
       END-EVALUATE.
      ******************************************************************
       150-ASK-STREAM.
       DISPLAY 'MEMBER ID:'.
       ACCEPT WS-VW-MBR.
       DISPLAY 'TITLE (VML) ID:'.
       ACCEPT WS-VW-VML.
       DISPLAY 'DEVICE:'.
       ACCEPT WS-VW-DEVICE.
      ******************************************************************
      * WHO IS WATCHING: ONE OF THE MEMBER'S ACTIVE VIEWER PROFILES,
      * OR ZERO WHEN THE MEMBERSHIP HAS NONE.
      ******************************************************************
       160-PICK-PROFILE.
       MOVE WS-VW-MBR TO WS-PROF-VM-ID.
       MOVE ZERO TO WS-PROF-NO.
       MOVE ZERO TO WS-PROF-CT.
       OPEN INPUT VPF-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-PROF-EOF.
       MOVE WS-PROF-VM-ID TO VPF-VM-ID.
       MOVE ZERO TO VPF-NO.
       START VPF-FILE KEY NOT LESS THAN VPF-KEY
           INVALID KEY
               MOVE 'Y' TO WS-PROF-EOF
       END-START.
       PERFORM UNTIL WS-PROF-EOF = 'Y'
           READ VPF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PROF-EOF
               NOT AT END
                   IF VPF-VM-ID NOT = WS-PROF-VM-ID
                       MOVE 'Y' TO WS-PROF-EOF
                   ELSE
                       IF VPF-ACTIVE
                           ADD 1 TO WS-PROF-CT
                           DISPLAY '  ' VPF-NO ') ' VPF-NAME
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM UNTIL WS-PROF-CT = ZERO OR WS-PROF-NO NOT = ZERO
           DISPLAY 'WHO IS WATCHING - PROFILE NUMBER:'
           ACCEPT WS-PROF-SEL
           MOVE WS-PROF-VM-ID TO VPF-VM-ID
           MOVE WS-PROF-SEL TO VPF-NO
           READ VPF-FILE
               INVALID KEY
                   DISPLAY 'NO SUCH PROFILE'
               NOT INVALID KEY
                   IF VPF-ACTIVE
                       MOVE VPF-NO TO WS-PROF-NO
                   ELSE
                       DISPLAY 'NO SUCH PROFILE'
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VPF-FILE.
      ******************************************************************
       200-START.
       PERFORM 150-ASK-STREAM.
       PERFORM 160-PICK-PROFILE.
       MOVE 'S' TO WS-VW-ACTION.
       MOVE ZERO TO WS-VW-POSITION.
       CALL 'G3-LINK-VFX-STREAM' USING WS-VW-ACTION, WS-VW-MBR,
               WS-VW-VML, WS-VW-DEVICE, WS-PROF-NO, WS-VW-POSITION,
               WS-VW-RESULT.
       IF WS-VW-RESULT = '00'
           COMPUTE WS-VW-MINUTE = WS-VW-POSITION / 60
           MOVE WS-VW-MINUTE TO WS-MIN-ED
           DISPLAY 'STREAM STARTED - RESUMING AT MINUTE ' WS-MIN-ED
           MOVE 'VWSTRT' TO WS-AUD-ACTION
           PERFORM 800-AUDIT
       ELSE
           PERFORM 850-SHOW-RESULT
       END-IF.
      ******************************************************************
       300-STOP.
       PERFORM 150-ASK-STREAM.
       DISPLAY 'STOPPED AT MINUTE:'.
       ACCEPT WS-VW-MINUTE.
       MOVE 'E' TO WS-VW-ACTION.
       COMPUTE WS-VW-POSITION = WS-VW-MINUTE * 60.
       MOVE ZERO TO WS-PROF-NO.
       CALL 'G3-LINK-VFX-STREAM' USING WS-VW-ACTION, WS-VW-MBR,
               WS-VW-VML, WS-VW-DEVICE, WS-PROF-NO, WS-VW-POSITION,
               WS-VW-RESULT.
       IF WS-VW-RESULT = '00'
           DISPLAY 'STREAM STOPPED'
           MOVE 'VWSTOP' TO WS-AUD-ACTION
           PERFORM 800-AUDIT
       ELSE
           PERFORM 850-SHOW-RESULT
       END-IF.
      ******************************************************************
      * EVERY SESSION THE MEMBER HAS STARTED, OLDEST FIRST - FOR ONE
      * VIEWER PROFILE, OR FOR ALL OF THEM WHEN ZERO IS KEYED.
      ******************************************************************
       400-HISTORY.
       DISPLAY 'MEMBER ID:'.
       ACCEPT WS-VW-MBR.
       DISPLAY 'VIEWER PROFILE (0 = ALL):'.
       ACCEPT WS-PROF-SEL.
       MOVE ZERO TO WS-VW-CT.
       OPEN INPUT VVS-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY 'NO VIEWING SESSIONS ON FILE'
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT VML-FILE.
       DISPLAY 'STARTED       TITLE                    DEVICE'
               '       STATUS  AT MIN  WATCHED MIN  PROFILE'.
       MOVE SPACES TO WS-VW-EOF.
       MOVE WS-VW-MBR TO VVS-VM-ID.
       MOVE ZERO TO VVS-START-DATE.
       MOVE ZERO TO VVS-START-TIME.
       START VVS-FILE KEY NOT LESS THAN VVS-KEY
           INVALID KEY
               MOVE 'Y' TO WS-VW-EOF
       END-START.
       PERFORM UNTIL WS-VW-EOF = 'Y'
           READ VVS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VW-EOF
               NOT AT END
                   IF VVS-VM-ID NOT = WS-VW-MBR
                       MOVE 'Y' TO WS-VW-EOF
                   ELSE
                       IF WS-PROF-SEL = ZERO
                               OR VVS-PROF-NO = WS-PROF-SEL
                           PERFORM 410-SHOW-SESSION
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VVS-FILE
             VML-FILE.
       DISPLAY WS-VW-CT ' SESSION(S)'.
      ******************************************************************
       410-SHOW-SESSION.
       ADD 1 TO WS-VW-CT.
       MOVE VVS-VML-ID TO VML-ID-KEY.
       READ VML-FILE
           INVALID KEY
               MOVE 'NOT ON CATALOG' TO VML-TITLE
       END-READ.
       EVALUATE TRUE
           WHEN VVS-OPEN
               MOVE 'OPEN' TO WS-STATUS-TEXT
           WHEN VVS-DROPPED
               MOVE 'DROPPED' TO WS-STATUS-TEXT
           WHEN OTHER
               MOVE 'CLOSED' TO WS-STATUS-TEXT
       END-EVALUATE.
       COMPUTE WS-VW-MINUTE = VVS-POSITION / 60.
       MOVE WS-VW-MINUTE TO WS-MIN-ED.
       COMPUTE WS-WATCH-ED = VVS-WATCH-SECS / 60.
       DISPLAY VVS-START-DATE ' ' VVS-START-TIME (1:4) ' '
               VML-TITLE (1:24) ' ' VVS-DEVICE ' ' WS-STATUS-TEXT
               '  ' WS-MIN-ED '     ' WS-WATCH-ED '        '
               VVS-PROF-NO.
      ******************************************************************
       800-AUDIT.
       MOVE SPACES TO WS-AUD-KEY.
       STRING WS-VW-MBR '/' WS-VW-VML
               DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       850-SHOW-RESULT.
       EVALUATE WS-VW-RESULT
           WHEN 'NM'
               DISPLAY 'MEMBER NOT ON FILE'
           WHEN 'SU'
               DISPLAY 'MEMBER IS SUSPENDED'
           WHEN 'NE'
               DISPLAY 'MEMBER DOES NOT HOLD THIS TITLE'
           WHEN 'LM'
               DISPLAY 'STREAM LIMIT FOR THE MEMBER''S PLAN REACHED'
           WHEN 'NF'
               DISPLAY 'NO OPEN STREAM OF THIS TITLE ON THAT DEVICE'
           WHEN 'NP'
               DISPLAY 'NO SUCH VIEWER PROFILE'
           WHEN 'RC'
               DISPLAY 'TITLE IS ABOVE THE PROFILE''S RATING CEILING'
           WHEN OTHER
               DISPLAY 'STREAM NOT STARTED - TRY AGAIN'
       END-EVALUATE.
      ******************************************************************
       900-PAUSE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT WS-VW-RESP.
