      ******************************************************************
      *PROGRAM:  Group 3 Linkage - Vuflix Viewing Session
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Keeps the viewing-session file (VFXVIEW.DAT) for
      *          the player. LK-ACTION:
      *            'S' START - the member must be active and hold
      *                the title on VTP-FILE (a rental only until it
      *                expires), and have fewer open streams than
      *                their VM-PLAN allows. A viewer profile
      *                (LK-PROF-NO, zero for none) must be active
      *                and have a rating ceiling at or above the
      *                title's. Opens a session and hands back the
      *                position to resume from: where the profile's
      *                last session of the title left off, or the
      *                beginning once it had finished it.
      *            'P' POSITION - the player's periodic report of
      *                where the stream is on the device.
      *            'E' END - the stream stopped at LK-POSITION.
      *            'W' WATCHED - hands back in LK-POSITION the
      *                percent of the title the member has ever got
      *                through (furthest position over VML-RUNTIME).
      *          LK-RESULT: '00' DONE, 'NM' MEMBER NOT ON FILE,
      *          'SU' MEMBER SUSPENDED OR ERASED, 'NE' TITLE NOT
      *          HELD, 'LM' STREAM LIMIT FOR THE PLAN REACHED, 'NF'
      *          NO OPEN SESSION ON THE DEVICE, 'NR' RUNTIME NOT ON
      *          FILE, 'DU' STARTED TWICE IN ONE SECOND, 'NP' NO
      *          SUCH VIEWER PROFILE, 'RC' ABOVE THE PROFILE'S
      *          RATING CEILING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-LINK-VFX-STREAM IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFXVIEW.
       COPY SELECT-VFXPROF.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PUR.
       COPY FD-VFX-MOV.
       COPY FD-VFXVIEW.
       COPY FD-VFXPROF.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.

       01  WS-NOW.
           03  WS-NOW-DATE             PIC 9(8).
           03  WS-NOW-TIME             PIC 9(6).
           03  FILLER                  PIC X(7).
       01  WS-NOW-SECS                 PIC 9(12) VALUE ZERO.
      * A DATE AND TIME OF DAY TURNED INTO A RUNNING SECOND COUNT,
      * SO TWO OF THEM CAN BE SUBTRACTED ACROSS MIDNIGHT.
       01  WS-CLK-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-CLK-TIME                 PIC 9(6) VALUE ZERO.
       01  WS-CLK-TIME-R REDEFINES WS-CLK-TIME.
           03  WS-CLK-HH               PIC 99.
           03  WS-CLK-MM               PIC 99.
           03  WS-CLK-SS               PIC 99.
       01  WS-CLK-SECS                 PIC 9(12) VALUE ZERO.
       01  WS-START-SECS               PIC 9(12) VALUE ZERO.

       01  WS-VTP-EOF                  PIC X VALUE SPACES.
       01  WS-VVS-EOF                  PIC X VALUE SPACES.
       01  WS-HELD                     PIC X VALUE 'N'.
       01  WS-LIMIT                    PIC 9 VALUE ZERO.
       01  WS-OPEN-CT                  PIC 9(3) VALUE ZERO.
       01  WS-RUNTIME-SECS             PIC 9(6) VALUE ZERO.
       01  WS-RATING                   PIC 9(2) VALUE ZERO.
       01  WS-RESUME                   PIC 9(5) VALUE ZERO.
       01  WS-HIGH                     PIC 9(5) VALUE ZERO.
       01  WS-PCT                      PIC 9(5) VALUE ZERO.
       01  WS-HIT                      PIC X VALUE 'N'.
       01  WS-HIT-KEY                  PIC X(22) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-ACTION                   PIC X.
       01  LK-VM-ID                    PIC 9(8).
       01  LK-VML-ID                   PIC 9(8).
       01  LK-DEVICE                   PIC X(12).
       01  LK-PROF-NO                  PIC 9.
       01  LK-POSITION                 PIC 9(5).
       01  LK-RESULT                   PIC XX.
      ******************************************************************
       PROCEDURE DIVISION USING LK-ACTION, LK-VM-ID, LK-VML-ID,
                                LK-DEVICE, LK-PROF-NO, LK-POSITION,
                                LK-RESULT.
       100-MAIN.
           MOVE '00' TO LK-RESULT.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW-DATE TO WS-CLK-DATE.
           MOVE WS-NOW-TIME TO WS-CLK-TIME.
           PERFORM 800-CLOCK-SECS.
           MOVE WS-CLK-SECS TO WS-NOW-SECS.
           EVALUATE LK-ACTION
               WHEN 'S'
                   PERFORM 200-START
               WHEN 'P'
               WHEN 'E'
                   PERFORM 500-UPDATE
               WHEN 'W'
                   PERFORM 700-WATCHED
               WHEN OTHER
                   MOVE 'NF' TO LK-RESULT
           END-EVALUATE.
           EXIT PROGRAM.
      ******************************************************************
       200-START.
       MOVE ZERO TO LK-POSITION.
       OPEN INPUT VM-FILE.
       MOVE LK-VM-ID TO VM-ID-KEY.
       READ VM-FILE
           INVALID KEY
               MOVE 'NM' TO LK-RESULT
       END-READ.
       CLOSE VM-FILE.
       IF LK-RESULT NOT = '00'
           EXIT PARAGRAPH
       END-IF.
       IF VM-STAT-SUSPENDED OR VM-STAT-ERASED
           MOVE 'SU' TO LK-RESULT
           EXIT PARAGRAPH
       END-IF.
       EVALUATE VM-PLAN
           WHEN 1
               MOVE VFX-PLAN-STREAMS-1 TO WS-LIMIT
           WHEN 2
               MOVE VFX-PLAN-STREAMS-2 TO WS-LIMIT
           WHEN 3
               MOVE VFX-PLAN-STREAMS-3 TO WS-LIMIT
           WHEN OTHER
               MOVE VFX-PLAN-STREAMS-0 TO WS-LIMIT
       END-EVALUATE.
       PERFORM 250-CHECK-HELD.
       IF WS-HELD NOT = 'Y'
           MOVE 'NE' TO LK-RESULT
           EXIT PARAGRAPH
       END-IF.
       PERFORM 260-GET-RUNTIME.
       IF LK-PROF-NO NOT = ZERO
           PERFORM 270-CHECK-PROFILE
           IF LK-RESULT NOT = '00'
               EXIT PARAGRAPH
           END-IF
       END-IF.
       PERFORM 150-OPEN-SESSIONS.
       MOVE ZERO TO WS-OPEN-CT.
       MOVE ZERO TO WS-RESUME.
       PERFORM 300-SCAN-MEMBER.
       IF WS-OPEN-CT NOT < WS-LIMIT
           MOVE 'LM' TO LK-RESULT
           CLOSE VVS-FILE
           EXIT PARAGRAPH
       END-IF.
       IF WS-RUNTIME-SECS > ZERO
               AND WS-RESUME * 100 NOT <
                   WS-RUNTIME-SECS * VFX-STREAM-DONE-PCT
           MOVE ZERO TO WS-RESUME
       END-IF.
       INITIALIZE VVS-REC.
       MOVE LK-VM-ID TO VVS-VM-ID.
       MOVE WS-NOW-DATE TO VVS-START-DATE.
       MOVE WS-NOW-TIME TO VVS-START-TIME.
       MOVE LK-VML-ID TO VVS-VML-ID.
       MOVE LK-DEVICE TO VVS-DEVICE.
       MOVE LK-PROF-NO TO VVS-PROF-NO.
       MOVE 'O' TO VVS-STATUS.
       MOVE WS-NOW-DATE TO VVS-BEAT-DATE.
       MOVE WS-NOW-TIME TO VVS-BEAT-TIME.
       MOVE WS-RESUME TO VVS-START-POS.
       MOVE WS-RESUME TO VVS-POSITION.
       MOVE WS-RESUME TO VVS-HIGH-POS.
       WRITE VVS-REC
           INVALID KEY
               MOVE 'DU' TO LK-RESULT
           NOT INVALID KEY
               MOVE WS-RESUME TO LK-POSITION
       END-WRITE.
       CLOSE VVS-FILE.
      ******************************************************************
       150-OPEN-SESSIONS.
       OPEN I-O VVS-FILE.
       IF WS-STAT = '35'
           OPEN OUTPUT VVS-FILE
           CLOSE VVS-FILE
           OPEN I-O VVS-FILE
       END-IF.
      ******************************************************************
      * THE MEMBER MUST HOLD THE TITLE: BOUGHT, GIVEN, BOUGHT WITH
      * POINTS, OR RENTED AND NOT YET PAST ITS EXPIRY DATE.
      ******************************************************************
       250-CHECK-HELD.
       MOVE 'N' TO WS-HELD.
       MOVE SPACES TO WS-VTP-EOF.
       OPEN INPUT VTP-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-VTP-EOF = 'Y'
           READ VTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VTP-EOF
               NOT AT END
                   IF VTP-VM-ID OF VTP-REC = LK-VM-ID
                        AND VTP-VML-ID OF VTP-REC = LK-VML-ID
                       IF VTP-KIND-RENTAL
                               AND VTP-EXPIRES NOT = ZERO
                               AND VTP-EXPIRES < WS-NOW-DATE
                           CONTINUE
                       ELSE
                           MOVE 'Y' TO WS-HELD
                           MOVE 'Y' TO WS-VTP-EOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VTP-FILE.
      ******************************************************************
       260-GET-RUNTIME.
       MOVE ZERO TO WS-RUNTIME-SECS.
       MOVE ZERO TO WS-RATING.
       OPEN INPUT VML-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE LK-VML-ID TO VML-ID-KEY.
       READ VML-FILE
           NOT INVALID KEY
               IF VML-RUNTIME NUMERIC
                   COMPUTE WS-RUNTIME-SECS = VML-RUNTIME * 60
               END-IF
               MOVE VML-RATING TO WS-RATING
       END-READ.
       CLOSE VML-FILE.
      ******************************************************************
      * THE VIEWER PROFILE WATCHING MUST BE ONE OF THE MEMBER'S
      * ACTIVE ONES, WITH A CEILING AT OR ABOVE THE TITLE'S RATING.
      ******************************************************************
       270-CHECK-PROFILE.
       OPEN INPUT VPF-FILE.
       IF WS-STAT NOT = ZERO
           MOVE 'NP' TO LK-RESULT
           EXIT PARAGRAPH
       END-IF.
       MOVE LK-VM-ID TO VPF-VM-ID.
       MOVE LK-PROF-NO TO VPF-NO.
       READ VPF-FILE
           INVALID KEY
               MOVE 'NP' TO LK-RESULT
           NOT INVALID KEY
               IF NOT VPF-ACTIVE
                   MOVE 'NP' TO LK-RESULT
               ELSE
                   IF WS-RATING NOT = ZERO
                           AND WS-RATING > VPF-RATING-CEIL
                       MOVE 'RC' TO LK-RESULT
                   END-IF
               END-IF
       END-READ.
       CLOSE VPF-FILE.
      ******************************************************************
      * WALK THE MEMBER'S SESSIONS OLDEST FIRST. AN OPEN ONE THAT HAS
      * GONE QUIET IS CLOSED OFF AS DROPPED AT ITS LAST REPORT; ONE
      * ON THIS DEVICE FOR THIS TITLE IS THE PLAYER STARTING OVER
      * AND IS CLOSED THERE TOO. WHAT IS STILL OPEN COUNTS AGAINST
      * THE LIMIT. THE PROFILE'S LAST SESSION OF THE TITLE GIVES THE
      * RESUME.
      ******************************************************************
       300-SCAN-MEMBER.
       MOVE SPACES TO WS-VVS-EOF.
       MOVE LK-VM-ID TO VVS-VM-ID.
       MOVE ZERO TO VVS-START-DATE.
       MOVE ZERO TO VVS-START-TIME.
       START VVS-FILE KEY NOT LESS THAN VVS-KEY
           INVALID KEY
               MOVE 'Y' TO WS-VVS-EOF
       END-START.
       PERFORM UNTIL WS-VVS-EOF = 'Y'
           READ VVS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VVS-EOF
               NOT AT END
                   IF VVS-VM-ID NOT = LK-VM-ID
                       MOVE 'Y' TO WS-VVS-EOF
                   ELSE
                       PERFORM 310-ONE-SESSION
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       310-ONE-SESSION.
       IF VVS-OPEN
           MOVE VVS-BEAT-DATE TO WS-CLK-DATE
           MOVE VVS-BEAT-TIME TO WS-CLK-TIME
           PERFORM 800-CLOCK-SECS
           IF WS-NOW-SECS - WS-CLK-SECS >
                   VFX-STREAM-STALE-MIN * 60
               MOVE 'X' TO VVS-STATUS
               PERFORM 320-CLOSE-AT-BEAT
           ELSE
               IF VVS-VML-ID = LK-VML-ID
                       AND VVS-DEVICE = LK-DEVICE
                   MOVE 'C' TO VVS-STATUS
                   PERFORM 320-CLOSE-AT-BEAT
               ELSE
                   ADD 1 TO WS-OPEN-CT
               END-IF
           END-IF
       END-IF.
       IF VVS-VML-ID = LK-VML-ID
               AND VVS-PROF-NO = LK-PROF-NO
           MOVE VVS-POSITION TO WS-RESUME
       END-IF.
      ******************************************************************
       320-CLOSE-AT-BEAT.
       MOVE VVS-BEAT-DATE TO VVS-END-DATE.
       MOVE VVS-BEAT-TIME TO VVS-END-TIME.
       MOVE WS-CLK-SECS TO WS-START-SECS.
       MOVE VVS-START-DATE TO WS-CLK-DATE.
       MOVE VVS-START-TIME TO WS-CLK-TIME.
       PERFORM 800-CLOCK-SECS.
       COMPUTE VVS-WATCH-SECS = WS-START-SECS - WS-CLK-SECS.
       REWRITE VVS-REC.
      ******************************************************************
      * A POSITION REPORT OR STOP LANDS ON THE MEMBER'S LATEST OPEN
      * SESSION OF THE TITLE ON THAT DEVICE.
      ******************************************************************
       500-UPDATE.
       PERFORM 150-OPEN-SESSIONS.
       MOVE 'N' TO WS-HIT.
       MOVE SPACES TO WS-VVS-EOF.
       MOVE LK-VM-ID TO VVS-VM-ID.
       MOVE ZERO TO VVS-START-DATE.
       MOVE ZERO TO VVS-START-TIME.
       START VVS-FILE KEY NOT LESS THAN VVS-KEY
           INVALID KEY
               MOVE 'Y' TO WS-VVS-EOF
       END-START.
       PERFORM UNTIL WS-VVS-EOF = 'Y'
           READ VVS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VVS-EOF
               NOT AT END
                   IF VVS-VM-ID NOT = LK-VM-ID
                       MOVE 'Y' TO WS-VVS-EOF
                   ELSE
                       IF VVS-OPEN
                               AND VVS-VML-ID = LK-VML-ID
                               AND VVS-DEVICE = LK-DEVICE
                           MOVE 'Y' TO WS-HIT
                           MOVE VVS-KEY TO WS-HIT-KEY
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-HIT NOT = 'Y'
           MOVE 'NF' TO LK-RESULT
           CLOSE VVS-FILE
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-HIT-KEY TO VVS-KEY.
       READ VVS-FILE
           INVALID KEY
               MOVE 'NF' TO LK-RESULT
       END-READ.
       IF LK-RESULT = '00'
           MOVE LK-POSITION TO VVS-POSITION
           IF LK-POSITION > VVS-HIGH-POS
               MOVE LK-POSITION TO VVS-HIGH-POS
           END-IF
           MOVE WS-NOW-DATE TO VVS-BEAT-DATE
           MOVE WS-NOW-TIME TO VVS-BEAT-TIME
           IF LK-ACTION = 'E'
               MOVE 'C' TO VVS-STATUS
               MOVE WS-NOW-DATE TO VVS-END-DATE
               MOVE WS-NOW-TIME TO VVS-END-TIME
               MOVE VVS-START-DATE TO WS-CLK-DATE
               MOVE VVS-START-TIME TO WS-CLK-TIME
               PERFORM 800-CLOCK-SECS
               COMPUTE VVS-WATCH-SECS = WS-NOW-SECS - WS-CLK-SECS
           END-IF
           REWRITE VVS-REC
       END-IF.
       CLOSE VVS-FILE.
      ******************************************************************
      * THE FURTHEST THE MEMBER EVER GOT INTO THE TITLE, AS A
      * PERCENT OF ITS RUNNING TIME (NEVER OVER 100).
      ******************************************************************
       700-WATCHED.
       MOVE ZERO TO LK-POSITION.
       PERFORM 260-GET-RUNTIME.
       IF WS-RUNTIME-SECS = ZERO
           MOVE 'NR' TO LK-RESULT
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT VVS-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-HIGH.
       MOVE SPACES TO WS-VVS-EOF.
       MOVE LK-VM-ID TO VVS-VM-ID.
       MOVE ZERO TO VVS-START-DATE.
       MOVE ZERO TO VVS-START-TIME.
       START VVS-FILE KEY NOT LESS THAN VVS-KEY
           INVALID KEY
               MOVE 'Y' TO WS-VVS-EOF
       END-START.
       PERFORM UNTIL WS-VVS-EOF = 'Y'
           READ VVS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VVS-EOF
               NOT AT END
                   IF VVS-VM-ID NOT = LK-VM-ID
                       MOVE 'Y' TO WS-VVS-EOF
                   ELSE
                       IF VVS-VML-ID = LK-VML-ID
                               AND VVS-HIGH-POS > WS-HIGH
                           MOVE VVS-HIGH-POS TO WS-HIGH
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VVS-FILE.
       COMPUTE WS-PCT = WS-HIGH * 100 / WS-RUNTIME-SECS.
       IF WS-PCT > 100
           MOVE 100 TO WS-PCT
       END-IF.
       MOVE WS-PCT TO LK-POSITION.
      ******************************************************************
       800-CLOCK-SECS.
       COMPUTE WS-CLK-SECS =
           FUNCTION INTEGER-OF-DATE (WS-CLK-DATE) * 86400
           + WS-CLK-HH * 3600 + WS-CLK-MM * 60 + WS-CLK-SS.
