      *AUTHOR:   Jarrod Lee
      *DATE:     4/7/2014   
      *ABSTRACT: 
      *          Also keeps the membership's viewer profiles (up to
      *          VFX-PROF-MAX, each with its own name and rating
      *          ceiling), each change audited. The member's
      *          opt-out of recommendation emails is set here too.
      *          A membership suspended for a declined subscription
      *          charge is reinstated here once the card is sorted
      *          out, and the reinstatement goes to the plan history.
      *          A membership erased at the member's request is never
      *          edited or reinstated.
      ******************************************************************
       PROGRAM-ID. G3-VUFL-2-EA IS INITIAL.
      ******************************************************************
       COPY SELECT-VFX-MBR.
       COPY SELECT-CHOLD.
       COPY SELECT-ZIP.
       COPY SELECT-VFXPROF.
       COPY SELECT-VFX-WISH.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MBR.
       COPY FD-CHOLD.
       COPY FD-ZIP.
       COPY FD-VFXPROF.
       COPY FD-VFX-WISH.
       
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       01  WS-LINK-OK                  PIC X VALUE 'N'.
       01  WS-NEW-CEIL                 PIC 9(2) VALUE 18.
       01  WS-ZIP-STAT                 PIC XX.
       01  WS-PROF-IX                  PIC 9(2) VALUE ZERO.
       01  WS-PROF-HOW                 PIC X VALUE SPACE.
       01  WS-PROF-CEIL-IN             PIC X(2) VALUE SPACES.
       01  WS-PROF-RESP                PIC X VALUE SPACE.
       01  WS-VW-EOF                   PIC X VALUE SPACES.
       01  WS-PH-EVENT                 PIC XX VALUE 'RI'.
       01  WS-PH-OLD                   PIC 9 VALUE ZERO.
       01  WS-PH-REASON                PIC X(20)
                                       VALUE 'REINSTATED AT DESK'.
       COPY WS-VFXPROF.
       COPY WS-AUDIT.
       COPY WS-SIGNON.

               INVALID KEY
                   MOVE 'INVALID ID' TO VFX-2-MSG
               NOT INVALID KEY
                   IF VM-STAT-ERASED
                       MOVE 'ERASED' TO VFX-2-MSG
                   ELSE
                       MOVE SPACES TO VFX-2-MSG
                       PERFORM 200-MOVE
                   END-IF
           END-READ
           IF VFX-2-RESP = 'C' OR 'c'
               CONTINUE
       END-IF.
      ******************************************************************
       300-EDIT.
       IF VM-STAT-ERASED
           DISPLAY 'MEMBERSHIP ERASED - NOT CHANGED'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'EDITING...'
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
               DISPLAY 'CAP1 LINK NOT CHANGED'
           END-IF
       END-IF.
      * A SUSPENDED MEMBERSHIP COMES BACK HERE; THE NEXT SUBBILL RUN
      * BILLS IT AGAIN.
       IF VM-STAT-SUSPENDED
           DISPLAY 'MEMBERSHIP SUSPENDED - REINSTATE (Y/N)?'
           ACCEPT VFX-2-RESP
           IF VFX-2-RESP = 'Y' OR 'y'
               MOVE 'A' TO VM-STATUS
               MOVE VM-PLAN TO WS-PH-OLD
               CALL 'G3-VFX-PLAN-LOG' USING VM-ID, WS-PH-EVENT,
                       WS-PH-OLD, VM-PLAN, WS-PH-REASON
           END-IF
       END-IF.
      * THE MATURITY CEILING FOR A FAMILY ACCOUNT IS SET HERE; 18
      * (THE DEFAULT) IS NO FENCE AT ALL.
       DISPLAY 'RATING CEILING ' VM-RATING-CEIL
           ACCEPT WS-NEW-CEIL
           MOVE WS-NEW-CEIL TO VM-RATING-CEIL
       END-IF.
       IF VM-RECO-OFF
           DISPLAY 'RECOMMENDATION EMAILS ARE OFF - TURN ON (Y/N)?'
       ELSE
           DISPLAY 'RECOMMENDATION EMAILS ARE ON - TURN OFF (Y/N)?'
       END-IF.
       ACCEPT VFX-2-RESP.
       IF VFX-2-RESP = 'Y' OR 'y'
           IF VM-RECO-OFF
               MOVE 'N' TO VM-RECO-OPTOUT
           ELSE
               MOVE 'Y' TO VM-RECO-OPTOUT
           END-IF
       END-IF.
       REWRITE VM-REC.
       MOVE 'EDIT' TO WS-AUD-ACTION.
       MOVE VM-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'VIEWER PROFILES - MAINTAIN (Y/N)?'.
       ACCEPT VFX-2-RESP.
       IF VFX-2-RESP = 'Y' OR 'y'
           PERFORM 500-PROFILES
       END-IF.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'RETURNING TO VUFLIX MENU'.
       DISPLAY "PRESS 'ENTER' TO RETURN".
       STRING WS-BLANKS(1:WS-CTR), VM-EMAIL(1:WS-SCTR) INTO 
                                   VFX-2-ORIG-EMAIL.
       MOVE ZERO TO WS-CTR.
      ******************************************************************
      * VIEWER PROFILES: EACH HAS ITS OWN NAME AND RATING CEILING,
      * WHICH THE PURCHASE, RENTAL AND STREAM SCREENS USE IN PLACE
      * OF THE ACCOUNT CEILING ABOVE WHEN THAT PROFILE IS ACTIVE.
      ******************************************************************
       500-PROFILES.
       OPEN I-O VPF-FILE.
       IF WS-STAT = '35'
           OPEN OUTPUT VPF-FILE
           CLOSE VPF-FILE
           OPEN I-O VPF-FILE
       END-IF.
       MOVE SPACES TO VFX-2-RESP.
       PERFORM UNTIL VFX-2-RESP = 'X' OR 'x'
           DISPLAY BLANK-SCREEN
           DISPLAY 'VIEWER PROFILES FOR MEMBER ' VM-ID ' '
                   VM-FNAME ' ' VM-LNAME
           PERFORM 510-LIST-PROFILES
           DISPLAY 'A) ADD  C) CHANGE  R) REMOVE  X) DONE'
           ACCEPT VFX-2-RESP
           EVALUATE VFX-2-RESP
               WHEN 'A'
               WHEN 'a'
                   PERFORM 520-ADD-PROFILE
                   PERFORM 590-PAUSE
               WHEN 'C'
               WHEN 'c'
                   PERFORM 530-CHANGE-PROFILE
                   PERFORM 590-PAUSE
               WHEN 'R'
               WHEN 'r'
                   PERFORM 540-REMOVE-PROFILE
                   PERFORM 590-PAUSE
               WHEN 'X'
               WHEN 'x'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID SELECTION'
                   PERFORM 590-PAUSE
           END-EVALUATE
       END-PERFORM.
       CLOSE VPF-FILE.
      ******************************************************************
       510-LIST-PROFILES.
       MOVE ZERO TO WS-PROF-CT.
       MOVE SPACES TO WS-PROF-EOF.
       MOVE VM-ID TO VPF-VM-ID.
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
                   IF VPF-VM-ID NOT = VM-ID
                       MOVE 'Y' TO WS-PROF-EOF
                   ELSE
                       IF VPF-ACTIVE
                           ADD 1 TO WS-PROF-CT
                           DISPLAY '  ' VPF-NO ') ' VPF-NAME
                                   '  CEILING ' VPF-RATING-CEIL
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-PROF-CT = ZERO
           DISPLAY '  NO PROFILES - THE ACCOUNT CEILING '
                   VM-RATING-CEIL ' APPLIES'
       END-IF.
      ******************************************************************
      * A NEW PROFILE TAKES THE LOWEST NUMBER NEVER USED; ONLY WHEN
      * ALL NINE HAVE BEEN USED IS A REMOVED ONE'S NUMBER TAKEN BACK.
      ******************************************************************
       520-ADD-PROFILE.
       IF WS-PROF-CT NOT < VFX-PROF-MAX
           DISPLAY 'MEMBERSHIP ALREADY HAS ' VFX-PROF-MAX ' PROFILES'
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO WS-PROF-NO.
       MOVE SPACE TO WS-PROF-HOW.
       PERFORM VARYING WS-PROF-IX FROM 1 BY 1
               UNTIL WS-PROF-IX > 9 OR WS-PROF-NO NOT = ZERO
           MOVE VM-ID TO VPF-VM-ID
           MOVE WS-PROF-IX TO VPF-NO
           READ VPF-FILE
               INVALID KEY
                   MOVE WS-PROF-IX TO WS-PROF-NO
                   MOVE 'W' TO WS-PROF-HOW
           END-READ
       END-PERFORM.
       PERFORM VARYING WS-PROF-IX FROM 1 BY 1
               UNTIL WS-PROF-IX > 9 OR WS-PROF-NO NOT = ZERO
           MOVE VM-ID TO VPF-VM-ID
           MOVE WS-PROF-IX TO VPF-NO
           READ VPF-FILE
               NOT INVALID KEY
                   IF VPF-REMOVED
                       MOVE WS-PROF-IX TO WS-PROF-NO
                       MOVE 'R' TO WS-PROF-HOW
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY 'PROFILE NAME:'.
       ACCEPT WS-PROF-NAME.
       IF WS-PROF-NAME = SPACES
           DISPLAY 'PROFILE NOT ADDED'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'RATING CEILING (00 07 13 17 18):'.
       ACCEPT WS-NEW-CEIL.
       IF WS-NEW-CEIL > 18
           DISPLAY 'CEILING MUST BE 18 OR LESS - PROFILE NOT ADDED'
           EXIT PARAGRAPH
       END-IF.
       MOVE VM-ID TO VPF-VM-ID.
       MOVE WS-PROF-NO TO VPF-NO.
       MOVE WS-PROF-NAME TO VPF-NAME.
       MOVE WS-NEW-CEIL TO VPF-RATING-CEIL.
       MOVE 'A' TO VPF-STATUS.
       PERFORM 580-STAMP.
       IF WS-PROF-HOW = 'W'
           WRITE VPF-REC
       ELSE
           REWRITE VPF-REC
       END-IF.
       IF WS-STAT NOT = ZERO
           DISPLAY 'PROFILE NOT ADDED - STATUS ' WS-STAT
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'PROFILE ' VPF-NO ' ADDED'.
       MOVE 'PRFADD' TO WS-AUD-ACTION.
       PERFORM 570-PROF-AUDIT.
      ******************************************************************
       530-CHANGE-PROFILE.
       PERFORM 560-ASK-PROFILE.
       IF WS-PROF-NO = ZERO
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'NEW NAME (BLANK = KEEP ' VPF-NAME '):'.
       ACCEPT WS-PROF-NAME.
       IF WS-PROF-NAME NOT = SPACES
           MOVE WS-PROF-NAME TO VPF-NAME
       END-IF.
       DISPLAY 'NEW CEILING (00 07 13 17 18, BLANK = KEEP '
               VPF-RATING-CEIL '):'.
       MOVE SPACES TO WS-PROF-CEIL-IN.
       ACCEPT WS-PROF-CEIL-IN.
       IF WS-PROF-CEIL-IN NOT = SPACES
           IF WS-PROF-CEIL-IN IS NUMERIC
                   AND WS-PROF-CEIL-IN NOT > '18'
               MOVE WS-PROF-CEIL-IN TO VPF-RATING-CEIL
           ELSE
               DISPLAY 'CEILING MUST BE 18 OR LESS - NOT CHANGED'
           END-IF
       END-IF.
       PERFORM 580-STAMP.
       REWRITE VPF-REC.
       DISPLAY 'PROFILE ' VPF-NO ' CHANGED'.
       MOVE 'PRFCHG' TO WS-AUD-ACTION.
       PERFORM 570-PROF-AUDIT.
      ******************************************************************
      * A REMOVED PROFILE'S WISHLIST GOES WITH IT; ITS VIEWING
      * SESSIONS STAY ON FILE AS HISTORY.
      ******************************************************************
       540-REMOVE-PROFILE.
       PERFORM 560-ASK-PROFILE.
       IF WS-PROF-NO = ZERO
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'REMOVE PROFILE ' VPF-NO ' ' VPF-NAME ' (Y/N)?'.
       ACCEPT WS-PROF-RESP.
       IF WS-PROF-RESP NOT = 'Y' AND 'y'
           DISPLAY 'PROFILE NOT REMOVED'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'R' TO VPF-STATUS.
       PERFORM 580-STAMP.
       REWRITE VPF-REC.
       PERFORM 550-DROP-WISHES.
       DISPLAY 'PROFILE ' VPF-NO ' REMOVED'.
       MOVE 'PRFDEL' TO WS-AUD-ACTION.
       PERFORM 570-PROF-AUDIT.
      ******************************************************************
       550-DROP-WISHES.
       OPEN I-O VW-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-VW-EOF.
       PERFORM UNTIL WS-VW-EOF = 'Y'
           READ VW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VW-EOF
               NOT AT END
                   IF VW-VM-ID = VM-ID
                           AND VW-PROF-NO = WS-PROF-NO
                       DELETE VW-FILE RECORD
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VW-FILE.
      ******************************************************************
      * LEAVES WS-PROF-NO ZERO UNLESS AN ACTIVE PROFILE WAS READ.
      ******************************************************************
       560-ASK-PROFILE.
       MOVE ZERO TO WS-PROF-NO.
       DISPLAY 'PROFILE NUMBER:'.
       ACCEPT WS-PROF-SEL.
       MOVE VM-ID TO VPF-VM-ID.
       MOVE WS-PROF-SEL TO VPF-NO.
       READ VPF-FILE
           INVALID KEY
               DISPLAY 'NO SUCH PROFILE'
           NOT INVALID KEY
               IF VPF-ACTIVE
                   MOVE VPF-NO TO WS-PROF-NO
               ELSE
                   DISPLAY 'NO SUCH PROFILE'
               END-IF
       END-READ.
      ******************************************************************
       570-PROF-AUDIT.
       MOVE SPACES TO WS-AUD-KEY.
       STRING VM-ID '/' VPF-NO DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VFX-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       580-STAMP.
       MOVE WS-YEAR  TO VPF-SET-DATE (1:4).
       MOVE WS-MONTH TO VPF-SET-DATE (5:2).
       MOVE WS-DAY   TO VPF-SET-DATE (7:2).
       MOVE WS-OPERATOR-ID TO VPF-SET-BY.
      ******************************************************************
       590-PAUSE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT WS-PROF-RESP.
      ******************************************************************
       850-VERIFY-CAP1-LINK.
       MOVE 'N' TO WS-LINK-OK.
