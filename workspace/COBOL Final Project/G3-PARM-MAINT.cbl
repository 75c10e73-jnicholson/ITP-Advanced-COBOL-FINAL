      ******************************************************************
      *PROGRAM:  System Parameter Maintenance
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Admin-only maintenance of the effective-dated
      *          system parameter master (PARM.DAT): list the value
      *          of every parameter in effect today, show one
      *          parameter's schedule, schedule a new value from a
      *          future (or today's) effective date, or cancel a
      *          value not yet in effect. Every change is audited
      *          and its before and after value filed on
      *          PARMHIST.TXT. Reached from G3-MAIN option P; the
      *          menu refuses anyone below admin before this
      *          program is even called.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-PARM-MAINT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-PARM.
       COPY SELECT-PARMHIST.
      ******************************************************************
       DATA DIVISION.
       COPY FD-PARM.
       COPY FD-PARMHIST.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-PARM.
       COPY WS-CSV.
       COPY WS-PCI.

       01  WS-PROG                     PIC X(20) VALUE 'G3-PARM-MAINT'.
       01  WS-PM-SEL                   PIC X VALUE SPACE.
       01  WS-SYP-EOF                  PIC X VALUE SPACES.
       01  WS-TODAY-N                  PIC 9(8) VALUE ZERO.
       01  WS-IN-NAME                  PIC X(20) VALUE SPACES.
       01  WS-IN-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-IN-NUM                   PIC 9(7)V9(4) VALUE ZERO.
       01  WS-IN-TEXT                  PIC X(10) VALUE SPACES.
       01  WS-IN-OK                    PIC X VALUE 'N'.
       01  WS-PM-IDX                   PIC 99 VALUE ZERO.
       01  WS-PM-HIT                   PIC 99 VALUE ZERO.
       01  WS-PM-TYPE                  PIC X VALUE SPACE.
       01  WS-SHOW-NUM                 PIC -(7)9.9(4).
       01  WS-OLD-VALUE                PIC X(16) VALUE SPACES.
       01  WS-NEW-VALUE                PIC X(16) VALUE SPACES.
      * EVERY PARAMETER THE PROGRAMS LOOK UP, WITH ITS TYPE (N
      * NUMERIC, T TEXT). A NAME NOT ON THIS LIST CANNOT BE
      * SCHEDULED, SO A TYPO NEVER SITS UNREAD ON THE FILE.
       01  WS-PM-NAME-TABLE.
           03  FILLER PIC X(21) VALUE 'LIMIT-MIN           N'.
           03  FILLER PIC X(21) VALUE 'LIMIT-MAX           N'.
           03  FILLER PIC X(21) VALUE 'FINCHG-RATE         N'.
           03  FILLER PIC X(21) VALUE 'LATEFEE-AMT         N'.
           03  FILLER PIC X(21) VALUE 'REWARD-CAT-1        T'.
           03  FILLER PIC X(21) VALUE 'REWARD-MULT-1       N'.
           03  FILLER PIC X(21) VALUE 'REWARD-CAT-2        T'.
           03  FILLER PIC X(21) VALUE 'REWARD-MULT-2       N'.
           03  FILLER PIC X(21) VALUE 'POINTS-LIFE-MO      N'.
           03  FILLER PIC X(21) VALUE 'CHARGEOFF-CYCLES    N'.
           03  FILLER PIC X(21) VALUE 'FRAUD-DAY-CT        N'.
           03  FILLER PIC X(21) VALUE 'FRAUD-DECL-CT       N'.
           03  FILLER PIC X(21) VALUE 'FRAUD-PCT           N'.
           03  FILLER PIC X(21) VALUE 'NSF-FEE-AMT         N'.
           03  FILLER PIC X(21) VALUE 'CASHADV-PCT         N'.
           03  FILLER PIC X(21) VALUE 'CASHADV-FEE-PCT     N'.
           03  FILLER PIC X(21) VALUE 'PENALTY-RATE        N'.
           03  FILLER PIC X(21) VALUE 'PENALTY-CYCLES      N'.
           03  FILLER PIC X(21) VALUE 'PENALTY-NOTICE-DY   N'.
           03  FILLER PIC X(21) VALUE 'PENALTY-CURE-CYC    N'.
           03  FILLER PIC X(21) VALUE 'RATECHG-NOTICE-DY   N'.
           03  FILLER PIC X(21) VALUE 'FRAUD-AVS-PCT       N'.
           03  FILLER PIC X(21) VALUE 'SCRA-RATE           N'.
           03  FILLER PIC X(21) VALUE 'SCRA-WARN-DY        N'.
           03  FILLER PIC X(21) VALUE 'ESCH-STALE-DY       N'.
           03  FILLER PIC X(21) VALUE 'ESCH-DORM-MO        N'.
           03  FILLER PIC X(21) VALUE 'ESCH-WAIT-DY        N'.
           03  FILLER PIC X(21) VALUE 'AML-CTR-LIMIT       N'.
           03  FILLER PIC X(21) VALUE 'AML-NEAR-PCT        N'.
           03  FILLER PIC X(21) VALUE 'AML-NEAR-CT         N'.
           03  FILLER PIC X(21) VALUE 'AML-LBX-MULT        N'.
           03  FILLER PIC X(21) VALUE 'AML-REFUND-MIN      N'.
           03  FILLER PIC X(21) VALUE 'AML-LOOK-DY         N'.
           03  FILLER PIC X(21) VALUE 'LINE-UP-SCORE       N'.
           03  FILLER PIC X(21) VALUE 'LINE-UP-UTIL        N'.
           03  FILLER PIC X(21) VALUE 'LINE-UP-PCT         N'.
           03  FILLER PIC X(21) VALUE 'LINE-DN-SCORE       N'.
           03  FILLER PIC X(21) VALUE 'LINE-DN-LATE        N'.
           03  FILLER PIC X(21) VALUE 'LINE-DN-PCT         N'.
           03  FILLER PIC X(21) VALUE 'LINE-NOTICE-DY      N'.
           03  FILLER PIC X(21) VALUE 'MTD-DUAL-AMT        N'.
           03  FILLER PIC X(21) VALUE 'MTD-CREDIT-AMT      N'.
           03  FILLER PIC X(21) VALUE 'MTD-PEND-DY         N'.
           03  FILLER PIC X(21) VALUE 'WVR-TELLER-AMT      N'.
           03  FILLER PIC X(21) VALUE 'WVR-TELLER-CT       N'.
           03  FILLER PIC X(21) VALUE 'WVR-SUPV-AMT        N'.
           03  FILLER PIC X(21) VALUE 'WVR-SUPV-CT         N'.
           03  FILLER PIC X(21) VALUE 'WVR-ADMIN-AMT       N'.
           03  FILLER PIC X(21) VALUE 'WVR-ADMIN-CT        N'.
           03  FILLER PIC X(21) VALUE 'DUN-GAP-DY          N'.
           03  FILLER PIC X(21) VALUE 'PQT-MAX-DY          N'.
           03  FILLER PIC X(21) VALUE 'PSO-MIN-SCORE       N'.
           03  FILLER PIC X(21) VALUE 'PSO-VALID-DY        N'.
           03  FILLER PIC X(21) VALUE 'RDV-PTS-PER-DOL     N'.
           03  FILLER PIC X(21) VALUE 'PRIV-DUE-DY         N'.
           03  FILLER PIC X(21) VALUE 'PRIV-RETAIN-YR      N'.
           03  FILLER PIC X(21) VALUE 'CSV-EXTRACT         T'.
           03  FILLER PIC X(21) VALUE 'PV-CHG-PCT          N'.
           03  FILLER PIC X(21) VALUE 'PV-MIN-PCT          N'.
           03  FILLER PIC X(21) VALUE 'GL-SUSPENSE         N'.
           03  FILLER PIC X(21) VALUE 'CMP-DUE-DY          N'.
           03  FILLER PIC X(21) VALUE 'CMP-REG-DUE-DY      N'.
           03  FILLER PIC X(21) VALUE 'CMP-ESC-DY          N'.
           03  FILLER PIC X(21) VALUE 'AAN-SCORE-MIN       N'.
           03  FILLER PIC X(21) VALUE 'AAN-UTIL-PCT        N'.
           03  FILLER PIC X(21) VALUE 'PCI-GRACE-DY        N'.
       01  WS-PM-NAMES REDEFINES WS-PM-NAME-TABLE.
           03  WS-PM-ENTRY OCCURS 66 TIMES.
               05  WS-PM-NAME          PIC X(20).
               05  WS-PM-KIND          PIC X.
       01  WS-PM-COUNT                 PIC 99 VALUE 66.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY-N (1:4).
       MOVE WS-MONTH TO WS-TODAY-N (5:2).
       MOVE WS-DAY   TO WS-TODAY-N (7:2).
       OPEN I-O SYP-FILE.
       IF WS-STAT = 35
           CLOSE SYP-FILE
           OPEN OUTPUT SYP-FILE
           CLOSE SYP-FILE
           OPEN I-O SYP-FILE
       END-IF.
       PERFORM UNTIL WS-PM-SEL = 'X' OR 'x'
           DISPLAY ' '
           DISPLAY 'SYSTEM PARAMETER MAINTENANCE'
           DISPLAY '  1) LIST VALUES IN EFFECT TODAY'
           DISPLAY '  2) SHOW A PARAMETER SCHEDULE'
           DISPLAY '  3) SCHEDULE A NEW VALUE'
           DISPLAY '  4) CANCEL A FUTURE VALUE'
           DISPLAY '  X) EXIT'
           ACCEPT WS-PM-SEL
           EVALUATE WS-PM-SEL
               WHEN '1' PERFORM 100-LIST
               WHEN '2' PERFORM 200-SCHEDULE-INQ
               WHEN '3' PERFORM 300-SCHEDULE
               WHEN '4' PERFORM 400-CANCEL
           END-EVALUATE
       END-PERFORM.
       CLOSE SYP-FILE.
       EXIT PROGRAM.
      ******************************************************************
      * THE VALUE EACH PROGRAM WILL USE TODAY - THE SCHEDULED ROW IN
      * EFFECT, OR THE COMPILED VALUE WHEN NOTHING IS SCHEDULED YET.
      ******************************************************************
       100-LIST.
       CLOSE SYP-FILE.
       PERFORM VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PM-COUNT
           MOVE WS-PM-IDX TO WS-PM-HIT
           MOVE WS-TODAY-N TO WS-PARM-DATE
           PERFORM 150-VALUE-IN-EFFECT
           DISPLAY WS-PM-NAME (WS-PM-IDX) ' ' WS-OLD-VALUE
       END-PERFORM.
       OPEN I-O SYP-FILE.
      ******************************************************************
      * VALUE OF TABLE ENTRY WS-PM-HIT IN EFFECT ON WS-PARM-DATE,
      * FORMATTED INTO WS-OLD-VALUE. THE CALLER CLOSES SYP-FILE
      * FIRST SO G3-PARM-GET CAN OPEN IT.
      ******************************************************************
       150-VALUE-IN-EFFECT.
       MOVE WS-PM-NAME (WS-PM-HIT) TO WS-PARM-NAME.
       PERFORM 160-COMPILED-VALUE.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE SPACES TO WS-OLD-VALUE.
       IF WS-PM-KIND (WS-PM-HIT) = 'T'
           MOVE WS-PARM-TEXT TO WS-OLD-VALUE
       ELSE
           MOVE WS-PARM-NUM TO WS-SHOW-NUM
           MOVE WS-SHOW-NUM TO WS-OLD-VALUE
       END-IF.
      ******************************************************************
       160-COMPILED-VALUE.
       MOVE ZERO TO WS-PARM-NUM.
       MOVE SPACES TO WS-PARM-TEXT.
       EVALUATE WS-PARM-NAME
           WHEN 'LIMIT-MIN'
               MOVE CAP1-LIMIT-MIN TO WS-PARM-NUM
           WHEN 'LIMIT-MAX'
               MOVE CAP1-LIMIT-MAX TO WS-PARM-NUM
           WHEN 'FINCHG-RATE'
               MOVE CAP1-FINCHG-RATE TO WS-PARM-NUM
           WHEN 'LATEFEE-AMT'
               MOVE CAP1-LATEFEE-AMT TO WS-PARM-NUM
           WHEN 'REWARD-CAT-1'
               MOVE CAP1-REWARD-CAT-1 TO WS-PARM-TEXT
           WHEN 'REWARD-MULT-1'
               MOVE CAP1-REWARD-MULT-1 TO WS-PARM-NUM
           WHEN 'REWARD-CAT-2'
               MOVE CAP1-REWARD-CAT-2 TO WS-PARM-TEXT
           WHEN 'REWARD-MULT-2'
               MOVE CAP1-REWARD-MULT-2 TO WS-PARM-NUM
           WHEN 'POINTS-LIFE-MO'
               MOVE CAP1-POINTS-LIFE-MO TO WS-PARM-NUM
           WHEN 'CHARGEOFF-CYCLES'
               MOVE CAP1-CHARGEOFF-CYCLES TO WS-PARM-NUM
           WHEN 'FRAUD-DAY-CT'
               MOVE CAP1-FRAUD-DAY-CT TO WS-PARM-NUM
           WHEN 'FRAUD-DECL-CT'
               MOVE CAP1-FRAUD-DECL-CT TO WS-PARM-NUM
           WHEN 'FRAUD-PCT'
               MOVE CAP1-FRAUD-PCT TO WS-PARM-NUM
           WHEN 'NSF-FEE-AMT'
               MOVE CAP1-NSF-FEE-AMT TO WS-PARM-NUM
           WHEN 'CASHADV-PCT'
               MOVE CAP1-CASHADV-PCT TO WS-PARM-NUM
           WHEN 'CASHADV-FEE-PCT'
               MOVE CAP1-CASHADV-FEE-PCT TO WS-PARM-NUM
           WHEN 'PENALTY-RATE'
               MOVE CAP1-PENALTY-RATE TO WS-PARM-NUM
           WHEN 'PENALTY-CYCLES'
               MOVE CAP1-PENALTY-CYCLES TO WS-PARM-NUM
           WHEN 'PENALTY-NOTICE-DY'
               MOVE CAP1-PENALTY-NOTICE-DY TO WS-PARM-NUM
           WHEN 'PENALTY-CURE-CYC'
               MOVE CAP1-PENALTY-CURE-CYC TO WS-PARM-NUM
           WHEN 'RATECHG-NOTICE-DY'
               MOVE CAP1-RATECHG-NOTICE-DY TO WS-PARM-NUM
           WHEN 'FRAUD-AVS-PCT'
               MOVE CAP1-FRAUD-AVS-PCT TO WS-PARM-NUM
           WHEN 'SCRA-RATE'
               MOVE CAP1-SCRA-RATE TO WS-PARM-NUM
           WHEN 'SCRA-WARN-DY'
               MOVE CAP1-SCRA-WARN-DY TO WS-PARM-NUM
           WHEN 'ESCH-STALE-DY'
               MOVE CAP1-ESCH-STALE-DY TO WS-PARM-NUM
           WHEN 'ESCH-DORM-MO'
               MOVE CAP1-ESCH-DORM-MO TO WS-PARM-NUM
           WHEN 'ESCH-WAIT-DY'
               MOVE CAP1-ESCH-WAIT-DY TO WS-PARM-NUM
           WHEN 'AML-CTR-LIMIT'
               MOVE CAP1-AML-CTR-LIMIT TO WS-PARM-NUM
           WHEN 'AML-NEAR-PCT'
               MOVE CAP1-AML-NEAR-PCT TO WS-PARM-NUM
           WHEN 'AML-NEAR-CT'
               MOVE CAP1-AML-NEAR-CT TO WS-PARM-NUM
           WHEN 'AML-LBX-MULT'
               MOVE CAP1-AML-LBX-MULT TO WS-PARM-NUM
           WHEN 'AML-REFUND-MIN'
               MOVE CAP1-AML-REFUND-MIN TO WS-PARM-NUM
           WHEN 'AML-LOOK-DY'
               MOVE CAP1-AML-LOOK-DY TO WS-PARM-NUM
           WHEN 'LINE-UP-SCORE'
               MOVE CAP1-LINE-UP-SCORE TO WS-PARM-NUM
           WHEN 'LINE-UP-UTIL'
               MOVE CAP1-LINE-UP-UTIL TO WS-PARM-NUM
           WHEN 'LINE-UP-PCT'
               MOVE CAP1-LINE-UP-PCT TO WS-PARM-NUM
           WHEN 'LINE-DN-SCORE'
               MOVE CAP1-LINE-DN-SCORE TO WS-PARM-NUM
           WHEN 'LINE-DN-LATE'
               MOVE CAP1-LINE-DN-LATE TO WS-PARM-NUM
           WHEN 'LINE-DN-PCT'
               MOVE CAP1-LINE-DN-PCT TO WS-PARM-NUM
           WHEN 'LINE-NOTICE-DY'
               MOVE CAP1-LINE-NOTICE-DY TO WS-PARM-NUM
           WHEN 'MTD-DUAL-AMT'
               MOVE CAP1-MTD-DUAL-AMT TO WS-PARM-NUM
           WHEN 'MTD-CREDIT-AMT'
               MOVE CAP1-MTD-CREDIT-AMT TO WS-PARM-NUM
           WHEN 'MTD-PEND-DY'
               MOVE CAP1-MTD-PEND-DY TO WS-PARM-NUM
           WHEN 'WVR-TELLER-AMT'
               MOVE CAP1-WVR-TELLER-AMT TO WS-PARM-NUM
           WHEN 'WVR-TELLER-CT'
               MOVE CAP1-WVR-TELLER-CT TO WS-PARM-NUM
           WHEN 'WVR-SUPV-AMT'
               MOVE CAP1-WVR-SUPV-AMT TO WS-PARM-NUM
           WHEN 'WVR-SUPV-CT'
               MOVE CAP1-WVR-SUPV-CT TO WS-PARM-NUM
           WHEN 'WVR-ADMIN-AMT'
               MOVE CAP1-WVR-ADMIN-AMT TO WS-PARM-NUM
           WHEN 'WVR-ADMIN-CT'
               MOVE CAP1-WVR-ADMIN-CT TO WS-PARM-NUM
           WHEN 'DUN-GAP-DY'
               MOVE CAP1-DUN-GAP-DY TO WS-PARM-NUM
           WHEN 'PQT-MAX-DY'
               MOVE CAP1-PQT-MAX-DY TO WS-PARM-NUM
           WHEN 'PSO-MIN-SCORE'
               MOVE CAP1-PSO-MIN-SCORE TO WS-PARM-NUM
           WHEN 'PSO-VALID-DY'
               MOVE CAP1-PSO-VALID-DY TO WS-PARM-NUM
           WHEN 'RDV-PTS-PER-DOL'
               MOVE CAP1-RDV-PTS-PER-DOL TO WS-PARM-NUM
           WHEN 'PRIV-DUE-DY'
               MOVE CAP1-PRIV-DUE-DY TO WS-PARM-NUM
           WHEN 'PRIV-RETAIN-YR'
               MOVE CAP1-PRIV-RETAIN-YR TO WS-PARM-NUM
           WHEN 'CSV-EXTRACT'
               MOVE WS-CSV-DFLT TO WS-PARM-TEXT
           WHEN 'PV-CHG-PCT'
               MOVE CAP1-PV-CHG-PCT TO WS-PARM-NUM
           WHEN 'PV-MIN-PCT'
               MOVE CAP1-PV-MIN-PCT TO WS-PARM-NUM
           WHEN 'GL-SUSPENSE'
               MOVE CAP1-GL-SUSPENSE TO WS-PARM-NUM
           WHEN 'CMP-DUE-DY'
               MOVE CAP1-CMP-DUE-DY TO WS-PARM-NUM
           WHEN 'CMP-REG-DUE-DY'
               MOVE CAP1-CMP-REG-DUE-DY TO WS-PARM-NUM
           WHEN 'CMP-ESC-DY'
               MOVE CAP1-CMP-ESC-DY TO WS-PARM-NUM
           WHEN 'AAN-SCORE-MIN'
               MOVE CAP1-AAN-SCORE-MIN TO WS-PARM-NUM
           WHEN 'AAN-UTIL-PCT'
               MOVE CAP1-AAN-UTIL-PCT TO WS-PARM-NUM
           WHEN 'PCI-GRACE-DY'
               MOVE WS-PCI-GRACE-DAYS TO WS-PARM-NUM
       END-EVALUATE.
      ******************************************************************
       170-FIND-NAME.
       MOVE ZERO TO WS-PM-HIT.
       PERFORM VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PM-COUNT
           IF WS-PM-NAME (WS-PM-IDX) = WS-IN-NAME
               MOVE WS-PM-IDX TO WS-PM-HIT
           END-IF
       END-PERFORM.
      ******************************************************************
       200-SCHEDULE-INQ.
       DISPLAY 'PARAMETER NAME:'.
       ACCEPT WS-IN-NAME.
       MOVE SPACES TO WS-SYP-EOF.
       MOVE WS-IN-NAME TO SYP-NAME.
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
                   IF SYP-NAME NOT = WS-IN-NAME
                       MOVE 'Y' TO WS-SYP-EOF
                   ELSE
                       PERFORM 210-SHOW-ROW
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY 'UNSCHEDULED PARAMETERS RUN AT THEIR COMPILED VALUE'.
      ******************************************************************
       210-SHOW-ROW.
       IF SYP-TEXTUAL
           DISPLAY SYP-EFF-DATE ' ' SYP-TEXT ' SET BY ' SYP-SET-BY
                   ' ON ' SYP-SET-DATE
       ELSE
           MOVE SYP-NUM TO WS-SHOW-NUM
           DISPLAY SYP-EFF-DATE ' ' WS-SHOW-NUM ' SET BY ' SYP-SET-BY
                   ' ON ' SYP-SET-DATE
       END-IF.
      ******************************************************************
      * A NEW VALUE TAKES EFFECT TODAY AT THE EARLIEST - NOTHING IS
      * BACK-DATED UNDER A CYCLE THAT HAS ALREADY RUN. RE-KEYING THE
      * SAME NAME AND DATE REPLACES THE SCHEDULED VALUE.
      ******************************************************************
       300-SCHEDULE.
       DISPLAY 'PARAMETER NAME:'.
       ACCEPT WS-IN-NAME.
       PERFORM 170-FIND-NAME.
       IF WS-PM-HIT = ZERO
           DISPLAY 'NO SUCH PARAMETER - OPTION 1 LISTS THEM'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'EFFECTIVE DATE (YYYYMMDD):'.
       ACCEPT WS-IN-DATE.
       IF WS-IN-DATE < WS-TODAY-N
           DISPLAY 'EFFECTIVE DATE MAY NOT BE BEFORE TODAY'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-PM-KIND (WS-PM-HIT) TO WS-PM-TYPE.
       MOVE SPACES TO WS-NEW-VALUE.
       MOVE ZERO TO WS-IN-NUM.
       MOVE SPACES TO WS-IN-TEXT.
       IF WS-PM-TYPE = 'T'
           DISPLAY 'NEW VALUE (TEXT):'
           ACCEPT WS-IN-TEXT
           MOVE WS-IN-TEXT TO WS-NEW-VALUE
       ELSE
           DISPLAY 'NEW VALUE (NNNNNNN.NNNN):'
           ACCEPT WS-IN-NUM
           MOVE WS-IN-NUM TO WS-SHOW-NUM
           MOVE WS-SHOW-NUM TO WS-NEW-VALUE
       END-IF.
       CLOSE SYP-FILE.
       MOVE WS-IN-DATE TO WS-PARM-DATE.
       PERFORM 150-VALUE-IN-EFFECT.
       OPEN I-O SYP-FILE.
       MOVE SPACES TO SYP-REC.
       MOVE WS-IN-NAME TO SYP-NAME.
       MOVE WS-IN-DATE TO SYP-EFF-DATE.
       MOVE WS-PM-TYPE TO SYP-TYPE.
       MOVE WS-IN-NUM TO SYP-NUM.
       MOVE WS-IN-TEXT TO SYP-TEXT.
       MOVE WS-OPERATOR-ID TO SYP-SET-BY.
       MOVE WS-TODAY-N TO SYP-SET-DATE.
       WRITE SYP-REC
           INVALID KEY
               REWRITE SYP-REC
       END-WRITE.
       MOVE 'PARMCH' TO WS-AUD-ACTION.
       PERFORM 500-FILE-HISTORY.
       DISPLAY 'VALUE SCHEDULED: ' WS-IN-NAME ' FROM ' WS-IN-DATE.
      ******************************************************************
      * ONLY A VALUE NOT YET IN EFFECT MAY BE WITHDRAWN; ONE ALREADY
      * USED BY A RUN STAYS ON FILE SO THE RUN CAN BE EXPLAINED.
      ******************************************************************
       400-CANCEL.
       DISPLAY 'PARAMETER NAME:'.
       ACCEPT WS-IN-NAME.
       DISPLAY 'EFFECTIVE DATE TO CANCEL (YYYYMMDD):'.
       ACCEPT WS-IN-DATE.
       IF WS-IN-DATE NOT > WS-TODAY-N
           DISPLAY 'ONLY A FUTURE VALUE MAY BE CANCELLED'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-IN-NAME TO SYP-NAME.
       MOVE WS-IN-DATE TO SYP-EFF-DATE.
       READ SYP-FILE
           INVALID KEY
               DISPLAY 'NO SUCH SCHEDULED VALUE'
               EXIT PARAGRAPH
       END-READ.
       MOVE SPACES TO WS-OLD-VALUE.
       IF SYP-TEXTUAL
           MOVE SYP-TEXT TO WS-OLD-VALUE
       ELSE
           MOVE SYP-NUM TO WS-SHOW-NUM
           MOVE WS-SHOW-NUM TO WS-OLD-VALUE
       END-IF.
       MOVE 'CANCELLED' TO WS-NEW-VALUE.
       DELETE SYP-FILE.
       MOVE 'PARMDL' TO WS-AUD-ACTION.
       PERFORM 500-FILE-HISTORY.
       DISPLAY 'SCHEDULED VALUE CANCELLED'.
      ******************************************************************
      * AUDIT THE CHANGE AND FILE ITS BEFORE AND AFTER VALUE.
      ******************************************************************
       500-FILE-HISTORY.
       MOVE WS-IN-NAME TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING WS-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       OPEN EXTEND PARMHIST-FILE.
       MOVE SPACES TO PARMHIST-REC.
       MOVE WS-YEAR        TO PHS-YEAR.
       MOVE WS-MONTH       TO PHS-MONTH.
       MOVE WS-DAY         TO PHS-DAY.
       MOVE WS-HOUR        TO PHS-HOUR.
       MOVE WS-MINUTE      TO PHS-MINUTE.
       MOVE WS-OPERATOR-ID TO PHS-OPERATOR.
       MOVE WS-AUD-ACTION  TO PHS-ACTION.
       MOVE WS-IN-NAME     TO PHS-NAME.
       MOVE WS-IN-DATE     TO PHS-EFF-DATE.
       MOVE WS-OLD-VALUE   TO PHS-OLD-VALUE.
       MOVE WS-NEW-VALUE   TO PHS-NEW-VALUE.
       WRITE PARMHIST-REC.
       CLOSE PARMHIST-FILE.
