      ******************************************************************
      *PROGRAM:  Vuflix Monthly Churn and Retention Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Run after the close of a month, reports on that
      *          (the prior calendar) month from the plan history
      *          (VFXPLNH.TXT) and the member file: subscribers by
      *          plan at the start and end of the month, new
      *          subscribers and reinstatements, churn split into
      *          voluntary cancels and billing-failure suspensions,
      *          upgrades and downgrades, the net change, and the
      *          share of each signup-month cohort still subscribed
      *          at month end. A member with no history before the
      *          month is taken to have started it in the plan their
      *          first later history line moved them from, or, with
      *          no history at all, in their plan on file today.
      *          Written to CHURN-RPT.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-CHURN-RPT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFXPLNH.
       COPY SELECT-CHURN-RPT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-MBR.
       COPY FD-VFXPLNH.
       COPY FD-CHURN-RPT.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       COPY WS-RPTFILE.

       01  WS-VM-EOF                   PIC X VALUE SPACES.
       01  WS-VPH-EOF                  PIC X VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-START-DATE               PIC 9(8) VALUE ZERO.
       01  WS-START-R REDEFINES WS-START-DATE.
           03  WS-START-YY             PIC 9(4).
           03  WS-START-MM             PIC 9(2).
           03  WS-START-DD             PIC 9(2).
       01  WS-END-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-END-INT                  PIC 9(8) VALUE ZERO.
       01  WS-RPT-MONTH                PIC 9(6) VALUE ZERO.
      * EVERY MEMBER'S STANDING: TODAY ON FILE, AT THE START OF THE
      * MONTH, AND AS THE MONTH'S HISTORY IS PLAYED THROUGH.
       01  WS-MT-MAX                   PIC 9(5) VALUE 5000.
       01  WS-MT-CT                    PIC 9(5) VALUE ZERO.
       01  WS-MX                       PIC 9(5) VALUE ZERO.
       01  WS-MT-FULL                  PIC X VALUE 'N'.
       01  WS-ADD-ID                   PIC 9(8) VALUE ZERO.
       01  WS-MBR-TABLE.
           03  WS-MT OCCURS 5000 TIMES.
               05  WS-MT-ID            PIC 9(8).
               05  WS-MT-CUR-ACT       PIC X.
               05  WS-MT-CUR-PLAN      PIC 9.
               05  WS-MT-KNOWN         PIC X.
               05  WS-MT-START-ACT     PIC X.
               05  WS-MT-START-PLAN    PIC 9.
               05  WS-MT-SEEN          PIC X.
               05  WS-MT-RUN-ACT       PIC X.
               05  WS-MT-RUN-PLAN      PIC 9.
               05  WS-MT-COHORT        PIC 9(6).
       01  WS-END-ACT                  PIC X VALUE 'N'.
       01  WS-END-PLAN                 PIC 9 VALUE ZERO.
       01  WS-PX                       PIC 9 VALUE ZERO.
       01  WS-START-BY-PLAN.
           03  WS-START-CT OCCURS 3 TIMES PIC 9(5).
       01  WS-END-BY-PLAN.
           03  WS-END-CT OCCURS 3 TIMES PIC 9(5).
       01  WS-START-TOT                PIC 9(5) VALUE ZERO.
       01  WS-END-TOT                  PIC 9(5) VALUE ZERO.
       01  WS-ADDS                     PIC 9(5) VALUE ZERO.
       01  WS-REACT                    PIC 9(5) VALUE ZERO.
       01  WS-CHURN-VOL                PIC 9(5) VALUE ZERO.
       01  WS-CHURN-BILL               PIC 9(5) VALUE ZERO.
       01  WS-UPGRADES                 PIC 9(5) VALUE ZERO.
       01  WS-DOWNGRADES               PIC 9(5) VALUE ZERO.
       01  WS-NET                      PIC S9(5) VALUE ZERO.
      * SIGNUP-MONTH COHORTS, OLDEST FIRST.
       01  WS-CH-CT                    PIC 9(3) VALUE ZERO.
       01  WS-CX                       PIC 9(3) VALUE ZERO.
       01  WS-CY                       PIC 9(3) VALUE ZERO.
       01  WS-COHORT-TABLE.
           03  WS-CH OCCURS 240 TIMES.
               05  WS-CH-MONTH         PIC 9(6).
               05  WS-CH-SIGNED        PIC 9(5).
               05  WS-CH-ACTIVE        PIC 9(5).
       01  WS-PRE-SIGNED               PIC 9(5) VALUE ZERO.
       01  WS-PRE-ACTIVE               PIC 9(5) VALUE ZERO.
       01  WS-RATE                     PIC 9(3)V9 VALUE ZERO.

       01  WS-HDR-PLAN.
           03  FILLER                  PIC X(25) VALUE SPACES.
           03  FILLER                  PIC X(45) VALUE
               '   PLAN 1    PLAN 2    PLAN 3     TOTAL'.
       01  WS-PLAN-LINE.
           03  WS-PL-LABEL             PIC X(25).
           03  WS-PL-CT OCCURS 3 TIMES.
               05  FILLER              PIC X(3).
               05  WS-PL-CT-ED         PIC ZZ,ZZ9.
               05  FILLER              PIC X.
           03  FILLER                  PIC X(3).
           03  WS-PL-TOT-ED            PIC ZZ,ZZ9.
       01  WS-COUNT-LINE.
           03  WS-CL-LABEL             PIC X(30).
           03  WS-CL-CT-ED             PIC ---,--9.
       01  WS-HDR-COHORT.
           03  FILLER                  PIC X(50) VALUE
               'COHORT     SIGNED UP   STILL ACTIVE   RETAINED'.
       01  WS-COHORT-LINE.
           03  WS-CO-MONTH             PIC X(9).
           03  FILLER                  PIC X(3).
           03  WS-CO-SIGNED-ED         PIC ZZ,ZZ9.
           03  FILLER                  PIC X(9).
           03  WS-CO-ACTIVE-ED         PIC ZZ,ZZ9.
           03  FILLER                  PIC X(5).
           03  WS-CO-RATE-ED           PIC ZZ9.9.
           03  WS-CO-PCT               PIC X.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
      * THE MONTH REPORTED IS THE ONE BEFORE TODAY'S.
           MOVE WS-TODAY TO WS-START-DATE.
           MOVE 01 TO WS-START-DD.
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-START-DATE) - 1.
           COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER (WS-END-INT).
           MOVE WS-END-DATE TO WS-START-DATE.
           MOVE 01 TO WS-START-DD.
           MOVE WS-START-DATE (1:6) TO WS-RPT-MONTH.
           INITIALIZE WS-START-BY-PLAN
                      WS-END-BY-PLAN.
           PERFORM 200-LOAD-MEMBERS.
           PERFORM 300-READ-HISTORY.
           PERFORM 500-TALLY.
           PERFORM 600-WRITE-RPT.
           IF WS-MT-FULL = 'Y'
               DISPLAY 'MORE THAN ' WS-MT-MAX ' MEMBERS - THE REST'
                       ' WERE NOT COUNTED'
           END-IF.
           DISPLAY 'CHURN REPORT FOR ' WS-RPT-MONTH ' WRITTEN. START: '
                   WS-START-TOT ' END: ' WS-END-TOT.
           GOBACK.
      ******************************************************************
       200-LOAD-MEMBERS.
       OPEN INPUT VM-FILE.
       MOVE SPACES TO WS-VM-EOF.
       MOVE ZEROS TO VM-ID-KEY.
       START VM-FILE KEY NOT LESS THAN VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-VM-EOF
       END-START.
       PERFORM UNTIL WS-VM-EOF = 'Y'
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VM-EOF
               NOT AT END
                   MOVE VM-ID TO WS-ADD-ID
                   PERFORM 210-ADD-MEMBER
                   IF WS-MX > ZERO
                       MOVE VM-PLAN TO WS-MT-CUR-PLAN (WS-MX)
                       IF VM-STAT-ACTIVE AND VM-PLAN > ZERO
                           MOVE 'Y' TO WS-MT-CUR-ACT (WS-MX)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VM-FILE.
      ******************************************************************
      * A NEW TABLE ENTRY FOR WS-ADD-ID; WS-MX IS ZERO WHEN THE TABLE
      * IS FULL.
       210-ADD-MEMBER.
       IF WS-MT-CT NOT < WS-MT-MAX
           MOVE 'Y' TO WS-MT-FULL
           MOVE ZERO TO WS-MX
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-MT-CT.
       MOVE WS-MT-CT TO WS-MX.
       MOVE WS-ADD-ID TO WS-MT-ID (WS-MX).
       MOVE 'N' TO WS-MT-CUR-ACT (WS-MX).
       MOVE ZERO TO WS-MT-CUR-PLAN (WS-MX).
       MOVE 'N' TO WS-MT-KNOWN (WS-MX).
       MOVE 'N' TO WS-MT-START-ACT (WS-MX).
       MOVE ZERO TO WS-MT-START-PLAN (WS-MX).
       MOVE 'N' TO WS-MT-SEEN (WS-MX).
       MOVE 'N' TO WS-MT-RUN-ACT (WS-MX).
       MOVE ZERO TO WS-MT-RUN-PLAN (WS-MX).
       MOVE ZERO TO WS-MT-COHORT (WS-MX).
      ******************************************************************
       300-READ-HISTORY.
       OPEN INPUT VPH-FILE.
       MOVE SPACES TO WS-VPH-EOF.
       PERFORM UNTIL WS-VPH-EOF = 'Y'
           READ VPH-FILE
               AT END
                   MOVE 'Y' TO WS-VPH-EOF
               NOT AT END
                   IF VPH-DATE IS NUMERIC AND VPH-VM-ID IS NUMERIC
                       PERFORM 400-TAKE-EVENT
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VPH-FILE.
      ******************************************************************
      * HISTORY BEFORE THE MONTH SETS THE STARTING STANDING; THE FIRST
      * LINE ON OR AFTER IT SETS IT INSTEAD WHEN THERE WAS NONE; LINES
      * INSIDE THE MONTH ARE PLAYED THROUGH AND COUNTED. A CHURN OR
      * ADD ONLY COUNTS WHEN IT ACTUALLY CHANGES THE MEMBER'S STANDING.
      ******************************************************************
       400-TAKE-EVENT.
       PERFORM VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-MT-CT
                   OR WS-MT-ID (WS-MX) = VPH-VM-ID
           CONTINUE
       END-PERFORM.
       IF WS-MX > WS-MT-CT
           MOVE VPH-VM-ID TO WS-ADD-ID
           PERFORM 210-ADD-MEMBER
           IF WS-MX = ZERO
               EXIT PARAGRAPH
           END-IF
       END-IF.
       IF VPH-SUBSCRIBE AND WS-MT-COHORT (WS-MX) = ZERO
               AND VPH-DATE NOT > WS-END-DATE
           MOVE VPH-DATE (1:6) TO WS-MT-COHORT (WS-MX)
       END-IF.
       IF VPH-DATE < WS-START-DATE
           MOVE 'Y' TO WS-MT-KNOWN (WS-MX)
           MOVE VPH-NEW-PLAN TO WS-MT-START-PLAN (WS-MX)
           IF VPH-CANCEL OR VPH-BILL-SUSPEND OR VPH-NEW-PLAN = ZERO
               MOVE 'N' TO WS-MT-START-ACT (WS-MX)
           ELSE
               MOVE 'Y' TO WS-MT-START-ACT (WS-MX)
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF WS-MT-KNOWN (WS-MX) = 'N'
           MOVE 'Y' TO WS-MT-KNOWN (WS-MX)
           MOVE VPH-OLD-PLAN TO WS-MT-START-PLAN (WS-MX)
           IF VPH-REINSTATE OR VPH-OLD-PLAN = ZERO
               MOVE 'N' TO WS-MT-START-ACT (WS-MX)
           ELSE
               MOVE 'Y' TO WS-MT-START-ACT (WS-MX)
           END-IF
       END-IF.
       IF VPH-DATE > WS-END-DATE
           EXIT PARAGRAPH
       END-IF.
       IF WS-MT-SEEN (WS-MX) = 'N'
           MOVE 'Y' TO WS-MT-SEEN (WS-MX)
           MOVE WS-MT-START-ACT (WS-MX) TO WS-MT-RUN-ACT (WS-MX)
           MOVE WS-MT-START-PLAN (WS-MX) TO WS-MT-RUN-PLAN (WS-MX)
       END-IF.
       EVALUATE TRUE
           WHEN VPH-SUBSCRIBE
               IF WS-MT-RUN-ACT (WS-MX) = 'N'
                   ADD 1 TO WS-ADDS
               END-IF
               MOVE 'Y' TO WS-MT-RUN-ACT (WS-MX)
           WHEN VPH-UPGRADE
               ADD 1 TO WS-UPGRADES
           WHEN VPH-DOWNGRADE
               ADD 1 TO WS-DOWNGRADES
           WHEN VPH-CANCEL
               IF WS-MT-RUN-ACT (WS-MX) = 'Y'
                   ADD 1 TO WS-CHURN-VOL
               END-IF
               MOVE 'N' TO WS-MT-RUN-ACT (WS-MX)
           WHEN VPH-BILL-SUSPEND
               IF WS-MT-RUN-ACT (WS-MX) = 'Y'
                   ADD 1 TO WS-CHURN-BILL
               END-IF
               MOVE 'N' TO WS-MT-RUN-ACT (WS-MX)
           WHEN VPH-REINSTATE
               IF WS-MT-RUN-ACT (WS-MX) = 'N'
                       AND VPH-NEW-PLAN > ZERO
                   ADD 1 TO WS-REACT
                   MOVE 'Y' TO WS-MT-RUN-ACT (WS-MX)
               END-IF
       END-EVALUATE.
       MOVE VPH-NEW-PLAN TO WS-MT-RUN-PLAN (WS-MX).
      ******************************************************************
       500-TALLY.
       PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MT-CT
           PERFORM 510-TALLY-ONE
       END-PERFORM.
       COMPUTE WS-NET = WS-END-TOT - WS-START-TOT.
      ******************************************************************
       510-TALLY-ONE.
       IF WS-MT-KNOWN (WS-MX) = 'N'
           MOVE WS-MT-CUR-ACT (WS-MX) TO WS-MT-START-ACT (WS-MX)
           MOVE WS-MT-CUR-PLAN (WS-MX) TO WS-MT-START-PLAN (WS-MX)
       END-IF.
       IF WS-MT-SEEN (WS-MX) = 'Y'
           MOVE WS-MT-RUN-ACT (WS-MX) TO WS-END-ACT
           MOVE WS-MT-RUN-PLAN (WS-MX) TO WS-END-PLAN
       ELSE
           MOVE WS-MT-START-ACT (WS-MX) TO WS-END-ACT
           MOVE WS-MT-START-PLAN (WS-MX) TO WS-END-PLAN
       END-IF.
       MOVE WS-MT-START-PLAN (WS-MX) TO WS-PX.
       IF WS-MT-START-ACT (WS-MX) = 'Y' AND WS-PX > ZERO
               AND WS-PX NOT > 3
           ADD 1 TO WS-START-CT (WS-PX)
           ADD 1 TO WS-START-TOT
       END-IF.
       MOVE WS-END-PLAN TO WS-PX.
       IF WS-END-ACT = 'Y' AND WS-PX > ZERO AND WS-PX NOT > 3
           ADD 1 TO WS-END-CT (WS-PX)
           ADD 1 TO WS-END-TOT
       ELSE
           MOVE 'N' TO WS-END-ACT
       END-IF.
       IF WS-MT-COHORT (WS-MX) = ZERO
           IF WS-MT-START-PLAN (WS-MX) > ZERO OR WS-END-PLAN > ZERO
               ADD 1 TO WS-PRE-SIGNED
               IF WS-END-ACT = 'Y'
                   ADD 1 TO WS-PRE-ACTIVE
               END-IF
           END-IF
       ELSE
           PERFORM 520-COHORT
       END-IF.
      ******************************************************************
      * FINDS THE MEMBER'S COHORT, OR SLOTS A NEW ONE IN MONTH ORDER.
       520-COHORT.
       PERFORM VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CH-CT
                   OR WS-CH-MONTH (WS-CX) NOT < WS-MT-COHORT (WS-MX)
           CONTINUE
       END-PERFORM.
       IF WS-CX > WS-CH-CT
               OR WS-CH-MONTH (WS-CX) NOT = WS-MT-COHORT (WS-MX)
           IF WS-CH-CT = 240
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CH-CT TO WS-CY
           PERFORM UNTIL WS-CY < WS-CX
               MOVE WS-CH (WS-CY) TO WS-CH (WS-CY + 1)
               SUBTRACT 1 FROM WS-CY
           END-PERFORM
           ADD 1 TO WS-CH-CT
           MOVE WS-MT-COHORT (WS-MX) TO WS-CH-MONTH (WS-CX)
           MOVE ZERO TO WS-CH-SIGNED (WS-CX)
           MOVE ZERO TO WS-CH-ACTIVE (WS-CX)
       END-IF.
       ADD 1 TO WS-CH-SIGNED (WS-CX).
       IF WS-END-ACT = 'Y'
           ADD 1 TO WS-CH-ACTIVE (WS-CX)
       END-IF.
      ******************************************************************
       600-WRITE-RPT.
       OPEN OUTPUT CHURN-RPT-FILE.
       MOVE SPACES TO CHURN-RPT-LINE.
       STRING 'VUFLIX SUBSCRIPTION CHURN AND RETENTION - MONTH '
               WS-RPT-MONTH DELIMITED BY SIZE INTO CHURN-RPT-LINE.
       WRITE CHURN-RPT-LINE.
       MOVE SPACES TO CHURN-RPT-LINE.
       WRITE CHURN-RPT-LINE.
       WRITE CHURN-RPT-LINE FROM WS-HDR-PLAN.
       MOVE SPACES TO WS-PLAN-LINE.
       MOVE 'STARTING SUBSCRIBERS' TO WS-PL-LABEL.
       PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
           MOVE WS-START-CT (WS-PX) TO WS-PL-CT-ED (WS-PX)
       END-PERFORM.
       MOVE WS-START-TOT TO WS-PL-TOT-ED.
       WRITE CHURN-RPT-LINE FROM WS-PLAN-LINE.
       MOVE SPACES TO WS-PLAN-LINE.
       MOVE 'ENDING SUBSCRIBERS' TO WS-PL-LABEL.
       PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
           MOVE WS-END-CT (WS-PX) TO WS-PL-CT-ED (WS-PX)
       END-PERFORM.
       MOVE WS-END-TOT TO WS-PL-TOT-ED.
       WRITE CHURN-RPT-LINE FROM WS-PLAN-LINE.
       MOVE SPACES TO CHURN-RPT-LINE.
       WRITE CHURN-RPT-LINE.
       MOVE 'NEW SUBSCRIBERS' TO WS-CL-LABEL.
       MOVE WS-ADDS TO WS-CL-CT-ED.
       WRITE CHURN-RPT-LINE FROM WS-COUNT-LINE.
       MOVE 'REINSTATED' TO WS-CL-LABEL.
       MOVE WS-REACT TO WS-CL-CT-ED.
       WRITE CHURN-RPT-LINE FROM WS-COUNT-LINE.
       MOVE 'CHURN - VOLUNTARY CANCEL' TO WS-CL-LABEL.
       MOVE WS-CHURN-VOL TO WS-CL-CT-ED.
       WRITE CHURN-RPT-LINE FROM WS-COUNT-LINE.
       MOVE 'CHURN - BILLING FAILURE' TO WS-CL-LABEL.
       MOVE WS-CHURN-BILL TO WS-CL-CT-ED.
       WRITE CHURN-RPT-LINE FROM WS-COUNT-LINE.
       MOVE 'UPGRADES' TO WS-CL-LABEL.
       MOVE WS-UPGRADES TO WS-CL-CT-ED.
       WRITE CHURN-RPT-LINE FROM WS-COUNT-LINE.
       MOVE 'DOWNGRADES' TO WS-CL-LABEL.
       MOVE WS-DOWNGRADES TO WS-CL-CT-ED.
       WRITE CHURN-RPT-LINE FROM WS-COUNT-LINE.
       MOVE 'NET CHANGE' TO WS-CL-LABEL.
       MOVE WS-NET TO WS-CL-CT-ED.
       WRITE CHURN-RPT-LINE FROM WS-COUNT-LINE.
       MOVE SPACES TO CHURN-RPT-LINE.
       WRITE CHURN-RPT-LINE.
       MOVE 'RETENTION BY SIGNUP MONTH (SUBSCRIBED AT MONTH END)'
           TO CHURN-RPT-LINE.
       WRITE CHURN-RPT-LINE.
       WRITE CHURN-RPT-LINE FROM WS-HDR-COHORT.
       PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CH-CT
           MOVE SPACES TO WS-COHORT-LINE
           MOVE WS-CH-MONTH (WS-CX) TO WS-CO-MONTH
           MOVE WS-CH-SIGNED (WS-CX) TO WS-CO-SIGNED-ED
           MOVE WS-CH-ACTIVE (WS-CX) TO WS-CO-ACTIVE-ED
           COMPUTE WS-RATE ROUNDED =
               WS-CH-ACTIVE (WS-CX) * 100 / WS-CH-SIGNED (WS-CX)
           MOVE WS-RATE TO WS-CO-RATE-ED
           MOVE '%' TO WS-CO-PCT
           WRITE CHURN-RPT-LINE FROM WS-COHORT-LINE
       END-PERFORM.
       IF WS-PRE-SIGNED > ZERO
           MOVE SPACES TO WS-COHORT-LINE
           MOVE 'EARLIER' TO WS-CO-MONTH
           MOVE WS-PRE-SIGNED TO WS-CO-SIGNED-ED
           MOVE WS-PRE-ACTIVE TO WS-CO-ACTIVE-ED
           COMPUTE WS-RATE ROUNDED =
               WS-PRE-ACTIVE * 100 / WS-PRE-SIGNED
           MOVE WS-RATE TO WS-CO-RATE-ED
           MOVE '%' TO WS-CO-PCT
           WRITE CHURN-RPT-LINE FROM WS-COHORT-LINE
       END-IF.
       CLOSE CHURN-RPT-FILE.
       MOVE 'CHURN-RPT.TXT' TO WS-RPT-FILE-NAME.
       MOVE 'G3-VFX-CHURN-RPT' TO WS-RPT-PROGRAM.
       CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
               WS-RPT-PROGRAM.
