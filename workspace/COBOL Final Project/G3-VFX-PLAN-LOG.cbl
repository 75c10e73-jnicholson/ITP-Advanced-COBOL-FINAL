      ******************************************************************
      *PROGRAM:  Vuflix Subscription Plan History Writer
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Appends one line to the plan history (VFXPLNH.TXT)
      *          for every subscribe, upgrade, downgrade, cancel,
      *          billing suspension, or reinstatement - who, when,
      *          the plan before and after, and why - so churn and
      *          retention can be told apart from a plain overwrite
      *          of VM-PLAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-PLAN-LOG IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFXPLNH.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFXPLNH.

       WORKING-STORAGE SECTION.
       01  WS-TSTAMP.
           03  WS-YEAR                 PIC XXXX.
           03  WS-MONTH                PIC XX.
           03  WS-DAY                  PIC XX.
           03  WS-HOUR                 PIC XX.
           03  WS-MINUTE               PIC XX.

       LINKAGE SECTION.
       01  LK-VM-ID                    PIC 9(8).
       01  LK-EVENT                    PIC XX.
       01  LK-OLD-PLAN                 PIC 9.
       01  LK-NEW-PLAN                 PIC 9.
       01  LK-REASON                   PIC X(20).
      ******************************************************************
       PROCEDURE DIVISION USING LK-VM-ID, LK-EVENT, LK-OLD-PLAN,
                                LK-NEW-PLAN, LK-REASON.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           OPEN EXTEND VPH-FILE.
           MOVE SPACES TO VPH-REC.
           MOVE ZERO TO VPH-DATE.
           MOVE WS-YEAR  TO VPH-DATE (1:4).
           MOVE WS-MONTH TO VPH-DATE (5:2).
           MOVE WS-DAY   TO VPH-DATE (7:2).
           MOVE LK-VM-ID    TO VPH-VM-ID.
           MOVE LK-EVENT    TO VPH-EVENT.
           MOVE LK-OLD-PLAN TO VPH-OLD-PLAN.
           MOVE LK-NEW-PLAN TO VPH-NEW-PLAN.
           MOVE LK-REASON   TO VPH-REASON.
           WRITE VPH-REC.
           CLOSE VPH-FILE.
           EXIT PROGRAM.
