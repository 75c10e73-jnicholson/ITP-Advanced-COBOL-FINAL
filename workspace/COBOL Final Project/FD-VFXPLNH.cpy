      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * SUBSCRIPTION PLAN HISTORY WRITTEN BY G3-VFX-PLAN-LOG: ONE LINE
      * PER CHANGE TO A MEMBER'S VM-PLAN OR SUBSCRIPTION STANDING, IN
      * THE ORDER THEY HAPPENED, WITH THE PLAN BEFORE AND AFTER.
       FD  VPH-FILE.
       01  VPH-REC.
           03  VPH-DATE                PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VPH-VM-ID               PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VPH-EVENT               PIC XX.
               88  VPH-SUBSCRIBE                   VALUE 'SB'.
               88  VPH-UPGRADE                     VALUE 'UP'.
               88  VPH-DOWNGRADE                   VALUE 'DN'.
               88  VPH-CANCEL                      VALUE 'CN'.
               88  VPH-BILL-SUSPEND                VALUE 'SU'.
               88  VPH-REINSTATE                   VALUE 'RI'.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VPH-OLD-PLAN            PIC 9.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VPH-NEW-PLAN            PIC 9.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VPH-REASON              PIC X(20).
