      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ONE MEMBER'S REVIEW OF ONE TITLE: 1-5 STARS AND A SHORT
      * REVIEW. A NEW OR REWRITTEN REVIEW WAITS AS 'P' PENDING
      * UNTIL AN OPERATOR APPROVES ('A') OR REJECTS ('R') IT; ONLY
      * APPROVED REVIEWS SHOW AND ONLY THEIR STARS ARE IN THE
      * TITLE'S VML-STAR-SUM / VML-STAR-CT. RVW-COUNTED SAYS THE
      * STARS ARE IN THERE NOW, SO A REWRITE CAN TAKE THEM BACK OUT.
       FD  RVW-FILE.
       01  RVW-REC.
           03  RVW-KEY.
               05  RVW-VML-ID          PIC 9(8).
               05  RVW-VM-ID           PIC 9(8).
           03  RVW-STATUS              PIC X.
               88  RVW-PENDING         VALUE 'P'.
               88  RVW-APPROVED        VALUE 'A'.
               88  RVW-REJECTED        VALUE 'R'.
           03  RVW-STARS               PIC 9.
           03  RVW-TEXT                PIC X(60).
           03  RVW-DATE                PIC 9(8).
           03  RVW-COUNTED             PIC X.
           03  RVW-MOD-DATE            PIC 9(8).
           03  RVW-MOD-BY              PIC X(8).
