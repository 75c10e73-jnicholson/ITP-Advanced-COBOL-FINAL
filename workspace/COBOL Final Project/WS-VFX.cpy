           03  VFX-PLAN-CREDITS-2      PIC 9(3)    VALUE 005.
           03  VFX-PLAN-FEE-3          PIC 9(2)V99 VALUE 14.99.
           03  VFX-PLAN-CREDITS-3      PIC 9(3)    VALUE 010.

      * SIMULTANEOUS STREAMS A MEMBER MAY HAVE OPEN, BY VM-PLAN
      * (0 = A LA CARTE). G3-LINK-VFX-STREAM REFUSES A START PAST
      * THE LIMIT. AN OPEN SESSION WITH NO POSITION REPORT FOR
      * VFX-STREAM-STALE-MIN MINUTES IS TAKEN AS DROPPED AND NO
      * LONGER COUNTS.
       01  VFX-STREAM-VARS.
           03  VFX-PLAN-STREAMS-0      PIC 9       VALUE 1.
           03  VFX-PLAN-STREAMS-1      PIC 9       VALUE 1.
           03  VFX-PLAN-STREAMS-2      PIC 9       VALUE 2.
           03  VFX-PLAN-STREAMS-3      PIC 9       VALUE 4.
           03  VFX-STREAM-STALE-MIN    PIC 9(3)    VALUE 030.
      * A TITLE WATCHED THIS FAR (PERCENT OF VML-RUNTIME) RESUMES
      * FROM THE BEGINNING NEXT TIME.
           03  VFX-STREAM-DONE-PCT     PIC 9(3)    VALUE 095.
      * G3-VFX-11-REFUND REFUSES A TITLE THE MEMBER HAS WATCHED
      * MORE THAN THIS PERCENT OF (ZERO = NO WATCHED CEILING).
           03  VFX-RFND-WATCH-PCT      PIC 9(3)    VALUE 025.

      * MOST ACTIVE VIEWER PROFILES ONE MEMBERSHIP MAY HAVE.
       01  VFX-PROF-MAX                PIC 9       VALUE 5.
