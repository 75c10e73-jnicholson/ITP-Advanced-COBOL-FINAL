      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ONE VIEWING SESSION: A STREAM OF ONE TITLE TO ONE MEMBER ON
      * ONE DEVICE, KEYED BY MEMBER AND START TIME SO A MEMBER'S
      * SESSIONS READ IN THE ORDER THEY WERE STARTED. WRITTEN BY
      * G3-LINK-VFX-STREAM WHEN THE STREAM STARTS ('O' OPEN),
      * UPDATED ON EACH POSITION REPORT, AND CLOSED ('C') WHEN IT
      * STOPS - OR MARKED DROPPED ('X') WHEN THE PLAYER WENT QUIET
      * FOR VFX-STREAM-STALE-MIN MINUTES AND NEVER SAID STOP.
      * POSITIONS ARE SECONDS INTO THE TITLE; VVS-HIGH-POS IS THE
      * FURTHEST THE MEMBER GOT, VVS-POSITION WHERE THEY LEFT OFF.
      * VVS-PROF-NO IS THE VIEWER PROFILE WATCHING (FD-VFXPROF), ZERO
      * WHEN THE MEMBERSHIP HAS NONE.
       FD  VVS-FILE.
       01  VVS-REC.
           03  VVS-KEY.
               05  VVS-VM-ID           PIC 9(8).
               05  VVS-START-DATE      PIC 9(8).
               05  VVS-START-TIME      PIC 9(6).
           03  VVS-VML-ID              PIC 9(8).
           03  VVS-DEVICE              PIC X(12).
           03  VVS-STATUS              PIC X.
               88  VVS-OPEN            VALUE 'O'.
               88  VVS-CLOSED          VALUE 'C'.
               88  VVS-DROPPED         VALUE 'X'.
           03  VVS-END-DATE            PIC 9(8).
           03  VVS-END-TIME            PIC 9(6).
           03  VVS-BEAT-DATE           PIC 9(8).
           03  VVS-BEAT-TIME           PIC 9(6).
           03  VVS-START-POS           PIC 9(5).
           03  VVS-POSITION            PIC 9(5).
           03  VVS-HIGH-POS            PIC 9(5).
           03  VVS-WATCH-SECS          PIC 9(6).
           03  VVS-PROF-NO             PIC 9.
