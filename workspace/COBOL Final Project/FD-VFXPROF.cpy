      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ONE VIEWER PROFILE UNDER A VFX MEMBERSHIP - UP TO
      * VFX-PROF-MAX ACTIVE PER MEMBER, NUMBERED 1-9 WITHIN THE
      * MEMBER. EACH HAS ITS OWN RATING CEILING (USED IN PLACE OF
      * VM-RATING-CEIL WHEN THE PROFILE IS THE ONE BUYING, RENTING
      * OR WATCHING), ITS OWN WISHLIST ROWS (VW-PROF-NO) AND ITS OWN
      * VIEWING SESSIONS (VVS-PROF-NO). PURCHASES STAY WITH THE
      * MEMBERSHIP. A REMOVED PROFILE ('R') KEEPS ITS NUMBER UNTIL
      * ALL NINE HAVE BEEN USED, SO ITS HISTORY IS NOT HANDED TO THE
      * NEXT PROFILE ADDED. MAINTAINED FROM G3-VFX-2-EDIT.
       FD  VPF-FILE.
       01  VPF-REC.
           03  VPF-KEY.
               05  VPF-VM-ID           PIC 9(8).
               05  VPF-NO              PIC 9.
           03  VPF-NAME                PIC X(15).
           03  VPF-RATING-CEIL         PIC 9(2).
           03  VPF-STATUS              PIC X.
               88  VPF-ACTIVE          VALUE 'A'.
               88  VPF-REMOVED         VALUE 'R'.
           03  VPF-SET-DATE            PIC 9(8).
           03  VPF-SET-BY              PIC X(8).
