      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ONE LINE PER TITLE RECOMMENDED TO A MEMBER BY THE WEEKLY
      * G3-VFX-RECOMMEND RUN: THE DATE MAILED, WHO, WHICH TITLE, ITS
      * SCORE, THE MAIN REASON IT WAS PICKED AND ITS NAME. THE SAME
      * RUN READS IT BACK TO MEASURE HOW MANY TURNED INTO PURCHASES,
      * AND THE MAIL SPOOLER LISTS A MEMBER'S PICKS FROM IT.
       FD  VRC-FILE.
       01  VRC-REC.
           03  VRC-DATE                PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRC-VM-ID               PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRC-VML-ID              PIC 9(8).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRC-SCORE               PIC 9(3).
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRC-WHY                 PIC X.
               88  VRC-WHY-GENRE                   VALUE 'G'.
               88  VRC-WHY-NEW                     VALUE 'N'.
               88  VRC-WHY-DROP                    VALUE 'D'.
           03  FILLER                  PIC X       VALUE SPACE.
           03  VRC-TITLE               PIC X(35).
