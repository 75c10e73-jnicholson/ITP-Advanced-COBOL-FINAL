      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * REPORT REPOSITORY. EVERY RUN OF A REPORT IS FILED BY
      * G3-RPT-FILE THE MOMENT ITS PROGRAM CLOSES IT: ONE INDEX ROW
      * (RPTIDX.DAT) PER RUN, UNDER THE REPORT ID AND THE RUN DATE
      * AND TIME, NAMING THE CYCLE (YYYYMM OF THE RUN), THE
      * ENVIRONMENT FROM ENVCTL.TXT, THE OPERATOR SIGNED ON (BATCH
      * WHEN NONE) AND THE PROGRAM; THE REPORT'S LINES GO TO
      * RPTLINE.DAT UNDER THE SAME KEY AND A LINE NUMBER. THE PURGE
      * DATE AND VIEWING ROLE COME FROM THE CATALOG (WS-RPTCAT) AT
      * FILING; G3-RPT-PURGE DROPS RUNS PAST THEIR PURGE DATE AND
      * G3-RPT-VIEW LISTS AND PAGES THROUGH THE REST.
       FD  RI-FILE.
       01  RI-REC.
           03  RI-KEY.
               05  RI-RPT-ID           PIC X(20).
               05  RI-RUN-DATE         PIC 9(8).
               05  RI-RUN-TIME         PIC 9(8).
           03  RI-CYCLE                PIC X(6).
           03  RI-ENV                  PIC X(8).
           03  RI-BY                   PIC X(8).
           03  RI-PROGRAM              PIC X(20).
           03  RI-FILE-NAME            PIC X(24).
           03  RI-LINES                PIC 9(7).
           03  RI-PURGE-DATE           PIC 9(8).
      * T ANY OPERATOR, S SUPERVISOR OR ADMIN, A ADMIN ONLY.
           03  RI-ROLE                 PIC X.

       FD  RL-FILE.
       01  RL-REC.
           03  RL-KEY.
               05  RL-RUN-KEY          PIC X(36).
               05  RL-LINE-NO          PIC 9(7).
           03  RL-TEXT                 PIC X(200).
