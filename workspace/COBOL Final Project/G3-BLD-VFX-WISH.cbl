      *           DISPLAYED AFTER CLOSE; ADDED THE SAME FILE-STATUS    *
      *           CHECK AND ERROR SCREEN G3-BLD-ZIP USES SO A BAD      *
      *           WRITE STOPS THE BUILD INSTEAD OF RUNNING PAST IT.    *
      *  10/15  - A SEED ROW WITH NO VIEWER PROFILE NUMBER LOADS AS    *
      *           ZERO, A WISH OF THE WHOLE MEMBERSHIP.                *
      ******************************************************************
       program-id. G3_BLD_VFX_WISH.
      *-----------------------------------------------------------------
                       IF VW-NOTIFY-DATE NOT NUMERIC
                           MOVE ZERO TO VW-NOTIFY-DATE
                       END-IF
                       IF VW-PROF-NO NOT NUMERIC
                           MOVE ZERO TO VW-PROF-NO
                       END-IF
                       WRITE VW-REC
                       IF WS-STAT > '02'
                           DISPLAY SCRN-ERR-MSG
