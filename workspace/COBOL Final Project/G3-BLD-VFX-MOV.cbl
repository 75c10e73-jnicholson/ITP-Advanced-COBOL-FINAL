      *           PREDATING VML-SH WOULD LEAVE IT BLANK ON THE MOVE,   *
      *           HIDING THE WHOLE CATALOG. SPLIT THE WRITE INTO A     *
      *           MOVE PLUS AN EXPLICIT DEFAULT STAMP.                 *
      *  10/15  - A TEXT EXTRACT WITHOUT THE RUNNING TIME LOADS IT AS  *
      *           ZERO (NOT KNOWN) RATHER THAN LEAVING IT UNREADABLE.  *
      *  10/15  - LIKEWISE THE MEMBER STAR RATING TOTALS LOAD AS ZERO  *
      *           (NO APPROVED REVIEWS YET).                           *
      ******************************************************************
       program-id. G3_BLD_VFX_MOV.
      *-----------------------------------------------------------------
                       IF VML-RATING NOT NUMERIC
                           MOVE ZERO TO VML-RATING
                       END-IF
                       IF VML-RUNTIME NOT NUMERIC
                           MOVE ZERO TO VML-RUNTIME
                       END-IF
                       IF VML-STAR-SUM NOT NUMERIC
                               OR VML-STAR-CT NOT NUMERIC
                               OR VML-STAR-AVG NOT NUMERIC
                           MOVE ZERO TO VML-STAR-SUM
                           MOVE ZERO TO VML-STAR-CT
                           MOVE ZERO TO VML-STAR-AVG
                       END-IF
                       WRITE VML-REC
                       IF WS-STAT > '02'
                           DISPLAY SCRN-ERR-MSG
