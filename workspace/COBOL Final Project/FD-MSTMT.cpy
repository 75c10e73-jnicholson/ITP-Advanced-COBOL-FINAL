      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * MONTHLY MERCHANT STATEMENTS AS ISSUED: ONE RECORD PER PRINT
      * LINE, KEYED BY MERCHANT, STATEMENT MONTH (CCYYMM) AND LINE
      * NUMBER, WRITTEN BY G3-VISA-MER-STMT. THE MAIL SPOOLER READS
      * THE LINES BACK INTO THE EMAIL, AND G3-VISA-MSTMT-INQ SHOWS
      * THE MERCHANT'S LATEST TWELVE FROM THE MERCHANT MENU.
       FD  MST-FILE.
       01  MST-REC.
           03  MST-KEY.
               05  MST-MER-ID          PIC 9(8).
               05  MST-PERIOD          PIC 9(6).
               05  MST-LINE-NO         PIC 9(4).
           03  MST-RUN-DATE            PIC 9(8).
           03  MST-TEXT                PIC X(80).
