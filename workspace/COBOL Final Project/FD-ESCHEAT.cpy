      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * UNCLAIMED PROPERTY CASES. ONE RECORD PER DUE-DILIGENCE
      * LETTER, KEYED BY SOURCE ('C' STALE REFUND CHECK BY CHECK
      * NUMBER, 'B' ABANDONED CREDIT BALANCE BY ACCOUNT) AND THE DATE
      * THE CASE OPENED. A CASE ENDS RECLAIMED ('R') WHEN THE OWNER
      * CASHES THE CHECK OR USES THE ACCOUNT, OR ESCHEATED ('E') -
      * HELD AS ESCHEAT LIABILITY UNDER THE OWNER'S STATE UNTIL THE
      * YEARLY REMITTANCE (G3-CAP1-ESCH-REMIT) MARKS IT PAID ('P').
       FD  ESC-FILE.
       01  ESC-REC.
           03  ESC-KEY.
               05  ESC-SOURCE          PIC X.
                   88  ESC-SRC-CHECK   VALUE 'C'.
                   88  ESC-SRC-BALANCE VALUE 'B'.
               05  ESC-REF             PIC 9(8).
               05  ESC-OPEN-DATE       PIC 9(8).
           03  ESC-CH-ID               PIC 9(8).
           03  ESC-STATUS              PIC X.
               88  ESC-LETTER-SENT     VALUE 'L'.
               88  ESC-RECLAIMED       VALUE 'R'.
               88  ESC-ESCHEATED       VALUE 'E'.
               88  ESC-REMITTED        VALUE 'P'.
           03  ESC-AMT                 PIC 9(7)V99.
           03  ESC-LAST-ACT            PIC 9(8).
           03  ESC-FNAME               PIC X(20).
           03  ESC-LNAME               PIC X(20).
           03  ESC-ADDRESS             PIC X(20).
           03  ESC-ZIP                 PIC 9(5).
           03  ESC-STATE               PIC XX.
           03  ESC-ESCH-DATE           PIC 9(8).
           03  ESC-REMIT-YEAR          PIC 9(4).
