      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * SPECIAL-HANDLING CASE DETAIL, ONE RECORD PER CODED ACCOUNT:
      * THE CODE MIRRORS CH-SPEC-HANDLING ON CHOLD (B BANKRUPTCY
      * FILED, D DISCHARGED, X DECEASED, E DECEASED WITH ESTATE
      * CONTACT), WITH THE CHAPTER AND CASE NUMBER OF A FILING,
      * THE DATE OF DEATH, AND THE ESTATE'S REPRESENTATIVE. A CASE
      * SITS OPEN ('O') ON THE SPECIAL-HANDLING QUEUE UNTIL THE
      * DESK MARKS IT WORKED ('W'); A RE-CODE REOPENS IT. AN
      * UNCODED ACCOUNT KEEPS ITS RECORD AS 'R' (RELEASED).
       FD  SPH-FILE.
       01  SPH-REC.
           03  SPH-CH-ID               PIC 9(8).
           03  SPH-CODE                PIC X.
           03  SPH-BK-CHAPTER          PIC 9(2).
           03  SPH-BK-CASE             PIC X(15).
           03  SPH-BK-FILED-DATE       PIC 9(8).
           03  SPH-BK-DISCH-DATE       PIC 9(8).
           03  SPH-DEATH-DATE          PIC 9(8).
           03  SPH-EST-NAME            PIC X(30).
           03  SPH-EST-PHONE           PIC 9(10).
           03  SPH-EST-ADDRESS         PIC X(20).
           03  SPH-EST-ZIP             PIC 9(5).
           03  SPH-CODED-DATE          PIC 9(8).
           03  SPH-OPERATOR            PIC X(8).
           03  SPH-QUEUE               PIC X.
               88  SPH-Q-OPEN          VALUE 'O'.
               88  SPH-Q-WORKED        VALUE 'W'.
               88  SPH-Q-RELEASED      VALUE 'R'.
           03  SPH-WORKED-DATE         PIC 9(8).
