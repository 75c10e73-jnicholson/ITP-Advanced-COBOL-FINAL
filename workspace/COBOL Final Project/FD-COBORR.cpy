      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * THE CO-BORROWER ON A JOINT ACCOUNT: A SECOND PERSON WHO SHARES
      * LIABILITY FOR THE WHOLE BALANCE, UNLIKE AN AUTHORIZED USER.
      * ONE PER CHOLD ACCOUNT, KEYED BY THE ACCOUNT. TAKING ONE OFF
      * THE ACCOUNT IS A REQUEST ('P') THAT A SUPERVISOR OTHER THAN
      * THE REQUESTER APPROVES ('R') OR REJECTS (BACK TO 'A'); UNTIL
      * IT IS APPROVED THE CO-BORROWER STAYS LIABLE.
       FD  CB-FILE.
       01  CB-REC.
           03  CB-CH-ID                PIC 9(8).
           03  CB-FNAME                PIC X(20).
           03  CB-LNAME                PIC X(20).
           03  CB-PHONE                PIC 9(10).
           03  CB-EMAIL                PIC X(35).
           03  CB-ADDRESS              PIC X(20).
           03  CB-ZIP                  PIC 9(5).
           03  CB-STATUS               PIC X.
               88  CB-ACTIVE           VALUE 'A'.
               88  CB-RMV-PENDING      VALUE 'P'.
               88  CB-REMOVED          VALUE 'R'.
               88  CB-LIABLE           VALUE 'A' 'P'.
           03  CB-ADD-DATE             PIC 9(8).
           03  CB-ADD-OPER             PIC X(8).
           03  CB-RMV-REQ-DATE         PIC 9(8).
           03  CB-RMV-REQ-OPER         PIC X(8).
           03  CB-RMV-REASON           PIC X(30).
           03  CB-RMV-DATE             PIC 9(8).
           03  CB-RMV-APPR-OPER        PIC X(8).
