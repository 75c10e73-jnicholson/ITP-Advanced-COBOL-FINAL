           03  CH-CYCLE-CODE-TXT PIC 9.
           03  CH-OVERLIMIT-OPTIN-TXT PIC X.
           03  CH-DORMANT-WARN-DATE-TXT PIC 9(8).
           03  CH-SPEC-HANDLING-TXT PIC X.

       FD  CH-FILE.
       01  CH-REC.
      * CAP1-DORMANT-CLOSE-MO MONTHS LATER, AND ANY FRESH ACTIVITY
      * CLEARS IT.
           03  CH-DORMANT-WARN-DATE PIC 9(8) VALUE ZERO.
      * SPECIAL HANDLING (SPACE = NONE): BANKRUPTCY FILED OR
      * DISCHARGED, OR THE CARDHOLDER DECEASED (WITH OR WITHOUT AN
      * ESTATE CONTACT ON FILE). A CODED ACCOUNT ACCRUES NO
      * INTEREST OR FEES, DRAWS NO COLLECTIONS CONTACT, AUTOPAY OR
      * SCHEDULED PAYMENT, AND IS WORKED FROM THE SPECIAL-HANDLING
      * DESK (G3-CAP1-SPECHND); CASE DETAIL IS ON SPECHND.DAT.
           03  CH-SPEC-HANDLING PIC X      VALUE SPACE.
               88  CH-SH-BK-FILED          VALUE 'B'.
               88  CH-SH-BK-DISCHARGED     VALUE 'D'.
               88  CH-SH-DECEASED          VALUE 'X'.
               88  CH-SH-ESTATE            VALUE 'E'.
               88  CH-SH-CODED             VALUES 'B' 'D' 'X' 'E'.


