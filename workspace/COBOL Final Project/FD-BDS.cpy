      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * CREDIT BUREAU CONSUMER DISPUTES OF WHAT WE REPORTED, ONE
      * RECORD PER DISPUTE, TAKEN IN ON THE BUREAU DISPUTE DESK OR
      * FROM THE BUREAUS' DAILY FILE. THE RESPONSE IS DUE 30 DAYS
      * AFTER THE BUREAU RECEIVED IT (BDS-DUE-DATE). THE DESK CLOSES
      * EACH ONE VERIFIED, CORRECTED OR DELETED; THE NIGHTLY
      * RESPONSE RUN ANSWERS THE BUREAU AND STAMPS BDS-RESP-DATE.
       FD  BDS-FILE.
       01  BDS-REC.
           03  BDS-ID                  PIC 9(8).
           03  BDS-CH-ID               PIC 9(8).
           03  BDS-BUREAU              PIC X.
               88  BDS-EQUIFAX         VALUE 'E'.
               88  BDS-EXPERIAN        VALUE 'X'.
               88  BDS-TRANSUNION      VALUE 'T'.
               88  BDS-BUREAU-VALID    VALUES 'E' 'X' 'T'.
           03  BDS-BUREAU-REF          PIC X(15).
      * WHAT THE CONSUMER SAYS WE HAVE WRONG.
           03  BDS-TYPE                PIC X.
               88  BDS-DSP-BALANCE     VALUE 'B'.
               88  BDS-DSP-STATUS      VALUE 'S'.
               88  BDS-DSP-DAYS-LATE   VALUE 'L'.
               88  BDS-DSP-OWNERSHIP   VALUE 'O'.
               88  BDS-TYPE-VALID      VALUES 'B' 'S' 'L' 'O'.
           03  BDS-CLAIM               PIC X(40).
           03  BDS-SOURCE              PIC X.
               88  BDS-FROM-DESK       VALUE 'D'.
               88  BDS-FROM-FILE       VALUE 'F'.
           03  BDS-RECV-DATE           PIC 9(8).
           03  BDS-DUE-DATE            PIC 9(8).
           03  BDS-STATUS              PIC X.
               88  BDS-OPEN            VALUE 'O'.
               88  BDS-CLOSED          VALUE 'C'.
           03  BDS-OUTCOME             PIC X.
               88  BDS-VERIFIED        VALUE 'V'.
               88  BDS-CORRECTED       VALUE 'C'.
               88  BDS-DELETED         VALUE 'D'.
      * THE CORRECTED VALUES SENT BACK AND CARRIED ON BURFIX.DAT.
           03  BDS-CORR-BAL            PIC S9(7)V99.
           03  BDS-CORR-DELINQ         PIC X(3).
           03  BDS-CORR-CHGOFF         PIC X.
           03  BDS-CORR-ECOA           PIC X.
           03  BDS-CLOSE-DATE          PIC 9(8).
           03  BDS-OPERATOR            PIC X(8).
           03  BDS-RESP-DATE           PIC 9(8).
