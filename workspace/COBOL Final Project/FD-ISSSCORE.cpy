      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * MONTHLY ISSUER SCORECARDS AS ISSUED BY G3-VISA-ISS-SCORE,
      * KEYED BY ISSUER, MONTH (CCYYMM) AND LINE NUMBER. LINE ZERO
      * CARRIES THE MONTH'S MEASURES AS NUMBERS, SO THE NEXT MONTH
      * CAN COMPARE AGAINST POINT-IN-TIME FIGURES (DELINQUENCY) THAT
      * CANNOT BE RE-DERIVED LATER; LINES ONE UP ARE THE PRINTED
      * SCORECARD, WHICH THE MAIL SPOOLER READS BACK INTO THE
      * ISSUER'S EMAIL.
       FD  ISC-FILE.
       01  ISC-REC.
           03  ISC-KEY.
               05  ISC-ISS-ID          PIC 9(3).
               05  ISC-PERIOD          PIC 9(6).
               05  ISC-LINE-NO         PIC 9(4).
           03  ISC-RUN-DATE            PIC 9(8).
           03  ISC-TEXT                PIC X(80).
           03  ISC-MEASURES REDEFINES ISC-TEXT.
               05  ISC-M-APPR-CT       PIC 9(7).
               05  ISC-M-DCL-CT        PIC 9(7).
               05  ISC-M-FRC-OPEN      PIC 9(5).
               05  ISC-M-FRC-CONF      PIC 9(5).
               05  ISC-M-DSP-CT        PIC 9(5).
               05  ISC-M-CB-CT         PIC 9(5).
               05  ISC-M-DLQ-CT        PIC 9(5).
               05  ISC-M-DLQ-AMT       PIC 9(9)V99.
               05  ISC-M-COF-AMT       PIC 9(9)V99.
               05  ISC-M-NET           PIC S9(11)V99.
               05  FILLER              PIC X(6).
