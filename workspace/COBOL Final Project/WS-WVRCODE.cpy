      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * FEE WAIVER REASON CODES AND THE FEE TYPES A WAIVER IS FILED
      * UNDER (WVR-REASON, WVR-FEE-TYPE). THE LATE FEE IS ALSO THE
      * FEE MONTH-END CHARGES AN ACCOUNT OVER ITS LIMIT.
       01  WS-WVR-RSN-TABLE.
           03  FILLER PIC X(32) VALUE '01GOODWILL - FIRST OCCURRENCE'.
           03  FILLER PIC X(32) VALUE '02BANK ERROR'.
           03  FILLER PIC X(32) VALUE '03PAYMENT POSTING DELAY'.
           03  FILLER PIC X(32) VALUE '04FINANCIAL HARDSHIP'.
           03  FILLER PIC X(32) VALUE '05CUSTOMER RETENTION'.
           03  FILLER PIC X(32) VALUE '06SERVICE FAILURE'.
       01  WS-WVR-RSNS REDEFINES WS-WVR-RSN-TABLE.
           03  WS-WVR-RSN-ENTRY OCCURS 6 TIMES.
               05  WS-WVR-RSN-CODE     PIC 9(2).
               05  WS-WVR-RSN-TEXT     PIC X(30).
       01  WS-WVR-RSN-COUNT            PIC 99 VALUE 6.

       01  WS-WVR-TYPE-TABLE.
           03  FILLER PIC X(21) VALUE 'LLATE/OVER-LIMIT FEE'.
           03  FILLER PIC X(21) VALUE 'NNSF RETURN FEE'.
           03  FILLER PIC X(21) VALUE 'AANNUAL FEE'.
           03  FILLER PIC X(21) VALUE 'CCASH ADVANCE FEE'.
           03  FILLER PIC X(21) VALUE 'OOTHER FEE'.
       01  WS-WVR-TYPES REDEFINES WS-WVR-TYPE-TABLE.
           03  WS-WVR-TYPE-ENTRY OCCURS 5 TIMES.
               05  WS-WVR-TYPE-CODE    PIC X.
               05  WS-WVR-TYPE-TEXT    PIC X(20).
       01  WS-WVR-TYPE-COUNT           PIC 99 VALUE 5.
