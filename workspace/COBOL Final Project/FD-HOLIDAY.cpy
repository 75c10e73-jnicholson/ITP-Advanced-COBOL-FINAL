      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * BANK HOLIDAY CALENDAR: ONE RECORD PER DATE THE BANK AND THE
      * ACH NETWORK ARE CLOSED. SATURDAYS AND SUNDAYS ARE NEVER
      * BUSINESS DAYS AND NEED NO RECORD. MAINTAINED FROM
      * G3-HOL-MAINT; READ BY G3-BUSDAY TO ROLL DUE DATES, ACH
      * EFFECTIVE DATES, AND SCHEDULED PAYMENTS TO A BUSINESS DAY.
       FD  HOL-FILE.
       01  HOL-REC.
           03  HOL-DATE                PIC 9(8).
           03  HOL-DESC                PIC X(30).
           03  HOL-SET-BY              PIC X(8).
