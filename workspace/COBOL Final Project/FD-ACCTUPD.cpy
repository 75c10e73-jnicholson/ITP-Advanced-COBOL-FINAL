      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ACCOUNT UPDATER LOG: ONE RECORD PER UPDATE SENT TO A CARD-ON-
      * FILE MERCHANT - 'N' NEW NUMBER, 'E' NEW EXPIRATION, 'C'
      * ACCOUNT CLOSED. KEYED BY MERCHANT AND THE CARD THE MERCHANT
      * SHOULD NOW BE USING, SO A LATER CHARGE FROM THAT MERCHANT ON
      * THAT CARD MARKS THE UPDATE PICKED UP ('P'). A CLOSED-ACCOUNT
      * NOTICE HAS NOTHING TO PICK UP AND FILES 'X'.
       FD  ACU-FILE.
       01  ACU-REC.
           03  ACU-KEY.
               05  ACU-MER-ID          PIC 9(8).
               05  ACU-NEW-CARD        PIC 9(16).
               05  ACU-OLD-CARD        PIC 9(16).
               05  ACU-SENT-DATE       PIC 9(8).
           03  ACU-CH-ID               PIC 9(8).
           03  ACU-NEW-EXP             PIC 9(6).
           03  ACU-ACTION              PIC X.
               88  ACU-NEW-NUMBER      VALUE 'N'.
               88  ACU-NEW-EXPIRY      VALUE 'E'.
               88  ACU-ACCT-CLOSED     VALUE 'C'.
           03  ACU-STATUS              PIC X.
               88  ACU-SENT            VALUE 'S'.
               88  ACU-PICKED-UP       VALUE 'P'.
               88  ACU-NO-PICKUP       VALUE 'X'.
           03  ACU-PICKUP-DATE         PIC 9(8).

      * THE NIGHT'S UPDATER FILE FOR THE MERCHANTS: AN 'H' AND A 'T'
      * (DETAIL COUNT) AROUND EACH MERCHANT'S 'D' LINES.
       FD  ACU-OUT-FILE.
       01  ACU-OUT-REC.
           03  UPO-TYPE                PIC X.
           03  FILLER                  PIC X.
           03  UPO-MER-ID              PIC 9(8).
           03  FILLER                  PIC X.
           03  UPO-OLD-CARD            PIC 9(16).
           03  FILLER                  PIC X.
           03  UPO-NEW-CARD            PIC 9(16).
           03  FILLER                  PIC X.
           03  UPO-NEW-EXP             PIC 9(6).
           03  FILLER                  PIC X.
           03  UPO-ACTION              PIC X(14).
       01  ACU-OUT-HDR REDEFINES ACU-OUT-REC.
           03  UPOH-TYPE               PIC X.
           03  FILLER                  PIC X.
           03  UPOH-MER-ID             PIC 9(8).
           03  FILLER                  PIC X.
           03  UPOH-MER-NAME           PIC X(25).
           03  FILLER                  PIC X.
           03  UPOH-DATE               PIC 9(8).
           03  FILLER                  PIC X(21).
       01  ACU-OUT-TRL REDEFINES ACU-OUT-REC.
           03  UPOT-TYPE               PIC X.
           03  FILLER                  PIC X.
           03  UPOT-MER-ID             PIC 9(8).
           03  FILLER                  PIC X.
           03  UPOT-COUNT              PIC 9(7).
           03  FILLER                  PIC X(48).
