      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ONE ITEM FOR THE SUSPENSE QUEUE, FILLED BY THE REJECTING
      * PROGRAM AND PASSED TO G3-SUSP-WRITE:
      *     CALL 'G3-SUSP-WRITE' USING WS-SUS-ITEM.
      * SOURCE IS 'LBX' LOCKBOX, 'MBT' MERCHANT BATCH, 'ACH' MERCHANT
      * ACH RETURN, 'NSF' CAP1 PAYMENT RETURN, 'MIM' MERCHANT IMPORT.
       01  WS-SUS-ITEM.
           03  WS-SUS-SOURCE           PIC X(3).
           03  WS-SUS-REASON           PIC X(30).
           03  WS-SUS-AMOUNT           PIC 9(9)V99.
           03  WS-SUS-ACCT             PIC 9(8).
           03  WS-SUS-CARD             PIC 9(16).
           03  WS-SUS-MER-ID           PIC 9(8).
           03  WS-SUS-LOC-ID           PIC 9(8).
           03  WS-SUS-ITEM-DESC        PIC X(25).
           03  WS-SUS-REF              PIC X(15).
           03  WS-SUS-ORIG             PIC X(140).
