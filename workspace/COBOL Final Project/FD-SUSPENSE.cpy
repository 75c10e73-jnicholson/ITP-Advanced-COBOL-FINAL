      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * SUSPENSE WORK QUEUE: EVERY BATCH ITEM THAT COULD NOT BE
      * POSTED - AN UNMATCHED LOCKBOX CHECK, A REJECTED MERCHANT
      * BATCH CHARGE, AN ACH OR NSF RETURN WITH NO ORIGINAL, A
      * DUPLICATE MERCHANT IMPORT - KEYED BY THE DATE IT WAS
      * SUSPENDED AND A SEQUENCE WITHIN THE DAY, SO THE OLDEST COME
      * FIRST. WRITTEN THROUGH G3-SUSP-WRITE, WORKED AT
      * G3-SUSP-DESK (REPOSTED, REFUNDED TO ITS SOURCE, OR WRITTEN
      * OFF ONCE A SECOND, SUPERVISOR OPERATOR APPROVES) AND AGED
      * NIGHTLY BY G3-SUSP-AGING.
       FD  SUS-FILE.
       01  SUS-REC.
           03  SUS-KEY.
               05  SUS-DATE            PIC 9(8).
               05  SUS-SEQ             PIC 9(4).
           03  SUS-SOURCE              PIC X(3).
               88  SUS-SRC-LOCKBOX     VALUE 'LBX'.
               88  SUS-SRC-MERBATCH    VALUE 'MBT'.
               88  SUS-SRC-ACH-RETURN  VALUE 'ACH'.
               88  SUS-SRC-NSF-RETURN  VALUE 'NSF'.
               88  SUS-SRC-MER-IMPORT  VALUE 'MIM'.
           03  SUS-REASON              PIC X(30).
           03  SUS-AMOUNT              PIC 9(9)V99.
      * WHAT THE ITEM NAMED: ACCOUNT (LOCKBOX, NSF) OR MERCHANT
      * (ACH, IMPORT), THE CARD, AND FOR A MERCHANT CHARGE THE
      * MERCHANT, LOCATION AND ITEM TEXT NEEDED TO REPOST IT.
           03  SUS-ACCT                PIC 9(8).
           03  SUS-CARD                PIC 9(16).
           03  SUS-MER-ID              PIC 9(8).
           03  SUS-LOC-ID              PIC 9(8).
           03  SUS-ITEM                PIC X(25).
      * CHECK NUMBER, ACH RETURN CODE, OR PAYMENT STAMP.
           03  SUS-REF                 PIC X(15).
           03  SUS-STATUS              PIC X.
               88  SUS-OPEN            VALUE 'O'.
               88  SUS-WO-PENDING      VALUE 'P'.
               88  SUS-REPOSTED        VALUE 'R'.
               88  SUS-REFUNDED        VALUE 'F'.
               88  SUS-WRITTEN-OFF     VALUE 'W'.
               88  SUS-UNWORKED        VALUE 'O' 'P'.
           03  SUS-WO-REQ-OPER         PIC X(8).
           03  SUS-WORK-DATE           PIC 9(8).
           03  SUS-WORK-OPER           PIC X(8).
      * THE CORRECTED ACCOUNT OR MERCHANT A REPOST WENT TO.
           03  SUS-POST-ACCT           PIC 9(8).
           03  SUS-NOTE                PIC X(40).
      * THE REJECTED INPUT RECORD AS RECEIVED.
           03  SUS-ORIG                PIC X(140).

       FD  SUSAGE-FILE.
       01  SUSAGE-LINE                 PIC X(100).
