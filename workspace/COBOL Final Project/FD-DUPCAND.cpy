      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * LIKELY DUPLICATE PAIRS FOUND BY G3-DUP-MATCH ACROSS CAP1
      * CARDHOLDERS ('C') AND VFX MEMBERS ('V'), LOWER SOURCE/ID
      * FIRST. A PAIR WAITS ('P') UNTIL G3-DUP-REVIEW DECIDES IT: THE
      * SAME PERSON TWICE ('D') OR THE SAME HOUSEHOLD ('H') - BOTH
      * LINKED UNDER ONE HOUSEHOLD ID ON HHLINK.DAT - OR NOT RELATED
      * ('N'). A DECIDED PAIR IS NEVER PUT BACK ON THE LIST.
       FD  DPC-FILE.
       01  DPC-REC.
           03  DPC-KEY.
               05  DPC-SRC-A           PIC X.
               05  DPC-ID-A            PIC 9(8).
               05  DPC-SRC-B           PIC X.
               05  DPC-ID-B            PIC 9(8).
           03  DPC-SCORE               PIC 9(3).
           03  DPC-WHY                 PIC X(6).
           03  DPC-FOUND-DATE          PIC 9(8).
           03  DPC-STATUS              PIC X.
               88  DPC-PENDING         VALUE 'P'.
               88  DPC-SAME-PERSON     VALUE 'D'.
               88  DPC-SAME-HOUSE      VALUE 'H'.
               88  DPC-NOT-RELATED     VALUE 'N'.
               88  DPC-DECIDED         VALUE 'D' 'H' 'N'.
           03  DPC-DEC-DATE            PIC 9(8).
           03  DPC-DEC-OPER            PIC X(8).
           03  DPC-HH-ID               PIC 9(8).
