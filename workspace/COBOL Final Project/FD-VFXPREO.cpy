      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ONE PRE-ORDER OF A TITLE WHOSE LICENSE WINDOW HAS NOT OPENED.
      * TAKEN IN G3-VFX-3-PUR WITH A CARD HOLD (VPO-AUTH-ID) FOR THE
      * CATALOG PRICE OF THE DAY. G3-VFX-PREORDER FILLS IT ONCE THE
      * WINDOW OPENS: IT CAPTURES THE HOLD (RE-AUTHORIZING WHEN THE
      * HOLD HAS LAPSED OR WILL NOT CAPTURE), WRITES THE VTP-REC AND
      * MARKS IT 'F'. A PRE-ORDER THAT CANNOT BE PAID FOR IS
      * CANCELLED ('X') WITH THE DECLINE REASON IN VPO-REASON. IDS
      * ARE HANDED OUT DESCENDING, AS ON VFX-PUR.DAT.
       FD  VPO-FILE.
       01  VPO-REC.
           03  VPO-ID-KEY.
               05  VPO-ID              PIC 9(8).
           03  VPO-VML-ID-KEY.
               05  VPO-VML-ID          PIC 9(8).
           03  VPO-VM-ID               PIC 9(8).
           03  VPO-PRICE               PIC 9(2)V99.
           03  VPO-AUTH-ID             PIC 9(8).
           03  VPO-ORDER-DATE          PIC 9(8).
           03  VPO-STATUS              PIC X       VALUE 'O'.
               88  VPO-OPEN                        VALUE 'O'.
               88  VPO-FILLED                      VALUE 'F'.
               88  VPO-CANCELLED                   VALUE 'X'.
           03  VPO-DONE-DATE           PIC 9(8).
           03  VPO-REASON              PIC XX.
