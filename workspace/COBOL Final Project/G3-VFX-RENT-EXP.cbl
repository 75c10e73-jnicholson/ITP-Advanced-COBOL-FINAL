      *           AN EXPIRY-WARNING NOTICE, SO MEMBERS CAN EXTEND
      *           THROUGH G3-VFX-RENT-EXT INSTEAD OF GETTING CUT
      *           OFF MID-MOVIE AND RE-BUYING AT FULL PRICE.
      *  10/15  - EACH LAPSED RENTAL IS APPENDED TO VFXRLOG.TXT BEFORE
      *           IT IS REMOVED, FOR THE LICENSOR ROYALTY STATEMENT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-RENT-EXP IS INITIAL.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFXRLOG.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-PUR.
       COPY FD-VFX-MBR.
       COPY FD-VFX-MOV.
       COPY FD-VFXRLOG.
       WORKING-STORAGE SECTION.
       COPY WS-VFX.

           OPEN I-O VTP-FILE.
           OPEN INPUT VM-FILE
                      VML-FILE.
           OPEN EXTEND VRL-FILE.
           PERFORM UNTIL WS-VTP-EOF = 'Y'
               READ VTP-FILE NEXT RECORD
                   AT END
           END-PERFORM.
           CLOSE VTP-FILE
                 VM-FILE
                 VML-FILE
                 VRL-FILE.
           DISPLAY 'RENTALS EXPIRED: ' WS-EXPIRED-CT
                   '  WARNINGS QUEUED: ' WS-WARNED-CT.
           GOBACK.
               CALL 'G3-SEND-EMAIL' USING LK-EMAIL-TO,
                       LK-EMAIL-SUBJECT
       END-READ.
       PERFORM 250-LOG-ROYALTY.
       DELETE VTP-FILE.
      ******************************************************************
      * THE RENTAL GOES TO THE ROYALTY LOG AS IT WAS BEFORE IT LEAVES
      * THE PURCHASE FILE, SO A LAPSE AHEAD OF THE MONTH'S STATEMENT
      * DOES NOT LOSE THE SALE.
      ******************************************************************
       250-LOG-ROYALTY.
       MOVE SPACES TO VRL-REC.
       MOVE WS-TODAY TO VRL-DATE.
       MOVE 'E' TO VRL-EVENT.
       MOVE VTP-ID TO VRL-VTP-ID.
       MOVE VTP-VM-ID OF VTP-REC TO VRL-VM-ID.
       MOVE VTP-VML-ID OF VTP-REC TO VRL-VML-ID.
       MOVE VTP-KIND TO VRL-KIND.
       MOVE VTP-DATE TO VRL-SALE-DATE.
       MOVE VTP-PRICE TO VRL-PRICE.
       MOVE VTP-LIST-PRICE TO VRL-LIST-PRICE.
       MOVE VTP-PROMO-CODE TO VRL-PROMO-CODE.
       MOVE VTP-PROMO-OFF TO VRL-PROMO-OFF.
       WRITE VRL-REC.
      ******************************************************************
      * A LIVE RENTAL CLOSING IN ON EXPIRY GETS A HEADS-UP SO THE
      * MEMBER CAN EXTEND BEFORE THE SWEEP TAKES IT.
      ******************************************************************
