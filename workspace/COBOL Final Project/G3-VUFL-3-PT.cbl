      *MODIFICATION HISTORY:
      *  8/8    - ADDED MEMBER LOOKUP AND ACTUAL TITLE PURCHASE FLOW,
      *           CHARGING THE MEMBER'S CARD ON FILE.
      *  10/15  - THE CHARGE POSTS UNDER VUFLIX'S OWN VISA MERCHANT
      *           (G3-LINK-VFX-MER) AND MUST PASS THE CARDHOLDER'S
      *           CARD CONTROLS (G3-LINK-CC-CTRL) FOR IT.
      ******************************************************************
       PROGRAM-ID. G3-VUFL-3-PT.
      ******************************************************************
       MOVE VML-PRICE TO LK-PRICE.
       CALL 'G3-LINK-CC-CHECK' USING WS-ORIG-CC, LK-PRICE,
                               LK-COMPLETED, LK-REASON.
       IF LK-COMPLETED = 'Y'
           CALL 'G3-LINK-VFX-MER' USING LK-MER-ID, LK-LOC-ID
           CALL 'G3-LINK-CC-CTRL' USING WS-ORIG-CC, LK-CARD,
                   LK-MER-ID, LK-PRICE, LK-COMPLETED, LK-REASON
       END-IF.
       IF LK-COMPLETED = 'N'
           MOVE SPACES TO LK-COMPLETED
           DISPLAY PTSCREEN
       MOVE 'W' TO LK-TRAN-TYPE.
       CALL 'G3-LINK-CC-TRANS' USING WS-ORIG-CC, LK-PRICE,
                               LK-PURITEM, LK-MER-ID, LK-TRAN-TYPE,
                               LK-LOC-ID, LK-CARD, LK-TSTAMP-OUT,
                               LK-AVS-RESULT.
       PERFORM 500-STAMP.
       MOVE LK-PRICE TO VTP-PRICE.
       MOVE 'P' TO VTP-KIND.
