      *           SAME SESSION SILENTLY DID NOTHING AND REDISPLAYED
      *           STALE COUNTS. MARKED IS INITIAL SO WORKING-STORAGE
      *           REINITIALIZES ON EVERY CALL.
      *  10/15  - A ROW SKIPPED AS A DUPLICATE MER-ID IS FILED ON THE
      *           SUSPENSE WORK QUEUE (G3-SUSP-WRITE) SO THE OPS DESK
      *           CAN ADD IT UNDER A CORRECTED ID OR RETURN IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-MER-IMPORT IS INITIAL.
       COPY WS-MER.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-SUSP.

       01  WS-ADDED-CTR                PIC 9(4) VALUE ZERO.
       01  WS-SKIPPED-CTR              PIC 9(4) VALUE ZERO.
                       IF MER-FUND-FREQ NOT = 'D' AND 'W' AND 'C'
                           MOVE 'C' TO MER-FUND-FREQ
                       END-IF
                       IF MER-AVS-DECLINE NOT = 'Y' AND 'N'
                           MOVE 'N' TO MER-AVS-DECLINE
                       END-IF
                       WRITE MER-REC
                       ADD 1 TO WS-ADDED-CTR
                       MOVE 'ADD' TO WS-AUD-ACTION
                               WS-OPERATOR-ID, WS-AUD-ACTION, WS-AUD-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-SKIPPED-CTR
                       INITIALIZE WS-SUS-ITEM
                       MOVE 'MIM' TO WS-SUS-SOURCE
                       MOVE 'DUPLICATE MERCHANT ID' TO WS-SUS-REASON
                       MOVE MER-ID-TXT TO WS-SUS-ACCT
                                          WS-SUS-MER-ID
                       MOVE MER-NAME-TXT TO WS-SUS-ITEM-DESC
                       MOVE MER-REC-TXT TO WS-SUS-ORIG
                       CALL 'G3-SUSP-WRITE' USING WS-SUS-ITEM
               END-READ
       END-READ.
      ******************************************************************
