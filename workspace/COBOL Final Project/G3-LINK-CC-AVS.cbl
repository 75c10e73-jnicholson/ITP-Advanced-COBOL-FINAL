      ******************************************************************
      *PROGRAM:  Group 3 CC Linkage - Address Verification
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Address verification (AVS) for a card-not-present
      *          charge (mail, phone, online). Compares the billing
      *          ZIP and street number the customer supplied with the
      *          address on file - CH-ZIP/CH-ADDRESS, or CH-BILL-ZIP/
      *          CH-BILL-ADDRESS when the account bills to its second
      *          address (CH-BILL-USE-2) - and answers LK-AVS-RESULT
      *          'Y' full match, 'Z' ZIP only, 'N' no match. Runs
      *          after G3-LINK-CC-CHECK has approved the account.
      *          A no-match is declined only when the merchant has
      *          chosen to (MER-AVS-DECLINE); the decline answers
      *          'AV' in LK-REASON and is appended to DECLINE.TXT
      *          with the merchant, for the fraud sweep and the
      *          monthly mismatch report (G3-VISA-AVS-RPT).
      *          Otherwise LK-COMPLETED stays 'Y' and the caller
      *          stamps the result on the posted charge.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-LINK-CC-AVS IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CHOLD.
       COPY SELECT-MER.
       COPY SELECT-DECLINE.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CHOLD.
       COPY FD-MER.
       COPY FD-DECLINE.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.

       01  WS-FILE-ZIP             PIC X(5) VALUE SPACES.
       01  WS-FILE-ADDR            PIC X(20) VALUE SPACES.
       01  WS-ZIP-OK               PIC X VALUE 'N'.
       01  WS-STREET-OK            PIC X VALUE 'N'.
       01  WS-DECLINE-ON           PIC X VALUE 'N'.
       01  WS-IDX                  PIC 99 VALUE ZERO.
       01  WS-NUM-DONE             PIC X VALUE 'N'.
       01  WS-SCAN-IN              PIC X(20) VALUE SPACES.
       01  WS-SCAN-OUT             PIC X(10) VALUE SPACES.
       01  WS-SCAN-LEN             PIC 99 VALUE ZERO.
       01  WS-GIVEN-NUM            PIC X(10) VALUE SPACES.
       01  WS-FILE-NUM             PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-CC-ID                PIC 9(8).
       01  LK-MER-ID               PIC 9(8).
       01  LK-PRICE                PIC 9(7)V99.
       01  LK-AVS-ZIP              PIC X(5).
       01  LK-AVS-STREET           PIC X(10).
       01  LK-AVS-RESULT           PIC X.
       01  LK-COMPLETED            PIC X.
       01  LK-REASON               PIC XX.

       PROCEDURE DIVISION USING LK-CC-ID, LK-MER-ID, LK-PRICE,
                                LK-AVS-ZIP, LK-AVS-STREET,
                                LK-AVS-RESULT, LK-COMPLETED, LK-REASON.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'Y' TO LK-COMPLETED.
           MOVE 'OK' TO LK-REASON.
           MOVE 'N' TO LK-AVS-RESULT.
           MOVE SPACES TO WS-FILE-ZIP
                          WS-FILE-ADDR.
           OPEN INPUT CH-FILE.
           MOVE LK-CC-ID TO CH-ID-KEY.
           READ CH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CH-BILL-USE-2-ON
                       MOVE CH-BILL-ZIP TO WS-FILE-ZIP
                       MOVE CH-BILL-ADDRESS TO WS-FILE-ADDR
                   ELSE
                       MOVE CH-ZIP TO WS-FILE-ZIP
                       MOVE CH-ADDRESS TO WS-FILE-ADDR
                   END-IF
           END-READ.
           CLOSE CH-FILE.
           PERFORM 200-COMPARE.
           IF LK-AVS-RESULT = 'N'
               PERFORM 300-MERCHANT-RULE
               IF WS-DECLINE-ON = 'Y'
                   MOVE 'N' TO LK-COMPLETED
                   MOVE 'AV' TO LK-REASON
                   PERFORM 400-LOG-DECLINE
               END-IF
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
      * THE ZIP MUST MATCH FOR ANY CREDIT; THE STREET NUMBER IS THE
      * LEADING DIGITS OF THE ADDRESS LINE ON BOTH SIDES, SO '12 OAK'
      * AND '12' AGREE. A STREET MATCH ON A WRONG ZIP IS STILL A
      * NO MATCH - ZIP ONLY IS THE WEAKEST PASSING ANSWER.
      ******************************************************************
       200-COMPARE.
       MOVE 'N' TO WS-ZIP-OK.
       MOVE 'N' TO WS-STREET-OK.
       IF LK-AVS-ZIP NOT = SPACES AND WS-FILE-ZIP NOT = SPACES
               AND LK-AVS-ZIP = WS-FILE-ZIP
           MOVE 'Y' TO WS-ZIP-OK
       END-IF.
       MOVE SPACES TO WS-SCAN-IN.
       MOVE LK-AVS-STREET TO WS-SCAN-IN.
       PERFORM 250-LEADING-DIGITS.
       MOVE WS-SCAN-OUT TO WS-GIVEN-NUM.
       MOVE WS-FILE-ADDR TO WS-SCAN-IN.
       PERFORM 250-LEADING-DIGITS.
       MOVE WS-SCAN-OUT TO WS-FILE-NUM.
       IF WS-GIVEN-NUM NOT = SPACES AND WS-GIVEN-NUM = WS-FILE-NUM
           MOVE 'Y' TO WS-STREET-OK
       END-IF.
       IF WS-ZIP-OK = 'Y'
           IF WS-STREET-OK = 'Y'
               MOVE 'Y' TO LK-AVS-RESULT
           ELSE
               MOVE 'Z' TO LK-AVS-RESULT
           END-IF
       ELSE
           MOVE 'N' TO LK-AVS-RESULT
       END-IF.
      ******************************************************************
       250-LEADING-DIGITS.
       MOVE SPACES TO WS-SCAN-OUT.
       MOVE ZERO TO WS-SCAN-LEN.
       MOVE 'N' TO WS-NUM-DONE.
       PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 20 OR WS-NUM-DONE = 'Y'
           IF WS-SCAN-IN (WS-IDX:1) IS NUMERIC
               IF WS-SCAN-LEN < 10
                   ADD 1 TO WS-SCAN-LEN
                   MOVE WS-SCAN-IN (WS-IDX:1)
                           TO WS-SCAN-OUT (WS-SCAN-LEN:1)
               END-IF
           ELSE
               IF WS-SCAN-LEN > ZERO
                       OR WS-SCAN-IN (WS-IDX:1) NOT = SPACE
                   MOVE 'Y' TO WS-NUM-DONE
               END-IF
           END-IF
       END-PERFORM.
      ******************************************************************
       300-MERCHANT-RULE.
       MOVE 'N' TO WS-DECLINE-ON.
       OPEN INPUT MER-FILE.
       MOVE LK-MER-ID TO MER-ID.
       READ MER-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF MER-AVS-DECLINE-ON
                   MOVE 'Y' TO WS-DECLINE-ON
               END-IF
       END-READ.
       CLOSE MER-FILE.
      ******************************************************************
       400-LOG-DECLINE.
       OPEN EXTEND DECLINE-FILE.
       MOVE SPACES TO DECLINE-REC.
       MOVE WS-YEAR   TO DCL-YEAR.
       MOVE WS-MONTH  TO DCL-MONTH.
       MOVE WS-DAY    TO DCL-DAY.
       MOVE WS-HOUR   TO DCL-HOUR.
       MOVE WS-MINUTE TO DCL-MINUTE.
       MOVE LK-CC-ID  TO DCL-CC-ID.
       MOVE LK-REASON TO DCL-REASON.
       MOVE LK-PRICE  TO DCL-AMOUNT.
       MOVE LK-MER-ID TO DCL-MER-ID.
       WRITE DECLINE-REC.
       CLOSE DECLINE-FILE.
