      ******************************************************************
      *PROGRAM:  Monthly Issuer Performance Scorecard
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Month-start batch telling each issuer on ISS-FILE how
      *          its cards behaved last month: authorizations approved
      *          (purchases attributed to the issuer on CC-TRAN-FILE
      *          and CC-ARCHIVE.TXT) against declines on DECLINE.TXT,
      *          with the approval rate and top decline reasons; fraud
      *          cases opened and confirmed (FRAUDCASE.DAT); disputes
      *          opened, chargebacks and the other outcomes with
      *          dispute and chargeback rates (DISPUTE.DAT);
      *          delinquent accounts and dollars as the aging report
      *          buckets them, and charge-off dollars from the
      *          charge-off master (CHGOFF-MST.DAT); and net
      *          settlement figured the way G3-VISA-ISS-SETTLE nets
      *          it. An account-level event belongs to the issuer
      *          G3-VISA-BIN-LOOKUP names for the account's card.
      *          Every measure is set beside the month before and
      *          the network average. The scorecards print on
      *          ISS-SCORE-RPT.TXT and are filed on ISSSCORE.DAT,
      *          where line zero keeps the month's figures for next
      *          month's comparison; each issuer with an email on
      *          file is queued its copy through G3-SEND-EMAIL-B the
      *          first time its month is filed, and the spooler
      *          attaches the filed lines.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-ISS-SCORE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-ISS.
       COPY SELECT-CHOLD.
       COPY SELECT-CC-TRAN.
       COPY SELECT-CC-ARCH.
       COPY SELECT-DECLINE.
       COPY SELECT-FRAUDCASE.
       COPY SELECT-DISPUTE.
       COPY SELECT-CHGOFF-MST.
       COPY SELECT-ISSSCORE.
       SELECT ISS-SCORE-RPT-FILE
               ASSIGN TO 'ISS-SCORE-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       COPY FD-ISS.
       COPY FD-CHOLD.
       COPY FD-CC-TRAN.
       COPY FD-CC-ARCH.
       COPY FD-DECLINE.
       COPY FD-FRAUDCASE.
       COPY FD-DISPUTE.
       COPY FD-CHGOFF-MST.
       COPY FD-ISSSCORE.
       FD  ISS-SCORE-RPT-FILE.
       01  ISS-SCORE-RPT-LINE          PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WS-ISS.
       COPY WS-AUDIT.
       COPY WS-DCLRSN.
       COPY WS-RPTFILE.
       01  WS-PROG                     PIC X(20) VALUE SPACES.

      * INTERCHANGE THE ISSUER KEEPS ON EACH ATTRIBUTED PURCHASE, AS
      * G3-VISA-ISS-SETTLE NETS IT.
       01  WS-INTERCHANGE-PCT          PIC V9(4) VALUE .0150.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CUR-FIRST                PIC 9(8) VALUE ZERO.
       01  WS-PER-FIRST                PIC 9(8) VALUE ZERO.
       01  WS-PER-LAST                 PIC 9(8) VALUE ZERO.
       01  WS-PER-YM                   PIC 9(6) VALUE ZERO.
       01  WS-PRV-LAST                 PIC 9(8) VALUE ZERO.
       01  WS-PRV-YM                   PIC 9(6) VALUE ZERO.
       01  WS-ROW-YM                   PIC 9(6) VALUE ZERO.
       01  WS-MI                       PIC 9 VALUE ZERO.
       01  WS-ISS-ID                   PIC 9(3) VALUE ZERO.
       01  WS-LK-CH-ID                 PIC 9(8) VALUE ZERO.
       01  WS-SC-EOF                   PIC X VALUE SPACES.
       01  WS-CH-AVAIL                 PIC X VALUE 'N'.
       01  WS-ISC-AVAIL                PIC X VALUE 'N'.
       01  WS-ON-FILE                  PIC X VALUE 'N'.
       01  WS-PRIOR-DLQ                PIC X VALUE 'N'.
       01  WS-ISSUED-CTR               PIC 9(3) VALUE ZERO.
       01  WS-SENT-CTR                 PIC 9(3) VALUE ZERO.
       01  WS-LINE-NO                  PIC 9(4) VALUE ZERO.
       01  LK-EMAIL-TO                 PIC X(35) VALUE SPACES.
       01  LK-EMAIL-SUBJECT            PIC X(40) VALUE SPACES.
       01  LK-EMAIL-BODY               PIC X(80) VALUE SPACES.

       01  WS-NW                       PIC 9(3) VALUE 101.
       01  WS-SC-IDX                   PIC 9(3) VALUE ZERO.
       01  WS-SC-LOOK                  PIC 9(3) VALUE ZERO.
       01  WS-SC-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-ACTIVE-CT                PIC 9(3) VALUE ZERO.
       01  WS-RI                       PIC 9(2) VALUE ZERO.
       01  WS-TOP                      PIC 9(2) VALUE ZERO.
       01  WS-TOP-N                    PIC 9 VALUE ZERO.
       01  WS-RSN-CODE                 PIC XX VALUE SPACES.
      * ONE ENTRY PER ISSUER ON ISS-FILE; ENTRY 101 IS THE NETWORK.
      * MONTH 1 IS THE SCORECARD MONTH, MONTH 2 THE ONE BEFORE IT.
       01  WS-SC-TABLE.
           03  WS-SC-ENTRY OCCURS 101 TIMES.
               05  WS-SC-ID            PIC 9(3).
               05  WS-SC-NAME          PIC X(20).
               05  WS-SC-EMAIL         PIC X(20).
               05  WS-SC-MONTH OCCURS 2 TIMES.
                   07  WS-SC-APPR-CT   PIC 9(7).
                   07  WS-SC-DCL-CT    PIC 9(7).
                   07  WS-SC-FRC-OPEN  PIC 9(5).
                   07  WS-SC-FRC-CONF  PIC 9(5).
                   07  WS-SC-DSP-CT    PIC 9(5).
                   07  WS-SC-DSP-AMT   PIC 9(9)V99.
                   07  WS-SC-CB-CT     PIC 9(5).
                   07  WS-SC-CB-AMT    PIC 9(9)V99.
                   07  WS-SC-LOST-CT   PIC 9(5).
                   07  WS-SC-REV-CT    PIC 9(5).
                   07  WS-SC-DLQ-CT    PIC 9(5).
                   07  WS-SC-DLQ-AMT   PIC 9(9)V99.
                   07  WS-SC-COF-CT    PIC 9(5).
                   07  WS-SC-COF-AMT   PIC 9(9)V99.
                   07  WS-SC-PUR       PIC 9(11)V99.
                   07  WS-SC-REF       PIC 9(11)V99.
                   07  WS-SC-NET       PIC S9(11)V99.
               05  WS-SC-RSN OCCURS 15 TIMES.
                   07  WS-SC-RSN-CODE  PIC XX.
                   07  WS-SC-RSN-CT    PIC 9(5).
       01  WS-RW-TABLE.
           03  WS-RW-ENTRY OCCURS 15 TIMES.
               05  WS-RW-CODE          PIC XX.
               05  WS-RW-CT            PIC 9(5).

      * ONE SCORECARD ROW: THIS MONTH, PRIOR MONTH AND NETWORK
      * FIGURES, PRINTED AS A COUNT OR AS AN AMOUNT (DOLLARS AND
      * PERCENTAGES).
       01  WS-V-CUR                    PIC S9(11)V99 VALUE ZERO.
       01  WS-V-PRV                    PIC S9(11)V99 VALUE ZERO.
       01  WS-V-NET                    PIC S9(11)V99 VALUE ZERO.
       01  WS-V-CHG                    PIC S9(11)V99 VALUE ZERO.
       01  WS-NUM                      PIC S9(11)V99 VALUE ZERO.
       01  WS-DEN                      PIC S9(11)V99 VALUE ZERO.
       01  WS-PCT                      PIC S9(5)V99 VALUE ZERO.
       01  WS-INTERCHANGE              PIC 9(9)V99 VALUE ZERO.
       01  WS-ED-C                     PIC ZZZZ,ZZZ,ZZ9-.
       01  WS-ED-A                     PIC Z,ZZZ,ZZ9.99-.
       01  WS-ED-CT                    PIC ZZ,ZZ9.
       01  WS-ED-PCT                   PIC ZZ9.99.

       01  OUT-SC-ROW.
           03  OUT-SC-LABEL            PIC X(28).
           03  OUT-SC-CUR              PIC X(13).
           03  OUT-SC-PRV              PIC X(13).
           03  OUT-SC-CHG              PIC X(13).
           03  OUT-SC-NET              PIC X(13).
       01  WS-LINE                     PIC X(80) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIME-LOG.
           MOVE 'G3-VISA-ISS-SCORE' TO WS-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE WS-TODAY TO WS-CUR-FIRST.
           MOVE 01 TO WS-CUR-FIRST (7:2).
           COMPUTE WS-PER-LAST = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CUR-FIRST) - 1).
           MOVE WS-PER-LAST TO WS-PER-FIRST.
           MOVE 01 TO WS-PER-FIRST (7:2).
           MOVE WS-PER-LAST (1:6) TO WS-PER-YM.
           COMPUTE WS-PRV-LAST = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-PER-FIRST) - 1).
           MOVE WS-PRV-LAST (1:6) TO WS-PRV-YM.
           INITIALIZE WS-SC-TABLE.
           PERFORM 150-LOAD-ISSUERS.
           IF WS-SC-COUNT = ZERO
               DISPLAY 'NO ISSUERS ON FILE - NO SCORECARDS'
               GOBACK
           END-IF.
           OPEN INPUT CH-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CH-AVAIL
           END-IF.
           PERFORM 200-SWEEP-TRAN.
           PERFORM 250-SWEEP-ARCHIVE.
           IF WS-CH-AVAIL = 'Y'
               PERFORM 300-SWEEP-ACCOUNTS
               PERFORM 350-SWEEP-DECLINES
               PERFORM 400-SWEEP-FRAUD
               PERFORM 450-SWEEP-DISPUTES
               PERFORM 500-SWEEP-CHGOFF
               CLOSE CH-FILE
           END-IF.
           PERFORM 550-NETWORK-TOTALS.
           PERFORM 600-OPEN-SCORE-FILE.
           OPEN OUTPUT ISS-SCORE-RPT-FILE.
           MOVE SPACES TO WS-LINE.
           STRING 'ISSUER PERFORMANCE SCORECARDS FOR ' WS-PER-FIRST
                  ' THRU ' WS-PER-LAST '   RUN ' WS-TODAY
                   DELIMITED BY SIZE INTO WS-LINE.
           MOVE WS-LINE TO ISS-SCORE-RPT-LINE.
           WRITE ISS-SCORE-RPT-LINE.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               PERFORM 700-ONE-ISSUER
           END-PERFORM.
           CLOSE ISS-SCORE-RPT-FILE.
           MOVE 'ISS-SCORE-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VISA-ISS-SCORE' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           IF WS-ISC-AVAIL = 'Y'
               CLOSE ISC-FILE
           END-IF.
           DISPLAY 'ISSUER SCORECARDS FOR ' WS-PER-YM ' - '
                   WS-ISSUED-CTR ' ISSUED, ' WS-SENT-CTR ' EMAILED'.
           GOBACK.
      ******************************************************************
       150-LOAD-ISSUERS.
       MOVE ZERO TO WS-SC-COUNT.
       OPEN INPUT ISS-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-SC-EOF.
       MOVE ZERO TO ISS-ID.
       START ISS-FILE KEY NOT LESS THAN ISS-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SC-EOF
       END-START.
       PERFORM UNTIL WS-SC-EOF = 'Y'
           READ ISS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SC-EOF
               NOT AT END
                   IF WS-SC-COUNT < 100
                       ADD 1 TO WS-SC-COUNT
                       MOVE ISS-ID TO WS-SC-ID (WS-SC-COUNT)
                       MOVE ISS-NAME TO WS-SC-NAME (WS-SC-COUNT)
                       MOVE ISS-EMAIL TO WS-SC-EMAIL (WS-SC-COUNT)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE ISS-FILE.
       MOVE ZERO TO WS-SC-ID (WS-NW).
       MOVE 'NETWORK' TO WS-SC-NAME (WS-NW).
      ******************************************************************
      * EVERY PURCHASE IS AN APPROVED AUTHORIZATION; PURCHASES AND
      * REFUNDS CLEAR OF DISPUTE ARE WHAT THE ISSUER SETTLES ON.
      ******************************************************************
       200-SWEEP-TRAN.
       OPEN INPUT CC-TRAN-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-SC-EOF.
       MOVE ZERO TO CC-ID.
       MOVE LOW-VALUES TO CC-TRAN-TSTAMP.
       MOVE ZERO TO CC-TRAN-SEQ.
       START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SC-EOF
       END-START.
       PERFORM UNTIL WS-SC-EOF = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SC-EOF
               NOT AT END
                   MOVE CC-TRAN-TSTAMP (1:6) TO WS-ROW-YM
                   PERFORM 810-MONTH-INDEX
                   MOVE CC-ISS-ID TO WS-ISS-ID
                   PERFORM 800-FIND-ISSUER
                   IF WS-MI NOT = ZERO AND WS-SC-LOOK NOT = ZERO
                       EVALUATE TRUE
                           WHEN TRAN-TYPE = 'W'
                               ADD 1 TO WS-SC-APPR-CT
                                   (WS-SC-LOOK, WS-MI)
                               IF NOT CC-IS-DISPUTED
                                   ADD CC-TRAN-PRICE TO WS-SC-PUR
                                       (WS-SC-LOOK, WS-MI)
                               END-IF
                           WHEN TRAN-TYPE = 'R'
                               IF NOT CC-IS-DISPUTED
                                   ADD CC-TRAN-PRICE TO WS-SC-REF
                                       (WS-SC-LOOK, WS-MI)
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE CC-TRAN-FILE.
      ******************************************************************
      * ...AND THOSE A MONTH-END HAS ALREADY PURGED TO THE ARCHIVE.
      ******************************************************************
       250-SWEEP-ARCHIVE.
       OPEN INPUT CC-ARCH-FILE.
       MOVE SPACES TO WS-SC-EOF.
       PERFORM UNTIL WS-SC-EOF = 'Y'
           READ CC-ARCH-FILE
               AT END
                   MOVE 'Y' TO WS-SC-EOF
               NOT AT END
                   MOVE CC-ARCH-TSTAMP (1:6) TO WS-ROW-YM
                   PERFORM 810-MONTH-INDEX
                   MOVE CC-ARCH-ISS-ID TO WS-ISS-ID
                   PERFORM 800-FIND-ISSUER
                   IF WS-MI NOT = ZERO AND WS-SC-LOOK NOT = ZERO
                       EVALUATE TRUE
                           WHEN CC-ARCH-TYPE = 'W'
                               ADD 1 TO WS-SC-APPR-CT
                                   (WS-SC-LOOK, WS-MI)
                               IF CC-ARCH-DISPUTED NOT = 'Y'
                                   ADD CC-ARCH-PRICE TO WS-SC-PUR
                                       (WS-SC-LOOK, WS-MI)
                               END-IF
                           WHEN CC-ARCH-TYPE = 'R'
                               IF CC-ARCH-DISPUTED NOT = 'Y'
                                   ADD CC-ARCH-PRICE TO WS-SC-REF
                                       (WS-SC-LOOK, WS-MI)
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE CC-ARCH-FILE.
      ******************************************************************
      * DELINQUENCY IS AS THE AGING REPORT BUCKETS IT TODAY: ANY
      * MISSED CYCLE ON AN ACCOUNT NOT YET CHARGED OFF.
      ******************************************************************
       300-SWEEP-ACCOUNTS.
       MOVE SPACES TO WS-SC-EOF.
       MOVE ZERO TO CH-ID.
       START CH-FILE KEY NOT LESS THAN CH-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SC-EOF
       END-START.
       PERFORM UNTIL WS-SC-EOF = 'Y'
           READ CH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SC-EOF
               NOT AT END
                   IF NOT CH-STAT-CHARGED-OFF
                           AND CH-MISSED-CYCLES > ZERO
                       CALL 'G3-VISA-BIN-LOOKUP' USING CH-CC,
                               WS-ISS-ID
                       PERFORM 800-FIND-ISSUER
                       IF WS-SC-LOOK NOT = ZERO
                           ADD 1 TO WS-SC-DLQ-CT (WS-SC-LOOK, 1)
                           ADD CH-BAL TO WS-SC-DLQ-AMT (WS-SC-LOOK, 1)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       350-SWEEP-DECLINES.
       OPEN INPUT DECLINE-FILE.
       MOVE SPACES TO WS-SC-EOF.
       PERFORM UNTIL WS-SC-EOF = 'Y'
           READ DECLINE-FILE
               AT END
                   MOVE 'Y' TO WS-SC-EOF
               NOT AT END
                   MOVE DCL-TSTAMP (1:6) TO WS-ROW-YM
                   PERFORM 810-MONTH-INDEX
                   IF WS-MI NOT = ZERO
                       MOVE DCL-CC-ID TO WS-LK-CH-ID
                       PERFORM 850-ACCT-ISSUER
                       IF WS-SC-LOOK NOT = ZERO
                           ADD 1 TO WS-SC-DCL-CT (WS-SC-LOOK, WS-MI)
                           IF WS-MI = 1
                               MOVE DCL-REASON TO WS-RSN-CODE
                               PERFORM 820-ADD-REASON
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE DECLINE-FILE.
      ******************************************************************
       400-SWEEP-FRAUD.
       OPEN INPUT FRC-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-SC-EOF.
       MOVE ZERO TO FRC-ID.
       START FRC-FILE KEY NOT LESS THAN FRC-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SC-EOF
       END-START.
       PERFORM UNTIL WS-SC-EOF = 'Y'
           READ FRC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SC-EOF
               NOT AT END
                   MOVE FRC-CH-ID TO WS-LK-CH-ID
                   PERFORM 850-ACCT-ISSUER
                   IF WS-SC-LOOK NOT = ZERO
                       MOVE FRC-OPEN-DATE (1:6) TO WS-ROW-YM
                       PERFORM 810-MONTH-INDEX
                       IF WS-MI NOT = ZERO
                           ADD 1 TO WS-SC-FRC-OPEN (WS-SC-LOOK, WS-MI)
                       END-IF
                       MOVE FRC-RESOLVE-DATE (1:6) TO WS-ROW-YM
                       PERFORM 810-MONTH-INDEX
                       IF FRC-CONFIRMED AND WS-MI NOT = ZERO
                           ADD 1 TO WS-SC-FRC-CONF (WS-SC-LOOK, WS-MI)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE FRC-FILE.
      ******************************************************************
      * DISPUTES COUNT IN THE MONTH OPENED; A CASE THE CARDHOLDER WON
      * IS A CHARGEBACK IN THE MONTH RESOLVED, A CASE LOST AND A
      * CHARGEBACK REVERSED ON REPRESENTMENT ARE THE OTHER OUTCOMES.
      ******************************************************************
       450-SWEEP-DISPUTES.
       OPEN INPUT DSP-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-SC-EOF.
       MOVE ZERO TO DSP-ID.
       START DSP-FILE KEY NOT LESS THAN DSP-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SC-EOF
       END-START.
       PERFORM UNTIL WS-SC-EOF = 'Y'
           READ DSP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SC-EOF
               NOT AT END
                   MOVE DSP-CC-ID TO WS-LK-CH-ID
                   PERFORM 850-ACCT-ISSUER
                   IF WS-SC-LOOK NOT = ZERO
                       PERFORM 470-ONE-DISPUTE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE DSP-FILE.
      ******************************************************************
       470-ONE-DISPUTE.
       MOVE DSP-OPEN-DATE (1:6) TO WS-ROW-YM.
       PERFORM 810-MONTH-INDEX.
       IF WS-MI NOT = ZERO
           ADD 1 TO WS-SC-DSP-CT (WS-SC-LOOK, WS-MI)
           ADD DSP-AMOUNT TO WS-SC-DSP-AMT (WS-SC-LOOK, WS-MI)
       END-IF.
       MOVE DSP-RESOLVE-DATE (1:6) TO WS-ROW-YM.
       PERFORM 810-MONTH-INDEX.
       IF WS-MI NOT = ZERO
           IF DSP-STAT-WON
               ADD 1 TO WS-SC-CB-CT (WS-SC-LOOK, WS-MI)
               ADD DSP-AMOUNT TO WS-SC-CB-AMT (WS-SC-LOOK, WS-MI)
           END-IF
           IF DSP-STAT-LOST
               ADD 1 TO WS-SC-LOST-CT (WS-SC-LOOK, WS-MI)
           END-IF
       END-IF.
       MOVE DSP-REPR-DATE (1:6) TO WS-ROW-YM.
       PERFORM 810-MONTH-INDEX.
       IF DSP-REPR-REVERSED AND WS-MI NOT = ZERO
           ADD 1 TO WS-SC-REV-CT (WS-SC-LOOK, WS-MI)
       END-IF.
      ******************************************************************
       500-SWEEP-CHGOFF.
       OPEN INPUT COF-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-SC-EOF.
       MOVE ZERO TO COF-CH-ID.
       START COF-FILE KEY NOT LESS THAN COF-CH-ID
           INVALID KEY
               MOVE 'Y' TO WS-SC-EOF
       END-START.
       PERFORM UNTIL WS-SC-EOF = 'Y'
           READ COF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SC-EOF
               NOT AT END
                   MOVE COF-DATE (1:6) TO WS-ROW-YM
                   PERFORM 810-MONTH-INDEX
                   IF WS-MI NOT = ZERO
                       MOVE COF-CH-ID TO WS-LK-CH-ID
                       PERFORM 850-ACCT-ISSUER
                       IF WS-SC-LOOK NOT = ZERO
                           ADD 1 TO WS-SC-COF-CT (WS-SC-LOOK, WS-MI)
                           ADD COF-AMOUNT
                               TO WS-SC-COF-AMT (WS-SC-LOOK, WS-MI)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE COF-FILE.
      ******************************************************************
      * NET SETTLEMENT PER ISSUER, THEN THE NETWORK ENTRY AS THE SUM
      * OF ALL ISSUERS. AN ISSUER WITH NOTHING IN EITHER MONTH GETS
      * NO SCORECARD AND DOES NOT COUNT TOWARD THE AVERAGES.
      ******************************************************************
       550-NETWORK-TOTALS.
       MOVE ZERO TO WS-ACTIVE-CT.
       PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
           PERFORM VARYING WS-MI FROM 1 BY 1 UNTIL WS-MI > 2
               COMPUTE WS-INTERCHANGE ROUNDED =
                   WS-SC-PUR (WS-SC-IDX, WS-MI) * WS-INTERCHANGE-PCT
               COMPUTE WS-SC-NET (WS-SC-IDX, WS-MI) =
                   WS-SC-PUR (WS-SC-IDX, WS-MI)
                 - WS-SC-REF (WS-SC-IDX, WS-MI)
                 - WS-INTERCHANGE
               ADD WS-SC-APPR-CT (WS-SC-IDX, WS-MI)
                   TO WS-SC-APPR-CT (WS-NW, WS-MI)
               ADD WS-SC-DCL-CT (WS-SC-IDX, WS-MI)
                   TO WS-SC-DCL-CT (WS-NW, WS-MI)
               ADD WS-SC-FRC-OPEN (WS-SC-IDX, WS-MI)
                   TO WS-SC-FRC-OPEN (WS-NW, WS-MI)
               ADD WS-SC-FRC-CONF (WS-SC-IDX, WS-MI)
                   TO WS-SC-FRC-CONF (WS-NW, WS-MI)
               ADD WS-SC-DSP-CT (WS-SC-IDX, WS-MI)
                   TO WS-SC-DSP-CT (WS-NW, WS-MI)
               ADD WS-SC-CB-CT (WS-SC-IDX, WS-MI)
                   TO WS-SC-CB-CT (WS-NW, WS-MI)
               ADD WS-SC-LOST-CT (WS-SC-IDX, WS-MI)
                   TO WS-SC-LOST-CT (WS-NW, WS-MI)
               ADD WS-SC-REV-CT (WS-SC-IDX, WS-MI)
                   TO WS-SC-REV-CT (WS-NW, WS-MI)
               ADD WS-SC-DLQ-CT (WS-SC-IDX, WS-MI)
                   TO WS-SC-DLQ-CT (WS-NW, WS-MI)
               ADD WS-SC-DLQ-AMT (WS-SC-IDX, WS-MI)
                   TO WS-SC-DLQ-AMT (WS-NW, WS-MI)
               ADD WS-SC-COF-AMT (WS-SC-IDX, WS-MI)
                   TO WS-SC-COF-AMT (WS-NW, WS-MI)
               ADD WS-SC-NET (WS-SC-IDX, WS-MI)
                   TO WS-SC-NET (WS-NW, WS-MI)
           END-PERFORM
           IF WS-SC-APPR-CT (WS-SC-IDX, 1) + WS-SC-DCL-CT (WS-SC-IDX, 1)
                 + WS-SC-APPR-CT (WS-SC-IDX, 2)
                 + WS-SC-DCL-CT (WS-SC-IDX, 2)
                 + WS-SC-DLQ-CT (WS-SC-IDX, 1)
                 + WS-SC-DSP-CT (WS-SC-IDX, 1)
                 + WS-SC-FRC-OPEN (WS-SC-IDX, 1)
                 + WS-SC-COF-CT (WS-SC-IDX, 1) > ZERO
               ADD 1 TO WS-ACTIVE-CT
           END-IF
       END-PERFORM.
       IF WS-ACTIVE-CT = ZERO
           MOVE 1 TO WS-ACTIVE-CT
       END-IF.
      ******************************************************************
       600-OPEN-SCORE-FILE.
       OPEN I-O ISC-FILE.
       IF WS-STAT = '35'
           CLOSE ISC-FILE
           OPEN OUTPUT ISC-FILE
           CLOSE ISC-FILE
           OPEN I-O ISC-FILE
       END-IF.
       IF WS-STAT = ZERO
           MOVE 'Y' TO WS-ISC-AVAIL
       END-IF.
      ******************************************************************
      * ONE ISSUER'S SCORECARD: PRINTED, FILED OVER ANY EARLIER RUN
      * FOR THE SAME MONTH, AND EMAILED THE FIRST TIME IT IS FILED.
      ******************************************************************
       700-ONE-ISSUER.
       IF WS-SC-APPR-CT (WS-SC-IDX, 1) + WS-SC-DCL-CT (WS-SC-IDX, 1)
             + WS-SC-APPR-CT (WS-SC-IDX, 2)
             + WS-SC-DCL-CT (WS-SC-IDX, 2)
             + WS-SC-DLQ-CT (WS-SC-IDX, 1)
             + WS-SC-DSP-CT (WS-SC-IDX, 1)
             + WS-SC-FRC-OPEN (WS-SC-IDX, 1)
             + WS-SC-COF-CT (WS-SC-IDX, 1) = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM 710-PRIOR-SNAPSHOT.
       PERFORM 720-CLEAR-FILED.
       MOVE ZERO TO WS-LINE-NO.
       MOVE SPACES TO WS-LINE.
       PERFORM 900-PUT-LINE.
       STRING 'ISSUER ' WS-SC-ID (WS-SC-IDX) ' '
              WS-SC-NAME (WS-SC-IDX) '  SCORECARD FOR '
              WS-PER-YM (1:4) '-' WS-PER-YM (5:2)
               DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-PUT-LINE.
       MOVE 'MEASURE' TO OUT-SC-LABEL.
       MOVE '   THIS MONTH' TO OUT-SC-CUR.
       MOVE '  PRIOR MONTH' TO OUT-SC-PRV.
       MOVE '       CHANGE' TO OUT-SC-CHG.
       MOVE '  NETWORK AVG' TO OUT-SC-NET.
       MOVE OUT-SC-ROW TO WS-LINE.
       PERFORM 900-PUT-LINE.
       PERFORM 730-AUTH-ROWS.
       PERFORM 740-RISK-ROWS.
       PERFORM 750-CREDIT-ROWS.
       IF WS-PRIOR-DLQ NOT = 'Y'
           MOVE '  (NO PRIOR MONTH DELINQUENCY ON FILE)' TO WS-LINE
           PERFORM 900-PUT-LINE
       END-IF.
       PERFORM 760-TOP-REASONS.
       ADD 1 TO WS-ISSUED-CTR.
       PERFORM 780-FILE-MEASURES.
       MOVE 'ISSSCR' TO WS-AUD-ACTION.
       MOVE SPACES TO WS-AUD-KEY.
       STRING WS-SC-ID (WS-SC-IDX) ' ' WS-PER-YM
               DELIMITED BY SIZE INTO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING WS-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       IF WS-ON-FILE NOT = 'Y'
           PERFORM 790-SEND
       END-IF.
      ******************************************************************
      * LAST MONTH'S DELINQUENCY CANNOT BE RE-DERIVED FROM TODAY'S
      * ACCOUNTS; IT COMES OFF LAST MONTH'S FILED SCORECARD.
      ******************************************************************
       710-PRIOR-SNAPSHOT.
       MOVE 'N' TO WS-PRIOR-DLQ.
       MOVE 'N' TO WS-ON-FILE.
       IF WS-ISC-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-SC-ID (WS-SC-IDX) TO ISC-ISS-ID.
       MOVE WS-PRV-YM TO ISC-PERIOD.
       MOVE ZERO TO ISC-LINE-NO.
       READ ISC-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-PRIOR-DLQ
               MOVE ISC-M-DLQ-CT TO WS-SC-DLQ-CT (WS-SC-IDX, 2)
               MOVE ISC-M-DLQ-AMT TO WS-SC-DLQ-AMT (WS-SC-IDX, 2)
       END-READ.
       MOVE WS-SC-ID (WS-SC-IDX) TO ISC-ISS-ID.
       MOVE WS-PER-YM TO ISC-PERIOD.
       MOVE ZERO TO ISC-LINE-NO.
       READ ISC-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WS-ON-FILE
       END-READ.
      ******************************************************************
       720-CLEAR-FILED.
       IF WS-ISC-AVAIL NOT = 'Y' OR WS-ON-FILE NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-SC-EOF.
       MOVE WS-SC-ID (WS-SC-IDX) TO ISC-ISS-ID.
       MOVE WS-PER-YM TO ISC-PERIOD.
       MOVE 1 TO ISC-LINE-NO.
       START ISC-FILE KEY NOT LESS THAN ISC-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SC-EOF
       END-START.
       PERFORM UNTIL WS-SC-EOF = 'Y'
           READ ISC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SC-EOF
               NOT AT END
                   IF ISC-ISS-ID NOT = WS-SC-ID (WS-SC-IDX)
                           OR ISC-PERIOD NOT = WS-PER-YM
                       MOVE 'Y' TO WS-SC-EOF
                   ELSE
                       DELETE ISC-FILE RECORD
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       730-AUTH-ROWS.
       MOVE 'AUTHORIZATIONS APPROVED' TO OUT-SC-LABEL.
       MOVE WS-SC-APPR-CT (WS-SC-IDX, 1) TO WS-V-CUR.
       MOVE WS-SC-APPR-CT (WS-SC-IDX, 2) TO WS-V-PRV.
       COMPUTE WS-V-NET ROUNDED =
           WS-SC-APPR-CT (WS-NW, 1) / WS-ACTIVE-CT.
       PERFORM 910-COUNT-ROW.
       MOVE 'AUTHORIZATIONS DECLINED' TO OUT-SC-LABEL.
       MOVE WS-SC-DCL-CT (WS-SC-IDX, 1) TO WS-V-CUR.
       MOVE WS-SC-DCL-CT (WS-SC-IDX, 2) TO WS-V-PRV.
       COMPUTE WS-V-NET ROUNDED =
           WS-SC-DCL-CT (WS-NW, 1) / WS-ACTIVE-CT.
       PERFORM 910-COUNT-ROW.
       MOVE 'APPROVAL RATE PCT' TO OUT-SC-LABEL.
       MOVE WS-SC-APPR-CT (WS-SC-IDX, 1) TO WS-NUM.
       COMPUTE WS-DEN = WS-SC-APPR-CT (WS-SC-IDX, 1)
                      + WS-SC-DCL-CT (WS-SC-IDX, 1).
       PERFORM 930-PERCENT.
       MOVE WS-PCT TO WS-V-CUR.
       MOVE WS-SC-APPR-CT (WS-SC-IDX, 2) TO WS-NUM.
       COMPUTE WS-DEN = WS-SC-APPR-CT (WS-SC-IDX, 2)
                      + WS-SC-DCL-CT (WS-SC-IDX, 2).
       PERFORM 930-PERCENT.
       MOVE WS-PCT TO WS-V-PRV.
       MOVE WS-SC-APPR-CT (WS-NW, 1) TO WS-NUM.
       COMPUTE WS-DEN = WS-SC-APPR-CT (WS-NW, 1)
                      + WS-SC-DCL-CT (WS-NW, 1).
       PERFORM 930-PERCENT.
       MOVE WS-PCT TO WS-V-NET.
       PERFORM 920-AMOUNT-ROW.
      ******************************************************************
       740-RISK-ROWS.
       MOVE 'FRAUD CASES OPENED' TO OUT-SC-LABEL.
       MOVE WS-SC-FRC-OPEN (WS-SC-IDX, 1) TO WS-V-CUR.
       MOVE WS-SC-FRC-OPEN (WS-SC-IDX, 2) TO WS-V-PRV.
       COMPUTE WS-V-NET ROUNDED =
           WS-SC-FRC-OPEN (WS-NW, 1) / WS-ACTIVE-CT.
       PERFORM 910-COUNT-ROW.
       MOVE 'FRAUD CASES CONFIRMED' TO OUT-SC-LABEL.
       MOVE WS-SC-FRC-CONF (WS-SC-IDX, 1) TO WS-V-CUR.
       MOVE WS-SC-FRC-CONF (WS-SC-IDX, 2) TO WS-V-PRV.
       COMPUTE WS-V-NET ROUNDED =
           WS-SC-FRC-CONF (WS-NW, 1) / WS-ACTIVE-CT.
       PERFORM 910-COUNT-ROW.
       MOVE 'DISPUTES OPENED' TO OUT-SC-LABEL.
       MOVE WS-SC-DSP-CT (WS-SC-IDX, 1) TO WS-V-CUR.
       MOVE WS-SC-DSP-CT (WS-SC-IDX, 2) TO WS-V-PRV.
       COMPUTE WS-V-NET ROUNDED =
           WS-SC-DSP-CT (WS-NW, 1) / WS-ACTIVE-CT.
       PERFORM 910-COUNT-ROW.
       MOVE 'DISPUTE RATE PCT' TO OUT-SC-LABEL.
       MOVE WS-SC-DSP-CT (WS-SC-IDX, 1) TO WS-NUM.
       MOVE WS-SC-APPR-CT (WS-SC-IDX, 1) TO WS-DEN.
       PERFORM 930-PERCENT.
       MOVE WS-PCT TO WS-V-CUR.
       MOVE WS-SC-DSP-CT (WS-SC-IDX, 2) TO WS-NUM.
       MOVE WS-SC-APPR-CT (WS-SC-IDX, 2) TO WS-DEN.
       PERFORM 930-PERCENT.
       MOVE WS-PCT TO WS-V-PRV.
       MOVE WS-SC-DSP-CT (WS-NW, 1) TO WS-NUM.
       MOVE WS-SC-APPR-CT (WS-NW, 1) TO WS-DEN.
       PERFORM 930-PERCENT.
       MOVE WS-PCT TO WS-V-NET.
       PERFORM 920-AMOUNT-ROW.
       MOVE 'CHARGEBACKS (HOLDER WON)' TO OUT-SC-LABEL.
       MOVE WS-SC-CB-CT (WS-SC-IDX, 1) TO WS-V-CUR.
       MOVE WS-SC-CB-CT (WS-SC-IDX, 2) TO WS-V-PRV.
       COMPUTE WS-V-NET ROUNDED =
           WS-SC-CB-CT (WS-NW, 1) / WS-ACTIVE-CT.
       PERFORM 910-COUNT-ROW.
       MOVE 'CHARGEBACK RATE PCT' TO OUT-SC-LABEL.
       MOVE WS-SC-CB-CT (WS-SC-IDX, 1) TO WS-NUM.
       MOVE WS-SC-APPR-CT (WS-SC-IDX, 1) TO WS-DEN.
       PERFORM 930-PERCENT.
       MOVE WS-PCT TO WS-V-CUR.
       MOVE WS-SC-CB-CT (WS-SC-IDX, 2) TO WS-NUM.
       MOVE WS-SC-APPR-CT (WS-SC-IDX, 2) TO WS-DEN.
       PERFORM 930-PERCENT.
       MOVE WS-PCT TO WS-V-PRV.
       MOVE WS-SC-CB-CT (WS-NW, 1) TO WS-NUM.
       MOVE WS-SC-APPR-CT (WS-NW, 1) TO WS-DEN.
       PERFORM 930-PERCENT.
       MOVE WS-PCT TO WS-V-NET.
       PERFORM 920-AMOUNT-ROW.
       MOVE 'DISPUTES LOST BY HOLDER' TO OUT-SC-LABEL.
       MOVE WS-SC-LOST-CT (WS-SC-IDX, 1) TO WS-V-CUR.
       MOVE WS-SC-LOST-CT (WS-SC-IDX, 2) TO WS-V-PRV.
       COMPUTE WS-V-NET ROUNDED =
           WS-SC-LOST-CT (WS-NW, 1) / WS-ACTIVE-CT.
       PERFORM 910-COUNT-ROW.
       MOVE 'CHARGEBACKS REVERSED' TO OUT-SC-LABEL.
       MOVE WS-SC-REV-CT (WS-SC-IDX, 1) TO WS-V-CUR.
       MOVE WS-SC-REV-CT (WS-SC-IDX, 2) TO WS-V-PRV.
       COMPUTE WS-V-NET ROUNDED =
           WS-SC-REV-CT (WS-NW, 1) / WS-ACTIVE-CT.
       PERFORM 910-COUNT-ROW.
      ******************************************************************
       750-CREDIT-ROWS.
       MOVE 'DELINQUENT ACCOUNTS' TO OUT-SC-LABEL.
       MOVE WS-SC-DLQ-CT (WS-SC-IDX, 1) TO WS-V-CUR.
       MOVE WS-SC-DLQ-CT (WS-SC-IDX, 2) TO WS-V-PRV.
       COMPUTE WS-V-NET ROUNDED =
           WS-SC-DLQ-CT (WS-NW, 1) / WS-ACTIVE-CT.
       PERFORM 910-COUNT-ROW.
       MOVE 'DELINQUENT DOLLARS' TO OUT-SC-LABEL.
       MOVE WS-SC-DLQ-AMT (WS-SC-IDX, 1) TO WS-V-CUR.
       MOVE WS-SC-DLQ-AMT (WS-SC-IDX, 2) TO WS-V-PRV.
       COMPUTE WS-V-NET ROUNDED =
           WS-SC-DLQ-AMT (WS-NW, 1) / WS-ACTIVE-CT.
       PERFORM 920-AMOUNT-ROW.
       MOVE 'CHARGE-OFF DOLLARS' TO OUT-SC-LABEL.
       MOVE WS-SC-COF-AMT (WS-SC-IDX, 1) TO WS-V-CUR.
       MOVE WS-SC-COF-AMT (WS-SC-IDX, 2) TO WS-V-PRV.
       COMPUTE WS-V-NET ROUNDED =
           WS-SC-COF-AMT (WS-NW, 1) / WS-ACTIVE-CT.
       PERFORM 920-AMOUNT-ROW.
       MOVE 'NET SETTLEMENT' TO OUT-SC-LABEL.
       MOVE WS-SC-NET (WS-SC-IDX, 1) TO WS-V-CUR.
       MOVE WS-SC-NET (WS-SC-IDX, 2) TO WS-V-PRV.
       COMPUTE WS-V-NET ROUNDED =
           WS-SC-NET (WS-NW, 1) / WS-ACTIVE-CT.
       PERFORM 920-AMOUNT-ROW.
      ******************************************************************
      * THE THREE COMMONEST DECLINE REASONS THIS MONTH, EACH WITH ITS
      * SHARE OF THE ISSUER'S DECLINES.
      ******************************************************************
       760-TOP-REASONS.
       MOVE SPACES TO WS-LINE.
       PERFORM 900-PUT-LINE.
       MOVE 'TOP DECLINE REASONS THIS MONTH' TO WS-LINE.
       PERFORM 900-PUT-LINE.
       PERFORM VARYING WS-RI FROM 1 BY 1 UNTIL WS-RI > 15
           MOVE WS-SC-RSN-CODE (WS-SC-IDX, WS-RI) TO WS-RW-CODE (WS-RI)
           MOVE WS-SC-RSN-CT (WS-SC-IDX, WS-RI) TO WS-RW-CT (WS-RI)
       END-PERFORM.
       PERFORM VARYING WS-TOP-N FROM 1 BY 1 UNTIL WS-TOP-N > 3
           MOVE ZERO TO WS-TOP
           PERFORM VARYING WS-RI FROM 1 BY 1 UNTIL WS-RI > 15
               IF WS-RW-CT (WS-RI) > ZERO
                   IF WS-TOP = ZERO
                       MOVE WS-RI TO WS-TOP
                   ELSE
                       IF WS-RW-CT (WS-RI) > WS-RW-CT (WS-TOP)
                           MOVE WS-RI TO WS-TOP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TOP NOT = ZERO
               PERFORM 770-REASON-LINE
               MOVE ZERO TO WS-RW-CT (WS-TOP)
           END-IF
       END-PERFORM.
       IF WS-SC-DCL-CT (WS-SC-IDX, 1) = ZERO
           MOVE '  NO DECLINES THIS MONTH' TO WS-LINE
           PERFORM 900-PUT-LINE
       END-IF.
      ******************************************************************
       770-REASON-LINE.
       MOVE WS-RW-CT (WS-TOP) TO WS-NUM.
       MOVE WS-SC-DCL-CT (WS-SC-IDX, 1) TO WS-DEN.
       PERFORM 930-PERCENT.
       MOVE WS-RW-CT (WS-TOP) TO WS-ED-CT.
       MOVE WS-PCT TO WS-ED-PCT.
       MOVE WS-RW-CODE (WS-TOP) TO WS-RSN-CODE.
       MOVE SPACES TO OUT-SC-LABEL.
       MOVE WS-RSN-CODE TO OUT-SC-LABEL.
       PERFORM VARYING WS-DCL-RSN-IDX FROM 1 BY 1
               UNTIL WS-DCL-RSN-IDX > WS-DCL-RSN-MAX
           IF WS-DCL-RSN-CODE (WS-DCL-RSN-IDX) = WS-RSN-CODE
               MOVE WS-DCL-RSN-TEXT (WS-DCL-RSN-IDX) TO OUT-SC-LABEL
           END-IF
       END-PERFORM.
       MOVE SPACES TO WS-LINE.
       STRING '  ' WS-RSN-CODE ' ' OUT-SC-LABEL ' ' WS-ED-CT
              ' DECLINES  ' WS-ED-PCT ' PCT'
               DELIMITED BY SIZE INTO WS-LINE.
       PERFORM 900-PUT-LINE.
      ******************************************************************
      * LINE ZERO: THE MONTH'S FIGURES FOR NEXT MONTH TO COMPARE TO.
      ******************************************************************
       780-FILE-MEASURES.
       IF WS-ISC-AVAIL NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO ISC-REC.
       MOVE WS-SC-ID (WS-SC-IDX) TO ISC-ISS-ID.
       MOVE WS-PER-YM TO ISC-PERIOD.
       MOVE ZERO TO ISC-LINE-NO.
       MOVE WS-TODAY TO ISC-RUN-DATE.
       MOVE WS-SC-APPR-CT (WS-SC-IDX, 1) TO ISC-M-APPR-CT.
       MOVE WS-SC-DCL-CT (WS-SC-IDX, 1) TO ISC-M-DCL-CT.
       MOVE WS-SC-FRC-OPEN (WS-SC-IDX, 1) TO ISC-M-FRC-OPEN.
       MOVE WS-SC-FRC-CONF (WS-SC-IDX, 1) TO ISC-M-FRC-CONF.
       MOVE WS-SC-DSP-CT (WS-SC-IDX, 1) TO ISC-M-DSP-CT.
       MOVE WS-SC-CB-CT (WS-SC-IDX, 1) TO ISC-M-CB-CT.
       MOVE WS-SC-DLQ-CT (WS-SC-IDX, 1) TO ISC-M-DLQ-CT.
       MOVE WS-SC-DLQ-AMT (WS-SC-IDX, 1) TO ISC-M-DLQ-AMT.
       MOVE WS-SC-COF-AMT (WS-SC-IDX, 1) TO ISC-M-COF-AMT.
       MOVE WS-SC-NET (WS-SC-IDX, 1) TO ISC-M-NET.
       WRITE ISC-REC
           INVALID KEY
               REWRITE ISC-REC
       END-WRITE.
      ******************************************************************
      * THE SPOOLER KNOWS A SCORECARD BY ITS SUBJECT AND FINDS THE
      * FILED LINES BY THE ISSUER AND MONTH IN THE BODY.
      ******************************************************************
       790-SEND.
       IF WS-SC-EMAIL (WS-SC-IDX) = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-SC-EMAIL (WS-SC-IDX) TO LK-EMAIL-TO.
       MOVE SPACES TO LK-EMAIL-SUBJECT.
       STRING 'ISSUER SCORECARD ' WS-PER-YM (1:4) '-'
              WS-PER-YM (5:2) ' FOR ' WS-SC-ID (WS-SC-IDX)
               DELIMITED BY SIZE INTO LK-EMAIL-SUBJECT.
       MOVE SPACES TO LK-EMAIL-BODY.
       STRING 'ISSUER ' WS-SC-ID (WS-SC-IDX) ' SCORECARD FOR '
              WS-PER-YM ' IS ON FILE'
               DELIMITED BY SIZE INTO LK-EMAIL-BODY.
       CALL 'G3-SEND-EMAIL-B' USING LK-EMAIL-TO, LK-EMAIL-SUBJECT,
               LK-EMAIL-BODY.
       ADD 1 TO WS-SENT-CTR.
      ******************************************************************
       800-FIND-ISSUER.
       MOVE ZERO TO WS-SC-LOOK.
       IF WS-ISS-ID = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT OR WS-SC-LOOK NOT = ZERO
           IF WS-SC-ID (WS-SC-IDX) = WS-ISS-ID
               MOVE WS-SC-IDX TO WS-SC-LOOK
           END-IF
       END-PERFORM.
      ******************************************************************
       810-MONTH-INDEX.
       EVALUATE WS-ROW-YM
           WHEN WS-PER-YM
               MOVE 1 TO WS-MI
           WHEN WS-PRV-YM
               MOVE 2 TO WS-MI
           WHEN OTHER
               MOVE ZERO TO WS-MI
       END-EVALUATE.
      ******************************************************************
      * TALLY A DECLINE REASON FOR THE ISSUER AND THE NETWORK; A
      * SIXTEENTH DISTINCT CODE IS COUNTED BUT NOT RANKED.
      ******************************************************************
       820-ADD-REASON.
       MOVE WS-SC-LOOK TO WS-SC-IDX.
       PERFORM 830-ADD-REASON-ONE.
       MOVE WS-NW TO WS-SC-IDX.
       PERFORM 830-ADD-REASON-ONE.
      ******************************************************************
       830-ADD-REASON-ONE.
       MOVE ZERO TO WS-TOP.
       PERFORM VARYING WS-RI FROM 1 BY 1
               UNTIL WS-RI > 15 OR WS-TOP NOT = ZERO
           IF WS-SC-RSN-CODE (WS-SC-IDX, WS-RI) = WS-RSN-CODE
                   OR WS-SC-RSN-CODE (WS-SC-IDX, WS-RI) = SPACES
               MOVE WS-RI TO WS-TOP
           END-IF
       END-PERFORM.
       IF WS-TOP NOT = ZERO
           MOVE WS-RSN-CODE TO WS-SC-RSN-CODE (WS-SC-IDX, WS-TOP)
           ADD 1 TO WS-SC-RSN-CT (WS-SC-IDX, WS-TOP)
       END-IF.
      ******************************************************************
      * THE ISSUER AN ACCOUNT-LEVEL EVENT BELONGS TO: THE ONE BEHIND
      * THE ACCOUNT'S CARD.
      ******************************************************************
       850-ACCT-ISSUER.
       MOVE ZERO TO WS-SC-LOOK.
       MOVE WS-LK-CH-ID TO CH-ID.
       READ CH-FILE KEY IS CH-ID-KEY
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       CALL 'G3-VISA-BIN-LOOKUP' USING CH-CC, WS-ISS-ID.
       PERFORM 800-FIND-ISSUER.
      ******************************************************************
       900-PUT-LINE.
       MOVE WS-LINE TO ISS-SCORE-RPT-LINE.
       WRITE ISS-SCORE-RPT-LINE.
       IF WS-ISC-AVAIL = 'Y'
           ADD 1 TO WS-LINE-NO
           MOVE SPACES TO ISC-REC
           MOVE WS-SC-ID (WS-SC-IDX) TO ISC-ISS-ID
           MOVE WS-PER-YM TO ISC-PERIOD
           MOVE WS-LINE-NO TO ISC-LINE-NO
           MOVE WS-TODAY TO ISC-RUN-DATE
           MOVE WS-LINE TO ISC-TEXT
           WRITE ISC-REC
               INVALID KEY
                   REWRITE ISC-REC
           END-WRITE
       END-IF.
       MOVE SPACES TO WS-LINE.
      ******************************************************************
       910-COUNT-ROW.
       COMPUTE WS-V-CHG = WS-V-CUR - WS-V-PRV.
       MOVE WS-V-CUR TO WS-ED-C.
       MOVE WS-ED-C TO OUT-SC-CUR.
       MOVE WS-V-PRV TO WS-ED-C.
       MOVE WS-ED-C TO OUT-SC-PRV.
       MOVE WS-V-CHG TO WS-ED-C.
       MOVE WS-ED-C TO OUT-SC-CHG.
       MOVE WS-V-NET TO WS-ED-C.
       MOVE WS-ED-C TO OUT-SC-NET.
       MOVE OUT-SC-ROW TO WS-LINE.
       PERFORM 900-PUT-LINE.
      ******************************************************************
       920-AMOUNT-ROW.
       COMPUTE WS-V-CHG = WS-V-CUR - WS-V-PRV.
       MOVE WS-V-CUR TO WS-ED-A.
       MOVE WS-ED-A TO OUT-SC-CUR.
       MOVE WS-V-PRV TO WS-ED-A.
       MOVE WS-ED-A TO OUT-SC-PRV.
       MOVE WS-V-CHG TO WS-ED-A.
       MOVE WS-ED-A TO OUT-SC-CHG.
       MOVE WS-V-NET TO WS-ED-A.
       MOVE WS-ED-A TO OUT-SC-NET.
       MOVE OUT-SC-ROW TO WS-LINE.
       PERFORM 900-PUT-LINE.
      ******************************************************************
       930-PERCENT.
       IF WS-DEN = ZERO
           MOVE ZERO TO WS-PCT
       ELSE
           COMPUTE WS-PCT ROUNDED = WS-NUM * 100 / WS-DEN
       END-IF.
