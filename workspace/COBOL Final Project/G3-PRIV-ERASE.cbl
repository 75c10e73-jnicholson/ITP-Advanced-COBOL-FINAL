      ******************************************************************
      *PROGRAM:  Group 3 Privacy Erasure Batch
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Works the open erasure requests on PRIVREQ.DAT
      *          (logged at G3-PRIV-DESK). A VFX membership is
      *          anonymized - name, address, phone and email blanked,
      *          the CAP1 link cut, the plan cancelled and the member
      *          marked erased; viewer profile names and review text go
      *          and the wishlist is deleted. Purchases stay, tied to
      *          the member number only, as the sales and tax record.
      *          A membership still owed store credit or owing a
      *          subscription charge is not erased. A CAP1 account is
      *          anonymized only once it is closed with nothing owing
      *          and its last activity is older than the legal
      *          retention period (CAP1-PRIV-RETAIN-YR years); then
      *          the cardholder, authorized user, note and change
      *          history details are blanked, while the transactions
      *          and the audit trail, which hold numbers only, stay.
      *          Notices spooled to an erased address are blanked and
      *          withheld, and the address comes off the suppression
      *          list. A complaint case either side raised keeps
      *          its dates, codes and amounts but loses the name,
      *          summary, note and resolution text. Any copy of the
      *          person's records written to PRIVEXP.TXT for an
      *          earlier export request is taken out of that file.
      *          Each request closes completed,
      *          partly done or refused, with the reason anything was
      *          kept on PRV-NOTE. Run nightly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-PRIV-ERASE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-PRIVREQ.
       COPY SELECT-PRIVEXP.
       COPY SELECT-CHOLD.
       COPY SELECT-AUTHUSER.
       COPY SELECT-NOTES.
       COPY SELECT-CHHIST.
       COPY SELECT-CC-TRAN.
       COPY SELECT-CC-ARCH.
       COPY SELECT-EMAIL.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFXPROF.
       COPY SELECT-VFX-WISH.
       COPY SELECT-VFXREVW.
       COPY SELECT-COMPLAINT.
       COPY SELECT-SUPPRESS.
      ******************************************************************
       DATA DIVISION.
       COPY FD-PRIVREQ.
       COPY FD-PRIVEXP.
       COPY FD-CHOLD.
       COPY FD-AUTHUSER.
       COPY FD-NOTES.
       COPY FD-CHHIST.
       COPY FD-CC-TRAN.
       COPY FD-CC-ARCH.
       COPY FD-EMAIL.
       COPY FD-VFX-MBR.
       COPY FD-VFXPROF.
       COPY FD-VFX-WISH.
       COPY FD-VFXREVW.
       COPY FD-COMPLAINT.
       COPY FD-SUPPRESS.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-PARM.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-PRV-EOF                  PIC X VALUE SPACES.
       01  WS-SCAN-EOF                 PIC X VALUE SPACES.
       01  WS-AUS-AVAIL                PIC X VALUE 'N'.
       01  WS-NTE-AVAIL                PIC X VALUE 'N'.
       01  WS-VM-AVAIL                 PIC X VALUE 'N'.
       01  WS-VPF-AVAIL                PIC X VALUE 'N'.
       01  WS-VW-AVAIL                 PIC X VALUE 'N'.
       01  WS-RVW-AVAIL                PIC X VALUE 'N'.
       01  WS-CMP-AVAIL                PIC X VALUE 'N'.
       01  WS-SUP-AVAIL                PIC X VALUE 'N'.
       01  WS-CMP-TYPE                 PIC X VALUE SPACE.
       01  WS-CMP-PARTY                PIC 9(8) VALUE ZERO.
       01  WS-DONE-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-PART-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-REFUSE-CTR               PIC 9(5) VALUE ZERO.
      * OUTCOME PER SIDE: 'E' ERASED, 'R' REFUSED, 'M' NOT ON FILE,
      * SPACE NOT NAMED ON THE REQUEST.
       01  WS-VFX-RESULT               PIC X VALUE SPACE.
       01  WS-CAP1-RESULT              PIC X VALUE SPACE.
       01  WS-VFX-NOTE                 PIC X(48) VALUE SPACES.
       01  WS-CAP1-NOTE                PIC X(50) VALUE SPACES.
       01  WS-OLD-CH-MAIL              PIC X(35) VALUE SPACES.
       01  WS-OLD-VM-MAIL              PIC X(35) VALUE SPACES.
       01  WS-OLD-PLAN                 PIC 9 VALUE ZERO.
       01  WS-PLAN-EVENT               PIC XX VALUE 'CN'.
       01  WS-PLAN-NONE                PIC 9 VALUE ZERO.
       01  WS-PLAN-REASON              PIC X(20)
                                       VALUE 'PRIVACY ERASURE'.
       01  WS-LAST-ACT                 PIC 9(8) VALUE ZERO.
       01  WS-ACT-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-ACT-X                    PIC X(8) VALUE SPACES.
       01  WS-RETAIN-END               PIC 9(8) VALUE ZERO.
       01  WS-ERASED-ID                PIC X(15) VALUE SPACES.
      * WHO WAS ERASED THIS RUN, AND THE EXPORT REQUESTS NAMING THEM
      * WHOSE SECTIONS COME OUT OF PRIVEXP.TXT.
       01  WS-ER-MAX                   PIC 9(4) VALUE 500.
       01  WS-ER-CT                    PIC 9(4) VALUE ZERO.
       01  WS-ER-IX                    PIC 9(4) VALUE ZERO.
       01  WS-ER-TABLE.
           03  WS-ER OCCURS 500 TIMES.
               05  WS-ER-CH-ID         PIC 9(8).
               05  WS-ER-VM-ID         PIC 9(8).
       01  WS-XR-MAX                   PIC 9(4) VALUE 2000.
       01  WS-XR-CT                    PIC 9(4) VALUE ZERO.
       01  WS-XR-IX                    PIC 9(4) VALUE ZERO.
       01  WS-XR-TABLE.
           03  WS-XR-ID OCCURS 2000 TIMES PIC 9(8).
       01  WS-XR-HIT                   PIC X VALUE 'N'.
       01  WS-XR-FULL                  PIC X VALUE 'N'.
       01  WS-XR-DROP-CTR              PIC 9(5) VALUE ZERO.
       01  WS-HELD-SEP                 PIC X VALUE 'N'.
       01  WS-DROPPING                 PIC X VALUE 'N'.
       01  WS-SEP-LINE                 PIC X(132) VALUE ALL '='.
       01  WS-SEC-ID                   PIC X(8) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-PRIV-ERASE' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE WS-TODAY TO WS-PARM-DATE.
           MOVE 'PRIV-RETAIN-YR' TO WS-PARM-NAME.
           MOVE CAP1-PRIV-RETAIN-YR TO WS-PARM-NUM.
           CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
                   WS-PARM-NUM, WS-PARM-TEXT.
           MOVE WS-PARM-NUM TO CAP1-PRIV-RETAIN-YR.
           OPEN I-O PRV-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'NO PRIVACY REQUESTS ON FILE'
               GOBACK
           END-IF.
           PERFORM 150-OPEN-FILES.
           MOVE ZERO TO PRV-ID.
           START PRV-FILE KEY NOT LESS THAN PRV-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRV-EOF
           END-START.
           PERFORM UNTIL WS-PRV-EOF = 'Y'
               READ PRV-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRV-EOF
                   NOT AT END
                       IF PRV-OPEN AND PRV-ERASE
                           PERFORM 200-ERASE-ONE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ER-CT > ZERO
               PERFORM 700-EXPORT-COPIES
           END-IF.
           PERFORM 160-CLOSE-FILES.
           DISPLAY 'PRIVACY ERASURE COMPLETE. DONE: ' WS-DONE-CTR
                   ' PARTLY: ' WS-PART-CTR ' REFUSED: ' WS-REFUSE-CTR.
           IF WS-XR-DROP-CTR > ZERO
               DISPLAY 'EXPORT COPIES REMOVED FROM PRIVEXP.TXT: '
                       WS-XR-DROP-CTR
           END-IF.
           GOBACK.
      ******************************************************************
      * THE SUBSIDIARY FILES ARE OPTIONAL; ONE NOT YET CREATED HOLDS
      * NOTHING TO ERASE.
      ******************************************************************
       150-OPEN-FILES.
           OPEN I-O CH-FILE.
           OPEN INPUT CC-TRAN-FILE.
           OPEN I-O AUS-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-AUS-AVAIL
           END-IF.
           OPEN I-O NTE-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-NTE-AVAIL
           END-IF.
           OPEN I-O VM-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VM-AVAIL
           END-IF.
           OPEN I-O VPF-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VPF-AVAIL
           END-IF.
           OPEN I-O VW-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VW-AVAIL
           END-IF.
           OPEN I-O RVW-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-RVW-AVAIL
           END-IF.
           OPEN I-O CMP-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CMP-AVAIL
           END-IF.
           OPEN I-O SUP-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-SUP-AVAIL
           END-IF.
      ******************************************************************
       160-CLOSE-FILES.
           CLOSE PRV-FILE
                 CH-FILE
                 CC-TRAN-FILE.
           IF WS-AUS-AVAIL = 'Y'
               CLOSE AUS-FILE
           END-IF.
           IF WS-NTE-AVAIL = 'Y'
               CLOSE NTE-FILE
           END-IF.
           IF WS-VM-AVAIL = 'Y'
               CLOSE VM-FILE
           END-IF.
           IF WS-VPF-AVAIL = 'Y'
               CLOSE VPF-FILE
           END-IF.
           IF WS-VW-AVAIL = 'Y'
               CLOSE VW-FILE
           END-IF.
           IF WS-RVW-AVAIL = 'Y'
               CLOSE RVW-FILE
           END-IF.
           IF WS-CMP-AVAIL = 'Y'
               CLOSE CMP-FILE
           END-IF.
           IF WS-SUP-AVAIL = 'Y'
               CLOSE SUP-FILE
           END-IF.
      ******************************************************************
      * EACH SIDE NAMED ON THE REQUEST IS ERASED OR REFUSED ON ITS
      * OWN; THE REQUEST IS COMPLETED WHEN NOTHING WAS KEPT, PARTLY
      * DONE WHEN ONE SIDE WAS ERASED AND THE OTHER KEPT, AND
      * REFUSED WHEN NOTHING COULD BE ERASED.
      ******************************************************************
       200-ERASE-ONE.
           MOVE SPACE TO WS-VFX-RESULT
                         WS-CAP1-RESULT.
           MOVE SPACES TO WS-VFX-NOTE
                          WS-CAP1-NOTE
                          WS-OLD-CH-MAIL
                          WS-OLD-VM-MAIL.
           IF PRV-VM-ID NOT = ZERO
               PERFORM 300-VFX-MEMBER
           END-IF.
           IF PRV-CH-ID NOT = ZERO
               PERFORM 400-CAP1-ACCOUNT
           END-IF.
           IF WS-OLD-CH-MAIL NOT = SPACES
              OR WS-OLD-VM-MAIL NOT = SPACES
               PERFORM 600-MAIL-SPOOL
           END-IF.
           IF WS-SUP-AVAIL = 'Y'
               PERFORM 610-SUPPRESSION
           END-IF.
           IF WS-VFX-RESULT = 'E' OR WS-CAP1-RESULT = 'E'
               PERFORM 250-NOTE-ERASED
           END-IF.
           EVALUATE TRUE
               WHEN WS-VFX-RESULT = 'R' OR WS-CAP1-RESULT = 'R'
                   IF WS-VFX-RESULT = 'E' OR WS-CAP1-RESULT = 'E'
                       MOVE 'P' TO PRV-STATUS
                       ADD 1 TO WS-PART-CTR
                   ELSE
                       MOVE 'R' TO PRV-STATUS
                       ADD 1 TO WS-REFUSE-CTR
                   END-IF
               WHEN OTHER
                   MOVE 'C' TO PRV-STATUS
                   ADD 1 TO WS-DONE-CTR
           END-EVALUATE.
           MOVE WS-TODAY TO PRV-DONE-DATE.
           MOVE SPACES TO PRV-NOTE.
           EVALUATE TRUE
               WHEN WS-VFX-NOTE = SPACES
                   MOVE WS-CAP1-NOTE TO PRV-NOTE
               WHEN WS-CAP1-NOTE = SPACES
                   MOVE WS-VFX-NOTE TO PRV-NOTE
               WHEN OTHER
                   STRING WS-VFX-NOTE DELIMITED BY '  '
                           '; ' DELIMITED BY SIZE
                           WS-CAP1-NOTE DELIMITED BY '  '
                           INTO PRV-NOTE
           END-EVALUATE.
           REWRITE PRV-REC.
           MOVE 'PRVERA' TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-KEY.
           STRING PRV-ID ' ' PRV-STATUS DELIMITED BY SIZE
                   INTO WS-AUD-KEY.
           CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
      * ONLY THE SIDE ACTUALLY ERASED IS NOTED; AN EXPORT NAMING A
      * SIDE THAT WAS KEPT STAYS ON FILE FOR THAT SIDE.
      ******************************************************************
       250-NOTE-ERASED.
           IF WS-ER-CT >= WS-ER-MAX
               DISPLAY 'MORE THAN ' WS-ER-MAX ' ERASED THIS RUN - '
                       'EXPORT COPIES FOR REQUEST ' PRV-ID ' KEPT'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ER-CT.
           MOVE ZERO TO WS-ER-CH-ID (WS-ER-CT)
                        WS-ER-VM-ID (WS-ER-CT).
           IF WS-CAP1-RESULT = 'E'
               MOVE PRV-CH-ID TO WS-ER-CH-ID (WS-ER-CT)
           END-IF.
           IF WS-VFX-RESULT = 'E'
               MOVE PRV-VM-ID TO WS-ER-VM-ID (WS-ER-CT)
           END-IF.
      ******************************************************************
      * MONEY STILL MOVING BETWEEN US AND THE MEMBER KEEPS THE
      * MEMBERSHIP WHOLE UNTIL IT IS SETTLED. THE LAST NAME IS AN
      * ALTERNATE KEY WITHOUT DUPLICATES, SO IT TAKES THE MEMBER
      * NUMBER TO STAY UNIQUE.
      ******************************************************************
       300-VFX-MEMBER.
           IF WS-VM-AVAIL NOT = 'Y'
               MOVE 'M' TO WS-VFX-RESULT
               MOVE 'NO VFX MEMBER FILE' TO WS-VFX-NOTE
               EXIT PARAGRAPH
           END-IF.
           MOVE PRV-VM-ID TO VM-ID.
           READ VM-FILE
               INVALID KEY
                   MOVE 'M' TO WS-VFX-RESULT
                   MOVE 'VFX MEMBER NOT ON FILE' TO WS-VFX-NOTE
                   EXIT PARAGRAPH
           END-READ.
           IF VM-STORE-CREDIT > ZERO
               MOVE 'R' TO WS-VFX-RESULT
               MOVE 'VFX KEPT - STORE CREDIT STILL OWED TO MEMBER'
                   TO WS-VFX-NOTE
               EXIT PARAGRAPH
           END-IF.
           IF VM-PRORATE-DUE > ZERO
               MOVE 'R' TO WS-VFX-RESULT
               MOVE 'VFX KEPT - PLAN CHARGE STILL OWING'
                   TO WS-VFX-NOTE
               EXIT PARAGRAPH
           END-IF.
           IF VM-PLAN NOT = ZERO
               MOVE VM-PLAN TO WS-OLD-PLAN
               CALL 'G3-VFX-PLAN-LOG' USING VM-ID, WS-PLAN-EVENT,
                       WS-OLD-PLAN, WS-PLAN-NONE, WS-PLAN-REASON
           END-IF.
           MOVE VM-EMAIL TO WS-OLD-VM-MAIL.
           MOVE SPACES TO WS-ERASED-ID.
           STRING 'ERASED-' VM-ID DELIMITED BY SIZE
                   INTO WS-ERASED-ID.
           MOVE 'ERASED' TO VM-FNAME.
           MOVE WS-ERASED-ID TO VM-LNAME.
           MOVE 'ERASED' TO VM-ADDRESS.
           MOVE ZERO TO VM-PHONE
                        VM-ZIP
                        VM-CC
                        VM-PLAN
                        VM-CREDITS.
           MOVE SPACES TO VM-EMAIL.
           MOVE 'E' TO VM-STATUS.
           MOVE 'Y' TO VM-RECO-OPTOUT.
           REWRITE VM-REC.
           IF WS-VPF-AVAIL = 'Y'
               PERFORM 310-PROFILES
           END-IF.
           IF WS-VW-AVAIL = 'Y'
               PERFORM 320-WISHLIST
           END-IF.
           IF WS-RVW-AVAIL = 'Y'
               PERFORM 330-REVIEWS
           END-IF.
           IF WS-CMP-AVAIL = 'Y'
               MOVE 'V' TO WS-CMP-TYPE
               MOVE PRV-VM-ID TO WS-CMP-PARTY
               PERFORM 650-COMPLAINTS
           END-IF.
           MOVE 'E' TO WS-VFX-RESULT.
           MOVE 'VFX MEMBER ERASED' TO WS-VFX-NOTE.
           MOVE 'PRVERV' TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-KEY.
           STRING PRV-ID ' ' VM-ID DELIMITED BY SIZE INTO WS-AUD-KEY.
           CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       310-PROFILES.
           MOVE PRV-VM-ID TO VPF-VM-ID.
           MOVE ZERO TO VPF-NO.
           MOVE SPACES TO WS-SCAN-EOF.
           START VPF-FILE KEY NOT LESS THAN VPF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ VPF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF VPF-VM-ID NOT = PRV-VM-ID
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           MOVE 'ERASED' TO VPF-NAME
                           MOVE 'R' TO VPF-STATUS
                           MOVE WS-TODAY TO VPF-SET-DATE
                           MOVE WS-OPERATOR-ID TO VPF-SET-BY
                           REWRITE VPF-REC
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       320-WISHLIST.
           MOVE ZERO TO VW-ID.
           MOVE SPACES TO WS-SCAN-EOF.
           START VW-FILE KEY NOT LESS THAN VW-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ VW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF VW-VM-ID = PRV-VM-ID
                           DELETE VW-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * THE STARS STAY IN THE TITLE'S AVERAGE; ONLY THE MEMBER'S OWN
      * WORDS ARE TAKEN DOWN.
      ******************************************************************
       330-REVIEWS.
           MOVE ZERO TO RVW-VML-ID
                        RVW-VM-ID.
           MOVE SPACES TO WS-SCAN-EOF.
           START RVW-FILE KEY NOT LESS THAN RVW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ RVW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF RVW-VM-ID = PRV-VM-ID
                           MOVE 'REMOVED AT THE MEMBER''S REQUEST'
                               TO RVW-TEXT
                           MOVE WS-TODAY TO RVW-MOD-DATE
                           MOVE WS-OPERATOR-ID TO RVW-MOD-BY
                           REWRITE RVW-REC
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * A CARD ACCOUNT IS A FINANCIAL RECORD: IT MUST BE CLOSED WITH
      * NOTHING OWING EITHER WAY, AND ITS RETENTION PERIOD RUNS FROM
      * THE LAST TRANSACTION OR ACCOUNT CHANGE, LIVE OR ARCHIVED.
      * THE CARD NUMBERS STAY, AS THE RETAINED TRANSACTIONS AND THE
      * AUDIT TRAIL ARE KEYED BY THEM; THE EMAIL IS AN ALTERNATE KEY
      * WITHOUT DUPLICATES, SO IT TAKES THE ACCOUNT NUMBER.
      ******************************************************************
       400-CAP1-ACCOUNT.
           MOVE PRV-CH-ID TO CH-ID-KEY.
           READ CH-FILE
               INVALID KEY
                   MOVE 'M' TO WS-CAP1-RESULT
                   MOVE 'CAP1 ACCOUNT NOT ON FILE' TO WS-CAP1-NOTE
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'R' TO WS-CAP1-RESULT.
           EVALUATE TRUE
               WHEN CH-STAT-CHARGED-OFF
                   MOVE 'CAP1 KEPT - CHARGED-OFF DEBT UNDER RECOVERY'
                       TO WS-CAP1-NOTE
                   EXIT PARAGRAPH
               WHEN NOT CH-STAT-CLOSED
                   MOVE 'CAP1 KEPT - ACCOUNT IS NOT CLOSED'
                       TO WS-CAP1-NOTE
                   EXIT PARAGRAPH
               WHEN CH-BAL NOT = ZERO OR CH-MEMO-BAL NOT = ZERO
                   MOVE 'CAP1 KEPT - CLOSED ACCOUNT STILL HAS A BALANCE'
                       TO WS-CAP1-NOTE
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM 410-LAST-ACTIVITY.
           IF WS-LAST-ACT NOT = ZERO
               COMPUTE WS-RETAIN-END =
                   WS-LAST-ACT + CAP1-PRIV-RETAIN-YR * 10000
               IF WS-RETAIN-END (5:4) = '0229'
                  AND FUNCTION TEST-DATE-YYYYMMDD (WS-RETAIN-END)
                      NOT = ZERO
                   MOVE '0301' TO WS-RETAIN-END (5:4)
               END-IF
               IF WS-TODAY < WS-RETAIN-END
                   STRING 'CAP1 KEPT - UNDER RETENTION UNTIL '
                           WS-RETAIN-END
                           DELIMITED BY SIZE INTO WS-CAP1-NOTE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE CH-EMAIL TO WS-OLD-CH-MAIL.
           MOVE SPACES TO WS-ERASED-ID.
           STRING 'ERASED-' CH-ID DELIMITED BY SIZE
                   INTO WS-ERASED-ID.
           MOVE 'ERASED' TO CH-FNAME
                            CH-LNAME
                            CH-ADDRESS.
           MOVE WS-ERASED-ID TO CH-EMAIL.
           MOVE ZERO TO CH-PHONE
                        CH-ZIP
                        CH-BILL-ZIP
                        CH-AUTOPAY-RTG
                        CH-ALERT-AMT.
           MOVE SPACES TO CH-BILL-ADDRESS.
           MOVE 'N' TO CH-AUTOPAY
                       CH-BILL-USE-2
                       CH-ALERT-OOP.
           REWRITE CH-REC.
           IF WS-AUS-AVAIL = 'Y'
               PERFORM 420-AUTH-USERS
           END-IF.
           IF WS-NTE-AVAIL = 'Y'
               PERFORM 430-NOTES
           END-IF.
           PERFORM 500-CHANGE-HISTORY.
           IF WS-CMP-AVAIL = 'Y'
               MOVE 'C' TO WS-CMP-TYPE
               MOVE PRV-CH-ID TO WS-CMP-PARTY
               PERFORM 650-COMPLAINTS
           END-IF.
           MOVE 'E' TO WS-CAP1-RESULT.
           MOVE 'CAP1 ACCOUNT ERASED' TO WS-CAP1-NOTE.
           MOVE 'PRVERC' TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-KEY.
           STRING PRV-ID ' ' CH-ID DELIMITED BY SIZE INTO WS-AUD-KEY.
           CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       410-LAST-ACTIVITY.
           MOVE ZERO TO WS-LAST-ACT.
           MOVE PRV-CH-ID TO CC-ID.
           MOVE LOW-VALUES TO CC-TRAN-TSTAMP.
           MOVE ZERO TO CC-TRAN-SEQ.
           MOVE SPACES TO WS-SCAN-EOF.
           START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CC-TRAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CC-ID NOT = PRV-CH-ID
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           MOVE CC-TRAN-TSTAMP (1:8) TO WS-ACT-X
                           PERFORM 415-TAKE-DATE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-SCAN-EOF.
           OPEN INPUT CC-ARCH-FILE.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CC-ARCH-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CC-ARCH-ID = PRV-CH-ID
                           MOVE CC-ARCH-TSTAMP (1:8) TO WS-ACT-X
                           PERFORM 415-TAKE-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CC-ARCH-FILE.
           MOVE SPACES TO WS-SCAN-EOF.
           OPEN INPUT CHHIST-FILE.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CHHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CHH-CH-ID = PRV-CH-ID
                           MOVE CHH-TSTAMP (1:8) TO WS-ACT-X
                           PERFORM 415-TAKE-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHHIST-FILE.
      ******************************************************************
       415-TAKE-DATE.
           IF WS-ACT-X IS NUMERIC
               MOVE WS-ACT-X TO WS-ACT-DATE
               IF WS-ACT-DATE > WS-LAST-ACT
                   MOVE WS-ACT-DATE TO WS-LAST-ACT
               END-IF
           END-IF.
      ******************************************************************
       420-AUTH-USERS.
           MOVE PRV-CH-ID TO AUS-CH-ID.
           MOVE ZERO TO AUS-SEQ.
           MOVE SPACES TO WS-SCAN-EOF.
           START AUS-FILE KEY NOT LESS THAN AUS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ AUS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF AUS-CH-ID NOT = PRV-CH-ID
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           MOVE 'ERASED' TO AUS-FNAME
                                            AUS-LNAME
                           MOVE SPACES TO AUS-RELATION
                           MOVE 'R' TO AUS-STATUS
                           REWRITE AUS-REC
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       430-NOTES.
           MOVE PRV-CH-ID TO NTE-CH-ID.
           MOVE LOW-VALUES TO NTE-TSTAMP.
           MOVE ZERO TO NTE-SEQ.
           MOVE SPACES TO WS-SCAN-EOF.
           START NTE-FILE KEY NOT LESS THAN NTE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ NTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF NTE-CH-ID NOT = PRV-CH-ID
                           MOVE 'Y' TO WS-SCAN-EOF
                       ELSE
                           MOVE 'ERASED' TO NTE-TEXT
                           REWRITE NTE-REC
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * CHHIST.TXT IS LINE SEQUENTIAL: COPIED TO THE WORK FILE WITH
      * THE ACCOUNT'S BEFORE AND AFTER IMAGES BLANKED, THEN BACK.
      ******************************************************************
       500-CHANGE-HISTORY.
           MOVE SPACES TO WS-SCAN-EOF.
           OPEN INPUT CHHIST-FILE.
           OPEN OUTPUT PRVW-FILE.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CHHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CHH-CH-ID = PRV-CH-ID
                           MOVE 'ERASED' TO CHH-OLD-VALUE
                                            CHH-NEW-VALUE
                       END-IF
                       MOVE CHHIST-REC TO PRVW-LINE
                       WRITE PRVW-LINE
               END-READ
           END-PERFORM.
           CLOSE CHHIST-FILE
                 PRVW-FILE.
           MOVE SPACES TO WS-SCAN-EOF.
           OPEN INPUT PRVW-FILE.
           OPEN OUTPUT CHHIST-FILE.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PRVW-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE PRVW-LINE TO CHHIST-REC
                       WRITE CHHIST-REC
               END-READ
           END-PERFORM.
           CLOSE PRVW-FILE
                 CHHIST-FILE.
      ******************************************************************
      * NOTICES TO AN ERASED ADDRESS LOSE THE ADDRESS AND BODY; ONE
      * NOT YET SENT IS WITHHELD SO THE SPOOL DOES NOT RETRY IT.
      ******************************************************************
       600-MAIL-SPOOL.
           MOVE SPACES TO WS-SCAN-EOF.
           OPEN INPUT EMAIL-FILE.
           OPEN OUTPUT PRVW-FILE.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ EMAIL-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF (WS-OLD-CH-MAIL NOT = SPACES
                               AND EMAIL-TO = WS-OLD-CH-MAIL)
                          OR (WS-OLD-VM-MAIL NOT = SPACES
                               AND EMAIL-TO = WS-OLD-VM-MAIL)
                           MOVE 'ERASED' TO EMAIL-TO
                           MOVE SPACES TO EMAIL-BODY
                           IF EMAIL-STATUS = 'Q' OR EMAIL-STATUS = SPACE
                               MOVE 'W' TO EMAIL-STATUS
                           END-IF
                       END-IF
                       MOVE EMAIL-REC TO PRVW-LINE
                       WRITE PRVW-LINE
               END-READ
           END-PERFORM.
           CLOSE EMAIL-FILE
                 PRVW-FILE.
           MOVE SPACES TO WS-SCAN-EOF.
           OPEN INPUT PRVW-FILE.
           OPEN OUTPUT EMAIL-FILE.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PRVW-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE PRVW-LINE TO EMAIL-REC
                       WRITE EMAIL-REC
               END-READ
           END-PERFORM.
           CLOSE PRVW-FILE
                 EMAIL-FILE.
      ******************************************************************
      * THE SUPPRESSION LIST IS KEYED BY THE ADDRESS ITSELF, SO AN
      * ERASED ADDRESS'S ROW IS DELETED; THE ACCOUNT NO LONGER
      * CARRIES THE ADDRESS FOR ANYTHING TO BE QUEUED TO IT.
      ******************************************************************
       610-SUPPRESSION.
           IF WS-OLD-CH-MAIL NOT = SPACES
               MOVE WS-OLD-CH-MAIL TO SUP-EMAIL
               DELETE SUP-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           IF WS-OLD-VM-MAIL NOT = SPACES
               MOVE WS-OLD-VM-MAIL TO SUP-EMAIL
               DELETE SUP-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
      ******************************************************************
      * THE CASE STAYS FOR THE COMPLAINT REGISTER AND ITS REGULATORY
      * COUNTS; ONLY THE PERSON'S NAME AND WORDS COME OFF IT.
      ******************************************************************
       650-COMPLAINTS.
           MOVE ZERO TO CMP-ID.
           MOVE SPACES TO WS-SCAN-EOF.
           START CMP-FILE KEY NOT LESS THAN CMP-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CMP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CMP-PARTY-TYPE = WS-CMP-TYPE
                               AND CMP-PARTY-ID = WS-CMP-PARTY
                           MOVE 'ERASED' TO CMP-NAME
                           MOVE SPACES TO CMP-SUMMARY
                                          CMP-NOTE
                                          CMP-RES-TEXT
                           REWRITE CMP-REC
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * AN EXPORT SECTION RUNS FROM ITS '=' RULE AND 'PRIVACY REQUEST'
      * HEADING TO ITS 'END OF REQUEST' LINE. EVERY SECTION WRITTEN
      * FOR AN EXPORT REQUEST NAMING AN ACCOUNT OR MEMBER ERASED THIS
      * RUN IS DROPPED; THE FILE IS REWRITTEN THROUGH THE WORK FILE.
      ******************************************************************
       700-EXPORT-COPIES.
           MOVE ZERO TO WS-XR-CT.
           MOVE SPACES TO WS-SCAN-EOF.
           MOVE ZERO TO PRV-ID.
           START PRV-FILE KEY NOT LESS THAN PRV-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PRV-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF PRV-EXPORT
                           PERFORM 710-MATCH-EXPORT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-XR-FULL = 'Y'
               DISPLAY 'MORE THAN ' WS-XR-MAX ' EXPORTS TO REMOVE - '
                       'RERUN TO REMOVE THE REST'
           END-IF.
           IF WS-XR-CT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-HELD-SEP
                       WS-DROPPING.
           MOVE SPACES TO WS-SCAN-EOF.
           OPEN INPUT PRVX-FILE.
           OPEN OUTPUT PRVW-FILE.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PRVX-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM 720-ONE-EXPORT-LINE
               END-READ
           END-PERFORM.
           IF WS-HELD-SEP = 'Y'
               MOVE WS-SEP-LINE TO PRVW-LINE
               WRITE PRVW-LINE
           END-IF.
           CLOSE PRVX-FILE
                 PRVW-FILE.
           MOVE SPACES TO WS-SCAN-EOF.
           OPEN INPUT PRVW-FILE.
           OPEN OUTPUT PRVX-FILE.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PRVW-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE PRVW-LINE TO PRVX-LINE
                       WRITE PRVX-LINE
               END-READ
           END-PERFORM.
           CLOSE PRVW-FILE
                 PRVX-FILE.
      ******************************************************************
       710-MATCH-EXPORT.
           MOVE 'N' TO WS-XR-HIT.
           PERFORM VARYING WS-ER-IX FROM 1 BY 1
                   UNTIL WS-ER-IX > WS-ER-CT OR WS-XR-HIT = 'Y'
               IF (WS-ER-CH-ID (WS-ER-IX) NOT = ZERO
                       AND WS-ER-CH-ID (WS-ER-IX) = PRV-CH-ID)
                  OR (WS-ER-VM-ID (WS-ER-IX) NOT = ZERO
                       AND WS-ER-VM-ID (WS-ER-IX) = PRV-VM-ID)
                   MOVE 'Y' TO WS-XR-HIT
               END-IF
           END-PERFORM.
           IF WS-XR-HIT = 'Y'
               IF WS-XR-CT >= WS-XR-MAX
                   MOVE 'Y' TO WS-XR-FULL
               ELSE
                   ADD 1 TO WS-XR-CT
                   MOVE PRV-ID TO WS-XR-ID (WS-XR-CT)
                   MOVE SPACES TO PRV-NOTE
                   STRING 'EXPORT REMOVED FROM PRIVEXP.TXT ON ERASURE '
                           WS-TODAY DELIMITED BY SIZE INTO PRV-NOTE
                   REWRITE PRV-REC
               END-IF
           END-IF.
      ******************************************************************
      * A '=' RULE IS HELD UNTIL THE NEXT LINE SHOWS WHOSE SECTION IT
      * OPENS.
      ******************************************************************
       720-ONE-EXPORT-LINE.
           IF PRVX-LINE = WS-SEP-LINE
               IF WS-HELD-SEP = 'Y' AND WS-DROPPING NOT = 'Y'
                   MOVE WS-SEP-LINE TO PRVW-LINE
                   WRITE PRVW-LINE
               END-IF
               MOVE 'Y' TO WS-HELD-SEP
               EXIT PARAGRAPH
           END-IF.
           IF PRVX-LINE (1:16) = 'PRIVACY REQUEST '
               MOVE PRVX-LINE (17:8) TO WS-SEC-ID
               MOVE 'N' TO WS-DROPPING
               PERFORM VARYING WS-XR-IX FROM 1 BY 1
                       UNTIL WS-XR-IX > WS-XR-CT OR WS-DROPPING = 'Y'
                   IF WS-XR-ID (WS-XR-IX) = WS-SEC-ID
                       MOVE 'Y' TO WS-DROPPING
                   END-IF
               END-PERFORM
               IF WS-DROPPING = 'Y'
                   ADD 1 TO WS-XR-DROP-CTR
               END-IF
           END-IF.
           IF WS-DROPPING = 'Y'
               MOVE 'N' TO WS-HELD-SEP
               IF PRVX-LINE (1:15) = 'END OF REQUEST '
                   MOVE 'N' TO WS-DROPPING
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-HELD-SEP = 'Y'
               MOVE WS-SEP-LINE TO PRVW-LINE
               WRITE PRVW-LINE
               MOVE 'N' TO WS-HELD-SEP
           END-IF.
           MOVE PRVX-LINE TO PRVW-LINE.
           WRITE PRVW-LINE.
