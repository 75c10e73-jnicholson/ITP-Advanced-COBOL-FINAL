      ******************************************************************
      *PROGRAM:  Group 3 Privacy Export Batch
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Works the open export requests on PRIVREQ.DAT
      *          (logged at G3-PRIV-DESK). For each one it writes a
      *          section to PRIVEXP.TXT holding, in plain text,
      *          everything tied to the person across both
      *          subsystems: the CAP1 account, its authorized users,
      *          contact notes, change history and transactions (live
      *          and archived); the VFX membership, its viewer
      *          profiles, wishlist, purchases and reviews; the
      *          notices spooled to either email address; complaint
      *          cases the cardholder or member raised; and every
      *          audit trail entry naming the account or the member.
      *          Card and bank numbers show their last four only. The
      *          request is then closed completed with the count of
      *          records written. Run nightly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-PRIV-EXPORT IS INITIAL.
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
       COPY SELECT-AUDIT.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFXPROF.
       COPY SELECT-VFX-WISH.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFXREVW.
       COPY SELECT-COMPLAINT.
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
       COPY FD-AUDIT.
       COPY FD-VFX-MBR.
       COPY FD-VFXPROF.
       COPY FD-VFX-WISH.
       COPY FD-VFX-PUR.
       COPY FD-VFXREVW.
       COPY FD-COMPLAINT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-PRV-EOF                  PIC X VALUE SPACES.
       01  WS-SCAN-EOF                 PIC X VALUE SPACES.
       01  WS-AUS-AVAIL                PIC X VALUE 'N'.
       01  WS-NTE-AVAIL                PIC X VALUE 'N'.
       01  WS-VM-AVAIL                 PIC X VALUE 'N'.
       01  WS-VPF-AVAIL                PIC X VALUE 'N'.
       01  WS-VW-AVAIL                 PIC X VALUE 'N'.
       01  WS-VTP-AVAIL                PIC X VALUE 'N'.
       01  WS-RVW-AVAIL                PIC X VALUE 'N'.
       01  WS-CMP-AVAIL                PIC X VALUE 'N'.
       01  WS-REQ-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-LINE-CTR                 PIC 9(5) VALUE ZERO.
       01  WS-CH-FOUND                 PIC X VALUE 'N'.
       01  WS-VM-FOUND                 PIC X VALUE 'N'.
       01  WS-CH-MAIL                  PIC X(35) VALUE SPACES.
       01  WS-VM-MAIL                  PIC X(35) VALUE SPACES.
       01  WS-CH-ID-X                  PIC X(8) VALUE SPACES.
       01  WS-VM-ID-X                  PIC X(8) VALUE SPACES.
       01  WS-HITS                     PIC 9(3) VALUE ZERO.
       01  WS-LAST4                    PIC X(4) VALUE SPACES.
       01  WS-SHOW-AMT                 PIC Z(6)9.99-.
       01  WS-SHOW-PRICE               PIC Z9.99.
       01  WS-SHOW-PTS                 PIC Z(8)9.
       01  WS-SHOW-LIMIT               PIC Z(6)9.
       01  WS-XP-LABEL                 PIC X(16) VALUE SPACES.
       01  WS-XP-VALUE                 PIC X(80) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-PRIV-EXPORT' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
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
                       IF PRV-OPEN AND PRV-EXPORT
                           PERFORM 200-EXPORT-ONE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 160-CLOSE-FILES.
           DISPLAY 'PRIVACY EXPORT COMPLETE. REQUESTS: ' WS-REQ-CTR.
           GOBACK.
      ******************************************************************
      * THE SUBSIDIARY FILES ARE OPTIONAL; ONE NOT YET CREATED SIMPLY
      * HOLDS NOTHING ON THE PERSON. THE LINE SEQUENTIAL FILES ARE
      * OPENED PER REQUEST, AS EACH IS READ FROM THE TOP.
      ******************************************************************
       150-OPEN-FILES.
           OPEN INPUT CH-FILE.
           OPEN INPUT CC-TRAN-FILE.
           OPEN EXTEND PRVX-FILE.
           OPEN INPUT AUS-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-AUS-AVAIL
           END-IF.
           OPEN INPUT NTE-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-NTE-AVAIL
           END-IF.
           OPEN INPUT VM-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VM-AVAIL
           END-IF.
           OPEN INPUT VPF-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VPF-AVAIL
           END-IF.
           OPEN INPUT VW-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VW-AVAIL
           END-IF.
           OPEN INPUT VTP-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-VTP-AVAIL
           END-IF.
           OPEN INPUT RVW-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-RVW-AVAIL
           END-IF.
           OPEN INPUT CMP-FILE.
           IF WS-STAT = ZERO
               MOVE 'Y' TO WS-CMP-AVAIL
           END-IF.
      ******************************************************************
       160-CLOSE-FILES.
           CLOSE PRV-FILE
                 CH-FILE
                 CC-TRAN-FILE
                 PRVX-FILE.
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
           IF WS-VTP-AVAIL = 'Y'
               CLOSE VTP-FILE
           END-IF.
           IF WS-RVW-AVAIL = 'Y'
               CLOSE RVW-FILE
           END-IF.
           IF WS-CMP-AVAIL = 'Y'
               CLOSE CMP-FILE
           END-IF.
      ******************************************************************
       200-EXPORT-ONE.
           ADD 1 TO WS-REQ-CTR.
           MOVE ZERO TO WS-LINE-CTR.
           MOVE 'N' TO WS-CH-FOUND
                       WS-VM-FOUND.
           MOVE SPACES TO WS-CH-MAIL
                          WS-VM-MAIL
                          WS-CH-ID-X
                          WS-VM-ID-X.
           MOVE ALL '=' TO PRVX-LINE.
           WRITE PRVX-LINE.
           MOVE SPACES TO PRVX-LINE.
           STRING 'PRIVACY REQUEST ' PRV-ID
                   '   COPY OF THE RECORDS WE HOLD   PREPARED '
                   WS-TODAY DELIMITED BY SIZE INTO PRVX-LINE.
           WRITE PRVX-LINE.
           MOVE SPACES TO PRVX-LINE.
           STRING 'FOR ' PRV-NAME '   RECEIVED ' PRV-RECV-DATE
                   DELIMITED BY SIZE INTO PRVX-LINE.
           WRITE PRVX-LINE.
           IF PRV-CH-ID NOT = ZERO
               MOVE PRV-CH-ID TO WS-CH-ID-X
               PERFORM 300-CAP1-ACCOUNT
           END-IF.
           IF PRV-VM-ID NOT = ZERO
               MOVE PRV-VM-ID TO WS-VM-ID-X
               PERFORM 400-VFX-MEMBER
           END-IF.
           IF WS-CH-MAIL NOT = SPACES OR WS-VM-MAIL NOT = SPACES
               PERFORM 500-MAIL-SPOOL
           END-IF.
           IF WS-CMP-AVAIL = 'Y'
               PERFORM 550-COMPLAINTS
           END-IF.
           PERFORM 600-AUDIT-TRAIL.
           MOVE SPACES TO PRVX-LINE.
           STRING 'END OF REQUEST ' PRV-ID ' - ' WS-LINE-CTR
                   ' RECORDS' DELIMITED BY SIZE INTO PRVX-LINE.
           WRITE PRVX-LINE.
           MOVE 'C' TO PRV-STATUS.
           MOVE WS-TODAY TO PRV-DONE-DATE.
           MOVE SPACES TO PRV-NOTE.
           STRING 'EXPORT WRITTEN TO PRIVEXP.TXT - ' WS-LINE-CTR
                   ' RECORDS' DELIMITED BY SIZE INTO PRV-NOTE.
           REWRITE PRV-REC.
           MOVE 'PRVEXP' TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-KEY.
           STRING PRV-ID ' ' WS-LINE-CTR DELIMITED BY SIZE
                   INTO WS-AUD-KEY.
           CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
                   WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       300-CAP1-ACCOUNT.
           PERFORM 900-SECTION-BREAK.
           MOVE PRV-CH-ID TO CH-ID-KEY.
           READ CH-FILE
               INVALID KEY
                   MOVE SPACES TO PRVX-LINE
                   STRING 'CAP1 ACCOUNT ' PRV-CH-ID
                           ' - NO LONGER ON FILE'
                           DELIMITED BY SIZE INTO PRVX-LINE
                   WRITE PRVX-LINE
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO WS-CH-FOUND.
           ADD 1 TO WS-LINE-CTR.
           MOVE CH-EMAIL TO WS-CH-MAIL.
           MOVE 'CAP1 ACCOUNT' TO WS-XP-LABEL.
           MOVE CH-ID TO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           MOVE 'NAME' TO WS-XP-LABEL.
           MOVE SPACES TO WS-XP-VALUE.
           STRING CH-FNAME ' ' CH-LNAME DELIMITED BY SIZE
                   INTO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           MOVE 'ADDRESS' TO WS-XP-LABEL.
           MOVE SPACES TO WS-XP-VALUE.
           STRING CH-ADDRESS ' ' CH-ZIP DELIMITED BY SIZE
                   INTO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           IF CH-BILL-ADDRESS NOT = SPACES
               MOVE 'BILLING ADDRESS' TO WS-XP-LABEL
               MOVE SPACES TO WS-XP-VALUE
               STRING CH-BILL-ADDRESS ' ' CH-BILL-ZIP
                       DELIMITED BY SIZE INTO WS-XP-VALUE
               PERFORM 910-PUT-FIELD
           END-IF.
           MOVE 'PHONE' TO WS-XP-LABEL.
           MOVE CH-PHONE TO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           MOVE 'EMAIL' TO WS-XP-LABEL.
           MOVE CH-EMAIL TO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           MOVE CH-CC (13:4) TO WS-LAST4.
           MOVE 'CARD' TO WS-XP-LABEL.
           MOVE SPACES TO WS-XP-VALUE.
           STRING 'ENDING ' WS-LAST4 '  EXPIRES ' CH-CC-EXP
                   DELIMITED BY SIZE INTO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           IF CH-CC-2 NOT = ZERO
               MOVE CH-CC-2 (13:4) TO WS-LAST4
               MOVE 'SECOND CARD' TO WS-XP-LABEL
               MOVE SPACES TO WS-XP-VALUE
               STRING 'ENDING ' WS-LAST4 '  EXPIRES ' CH-CC-2-EXP
                       DELIMITED BY SIZE INTO WS-XP-VALUE
               PERFORM 910-PUT-FIELD
           END-IF.
           MOVE 'STATUS' TO WS-XP-LABEL.
           EVALUATE TRUE
               WHEN CH-STAT-ACTIVE
                   MOVE 'OPEN' TO WS-XP-VALUE
               WHEN CH-STAT-CLOSED
                   MOVE 'CLOSED' TO WS-XP-VALUE
               WHEN CH-STAT-FROZEN
                   MOVE 'FROZEN' TO WS-XP-VALUE
               WHEN CH-STAT-CHARGED-OFF
                   MOVE 'CHARGED OFF' TO WS-XP-VALUE
               WHEN OTHER
                   MOVE CH-STATUS TO WS-XP-VALUE
           END-EVALUATE.
           PERFORM 910-PUT-FIELD.
           MOVE CH-LIMIT TO WS-SHOW-LIMIT.
           MOVE CH-BAL TO WS-SHOW-AMT.
           MOVE 'LIMIT/BALANCE' TO WS-XP-LABEL.
           MOVE SPACES TO WS-XP-VALUE.
           STRING WS-SHOW-LIMIT ' / ' WS-SHOW-AMT
                   DELIMITED BY SIZE INTO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           MOVE CH-POINTS TO WS-SHOW-PTS.
           MOVE 'REWARDS POINTS' TO WS-XP-LABEL.
           MOVE WS-SHOW-PTS TO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           IF CH-AUTOPAY-ON
               MOVE CH-AUTOPAY-RTG (6:4) TO WS-LAST4
               MOVE 'AUTOPAY' TO WS-XP-LABEL
               MOVE SPACES TO WS-XP-VALUE
               STRING 'ON  BANK ROUTING ENDING ' WS-LAST4
                       DELIMITED BY SIZE INTO WS-XP-VALUE
               PERFORM 910-PUT-FIELD
           END-IF.
           IF CH-ALERT-AMT NOT = ZERO OR CH-ALERT-OOP = 'Y'
               MOVE CH-ALERT-AMT TO WS-SHOW-AMT
               MOVE 'ALERTS' TO WS-XP-LABEL
               MOVE SPACES TO WS-XP-VALUE
               STRING 'CHARGES OVER ' WS-SHOW-AMT
                       '  OUT OF PATTERN ' CH-ALERT-OOP
                       DELIMITED BY SIZE INTO WS-XP-VALUE
               PERFORM 910-PUT-FIELD
           END-IF.
           IF WS-AUS-AVAIL = 'Y'
               PERFORM 310-AUTH-USERS
           END-IF.
           IF WS-NTE-AVAIL = 'Y'
               PERFORM 320-NOTES
           END-IF.
           PERFORM 330-CHANGE-HISTORY.
           PERFORM 340-TRANSACTIONS.
           PERFORM 345-ARCHIVED-TRANS.
      ******************************************************************
       310-AUTH-USERS.
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
                           MOVE AUS-CARD (13:4) TO WS-LAST4
                           MOVE SPACES TO PRVX-LINE
                           STRING 'AUTHORIZED USER ' AUS-SEQ ' '
                                   AUS-FNAME ' ' AUS-LNAME ' '
                                   AUS-RELATION ' CARD ENDING '
                                   WS-LAST4 ' STATUS ' AUS-STATUS
                                   DELIMITED BY SIZE INTO PRVX-LINE
                           PERFORM 920-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       320-NOTES.
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
                           MOVE SPACES TO PRVX-LINE
                           STRING 'NOTE ' NTE-TSTAMP ' '
                                   NTE-OPERATOR ' ' NTE-TEXT
                                   DELIMITED BY SIZE INTO PRVX-LINE
                           PERFORM 920-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       330-CHANGE-HISTORY.
           MOVE SPACES TO WS-SCAN-EOF.
           OPEN INPUT CHHIST-FILE.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CHHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CHH-CH-ID = PRV-CH-ID
                           MOVE SPACES TO PRVX-LINE
                           STRING 'CHANGED ' CHH-TSTAMP ' '
                                   CHH-OPERATOR ' ' CHH-FIELD ' FROM '
                                   CHH-OLD-VALUE ' TO ' CHH-NEW-VALUE
                                   DELIMITED BY SIZE INTO PRVX-LINE
                           PERFORM 920-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHHIST-FILE.
      ******************************************************************
       340-TRANSACTIONS.
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
                           MOVE CC-TRAN-PRICE TO WS-SHOW-AMT
                           MOVE CC-TRAN-CARD (13:4) TO WS-LAST4
                           MOVE SPACES TO PRVX-LINE
                           STRING 'TRANSACTION ' CC-TRAN-TSTAMP ' '
                                   TRAN-TYPE ' ' WS-SHOW-AMT ' '
                                   CC-TRAN-ITEM ' CARD ENDING '
                                   WS-LAST4
                                   DELIMITED BY SIZE INTO PRVX-LINE
                           PERFORM 920-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       345-ARCHIVED-TRANS.
           MOVE SPACES TO WS-SCAN-EOF.
           OPEN INPUT CC-ARCH-FILE.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CC-ARCH-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF CC-ARCH-ID = PRV-CH-ID
                           MOVE CC-ARCH-PRICE TO WS-SHOW-AMT
                           MOVE CC-ARCH-CARD (13:4) TO WS-LAST4
                           MOVE SPACES TO PRVX-LINE
                           STRING 'ARCHIVED TRAN ' CC-ARCH-TSTAMP ' '
                                   CC-ARCH-TYPE ' ' WS-SHOW-AMT ' '
                                   CC-ARCH-ITEM ' CARD ENDING '
                                   WS-LAST4
                                   DELIMITED BY SIZE INTO PRVX-LINE
                           PERFORM 920-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CC-ARCH-FILE.
      ******************************************************************
       400-VFX-MEMBER.
           PERFORM 900-SECTION-BREAK.
           IF WS-VM-AVAIL NOT = 'Y'
               MOVE 'NO VFX MEMBER FILE' TO PRVX-LINE
               WRITE PRVX-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE PRV-VM-ID TO VM-ID.
           READ VM-FILE
               INVALID KEY
                   MOVE SPACES TO PRVX-LINE
                   STRING 'VFX MEMBER ' PRV-VM-ID
                           ' - NO LONGER ON FILE'
                           DELIMITED BY SIZE INTO PRVX-LINE
                   WRITE PRVX-LINE
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO WS-VM-FOUND.
           ADD 1 TO WS-LINE-CTR.
           MOVE VM-EMAIL TO WS-VM-MAIL.
           MOVE 'VFX MEMBER' TO WS-XP-LABEL.
           MOVE VM-ID TO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           MOVE 'NAME' TO WS-XP-LABEL.
           MOVE SPACES TO WS-XP-VALUE.
           STRING VM-FNAME ' ' VM-LNAME DELIMITED BY SIZE
                   INTO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           MOVE 'ADDRESS' TO WS-XP-LABEL.
           MOVE SPACES TO WS-XP-VALUE.
           STRING VM-ADDRESS ' ' VM-ZIP DELIMITED BY SIZE
                   INTO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           MOVE 'PHONE' TO WS-XP-LABEL.
           MOVE VM-PHONE TO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           MOVE 'EMAIL' TO WS-XP-LABEL.
           MOVE VM-EMAIL TO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           MOVE 'PAYS WITH CAP1' TO WS-XP-LABEL.
           MOVE VM-CC TO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           MOVE VM-STORE-CREDIT TO WS-SHOW-AMT.
           MOVE 'STATUS/PLAN' TO WS-XP-LABEL.
           MOVE SPACES TO WS-XP-VALUE.
           STRING VM-STATUS ' PLAN ' VM-PLAN ' CREDITS ' VM-CREDITS
                   ' STORE CREDIT ' WS-SHOW-AMT
                   DELIMITED BY SIZE INTO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           MOVE 'PREFERENCES' TO WS-XP-LABEL.
           MOVE SPACES TO WS-XP-VALUE.
           STRING 'RATING CEILING ' VM-RATING-CEIL
                   '  RECOMMENDATION EMAILS OFF ' VM-RECO-OPTOUT
                   DELIMITED BY SIZE INTO WS-XP-VALUE.
           PERFORM 910-PUT-FIELD.
           IF WS-VPF-AVAIL = 'Y'
               PERFORM 410-PROFILES
           END-IF.
           IF WS-VW-AVAIL = 'Y'
               PERFORM 420-WISHLIST
           END-IF.
           IF WS-VTP-AVAIL = 'Y'
               PERFORM 430-PURCHASES
           END-IF.
           IF WS-RVW-AVAIL = 'Y'
               PERFORM 440-REVIEWS
           END-IF.
      ******************************************************************
       410-PROFILES.
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
                           MOVE SPACES TO PRVX-LINE
                           STRING 'VIEWER PROFILE ' VPF-NO ' '
                                   VPF-NAME ' RATING CEILING '
                                   VPF-RATING-CEIL ' STATUS '
                                   VPF-STATUS
                                   DELIMITED BY SIZE INTO PRVX-LINE
                           PERFORM 920-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       420-WISHLIST.
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
                           MOVE SPACES TO PRVX-LINE
                           STRING 'WISHLIST TITLE ' VW-VML-ID
                                   ' ADDED ' VW-DATE-NUM
                                   ' PROFILE ' VW-PROF-NO
                                   DELIMITED BY SIZE INTO PRVX-LINE
                           PERFORM 920-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       430-PURCHASES.
           MOVE ZERO TO VTP-ID.
           MOVE SPACES TO WS-SCAN-EOF.
           START VTP-FILE KEY NOT LESS THAN VTP-ID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ VTP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF VTP-VM-ID OF VTP-REC = PRV-VM-ID
                           MOVE VTP-PRICE TO WS-SHOW-PRICE
                           MOVE SPACES TO PRVX-LINE
                           STRING 'PURCHASE ' VTP-ID ' TITLE '
                                   VTP-VML-ID OF VTP-REC ' ON '
                                   VTP-DATE ' KIND ' VTP-KIND
                                   ' PAID ' WS-SHOW-PRICE
                                   DELIMITED BY SIZE INTO PRVX-LINE
                           PERFORM 920-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       440-REVIEWS.
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
                           MOVE SPACES TO PRVX-LINE
                           STRING 'REVIEW OF TITLE ' RVW-VML-ID ' '
                                   RVW-STARS ' STARS ON ' RVW-DATE
                                   ' ' RVW-TEXT
                                   DELIMITED BY SIZE INTO PRVX-LINE
                           PERFORM 920-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       500-MAIL-SPOOL.
           PERFORM 900-SECTION-BREAK.
           MOVE SPACES TO WS-SCAN-EOF.
           OPEN INPUT EMAIL-FILE.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ EMAIL-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF (WS-CH-MAIL NOT = SPACES
                               AND EMAIL-TO = WS-CH-MAIL)
                          OR (WS-VM-MAIL NOT = SPACES
                               AND EMAIL-TO = WS-VM-MAIL)
                           MOVE SPACES TO PRVX-LINE
                           STRING 'NOTICE ' EMAIL-TSTAMP ' TO '
                                   EMAIL-TO ' ' EMAIL-SUBJECT
                                   ' STATUS ' EMAIL-STATUS
                                   DELIMITED BY SIZE INTO PRVX-LINE
                           PERFORM 920-PUT-LINE
                           IF EMAIL-BODY NOT = SPACES
                               MOVE SPACES TO PRVX-LINE
                               STRING '       ' EMAIL-BODY
                                   DELIMITED BY SIZE INTO PRVX-LINE
                               WRITE PRVX-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMAIL-FILE.
      ******************************************************************
      * A CASE BELONGS TO THE PERSON WHEN THEY RAISED IT AS THE
      * CARDHOLDER OR AS THE MEMBER NAMED ON THE REQUEST.
      ******************************************************************
       550-COMPLAINTS.
           PERFORM 900-SECTION-BREAK.
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
                       IF (CMP-PARTY-CARD AND PRV-CH-ID NOT = ZERO
                               AND CMP-PARTY-ID = PRV-CH-ID)
                          OR (CMP-PARTY-MEMBER AND PRV-VM-ID NOT = ZERO
                               AND CMP-PARTY-ID = PRV-VM-ID)
                           PERFORM 555-ONE-COMPLAINT
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
       555-ONE-COMPLAINT.
           MOVE SPACES TO PRVX-LINE.
           STRING 'COMPLAINT ' CMP-ID ' RECEIVED ' CMP-RECV-DATE
                   ' FROM ' CMP-NAME ' PRODUCT ' CMP-PRODUCT
                   ' CATEGORY ' CMP-CATEGORY ' STATUS ' CMP-STATUS
                   DELIMITED BY SIZE INTO PRVX-LINE.
           PERFORM 920-PUT-LINE.
           MOVE SPACES TO PRVX-LINE.
           STRING '       ' CMP-SUMMARY
                   DELIMITED BY SIZE INTO PRVX-LINE.
           WRITE PRVX-LINE.
           IF CMP-NOTE NOT = SPACES
               MOVE SPACES TO PRVX-LINE
               STRING '       LAST NOTE: ' CMP-NOTE
                       DELIMITED BY SIZE INTO PRVX-LINE
               WRITE PRVX-LINE
           END-IF.
           IF CMP-RESOLVED
               MOVE CMP-REMED-AMT TO WS-SHOW-AMT
               MOVE SPACES TO PRVX-LINE
               STRING '       RESOLVED ' CMP-RES-DATE ' '
                       CMP-RES-TEXT ' PAID ' WS-SHOW-AMT
                       DELIMITED BY SIZE INTO PRVX-LINE
               WRITE PRVX-LINE
           END-IF.
      ******************************************************************
      * AUDIT ENTRIES CARRY THE ACCOUNT OR MEMBER NUMBER SOMEWHERE IN
      * THEIR KEY, ALONE OR ALONGSIDE A QUOTE, CASE OR TITLE NUMBER.
      ******************************************************************
       600-AUDIT-TRAIL.
           PERFORM 900-SECTION-BREAK.
           MOVE SPACES TO WS-SCAN-EOF.
           OPEN INPUT AUDIT-FILE.
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE ZERO TO WS-HITS
                       IF WS-CH-ID-X NOT = SPACES
                           INSPECT AUD-KEY TALLYING WS-HITS
                                   FOR ALL WS-CH-ID-X
                       END-IF
                       IF WS-VM-ID-X NOT = SPACES
                           INSPECT AUD-KEY TALLYING WS-HITS
                                   FOR ALL WS-VM-ID-X
                       END-IF
                       IF WS-HITS > ZERO
                           MOVE SPACES TO PRVX-LINE
                           STRING 'AUDIT ' AUD-TSTAMP ' ' AUD-PROGRAM
                                   ' ' AUD-OPERATOR ' ' AUD-ACTION
                                   ' ' AUD-KEY
                                   DELIMITED BY SIZE INTO PRVX-LINE
                           PERFORM 920-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
      ******************************************************************
       900-SECTION-BREAK.
           MOVE ALL '-' TO PRVX-LINE.
           WRITE PRVX-LINE.
      ******************************************************************
       910-PUT-FIELD.
           MOVE SPACES TO PRVX-LINE.
           STRING '  ' WS-XP-LABEL ': ' WS-XP-VALUE
                   DELIMITED BY SIZE INTO PRVX-LINE.
           WRITE PRVX-LINE.
      ******************************************************************
       920-PUT-LINE.
           ADD 1 TO WS-LINE-CTR.
           WRITE PRVX-LINE.
