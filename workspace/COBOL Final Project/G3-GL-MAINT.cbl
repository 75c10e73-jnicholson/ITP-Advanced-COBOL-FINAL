      ******************************************************************
      *PROGRAM:  GL Chart of Accounts and Posting Rule Maintenance
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Admin-only maintenance of the general ledger set-up
      *          the journal extract posts by: list the chart of
      *          accounts (GLACCT.DAT), open a new account or change
      *          one's name, type or status, and list, add, change or
      *          delete the posting rules (GLRULE.DAT) that give each
      *          kind of event its debit and credit account. A rule
      *          may only name accounts open on the chart, and an
      *          account may not be closed while an active rule or
      *          the suspense parameter still points at it. Every
      *          change is audited. Reached from G3-MAIN option G;
      *          the menu refuses anyone below admin before this
      *          program is even called.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-GL-MAINT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-GLACCT.
       COPY SELECT-GLRULE.
      ******************************************************************
       DATA DIVISION.
       COPY FD-GLACCT.
       COPY FD-GLRULE.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-SIGNON.
       COPY WS-PARM.

       01  WS-PROG                     PIC X(20) VALUE 'G3-GL-MAINT'.
       01  WS-GM-SEL                   PIC X VALUE SPACE.
       01  WS-GLA-EOF                  PIC X VALUE SPACES.
       01  WS-GLR-EOF                  PIC X VALUE SPACES.
       01  WS-TODAY-N                  PIC 9(8) VALUE ZERO.
       01  WS-SUSP-ACCT                PIC 9(6) VALUE ZERO.
       01  WS-IN-ACCT                  PIC 9(6) VALUE ZERO.
       01  WS-IN-NAME                  PIC X(30) VALUE SPACES.
       01  WS-IN-TYPE                  PIC X VALUE SPACE.
       01  WS-IN-STATUS                PIC X VALUE SPACE.
       01  WS-IN-SUBSYS                PIC X(4) VALUE SPACES.
       01  WS-IN-TRAN-TYPE             PIC X VALUE SPACE.
       01  WS-IN-SOURCE                PIC X(3) VALUE SPACES.
       01  WS-IN-MERCH                 PIC X VALUE SPACE.
       01  WS-IN-ITEM                  PIC X(20) VALUE SPACES.
       01  WS-IN-DR                    PIC 9(6) VALUE ZERO.
       01  WS-IN-CR                    PIC 9(6) VALUE ZERO.
       01  WS-IN-DESC                  PIC X(30) VALUE SPACES.
       01  WS-IN-YN                    PIC X VALUE SPACE.
       01  WS-NEW-REC                  PIC X VALUE 'N'.
       01  WS-OK                       PIC X VALUE 'N'.
       01  WS-CHK-ACCT                 PIC 9(6) VALUE ZERO.
       01  WS-IN-USE                   PIC 9(3) VALUE ZERO.
       01  WS-SAVE-GLR-KEY             PIC X(29) VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE SIGNON-ID TO WS-OPERATOR-ID.
       MOVE WS-YEAR  TO WS-TODAY-N (1:4).
       MOVE WS-MONTH TO WS-TODAY-N (5:2).
       MOVE WS-DAY   TO WS-TODAY-N (7:2).
       MOVE 'GL-SUSPENSE' TO WS-PARM-NAME.
       MOVE WS-TODAY-N TO WS-PARM-DATE.
       MOVE CAP1-GL-SUSPENSE TO WS-PARM-NUM.
       CALL 'G3-PARM-GET' USING WS-PARM-NAME, WS-PARM-DATE,
               WS-PARM-NUM, WS-PARM-TEXT.
       MOVE WS-PARM-NUM TO WS-SUSP-ACCT.
       CALL 'G3-GL-SEED'.
       OPEN I-O GLA-FILE.
       OPEN I-O GLR-FILE.
       PERFORM UNTIL WS-GM-SEL = 'X' OR 'x'
           DISPLAY ' '
           DISPLAY 'GL CHART OF ACCOUNTS AND POSTING RULES'
           DISPLAY '  1) LIST CHART OF ACCOUNTS'
           DISPLAY '  2) ADD OR CHANGE AN ACCOUNT'
           DISPLAY '  3) LIST POSTING RULES'
           DISPLAY '  4) ADD OR CHANGE A POSTING RULE'
           DISPLAY '  5) DELETE A POSTING RULE'
           DISPLAY '  X) EXIT'
           ACCEPT WS-GM-SEL
           EVALUATE WS-GM-SEL
               WHEN '1' PERFORM 100-LIST-ACCOUNTS
               WHEN '2' PERFORM 200-MAINT-ACCOUNT
               WHEN '3' PERFORM 300-LIST-RULES
               WHEN '4' PERFORM 400-MAINT-RULE
               WHEN '5' PERFORM 500-DELETE-RULE
           END-EVALUATE
       END-PERFORM.
       CLOSE GLA-FILE
             GLR-FILE.
       EXIT PROGRAM.
      ******************************************************************
       100-LIST-ACCOUNTS.
       MOVE SPACES TO WS-GLA-EOF.
       MOVE ZERO TO GLA-ACCOUNT.
       START GLA-FILE KEY NOT LESS THAN GLA-ACCOUNT
           INVALID KEY
               MOVE 'Y' TO WS-GLA-EOF
       END-START.
       DISPLAY 'ACCOUNT NAME                           T S UPDATED BY'.
       PERFORM UNTIL WS-GLA-EOF = 'Y'
           READ GLA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GLA-EOF
               NOT AT END
                   DISPLAY GLA-ACCOUNT ' ' GLA-NAME ' ' GLA-TYPE ' '
                           GLA-STATUS ' ' GLA-UPD-DATE ' '
                           GLA-UPD-BY
           END-READ
       END-PERFORM.
       DISPLAY 'SUSPENSE ACCOUNT IN EFFECT: ' WS-SUSP-ACCT.
      ******************************************************************
      * 999999 IS THE EXTRACT'S BATCH CONTROL LINE AND IS NEVER A
      * REAL ACCOUNT. ENTER KEEPS A FIELD AS IT STANDS.
      ******************************************************************
       200-MAINT-ACCOUNT.
       DISPLAY 'ACCOUNT NUMBER (6 DIGITS):'.
       ACCEPT WS-IN-ACCT.
       IF WS-IN-ACCT = ZERO OR WS-IN-ACCT = 999999
           DISPLAY 'NOT A VALID ACCOUNT NUMBER'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO WS-NEW-REC.
       MOVE WS-IN-ACCT TO GLA-ACCOUNT.
       READ GLA-FILE
           INVALID KEY
               MOVE 'Y' TO WS-NEW-REC
       END-READ.
       IF WS-NEW-REC = 'Y'
           DISPLAY 'NEW ACCOUNT'
           MOVE SPACES TO GLA-REC
           MOVE WS-IN-ACCT TO GLA-ACCOUNT
           MOVE 'A' TO GLA-STATUS
       ELSE
           DISPLAY GLA-ACCOUNT ' ' GLA-NAME ' TYPE ' GLA-TYPE
                   ' STATUS ' GLA-STATUS
       END-IF.
       DISPLAY 'ACCOUNT NAME:'.
       MOVE SPACES TO WS-IN-NAME.
       ACCEPT WS-IN-NAME.
       IF WS-IN-NAME NOT = SPACES
           MOVE WS-IN-NAME TO GLA-NAME
       END-IF.
       DISPLAY 'TYPE (A ASSET, L LIABILITY, Q EQUITY, I INCOME,'
               ' E EXPENSE):'.
       MOVE SPACE TO WS-IN-TYPE.
       ACCEPT WS-IN-TYPE.
       IF WS-IN-TYPE NOT = SPACE
           MOVE WS-IN-TYPE TO GLA-TYPE
       END-IF.
       IF GLA-NAME = SPACES OR NOT GLA-TYPE-VALID
           DISPLAY 'AN ACCOUNT NEEDS A NAME AND A VALID TYPE'
           EXIT PARAGRAPH
       END-IF.
       IF WS-NEW-REC = 'N'
           DISPLAY 'STATUS (A ACTIVE, I INACTIVE):'
           MOVE SPACE TO WS-IN-STATUS
           ACCEPT WS-IN-STATUS
           IF WS-IN-STATUS = 'I' AND GLA-ACTIVE
               PERFORM 250-ACCOUNT-IN-USE
               IF WS-IN-USE > ZERO OR WS-IN-ACCT = WS-SUSP-ACCT
                   DISPLAY 'ACCOUNT STILL IN USE - ' WS-IN-USE
                           ' ACTIVE RULE(S) OR THE SUSPENSE ACCOUNT'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-IN-STATUS = 'A' OR WS-IN-STATUS = 'I'
               MOVE WS-IN-STATUS TO GLA-STATUS
           END-IF
       END-IF.
       MOVE WS-OPERATOR-ID TO GLA-UPD-BY.
       MOVE WS-TODAY-N TO GLA-UPD-DATE.
       IF WS-NEW-REC = 'Y'
           WRITE GLA-REC
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT ADDED'
                   EXIT PARAGRAPH
           END-WRITE
       ELSE
           REWRITE GLA-REC
       END-IF.
       MOVE 'GLACCT' TO WS-AUD-ACTION.
       MOVE GLA-ACCOUNT TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING WS-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'ACCOUNT FILED: ' GLA-ACCOUNT ' ' GLA-NAME
               ' STATUS ' GLA-STATUS.
      ******************************************************************
      * ACTIVE RULES STILL POSTING TO WS-IN-ACCT.
      ******************************************************************
       250-ACCOUNT-IN-USE.
       MOVE ZERO TO WS-IN-USE.
       MOVE SPACES TO WS-GLR-EOF.
       MOVE LOW-VALUES TO GLR-KEY.
       START GLR-FILE KEY NOT LESS THAN GLR-KEY
           INVALID KEY
               MOVE 'Y' TO WS-GLR-EOF
       END-START.
       PERFORM UNTIL WS-GLR-EOF = 'Y'
           READ GLR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GLR-EOF
               NOT AT END
                   IF GLR-ACTIVE
                           AND (GLR-DR-ACCT = WS-IN-ACCT
                             OR GLR-CR-ACCT = WS-IN-ACCT)
                       ADD 1 TO WS-IN-USE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       300-LIST-RULES.
       MOVE SPACES TO WS-GLR-EOF.
       MOVE LOW-VALUES TO GLR-KEY.
       START GLR-FILE KEY NOT LESS THAN GLR-KEY
           INVALID KEY
               MOVE 'Y' TO WS-GLR-EOF
       END-START.
       DISPLAY 'SUBS T SRC M ITEM PREFIX          DEBIT  CREDIT S'
               ' DESCRIPTION'.
       PERFORM UNTIL WS-GLR-EOF = 'Y'
           READ GLR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GLR-EOF
               NOT AT END
                   DISPLAY GLR-SUBSYS ' ' GLR-TRAN-TYPE ' '
                           GLR-SOURCE ' ' GLR-MERCH ' ' GLR-ITEM ' '
                           GLR-DR-ACCT ' ' GLR-CR-ACCT ' '
                           GLR-STATUS ' ' GLR-DESC
           END-READ
       END-PERFORM.
      ******************************************************************
      * THE RULE KEY: SUBSYSTEM, TYPE, SOURCE, MERCHANT FLAG AND ITEM
      * PREFIX. ENTER ON A QUALIFIER MEANS ANY.
      ******************************************************************
       350-ACCEPT-RULE-KEY.
       MOVE 'N' TO WS-OK.
       DISPLAY 'SUBSYSTEM (CARD, ACH, PTS, TAX):'.
       MOVE SPACES TO WS-IN-SUBSYS.
       ACCEPT WS-IN-SUBSYS.
       IF WS-IN-SUBSYS NOT = 'CARD' AND NOT = 'ACH'
               AND NOT = 'PTS' AND NOT = 'TAX'
           DISPLAY 'NOT A KNOWN SUBSYSTEM'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'TRAN-TYPE (TAX: + OR -; ENTER = ANY):'.
       MOVE SPACE TO WS-IN-TRAN-TYPE.
       ACCEPT WS-IN-TRAN-TYPE.
       IF WS-IN-TRAN-TYPE = SPACE
           MOVE '*' TO WS-IN-TRAN-TYPE
       END-IF.
       DISPLAY 'CC-TRAN-SOURCE (ENTER = ANY):'.
       MOVE SPACES TO WS-IN-SOURCE.
       ACCEPT WS-IN-SOURCE.
       IF WS-IN-SOURCE = SPACES
           MOVE '***' TO WS-IN-SOURCE
       END-IF.
       DISPLAY 'MERCHANT ON THE EVENT (Y/N; ENTER = ANY):'.
       MOVE SPACE TO WS-IN-MERCH.
       ACCEPT WS-IN-MERCH.
       IF WS-IN-MERCH = SPACE
           MOVE '*' TO WS-IN-MERCH
       END-IF.
       IF WS-IN-MERCH NOT = 'Y' AND NOT = 'N' AND NOT = '*'
           DISPLAY 'MERCHANT FLAG MUST BE Y OR N'
           EXIT PARAGRAPH
       END-IF.
       DISPLAY 'ITEM TEXT PREFIX (ENTER = ANY ITEM):'.
       MOVE SPACES TO WS-IN-ITEM.
       ACCEPT WS-IN-ITEM.
       MOVE SPACES TO GLR-REC.
       MOVE WS-IN-SUBSYS TO GLR-SUBSYS.
       MOVE WS-IN-TRAN-TYPE TO GLR-TRAN-TYPE.
       MOVE WS-IN-SOURCE TO GLR-SOURCE.
       MOVE WS-IN-MERCH TO GLR-MERCH.
       MOVE WS-IN-ITEM TO GLR-ITEM.
       MOVE 'Y' TO WS-OK.
      ******************************************************************
      * BOTH ACCOUNTS ZERO BOOKS NOTHING FOR THE EVENT; OTHERWISE BOTH
      * MUST BE OPEN ON THE CHART.
      ******************************************************************
       400-MAINT-RULE.
       PERFORM 350-ACCEPT-RULE-KEY.
       IF WS-OK NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE GLR-KEY TO WS-SAVE-GLR-KEY.
       MOVE 'N' TO WS-NEW-REC.
       READ GLR-FILE
           INVALID KEY
               MOVE 'Y' TO WS-NEW-REC
       END-READ.
       IF WS-NEW-REC = 'Y'
           DISPLAY 'NEW RULE'
           MOVE SPACES TO GLR-REC
           MOVE WS-SAVE-GLR-KEY TO GLR-KEY
           MOVE ZERO TO GLR-DR-ACCT
                        GLR-CR-ACCT
           MOVE 'A' TO GLR-STATUS
       ELSE
           DISPLAY 'DEBIT ' GLR-DR-ACCT ' CREDIT ' GLR-CR-ACCT
                   ' STATUS ' GLR-STATUS ' ' GLR-DESC
       END-IF.
       DISPLAY 'DEBIT ACCOUNT (000000 WITH CREDIT 000000 = NO ENTRY):'.
       ACCEPT WS-IN-DR.
       DISPLAY 'CREDIT ACCOUNT:'.
       ACCEPT WS-IN-CR.
       IF WS-IN-DR NOT = ZERO OR WS-IN-CR NOT = ZERO
           MOVE WS-IN-DR TO WS-CHK-ACCT
           PERFORM 450-CHECK-ACCT
           IF WS-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-CR TO WS-CHK-ACCT
           PERFORM 450-CHECK-ACCT
           IF WS-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
       END-IF.
       MOVE WS-IN-DR TO GLR-DR-ACCT.
       MOVE WS-IN-CR TO GLR-CR-ACCT.
       DISPLAY 'DESCRIPTION:'.
       MOVE SPACES TO WS-IN-DESC.
       ACCEPT WS-IN-DESC.
       IF WS-IN-DESC NOT = SPACES
           MOVE WS-IN-DESC TO GLR-DESC
       END-IF.
       DISPLAY 'STATUS (A ACTIVE, I INACTIVE; ENTER = ' GLR-STATUS
               '):'.
       MOVE SPACE TO WS-IN-STATUS.
       ACCEPT WS-IN-STATUS.
       IF WS-IN-STATUS = 'A' OR WS-IN-STATUS = 'I'
           MOVE WS-IN-STATUS TO GLR-STATUS
       END-IF.
       MOVE WS-OPERATOR-ID TO GLR-UPD-BY.
       MOVE WS-TODAY-N TO GLR-UPD-DATE.
       IF WS-NEW-REC = 'Y'
           WRITE GLR-REC
               INVALID KEY
                   DISPLAY 'RULE NOT ADDED'
                   EXIT PARAGRAPH
           END-WRITE
       ELSE
           REWRITE GLR-REC
       END-IF.
       MOVE 'GLRULE' TO WS-AUD-ACTION.
       MOVE GLR-KEY TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING WS-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'RULE FILED: ' GLR-SUBSYS ' ' GLR-TRAN-TYPE ' '
               GLR-SOURCE ' ' GLR-MERCH ' ' GLR-ITEM ' DR '
               GLR-DR-ACCT ' CR ' GLR-CR-ACCT.
      ******************************************************************
      * THE RULE RECORD IS IN THE FILE AREA, SO THE CHART IS READ
      * WITHOUT DISTURBING IT.
      ******************************************************************
       450-CHECK-ACCT.
       MOVE 'N' TO WS-OK.
       MOVE WS-CHK-ACCT TO GLA-ACCOUNT.
       READ GLA-FILE
           INVALID KEY
               DISPLAY 'ACCOUNT ' WS-CHK-ACCT ' IS NOT ON THE CHART'
               EXIT PARAGRAPH
       END-READ.
       IF NOT GLA-ACTIVE
           DISPLAY 'ACCOUNT ' WS-CHK-ACCT ' IS INACTIVE'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO WS-OK.
      ******************************************************************
       500-DELETE-RULE.
       PERFORM 350-ACCEPT-RULE-KEY.
       IF WS-OK NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       READ GLR-FILE
           INVALID KEY
               DISPLAY 'NO SUCH RULE - OPTION 3 LISTS THEM'
               EXIT PARAGRAPH
       END-READ.
       DISPLAY 'DEBIT ' GLR-DR-ACCT ' CREDIT ' GLR-CR-ACCT ' '
               GLR-DESC.
       DISPLAY 'DELETE THIS RULE? (Y/N):'.
       MOVE SPACE TO WS-IN-YN.
       ACCEPT WS-IN-YN.
       IF WS-IN-YN NOT = 'Y' AND NOT = 'y'
           DISPLAY 'RULE KEPT'
           EXIT PARAGRAPH
       END-IF.
       DELETE GLR-FILE RECORD.
       MOVE 'GLRDEL' TO WS-AUD-ACTION.
       MOVE GLR-KEY TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING WS-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       DISPLAY 'RULE DELETED - ANY EVENT IT MAPPED NOW POSTS BY THE'
               ' NEXT BEST RULE, OR TO SUSPENSE'.
