      ******************************************************************
      *PROGRAM:  Group 3 GL Chart and Posting Rule Seed
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Called by the GL journal extract and the GL desk
      *          before either touches the ledger files. On a fresh
      *          system it builds the chart of accounts (GLACCT.DAT)
      *          and the posting rules (GLRULE.DAT) with the house
      *          accounts and the event map the extract always
      *          booked by, so the first run posts exactly as before.
      *          A file already on disk is left alone - from then on
      *          accounting owns both through G3-GL-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-GL-SEED IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-GLACCT.
       COPY SELECT-GLRULE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-GLACCT.
       COPY FD-GLRULE.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-SD-IDX                   PIC 99 VALUE ZERO.

      * THE HOUSE CHART: ACCOUNT, NAME X(30), TYPE.
       01  WS-SD-ACCT-TEXT.
           03  FILLER PIC X(6)  VALUE '100100'.
           03  FILLER PIC X(31) VALUE 'CASH                          A'.
           03  FILLER PIC X(6)  VALUE '120100'.
           03  FILLER PIC X(31) VALUE 'CARDHOLDER RECEIVABLE         A'.
           03  FILLER PIC X(6)  VALUE '125100'.
           03  FILLER PIC X(31) VALUE 'ACCRUED INTEREST RECEIVABLE   A'.
           03  FILLER PIC X(6)  VALUE '199999'.
           03  FILLER PIC X(31) VALUE 'GL SUSPENSE                   A'.
           03  FILLER PIC X(6)  VALUE '210100'.
           03  FILLER PIC X(31) VALUE 'SETTLEMENT PAYABLE            L'.
           03  FILLER PIC X(6)  VALUE '220100'.
           03  FILLER PIC X(31) VALUE 'ESCHEAT LIABILITY             L'.
           03  FILLER PIC X(6)  VALUE '230100'.
           03  FILLER PIC X(31) VALUE 'SALES TAX PAYABLE             L'.
           03  FILLER PIC X(6)  VALUE '410100'.
           03  FILLER PIC X(31) VALUE 'FEE INCOME                    I'.
           03  FILLER PIC X(6)  VALUE '420100'.
           03  FILLER PIC X(31) VALUE 'INTEREST INCOME               I'.
           03  FILLER PIC X(6)  VALUE '430100'.
           03  FILLER PIC X(31) VALUE 'VFX REVENUE                   I'.
           03  FILLER PIC X(6)  VALUE '610100'.
           03  FILLER PIC X(31) VALUE 'REWARDS EXPENSE               E'.
           03  FILLER PIC X(6)  VALUE '620100'.
           03  FILLER PIC X(31) VALUE 'COMPLAINT REMEDIATION EXPENSE E'.
       01  WS-SD-ACCT-TABLE REDEFINES WS-SD-ACCT-TEXT.
           03  WS-SD-ACCT-ENTRY        OCCURS 12 TIMES.
               05  WS-SD-ACCOUNT       PIC 9(6).
               05  WS-SD-ACCT-NAME     PIC X(30).
               05  WS-SD-ACCT-TYPE     PIC X.
       01  WS-SD-ACCT-COUNT            PIC 99 VALUE 12.

      * THE HOUSE EVENT MAP: SUBSYSTEM, TYPE, SOURCE, MERCHANT FLAG,
      * ITEM PREFIX, DEBIT, CREDIT, DESCRIPTION.
       01  WS-SD-RULE-TEXT.
           03  FILLER PIC X(9)  VALUE 'CARDD****'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '100100120100'.
           03  FILLER PIC X(30) VALUE 'CARD PAYMENT                  '.
           03  FILLER PIC X(9)  VALUE 'CARDR***Y'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '210100120100'.
           03  FILLER PIC X(30) VALUE 'MERCHANT REFUND               '.
           03  FILLER PIC X(9)  VALUE 'CARDR***N'.
           03  FILLER PIC X(20) VALUE 'REWARDS REDEMPTION  '.
           03  FILLER PIC X(12) VALUE '610100120100'.
           03  FILLER PIC X(30) VALUE 'REWARDS REDEMPTION CREDIT     '.
           03  FILLER PIC X(9)  VALUE 'CARDR***N'.
           03  FILLER PIC X(20) VALUE 'REFUND CHECK VOIDED '.
           03  FILLER PIC X(12) VALUE '100100120100'.
           03  FILLER PIC X(30) VALUE 'VOIDED REFUND CHECK           '.
           03  FILLER PIC X(9)  VALUE 'CARDR***N'.
           03  FILLER PIC X(20) VALUE 'COMPLAINT REMEDIATIO'.
           03  FILLER PIC X(12) VALUE '620100120100'.
           03  FILLER PIC X(30) VALUE 'COMPLAINT REMEDIATION CREDIT  '.
           03  FILLER PIC X(9)  VALUE 'CARDR***N'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '430100120100'.
           03  FILLER PIC X(30) VALUE 'VFX TITLE REFUND              '.
           03  FILLER PIC X(9)  VALUE 'CARDF****'.
           03  FILLER PIC X(20) VALUE 'FINANCE CHARGE      '.
           03  FILLER PIC X(12) VALUE '120100420100'.
           03  FILLER PIC X(30) VALUE 'FINANCE CHARGE                '.
           03  FILLER PIC X(9)  VALUE 'CARDF****'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '120100410100'.
           03  FILLER PIC X(30) VALUE 'CARD FEE                      '.
           03  FILLER PIC X(9)  VALUE 'CARDN****'.
           03  FILLER PIC X(20) VALUE 'NSF PAYMENT RETURN  '.
           03  FILLER PIC X(12) VALUE '120100100100'.
           03  FILLER PIC X(30) VALUE 'NSF PAYMENT RETURN            '.
           03  FILLER PIC X(9)  VALUE 'CARDN****'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '000000000000'.
           03  FILLER PIC X(30) VALUE 'REVERSAL - NOT BOOKED         '.
           03  FILLER PIC X(9)  VALUE 'CARDC****'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '120100100100'.
           03  FILLER PIC X(30) VALUE 'CASH ADVANCE                  '.
           03  FILLER PIC X(9)  VALUE 'CARDW***Y'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '120100210100'.
           03  FILLER PIC X(30) VALUE 'MERCHANT PURCHASE             '.
           03  FILLER PIC X(9)  VALUE 'CARDW***N'.
           03  FILLER PIC X(20) VALUE 'REFUND CHECK BY MAIL'.
           03  FILLER PIC X(12) VALUE '120100100100'.
           03  FILLER PIC X(30) VALUE 'MAILED REFUND CHECK           '.
           03  FILLER PIC X(9)  VALUE 'CARDW***N'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '120100430100'.
           03  FILLER PIC X(30) VALUE 'VFX TITLE PURCHASE            '.
           03  FILLER PIC X(9)  VALUE 'CARDB****'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '120100100100'.
           03  FILLER PIC X(30) VALUE 'BALANCE TRANSFER              '.
           03  FILLER PIC X(9)  VALUE 'CARDU****'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '120100220100'.
           03  FILLER PIC X(30) VALUE 'UNCLAIMED PROPERTY ESCHEAT    '.
           03  FILLER PIC X(9)  VALUE 'ACH *****'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '210100100100'.
           03  FILLER PIC X(30) VALUE 'MERCHANT SETTLEMENT PAYOUT    '.
           03  FILLER PIC X(9)  VALUE 'PTS *****'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '610100430100'.
           03  FILLER PIC X(30) VALUE 'POINTS REDEEMED INTO VFX      '.
           03  FILLER PIC X(9)  VALUE 'TAX +****'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '430100230100'.
           03  FILLER PIC X(30) VALUE 'VFX SALES TAX DUE             '.
           03  FILLER PIC X(9)  VALUE 'TAX -****'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '230100430100'.
           03  FILLER PIC X(30) VALUE 'VFX SALES TAX REVERSAL        '.
           03  FILLER PIC X(9)  VALUE 'ACR +****'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '125100420100'.
           03  FILLER PIC X(30) VALUE 'DAILY INTEREST ACCRUAL        '.
           03  FILLER PIC X(9)  VALUE 'ACR -****'.
           03  FILLER PIC X(20) VALUE SPACES.
           03  FILLER PIC X(12) VALUE '420100125100'.
           03  FILLER PIC X(30) VALUE 'INTEREST ACCRUAL REVERSAL     '.
       01  WS-SD-RULE-TABLE REDEFINES WS-SD-RULE-TEXT.
           03  WS-SD-RULE-ENTRY        OCCURS 22 TIMES.
               05  WS-SD-SUBSYS        PIC X(4).
               05  WS-SD-TRAN-TYPE     PIC X.
               05  WS-SD-SOURCE        PIC X(3).
               05  WS-SD-MERCH         PIC X.
               05  WS-SD-ITEM          PIC X(20).
               05  WS-SD-DR-ACCT       PIC 9(6).
               05  WS-SD-CR-ACCT       PIC 9(6).
               05  WS-SD-DESC          PIC X(30).
       01  WS-SD-RULE-COUNT            PIC 99 VALUE 22.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           OPEN INPUT GLA-FILE.
           IF WS-STAT = 35
               PERFORM 200-SEED-CHART
           ELSE
               CLOSE GLA-FILE
           END-IF.
           OPEN INPUT GLR-FILE.
           IF WS-STAT = 35
               PERFORM 300-SEED-RULES
           ELSE
               CLOSE GLR-FILE
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
       200-SEED-CHART.
       OPEN OUTPUT GLA-FILE.
       PERFORM VARYING WS-SD-IDX FROM 1 BY 1
               UNTIL WS-SD-IDX > WS-SD-ACCT-COUNT
           MOVE SPACES TO GLA-REC
           MOVE WS-SD-ACCOUNT (WS-SD-IDX) TO GLA-ACCOUNT
           MOVE WS-SD-ACCT-NAME (WS-SD-IDX) TO GLA-NAME
           MOVE WS-SD-ACCT-TYPE (WS-SD-IDX) TO GLA-TYPE
           MOVE 'A' TO GLA-STATUS
           MOVE 'SYSTEM' TO GLA-UPD-BY
           MOVE WS-TODAY TO GLA-UPD-DATE
           WRITE GLA-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
       END-PERFORM.
       CLOSE GLA-FILE.
       DISPLAY 'GL CHART OF ACCOUNTS CREATED - ACCOUNTS: '
               WS-SD-ACCT-COUNT.
      ******************************************************************
       300-SEED-RULES.
       OPEN OUTPUT GLR-FILE.
       PERFORM VARYING WS-SD-IDX FROM 1 BY 1
               UNTIL WS-SD-IDX > WS-SD-RULE-COUNT
           MOVE SPACES TO GLR-REC
           MOVE WS-SD-SUBSYS (WS-SD-IDX) TO GLR-SUBSYS
           MOVE WS-SD-TRAN-TYPE (WS-SD-IDX) TO GLR-TRAN-TYPE
           MOVE WS-SD-SOURCE (WS-SD-IDX) TO GLR-SOURCE
           MOVE WS-SD-MERCH (WS-SD-IDX) TO GLR-MERCH
           MOVE WS-SD-ITEM (WS-SD-IDX) TO GLR-ITEM
           MOVE WS-SD-DR-ACCT (WS-SD-IDX) TO GLR-DR-ACCT
           MOVE WS-SD-CR-ACCT (WS-SD-IDX) TO GLR-CR-ACCT
           MOVE WS-SD-DESC (WS-SD-IDX) TO GLR-DESC
           MOVE 'A' TO GLR-STATUS
           MOVE 'SYSTEM' TO GLR-UPD-BY
           MOVE WS-TODAY TO GLR-UPD-DATE
           WRITE GLR-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
       END-PERFORM.
       CLOSE GLR-FILE.
       DISPLAY 'GL POSTING RULES CREATED - RULES: '
               WS-SD-RULE-COUNT.
