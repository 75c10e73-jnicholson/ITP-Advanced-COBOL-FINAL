      ******************************************************************
      *PROGRAM:  NACHA ACH File Builder
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Turns an ACH entry list (one line per payee, the
      *          ACH-REC layout) into the standard NACHA file the
      *          bank takes: a file header, one CCD credit batch per
      *          effective date and entry description, each entry
      *          with its transaction code and the caller's trace
      *          number, a type 05 addenda where the list line
      *          carries addenda text, batch and file controls with
      *          entry/addenda counts, entry hash and debit/credit
      *          totals, and all-9 padding to the blocking factor.
      *          The whole list is rebuilt into the NACHA file on
      *          every call, so a desk that appends to its list
      *          during the day always leaves a balanced file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-ACH-NACHA IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       SELECT OPTIONAL STG-FILE
               ASSIGN TO DYNAMIC WS-STG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STG-STAT.
       COPY SELECT-NACHA.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS ACH-REC (FD-SETTLE-BATCH).
       FD  STG-FILE.
       01  STG-REC.
           03  STG-EFF-DATE            PIC 9(8).
           03  FILLER                  PIC X.
           03  STG-ROUTE               PIC 9(9).
           03  FILLER                  PIC X.
           03  STG-ACCOUNT             PIC 9(10).
           03  FILLER                  PIC X.
           03  STG-AMOUNT-CENTS        PIC 9(11).
           03  FILLER                  PIC X.
           03  STG-NAME                PIC X(25).
           03  FILLER                  PIC X.
           03  STG-TRAN-CODE           PIC 9(2).
           03  FILLER                  PIC X.
           03  STG-MER-ID              PIC 9(8).
           03  FILLER                  PIC X.
           03  STG-TRACE               PIC 9(15).
           03  FILLER                  PIC X.
           03  STG-DESC                PIC X(10).
           03  FILLER                  PIC X.
           03  STG-ADDENDA             PIC X(80).
           03  FILLER                  PIC X.
           03  STG-RUN-DATE            PIC 9(8).
       COPY FD-NACHA.

       WORKING-STORAGE SECTION.
       COPY WS-NACHA.

       01  WS-TSTAMP.
           03  WS-YEAR                 PIC XXXX.
           03  WS-MONTH                PIC XX.
           03  WS-DAY                  PIC XX.
           03  WS-HOUR                 PIC XX.
           03  WS-MINUTE               PIC XX.
       01  WS-STG-NAME                 PIC X(30) VALUE SPACES.
       01  WS-STG-STAT                 PIC XX VALUE SPACES.
       01  WS-STG-EOF                  PIC X VALUE SPACES.
       01  WS-BATCH-OPEN               PIC X VALUE 'N'.
       01  WS-CUR-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-CUR-DESC                 PIC X(10) VALUE SPACES.
       01  WS-BATCH-NO                 PIC 9(7) VALUE ZERO.
       01  WS-RDFI                     PIC 9(8) VALUE ZERO.
       01  WS-CHECK                    PIC 9 VALUE ZERO.
       01  WS-REC-CT                   PIC 9(8) VALUE ZERO.
       01  WS-PAD-REM                  PIC 9(2) VALUE ZERO.
       01  WS-PAD-BLOCKS               PIC 9(6) VALUE ZERO.
      * PER-BATCH AND PER-FILE CONTROL TOTALS; THE ENTRY HASH KEEPS
      * ONLY ITS LOW-ORDER 10 DIGITS ON THE CONTROL RECORDS.
       01  WS-BT-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-BT-HASH                  PIC 9(12) VALUE ZERO.
       01  WS-BT-CREDITS               PIC 9(12) VALUE ZERO.
       01  WS-FL-COUNT                 PIC 9(8) VALUE ZERO.
       01  WS-FL-HASH                  PIC 9(12) VALUE ZERO.
       01  WS-FL-CREDITS               PIC 9(12) VALUE ZERO.
       01  WS-FL-ENTRIES               PIC 9(7) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-STG-NAME                 PIC X(30).
       01  LK-OUT-NAME                 PIC X(30).
       01  LK-ENTRY-CT                 PIC 9(7).
      ******************************************************************
       PROCEDURE DIVISION USING LK-STG-NAME, LK-OUT-NAME,
                                LK-ENTRY-CT.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE LK-STG-NAME TO WS-STG-NAME.
           MOVE LK-OUT-NAME TO WS-NCH-NAME.
           OPEN INPUT STG-FILE.
           OPEN OUTPUT NCH-FILE.
           PERFORM 200-FILE-HEADER.
           PERFORM UNTIL WS-STG-EOF = 'Y'
               READ STG-FILE
                   AT END
                       MOVE 'Y' TO WS-STG-EOF
                   NOT AT END
                       PERFORM 300-ONE-ENTRY
               END-READ
           END-PERFORM.
           IF WS-BATCH-OPEN = 'Y'
               PERFORM 500-BATCH-CONTROL
           END-IF.
           PERFORM 600-FILE-CONTROL.
           CLOSE STG-FILE
                 NCH-FILE.
           MOVE WS-FL-ENTRIES TO LK-ENTRY-CT.
           EXIT PROGRAM.
      ******************************************************************
       200-FILE-HEADER.
       MOVE SPACES TO NCH-FILE-HDR.
       MOVE '1' TO NCH-FH-TYPE.
       MOVE 01 TO NCH-FH-PRIORITY.
       MOVE SPACE TO NCH-FH-DEST (1:1).
       MOVE NCH-DEST-ROUTE TO NCH-FH-DEST (2:9).
       MOVE NCH-CO-ID TO NCH-FH-ORIGIN.
       MOVE WS-YEAR (3:2) TO NCH-FH-DATE (1:2).
       MOVE WS-MONTH TO NCH-FH-DATE (3:2).
       MOVE WS-DAY TO NCH-FH-DATE (5:2).
       MOVE WS-HOUR TO NCH-FH-TIME (1:2).
       MOVE WS-MINUTE TO NCH-FH-TIME (3:2).
       MOVE 'A' TO NCH-FH-MODIFIER.
       MOVE 094 TO NCH-FH-REC-SIZE.
       MOVE NCH-BLOCKING TO NCH-FH-BLOCKING.
       MOVE '1' TO NCH-FH-FORMAT.
       MOVE NCH-DEST-NAME TO NCH-FH-DEST-NAME.
       MOVE NCH-ORIGIN-NAME TO NCH-FH-ORIGIN-NAME.
       WRITE NCH-FILE-HDR.
       ADD 1 TO WS-REC-CT.
      ******************************************************************
      * A NEW BATCH STARTS WHENEVER THE EFFECTIVE DATE OR THE ENTRY
      * DESCRIPTION CHANGES FROM THE LINE BEFORE.
      ******************************************************************
       300-ONE-ENTRY.
       IF WS-BATCH-OPEN = 'Y'
           IF STG-EFF-DATE NOT = WS-CUR-DATE
                   OR STG-DESC NOT = WS-CUR-DESC
               PERFORM 500-BATCH-CONTROL
           END-IF
       END-IF.
       IF WS-BATCH-OPEN NOT = 'Y'
           PERFORM 400-BATCH-HEADER
       END-IF.
       DIVIDE STG-ROUTE BY 10 GIVING WS-RDFI REMAINDER WS-CHECK.
       MOVE SPACES TO NCH-ENTRY.
       MOVE '6' TO NCH-EN-TYPE.
       MOVE STG-TRAN-CODE TO NCH-EN-TRAN-CODE.
       MOVE WS-RDFI TO NCH-EN-RDFI.
       MOVE WS-CHECK TO NCH-EN-CHECK.
       MOVE STG-ACCOUNT TO NCH-EN-ACCOUNT.
       MOVE STG-AMOUNT-CENTS TO NCH-EN-AMOUNT.
       MOVE STG-MER-ID TO NCH-EN-ID-NO.
       MOVE STG-NAME TO NCH-EN-NAME.
       IF STG-ADDENDA = SPACES
           MOVE 0 TO NCH-EN-ADDENDA-IND
       ELSE
           MOVE 1 TO NCH-EN-ADDENDA-IND
       END-IF.
       MOVE STG-TRACE TO NCH-EN-TRACE.
       WRITE NCH-ENTRY.
       ADD 1 TO WS-REC-CT.
       ADD 1 TO WS-BT-COUNT.
       ADD 1 TO WS-FL-ENTRIES.
       ADD WS-RDFI TO WS-BT-HASH.
       ADD STG-AMOUNT-CENTS TO WS-BT-CREDITS.
       IF STG-ADDENDA NOT = SPACES
           MOVE SPACES TO NCH-ADDENDA
           MOVE '7' TO NCH-AD-TYPE
           MOVE '05' TO NCH-AD-CODE
           MOVE STG-ADDENDA TO NCH-AD-INFO
           MOVE 1 TO NCH-AD-SEQ
           MOVE STG-TRACE (9:7) TO NCH-AD-ENTRY-SEQ
           WRITE NCH-ADDENDA
           ADD 1 TO WS-REC-CT
           ADD 1 TO WS-BT-COUNT
       END-IF.
      ******************************************************************
       400-BATCH-HEADER.
       ADD 1 TO WS-BATCH-NO.
       MOVE STG-EFF-DATE TO WS-CUR-DATE.
       MOVE STG-DESC TO WS-CUR-DESC.
       MOVE ZERO TO WS-BT-COUNT.
       MOVE ZERO TO WS-BT-HASH.
       MOVE ZERO TO WS-BT-CREDITS.
       MOVE SPACES TO NCH-BATCH-HDR.
       MOVE '5' TO NCH-BH-TYPE.
       MOVE 220 TO NCH-BH-CLASS.
       MOVE NCH-CO-NAME TO NCH-BH-CO-NAME.
       MOVE NCH-CO-ID TO NCH-BH-CO-ID.
       MOVE NCH-SEC-CODE TO NCH-BH-SEC.
       MOVE WS-CUR-DESC TO NCH-BH-DESC.
       MOVE WS-CUR-DATE (3:6) TO NCH-BH-DESC-DATE.
       MOVE WS-CUR-DATE (3:6) TO NCH-BH-EFF-DATE.
       MOVE '1' TO NCH-BH-ORIG-STAT.
       MOVE NCH-ODFI TO NCH-BH-ODFI.
       MOVE WS-BATCH-NO TO NCH-BH-BATCH-NO.
       WRITE NCH-BATCH-HDR.
       ADD 1 TO WS-REC-CT.
       MOVE 'Y' TO WS-BATCH-OPEN.
      ******************************************************************
       500-BATCH-CONTROL.
       MOVE SPACES TO NCH-BATCH-CTL.
       MOVE '8' TO NCH-BC-TYPE.
       MOVE 220 TO NCH-BC-CLASS.
       MOVE WS-BT-COUNT TO NCH-BC-COUNT.
       MOVE WS-BT-HASH TO NCH-BC-HASH.
       MOVE ZERO TO NCH-BC-DEBITS.
       MOVE WS-BT-CREDITS TO NCH-BC-CREDITS.
       MOVE NCH-CO-ID TO NCH-BC-CO-ID.
       MOVE NCH-ODFI TO NCH-BC-ODFI.
       MOVE WS-BATCH-NO TO NCH-BC-BATCH-NO.
       WRITE NCH-BATCH-CTL.
       ADD 1 TO WS-REC-CT.
       ADD WS-BT-COUNT TO WS-FL-COUNT.
       ADD WS-BT-HASH TO WS-FL-HASH.
       ADD WS-BT-CREDITS TO WS-FL-CREDITS.
       MOVE 'N' TO WS-BATCH-OPEN.
      ******************************************************************
      * THE BLOCK COUNT INCLUDES THE FILE CONTROL ITSELF AND THE
      * ALL-9 FILLER RECORDS THAT ROUND THE FILE UP TO A BLOCK.
      ******************************************************************
       600-FILE-CONTROL.
       ADD 1 TO WS-REC-CT.
       DIVIDE WS-REC-CT BY NCH-BLOCKING GIVING WS-PAD-BLOCKS
               REMAINDER WS-PAD-REM.
       IF WS-PAD-REM NOT = ZERO
           ADD 1 TO WS-PAD-BLOCKS
       END-IF.
       MOVE SPACES TO NCH-FILE-CTL.
       MOVE '9' TO NCH-FC-TYPE.
       MOVE WS-BATCH-NO TO NCH-FC-BATCHES.
       MOVE WS-PAD-BLOCKS TO NCH-FC-BLOCKS.
       MOVE WS-FL-COUNT TO NCH-FC-COUNT.
       MOVE WS-FL-HASH TO NCH-FC-HASH.
       MOVE ZERO TO NCH-FC-DEBITS.
       MOVE WS-FL-CREDITS TO NCH-FC-CREDITS.
       WRITE NCH-FILE-CTL.
       IF WS-PAD-REM NOT = ZERO
           PERFORM UNTIL WS-PAD-REM = NCH-BLOCKING
               MOVE ALL '9' TO NCH-REC
               WRITE NCH-REC
               ADD 1 TO WS-PAD-REM
           END-PERFORM
       END-IF.
