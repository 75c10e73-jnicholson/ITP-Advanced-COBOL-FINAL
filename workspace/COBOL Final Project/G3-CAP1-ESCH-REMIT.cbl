      ******************************************************************
      *PROGRAM:  Capital One Unclaimed Property Remittance Report
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Yearly. Every escheated item still held as escheat
      *          liability on ESCHEAT.DAT, sorted by the owner's
      *          state (taken from the ZIP master when the item
      *          escheated) and listed owner by owner - name, last
      *          known address, source (stale refund check or
      *          abandoned credit balance), amount and escheat date -
      *          with the count and dollars due each state and a
      *          grand total, on ESCH-REMIT.TXT. Each item reported
      *          is marked remitted ('P') with the remittance year so
      *          it is paid over only once. Items whose owner's state
      *          could not be found are grouped under '--' for the
      *          ops desk to place before filing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-ESCH-REMIT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-ESCHEAT.
       COPY SELECT-ESCH-REMIT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-ESCHEAT.
       COPY FD-ESCH-REMIT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.

       01  WS-ESC-EOF                  PIC X VALUE SPACES.
       01  WS-SORT-EOF                 PIC X VALUE SPACES.
       01  WS-REMIT-YEAR               PIC 9(4) VALUE ZERO.
       01  WS-PREV-STATE               PIC XX VALUE SPACES.
       01  WS-FIRST                    PIC X VALUE 'Y'.
       01  WS-STATE-CTR                PIC 9(5) VALUE ZERO.
       01  WS-STATE-AMT                PIC 9(9)V99 VALUE ZERO.
       01  WS-ALL-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-ALL-AMT                  PIC 9(9)V99 VALUE ZERO.

       01  OUT-ERM-HEAD.
           03  FILLER                  PIC X(37)
                   VALUE 'UNCLAIMED PROPERTY REMITTANCE - YEAR '.
           03  OUT-ERMH-YEAR           PIC 9(4).

       01  OUT-ERM-LINE.
           03  OUT-ERM-STATE           PIC XX.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-ERM-ID              PIC 9(8).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-ERM-LNAME           PIC X(20).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-ERM-FNAME           PIC X(20).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-ERM-ADDRESS         PIC X(20).
           03  FILLER                  PIC X     VALUE SPACE.
           03  OUT-ERM-ZIP             PIC 9(5).
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-ERM-SOURCE          PIC X.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-ERM-AMT             PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  OUT-ERM-DATE            PIC 9(8).

       01  OUT-ERM-TOTAL.
           03  FILLER                  PIC X(6)  VALUE 'STATE '.
           03  OUT-ERMT-STATE          PIC X(3).
           03  FILLER                  PIC X(8)  VALUE '  COUNT '.
           03  OUT-ERMT-CTR            PIC ZZZZ9.
           03  FILLER                  PIC X(10) VALUE '  DOLLARS '.
           03  OUT-ERMT-AMT            PIC ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-ESCH-REMIT' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR TO WS-REMIT-YEAR.
           OPEN I-O ESC-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'ESCHEAT REMITTANCE - NO ESCHEAT FILE'
               GOBACK
           END-IF.
           SORT ESCH-SORT-FILE
               ON ASCENDING KEY ESS-STATE ESS-KEY
               INPUT PROCEDURE  200-RELEASE-LOOP
               OUTPUT PROCEDURE 300-REMIT-LOOP.
           CLOSE ESC-FILE.
           DISPLAY 'ESCHEAT REMITTANCE COMPLETE - ' WS-ALL-CTR
                   ' ITEMS REMITTED'.
           GOBACK.
      ******************************************************************
       200-RELEASE-LOOP.
       MOVE LOW-VALUES TO ESC-KEY.
       START ESC-FILE KEY NOT LESS THAN ESC-KEY
           INVALID KEY
               MOVE 'Y' TO WS-ESC-EOF
       END-START.
       PERFORM UNTIL WS-ESC-EOF = 'Y'
           READ ESC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ESC-EOF
               NOT AT END
                   IF ESC-ESCHEATED
                       MOVE ESC-STATE TO ESS-STATE
                       IF ESS-STATE = SPACES
                           MOVE '--' TO ESS-STATE
                       END-IF
                       MOVE ESC-KEY TO ESS-KEY
                       RELEASE ESCH-SORT-REC
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       300-REMIT-LOOP.
       OPEN OUTPUT ESCH-REMIT-FILE.
       MOVE WS-REMIT-YEAR TO OUT-ERMH-YEAR.
       MOVE OUT-ERM-HEAD TO ESCH-REMIT-LINE.
       WRITE ESCH-REMIT-LINE.
       PERFORM UNTIL WS-SORT-EOF = 'Y'
           RETURN ESCH-SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
               NOT AT END
                   PERFORM 350-REMIT-ONE
           END-RETURN
       END-PERFORM.
       IF WS-FIRST = 'N'
           PERFORM 400-STATE-TOTAL
       END-IF.
       MOVE SPACES TO ESCH-REMIT-LINE.
       WRITE ESCH-REMIT-LINE.
       MOVE 'ALL' TO OUT-ERMT-STATE.
       MOVE WS-ALL-CTR TO OUT-ERMT-CTR.
       MOVE WS-ALL-AMT TO OUT-ERMT-AMT.
       MOVE OUT-ERM-TOTAL TO ESCH-REMIT-LINE.
       WRITE ESCH-REMIT-LINE.
       CLOSE ESCH-REMIT-FILE.
      ******************************************************************
       350-REMIT-ONE.
       IF WS-FIRST = 'N' AND ESS-STATE NOT = WS-PREV-STATE
           PERFORM 400-STATE-TOTAL
       END-IF.
       MOVE 'N' TO WS-FIRST.
       MOVE ESS-STATE TO WS-PREV-STATE.
       MOVE ESS-KEY TO ESC-KEY.
       READ ESC-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       MOVE ESS-STATE     TO OUT-ERM-STATE.
       MOVE ESC-CH-ID     TO OUT-ERM-ID.
       MOVE ESC-LNAME     TO OUT-ERM-LNAME.
       MOVE ESC-FNAME     TO OUT-ERM-FNAME.
       MOVE ESC-ADDRESS   TO OUT-ERM-ADDRESS.
       MOVE ESC-ZIP       TO OUT-ERM-ZIP.
       MOVE ESC-SOURCE    TO OUT-ERM-SOURCE.
       MOVE ESC-AMT       TO OUT-ERM-AMT.
       MOVE ESC-ESCH-DATE TO OUT-ERM-DATE.
       MOVE OUT-ERM-LINE TO ESCH-REMIT-LINE.
       WRITE ESCH-REMIT-LINE.
       ADD 1 TO WS-STATE-CTR.
       ADD ESC-AMT TO WS-STATE-AMT.
       ADD 1 TO WS-ALL-CTR.
       ADD ESC-AMT TO WS-ALL-AMT.
       MOVE 'P' TO ESC-STATUS.
       MOVE WS-REMIT-YEAR TO ESC-REMIT-YEAR.
       REWRITE ESC-REC.
       MOVE 'ESCRMT' TO WS-AUD-ACTION.
       MOVE ESC-CH-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       400-STATE-TOTAL.
       MOVE WS-PREV-STATE TO OUT-ERMT-STATE.
       MOVE WS-STATE-CTR TO OUT-ERMT-CTR.
       MOVE WS-STATE-AMT TO OUT-ERMT-AMT.
       MOVE OUT-ERM-TOTAL TO ESCH-REMIT-LINE.
       WRITE ESCH-REMIT-LINE.
       MOVE SPACES TO ESCH-REMIT-LINE.
       WRITE ESCH-REMIT-LINE.
       MOVE ZERO TO WS-STATE-CTR.
       MOVE ZERO TO WS-STATE-AMT.
