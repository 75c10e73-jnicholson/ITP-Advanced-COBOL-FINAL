      *AUTHOR:   Team 3
      *DATE:     9/1/2026
      *ABSTRACT: The payout-side mirror of CAP1's NSF processing:
      *          reads the bank's NACHA return file (ACH-RETURN.TXT -
      *          each returned entry followed by its type 99 return
      *          addenda carrying the return code and our original
      *          trace number), finds the entry we sent on
      *          PAYABLE.DAT by that trace, and reverses it: a
      *          returned settlement credit or reserve payout
      *          becomes an open payable the merchant's next
      *          settlement run picks back up, a returned prenote
      *          is simply marked returned. Either way the
      *          merchant's banking details are flagged unverified,
      *          the return is audited, and every return is reported
      *          on ACHRET-RPT.TXT. A return whose trace we never
      *          sent, or already took back, is reported and filed on
      *          the suspense work queue (G3-SUSP-WRITE) for the ops
      *          desk.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VISA-ACH-RETURN IS INITIAL.
       ENVIRONMENT DIVISION.
       COPY SELECT-MER.
       COPY SELECT-PAYABLE.
       COPY SELECT-NACHA.
       SELECT OPTIONAL ACHRET-RPT-FILE
               ASSIGN TO 'ACHRET-RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY FD-MER.
       COPY FD-PAYABLE.
       COPY FD-NACHA.
       FD  ACHRET-RPT-FILE.
       01  ACHRET-RPT-LINE             PIC X(90).
       WORKING-STORAGE SECTION.
       COPY WS-MER.
       COPY WS-AUDIT.
       COPY WS-NACHA.
       COPY WS-SUSP.
       COPY WS-RPTFILE.

       01  WS-RTN-EOF                  PIC X VALUE SPACES.
       01  WS-RTN-CENTS                PIC 9(10) VALUE ZERO.
       01  WS-RTN-NAME                 PIC X(22) VALUE SPACES.
       01  WS-RTN-CODE                 PIC X(3) VALUE SPACES.
       01  WS-RTN-TRACE                PIC 9(15) VALUE ZERO.
       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-RET-CTR                  PIC 9(5) VALUE ZERO.
       01  WS-NOMATCH-CTR              PIC 9(5) VALUE ZERO.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE 'ACH-RETURN.TXT' TO WS-NCH-NAME.
           OPEN INPUT NCH-FILE.
           OPEN EXTEND ACHRET-RPT-FILE.
           OPEN I-O MER-FILE.
           OPEN I-O PAY-FILE.
               OPEN I-O PAY-FILE
           END-IF.
           PERFORM UNTIL WS-RTN-EOF = 'Y'
               READ NCH-FILE
                   AT END
                       MOVE 'Y' TO WS-RTN-EOF
                   NOT AT END
                       PERFORM 150-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE NCH-FILE
                 ACHRET-RPT-FILE
                 MER-FILE
                 PAY-FILE.
           MOVE 'ACHRET-RPT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-VISA-ACH-RETURN' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'ACH RETURN INTAKE COMPLETE. REVERSED: '
                   WS-RET-CTR ' UNMATCHED: ' WS-NOMATCH-CTR.
           GOBACK.
      ******************************************************************
      * THE ENTRY DETAIL CARRIES THE RETURNED AMOUNT AND NAME; THE
      * TYPE 99 ADDENDA BEHIND IT CARRIES THE RETURN CODE AND OUR
      * ORIGINAL TRACE. HEADERS, CONTROLS AND PADDING ARE SKIPPED.
      ******************************************************************
       150-ONE-RECORD.
       EVALUATE NCH-REC-TYPE
           WHEN '6'
               MOVE NCH-EN-AMOUNT TO WS-RTN-CENTS
               MOVE NCH-EN-NAME TO WS-RTN-NAME
           WHEN '7'
               IF NCH-RA-CODE = '99'
                   MOVE NCH-RA-REASON TO WS-RTN-CODE
                   MOVE NCH-RA-ORIG-TRACE TO WS-RTN-TRACE
                   PERFORM 200-ONE-RETURN
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
      ******************************************************************
      * THE RETURN MUST POINT AT AN ENTRY WE ACTUALLY SENT: ITS
      * ORIGINAL TRACE IS REGISTERED ON PAYABLE.DAT, STILL SENT.
      ******************************************************************
       200-ONE-RETURN.
       MOVE WS-RTN-TRACE TO PAY-TRACE.
       READ PAY-FILE KEY IS PAY-TRACE
           INVALID KEY
               ADD 1 TO WS-NOMATCH-CTR
               MOVE SPACES TO ACHRET-RPT-LINE
               STRING 'UNMATCHED RETURN ' WS-RTN-CODE ' TRACE '
                      WS-RTN-TRACE ' ' WS-RTN-NAME
                       DELIMITED BY SIZE INTO ACHRET-RPT-LINE
               WRITE ACHRET-RPT-LINE
               MOVE ZERO TO WS-SUS-MER-ID
               MOVE 'UNMATCHED ACH RETURN' TO WS-SUS-REASON
               PERFORM 250-SUSPEND-RETURN
               EXIT PARAGRAPH
       END-READ.
       IF NOT PAY-SENT
           ADD 1 TO WS-NOMATCH-CTR
           MOVE SPACES TO ACHRET-RPT-LINE
           STRING 'TRACE ' WS-RTN-TRACE ' ALREADY RETURNED ('
                  PAY-RETURN-CODE ') - IGNORED'
                   DELIMITED BY SIZE INTO ACHRET-RPT-LINE
           WRITE ACHRET-RPT-LINE
           MOVE PAY-MER-ID TO WS-SUS-MER-ID
           MOVE 'TRACE ALREADY RETURNED' TO WS-SUS-REASON
           PERFORM 250-SUSPEND-RETURN
           EXIT PARAGRAPH
       END-IF.
       PERFORM 500-REVERSE-PAYOUT.
      ******************************************************************
      * THE BANK HAS TAKEN THE DOLLARS BACK EITHER WAY; UNTIL THE OPS
      * DESK TIES THEM TO A PAYOUT THEY SIT IN SUSPENSE.
      ******************************************************************
       250-SUSPEND-RETURN.
       MOVE 'ACH' TO WS-SUS-SOURCE.
       COMPUTE WS-SUS-AMOUNT = WS-RTN-CENTS / 100.
       MOVE WS-SUS-MER-ID TO WS-SUS-ACCT.
       MOVE ZERO TO WS-SUS-CARD
                    WS-SUS-LOC-ID.
       MOVE SPACES TO WS-SUS-ITEM-DESC.
       MOVE WS-RTN-CODE TO WS-SUS-REF.
       MOVE SPACES TO WS-SUS-ORIG.
       STRING WS-RTN-TRACE ' ' WS-RTN-NAME
               DELIMITED BY SIZE INTO WS-SUS-ORIG.
       CALL 'G3-SUSP-WRITE' USING WS-SUS-ITEM.
      ******************************************************************
      * THE DOLLARS WE SENT ARE OWED AGAIN: THE REGISTER ROW BECOMES
      * AN OPEN PAYABLE. A PRENOTE MOVED NO MONEY, SO IT IS ONLY
      * MARKED RETURNED.
      ******************************************************************
       500-REVERSE-PAYOUT.
       IF PAY-KIND-PRENOTE
           MOVE 'X' TO PAY-STATUS
       ELSE
           MOVE 'O' TO PAY-STATUS
       END-IF.
       MOVE WS-RTN-CODE TO PAY-RETURN-CODE.
       MOVE WS-TODAY TO PAY-RETURN-DATE.
       REWRITE PAY-REC.
       MOVE PAY-MER-ID TO MER-ID.
       READ MER-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'N' TO MER-BANK-VERIFIED
               REWRITE MER-REC
       END-READ.
       ADD 1 TO WS-RET-CTR.
       MOVE 'ACHRET' TO WS-AUD-ACTION.
       MOVE PAY-MER-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING VISA-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
       MOVE SPACES TO ACHRET-RPT-LINE.
       IF PAY-KIND-PRENOTE
           STRING 'RETURN ' WS-RTN-CODE ' MERCHANT ' PAY-MER-ID
                  ' PRENOTE TRACE ' PAY-TRACE
                  ' - BANKING FLAGGED UNVERIFIED'
                   DELIMITED BY SIZE INTO ACHRET-RPT-LINE
       ELSE
           STRING 'RETURN ' WS-RTN-CODE ' MERCHANT ' PAY-MER-ID
                  ' REVERSED ' PAY-AMOUNT ' TRACE ' PAY-TRACE
                  ' - BANKING FLAGGED UNVERIFIED'
                   DELIMITED BY SIZE INTO ACHRET-RPT-LINE
       END-IF.
       WRITE ACHRET-RPT-LINE.
