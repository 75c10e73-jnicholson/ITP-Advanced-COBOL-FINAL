      ******************************************************************
      *PROGRAM:  Capital One Adverse Action Letter Print
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Nightly. Prints the adverse action letter for every
      *          decline on ADVACT.DAT marked for print - the
      *          applicant had no email address, or one the mail
      *          spooler has given up on - and not yet printed. Each
      *          letter on ADVACT-PRT.TXT carries the mailing
      *          address, the decision, the principal reason
      *          statements, the credit score used (or that none
      *          was), and the credit reporting and equal credit
      *          opportunity disclosures. The notice is stamped with
      *          the print date so it prints once, and audited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-AAN-PRINT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-ADVACT.
       COPY SELECT-AAN-PRT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-ADVACT.
       COPY FD-AAN-PRT.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.
       COPY WS-AUDIT.
       COPY WS-AANRSN.
       COPY WS-RPTFILE.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-AAN-EOF                  PIC X VALUE SPACES.
       01  WS-PRINT-CTR                PIC 9(5) VALUE ZERO.
       01  WS-RSN-I                    PIC 9 VALUE ZERO.
       01  WS-DSC-I                    PIC 9(2) VALUE ZERO.

      * CREDIT REPORTING DISCLOSURE - PRINTED WHEN A BUREAU SCORE
      * FIGURED IN THE DECISION.
       01  WS-FCRA-VALUES.
           03  FILLER PIC X(72) VALUE
           'OUR DECISION WAS BASED IN WHOLE OR IN PART ON INFORMATION'.
           03  FILLER PIC X(72) VALUE
           'FROM A CONSUMER REPORTING AGENCY. THE AGENCY DID NOT MAKE'.
           03  FILLER PIC X(72) VALUE
           'THE DECISION AND CANNOT TELL YOU WHY IT WAS MADE. YOU HAVE'.
           03  FILLER PIC X(72) VALUE
           'THE RIGHT TO A FREE COPY OF YOUR REPORT FROM THE AGENCY IF'.
           03  FILLER PIC X(72) VALUE
           'YOU ASK WITHIN 60 DAYS, AND TO DISPUTE WITH THE AGENCY ANY'.
           03  FILLER PIC X(72) VALUE
           'INFORMATION IN IT THAT IS INACCURATE OR INCOMPLETE.'.
       01  WS-FCRA-TABLE REDEFINES WS-FCRA-VALUES.
           03  WS-FCRA-LINE            PIC X(72) OCCURS 6 TIMES.

      * EQUAL CREDIT OPPORTUNITY NOTICE - PRINTED ON EVERY LETTER.
       01  WS-ECOA-VALUES.
           03  FILLER PIC X(72) VALUE
           'THE FEDERAL EQUAL CREDIT OPPORTUNITY ACT PROHIBITS'.
           03  FILLER PIC X(72) VALUE
           'CREDITORS FROM DISCRIMINATING AGAINST CREDIT APPLICANTS ON'.
           03  FILLER PIC X(72) VALUE
           'THE BASIS OF RACE, COLOR, RELIGION, NATIONAL ORIGIN, SEX,'.
           03  FILLER PIC X(72) VALUE
           'MARITAL STATUS, OR AGE (PROVIDED THE APPLICANT HAS THE'.
           03  FILLER PIC X(72) VALUE
           'CAPACITY TO CONTRACT); BECAUSE ALL OR PART OF THE'.
           03  FILLER PIC X(72) VALUE
           'APPLICANT''S INCOME DERIVES FROM ANY PUBLIC ASSISTANCE'.
           03  FILLER PIC X(72) VALUE
           'PROGRAM; OR BECAUSE THE APPLICANT HAS IN GOOD FAITH'.
           03  FILLER PIC X(72) VALUE
           'EXERCISED ANY RIGHT UNDER THE CONSUMER CREDIT PROTECTION'.
           03  FILLER PIC X(72) VALUE
           'ACT. THE FEDERAL AGENCY THAT ADMINISTERS COMPLIANCE WITH'.
           03  FILLER PIC X(72) VALUE
           'THIS LAW CONCERNING THIS CREDITOR IS THE CONSUMER'.
           03  FILLER PIC X(72) VALUE
           'FINANCIAL PROTECTION BUREAU.'.
       01  WS-ECOA-TABLE REDEFINES WS-ECOA-VALUES.
           03  WS-ECOA-LINE            PIC X(72) OCCURS 11 TIMES.
      ******************************************************************
       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE 'G3-CAP1-AAN-PRINT' TO CAP1-M-PROG.
           MOVE 'SYSTEM' TO WS-OPERATOR-ID.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           OPEN I-O AAN-FILE.
           IF WS-STAT NOT = ZERO
               DISPLAY 'ADVERSE ACTION PRINT - NO NOTICES ON FILE'
               GOBACK
           END-IF.
           OPEN EXTEND AAN-PRT-FILE.
           MOVE ZERO TO AAN-ID.
           START AAN-FILE KEY NOT LESS THAN AAN-ID
               INVALID KEY
                   MOVE 'Y' TO WS-AAN-EOF
           END-START.
           PERFORM UNTIL WS-AAN-EOF = 'Y'
               READ AAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AAN-EOF
                   NOT AT END
                       IF AAN-BY-PRINT AND AAN-PRINT-DATE = ZERO
                           PERFORM 200-PRINT-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AAN-FILE
                 AAN-PRT-FILE.
           MOVE 'ADVACT-PRT.TXT' TO WS-RPT-FILE-NAME.
           MOVE 'G3-CAP1-AAN-PRINT' TO WS-RPT-PROGRAM.
           CALL 'G3-RPT-FILE' USING WS-RPT-FILE-NAME,
                   WS-RPT-PROGRAM.
           DISPLAY 'ADVERSE ACTION PRINT COMPLETE - ' WS-PRINT-CTR
                   ' LETTERS'.
           GOBACK.
      ******************************************************************
       200-PRINT-ONE.
       MOVE ALL '=' TO AAN-PRT-LINE.
       WRITE AAN-PRT-LINE.
       MOVE SPACES TO AAN-PRT-LINE.
       STRING 'CAPITAL ONE   NOTICE ' AAN-ID '   DATE ' AAN-DATE
               DELIMITED BY SIZE INTO AAN-PRT-LINE.
       WRITE AAN-PRT-LINE.
       MOVE SPACES TO AAN-PRT-LINE.
       WRITE AAN-PRT-LINE.
       MOVE SPACES TO AAN-PRT-LINE.
       STRING AAN-FNAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               AAN-LNAME DELIMITED BY SPACE
               INTO AAN-PRT-LINE.
       WRITE AAN-PRT-LINE.
       MOVE AAN-ADDRESS TO AAN-PRT-LINE.
       WRITE AAN-PRT-LINE.
       MOVE AAN-ZIP TO AAN-PRT-LINE.
       WRITE AAN-PRT-LINE.
       MOVE SPACES TO AAN-PRT-LINE.
       WRITE AAN-PRT-LINE.
       MOVE SPACES TO AAN-PRT-LINE.
       IF AAN-APPLICATION
           MOVE 'RE: YOUR APPLICATION FOR CREDIT' TO AAN-PRT-LINE
       ELSE
           STRING 'RE: YOUR REQUEST FOR A CREDIT LIMIT OF '
                   AAN-REQ-AMT ', ACCOUNT ' AAN-CH-ID
                   DELIMITED BY SIZE INTO AAN-PRT-LINE
       END-IF.
       WRITE AAN-PRT-LINE.
       MOVE 'WE ARE UNABLE TO APPROVE YOUR REQUEST. THE PRINCIPAL'
               TO AAN-PRT-LINE.
       WRITE AAN-PRT-LINE.
       MOVE 'REASONS FOR OUR DECISION ARE:' TO AAN-PRT-LINE.
       WRITE AAN-PRT-LINE.
       PERFORM VARYING WS-RSN-I FROM 1 BY 1
               UNTIL WS-RSN-I > AAN-REASON-CT
           PERFORM 250-REASON-LINE
       END-PERFORM.
       MOVE SPACES TO AAN-PRT-LINE.
       WRITE AAN-PRT-LINE.
       MOVE SPACES TO AAN-PRT-LINE.
       IF AAN-HAD-SCORE
           STRING 'YOUR CREDIT SCORE: ' AAN-SCORE
                   '  (SCORES RANGE FROM 300 TO 850)'
                   DELIMITED BY SIZE INTO AAN-PRT-LINE
           WRITE AAN-PRT-LINE
           PERFORM VARYING WS-DSC-I FROM 1 BY 1 UNTIL WS-DSC-I > 6
               MOVE WS-FCRA-LINE (WS-DSC-I) TO AAN-PRT-LINE
               WRITE AAN-PRT-LINE
           END-PERFORM
       ELSE
           MOVE 'NO CREDIT SCORE WAS USED IN MAKING THIS DECISION.'
               TO AAN-PRT-LINE
           WRITE AAN-PRT-LINE
       END-IF.
       MOVE SPACES TO AAN-PRT-LINE.
       WRITE AAN-PRT-LINE.
       PERFORM VARYING WS-DSC-I FROM 1 BY 1 UNTIL WS-DSC-I > 11
           MOVE WS-ECOA-LINE (WS-DSC-I) TO AAN-PRT-LINE
           WRITE AAN-PRT-LINE
       END-PERFORM.
       MOVE WS-TODAY TO AAN-PRINT-DATE.
       REWRITE AAN-REC.
       ADD 1 TO WS-PRINT-CTR.
       MOVE 'AANPRT' TO WS-AUD-ACTION.
       MOVE AAN-ID TO WS-AUD-KEY.
       CALL 'G3-AUDIT-LOG' USING CAP1-M-PROG, WS-OPERATOR-ID,
               WS-AUD-ACTION, WS-AUD-KEY.
      ******************************************************************
       250-REASON-LINE.
       MOVE SPACES TO AAN-PRT-LINE.
       PERFORM VARYING WS-AAN-RSN-IDX FROM 1 BY 1
               UNTIL WS-AAN-RSN-IDX > WS-AAN-RSN-MAX
           IF WS-AAN-RSN-CODE (WS-AAN-RSN-IDX) = AAN-REASON (WS-RSN-I)
               STRING '   - ' WS-AAN-RSN-TEXT (WS-AAN-RSN-IDX)
                       DELIMITED BY SIZE INTO AAN-PRT-LINE
           END-IF
       END-PERFORM.
       IF AAN-PRT-LINE NOT = SPACES
           WRITE AAN-PRT-LINE
       END-IF.
