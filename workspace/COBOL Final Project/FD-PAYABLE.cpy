      *Skeleton COBOL Copybook - Team 3 - 9/1/2026
      * MERCHANT PAYOUT REGISTER AND REINSTATED PAYABLES. EVERY ACH
      * ENTRY WE ORIGINATE (SETTLEMENT CREDIT, RESERVE PAYOUT,
      * PRENOTE) IS REGISTERED HERE AS SENT ('A') UNDER ITS TRACE
      * NUMBER. WHEN THE BANK RETURNS ONE (G3-VISA-ACH-RETURN) THE
      * ROW BECOMES AN OPEN ('O') PAYABLE - DOLLARS WE OWE THE
      * MERCHANT AGAIN - WHICH FOLDS INTO THE MERCHANT'S NET ON
      * THEIR NEXT SETTLEMENT RUN AND IS MARKED SETTLED ('S'). A
      * RETURNED PRENOTE HAS NOTHING TO REINSTATE ('X'). REMEDIATION
      * OWED TO A MERCHANT ON A COMPLAINT (G3-CMP-DESK) IS FILED
      * OPEN ('O') STRAIGHT AWAY, KIND 'C', UNDER THE CASE NUMBER.
       FD  PAY-FILE.
       01  PAY-REC.
           03  PAY-KEY.
               05  PAY-MER-ID          PIC 9(8).
               05  PAY-DATE            PIC 9(8).
               05  PAY-TRACE           PIC 9(15).
               05  FILLER REDEFINES PAY-TRACE.
                   07  PAY-TRACE-ODFI  PIC 9(8).
                   07  PAY-TRACE-SEQ   PIC 9(7).
           03  PAY-AMOUNT              PIC 9(9)V99.
           03  PAY-RETURN-CODE         PIC X(3).
           03  PAY-STATUS              PIC X.
               88  PAY-OPEN            VALUE 'O'.
               88  PAY-SETTLED         VALUE 'S'.
               88  PAY-SENT            VALUE 'A'.
               88  PAY-RETURNED        VALUE 'X'.
      * 'S' SETTLEMENT CREDIT, 'R' RESERVE PAYOUT, 'N' PRENOTE,
      * 'C' COMPLAINT REMEDIATION.
           03  PAY-KIND                PIC X.
               88  PAY-KIND-SETTLE     VALUE 'S'.
               88  PAY-KIND-RESERVE    VALUE 'R'.
               88  PAY-KIND-PRENOTE    VALUE 'N'.
               88  PAY-KIND-COMPLAINT  VALUE 'C'.
           03  PAY-RETURN-DATE         PIC 9(8).
