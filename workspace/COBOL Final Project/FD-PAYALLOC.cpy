      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * ONE RECORD PER POSTED PAYMENT, KEYED EXACTLY LIKE THE 'D'
      * TRANSACTION IT SPLITS, SHOWING WHERE EVERY DOLLAR WENT. KEPT
      * AFTER MONTH-END PURGES THE DETAIL SO THE HISTORY INQUIRY CAN
      * STILL SHOW THE SPLIT AGAINST THE ARCHIVED PAYMENT. AN NSF
      * RETURN MARKS THE RECORD 'N' WHEN THE SPLIT IS BACKED OUT.
       FD  PAL-FILE.
       01  PAL-REC.
           03  PAL-KEY.
               05  PAL-CH-ID           PIC 9(8).
               05  PAL-TSTAMP          PIC X(14).
               05  PAL-SEQ             PIC 9(2).
           03  PAL-AMOUNT              PIC 9(7)V99.
      * THE PART OF THE PAYMENT THAT WENT TO THE MINIMUM DUE.
           03  PAL-TO-MIN              PIC 9(7)V99.
           03  PAL-TO-INST             PIC 9(7)V99.
           03  PAL-TO-PROMO            PIC 9(7)V99.
           03  PAL-TO-PURCH            PIC 9(7)V99.
           03  PAL-TO-CASH             PIC 9(7)V99.
      * MORE THAN THE SEGMENTS HELD: RIDES AS A CREDIT AGAINST THE
      * CYCLE'S NEW CHARGES UNTIL MONTH-END NETS IT.
           03  PAL-TO-OVER             PIC 9(7)V99.
           03  PAL-STATUS              PIC X.
               88  PAL-APPLIED         VALUE 'A'.
               88  PAL-RETURNED        VALUE 'N'.
