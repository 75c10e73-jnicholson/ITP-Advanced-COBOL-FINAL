      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * NACHA 94-CHARACTER RECORDS: FILE HEADER (1), BATCH HEADER
      * (5), ENTRY DETAIL (6), ADDENDA (7 - TYPE 05 PAYMENT INFO ON
      * ENTRIES WE SEND, TYPE 99 ON RETURNS THE BANK SENDS BACK),
      * BATCH CONTROL (8) AND FILE CONTROL (9). THE FILE IS PADDED
      * WITH ALL-9 RECORDS TO A WHOLE BLOCK OF NCH-BLOCKING.
       FD  NCH-FILE.
       01  NCH-REC.
           03  NCH-REC-TYPE            PIC X.
           03  FILLER                  PIC X(93).
       01  NCH-FILE-HDR.
           03  NCH-FH-TYPE             PIC X.
           03  NCH-FH-PRIORITY         PIC 9(2).
           03  NCH-FH-DEST             PIC X(10).
           03  NCH-FH-ORIGIN           PIC X(10).
           03  NCH-FH-DATE             PIC 9(6).
           03  NCH-FH-TIME             PIC 9(4).
           03  NCH-FH-MODIFIER         PIC X.
           03  NCH-FH-REC-SIZE         PIC 9(3).
           03  NCH-FH-BLOCKING         PIC 9(2).
           03  NCH-FH-FORMAT           PIC X.
           03  NCH-FH-DEST-NAME        PIC X(23).
           03  NCH-FH-ORIGIN-NAME      PIC X(23).
           03  NCH-FH-REFERENCE        PIC X(8).
       01  NCH-BATCH-HDR.
           03  NCH-BH-TYPE             PIC X.
           03  NCH-BH-CLASS            PIC 9(3).
           03  NCH-BH-CO-NAME          PIC X(16).
           03  NCH-BH-DISCR            PIC X(20).
           03  NCH-BH-CO-ID            PIC X(10).
           03  NCH-BH-SEC              PIC X(3).
           03  NCH-BH-DESC             PIC X(10).
           03  NCH-BH-DESC-DATE        PIC X(6).
           03  NCH-BH-EFF-DATE         PIC 9(6).
           03  NCH-BH-SETTLE-DAY       PIC X(3).
           03  NCH-BH-ORIG-STAT        PIC X.
           03  NCH-BH-ODFI             PIC 9(8).
           03  NCH-BH-BATCH-NO         PIC 9(7).
       01  NCH-ENTRY.
           03  NCH-EN-TYPE             PIC X.
           03  NCH-EN-TRAN-CODE        PIC 9(2).
           03  NCH-EN-RDFI             PIC 9(8).
           03  NCH-EN-CHECK            PIC 9.
           03  NCH-EN-ACCOUNT          PIC X(17).
           03  NCH-EN-AMOUNT           PIC 9(10).
           03  NCH-EN-ID-NO            PIC X(15).
           03  NCH-EN-NAME             PIC X(22).
           03  NCH-EN-DISCR            PIC X(2).
           03  NCH-EN-ADDENDA-IND      PIC 9.
           03  NCH-EN-TRACE            PIC 9(15).
       01  NCH-ADDENDA.
           03  NCH-AD-TYPE             PIC X.
           03  NCH-AD-CODE             PIC X(2).
           03  NCH-AD-INFO             PIC X(80).
           03  NCH-AD-SEQ              PIC 9(4).
           03  NCH-AD-ENTRY-SEQ        PIC 9(7).
       01  NCH-RETURN-ADDENDA.
           03  NCH-RA-TYPE             PIC X.
           03  NCH-RA-CODE             PIC X(2).
           03  NCH-RA-REASON           PIC X(3).
           03  NCH-RA-ORIG-TRACE       PIC 9(15).
           03  NCH-RA-DEATH-DATE       PIC X(6).
           03  NCH-RA-ORIG-RDFI        PIC X(8).
           03  NCH-RA-INFO             PIC X(44).
           03  NCH-RA-TRACE            PIC 9(15).
       01  NCH-BATCH-CTL.
           03  NCH-BC-TYPE             PIC X.
           03  NCH-BC-CLASS            PIC 9(3).
           03  NCH-BC-COUNT            PIC 9(6).
           03  NCH-BC-HASH             PIC 9(10).
           03  NCH-BC-DEBITS           PIC 9(12).
           03  NCH-BC-CREDITS          PIC 9(12).
           03  NCH-BC-CO-ID            PIC X(10).
           03  NCH-BC-MAC              PIC X(19).
           03  NCH-BC-RESERVED         PIC X(6).
           03  NCH-BC-ODFI             PIC 9(8).
           03  NCH-BC-BATCH-NO         PIC 9(7).
       01  NCH-FILE-CTL.
           03  NCH-FC-TYPE             PIC X.
           03  NCH-FC-BATCHES          PIC 9(6).
           03  NCH-FC-BLOCKS           PIC 9(6).
           03  NCH-FC-COUNT            PIC 9(8).
           03  NCH-FC-HASH             PIC 9(10).
           03  NCH-FC-DEBITS           PIC 9(12).
           03  NCH-FC-CREDITS          PIC 9(12).
           03  NCH-FC-RESERVED         PIC X(39).
