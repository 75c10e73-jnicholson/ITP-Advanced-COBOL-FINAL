      ******************************************************************
      *PROGRAM:  Capital One Card-On-File Enrollment
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: A merchant's own word that it stores one of our cards
      *          for recurring billing (LK-ACTION 'A') or has stopped
      *          (LK-ACTION 'D'). Enrollment puts the merchant and
      *          card on the card-on-file registry (CARDONFILE.DAT)
      *          at once, source 'E', with the card's current
      *          expiration as the one the merchant holds, so the
      *          nightly account updater covers it from the first
      *          night instead of waiting for a second month of
      *          charges. A drop keeps the record as 'D' so the
      *          merchant's old charges do not put it back on file.
      *          LK-COMPLETED answers 'N' for an unknown action or a
      *          drop of a card the merchant never had on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-COF-ENROLL IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-COF.
       COPY SELECT-CHOLD.
      ******************************************************************
       DATA DIVISION.
       COPY FD-COF.
       COPY FD-CHOLD.
       WORKING-STORAGE SECTION.
       COPY WS-CAP1.

       01  WS-TODAY                    PIC 9(8) VALUE ZERO.
       01  WS-CARD-EXP                 PIC 9(6) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-MER-ID                   PIC 9(8).
       01  LK-CARD                     PIC 9(16).
       01  LK-CH-ID                    PIC 9(8).
       01  LK-ACTION                   PIC X.
       01  LK-COMPLETED                PIC X.
      ******************************************************************
       PROCEDURE DIVISION USING LK-MER-ID, LK-CARD, LK-CH-ID,
                                LK-ACTION, LK-COMPLETED.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-YEAR  TO WS-TODAY (1:4).
           MOVE WS-MONTH TO WS-TODAY (5:2).
           MOVE WS-DAY   TO WS-TODAY (7:2).
           MOVE 'N' TO LK-COMPLETED.
           OPEN I-O COF-FILE.
           IF WS-STAT = 35
               CLOSE COF-FILE
               OPEN OUTPUT COF-FILE
               CLOSE COF-FILE
               OPEN I-O COF-FILE
           END-IF.
           EVALUATE LK-ACTION
               WHEN 'A'
                   PERFORM 200-ENROLL
               WHEN 'D'
                   PERFORM 300-DROP
           END-EVALUATE.
           CLOSE COF-FILE.
           EXIT PROGRAM.
      ******************************************************************
       200-ENROLL.
       MOVE ZERO TO WS-CARD-EXP.
       OPEN INPUT CH-FILE.
       MOVE LK-CH-ID TO CH-ID-KEY.
       READ CH-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF LK-CARD = CH-CC-2
                   MOVE CH-CC-2-EXP TO WS-CARD-EXP
               ELSE
                   MOVE CH-CC-EXP TO WS-CARD-EXP
               END-IF
       END-READ.
       CLOSE CH-FILE.
       MOVE LK-MER-ID TO COF-MER-ID.
       MOVE LK-CARD TO COF-CARD.
       READ COF-FILE
           INVALID KEY
               MOVE LK-CH-ID TO COF-CH-ID
               MOVE ZERO TO COF-SEEN-MONTH
               MOVE ZERO TO COF-LAST-USE
               PERFORM 250-SET-ON-FILE
               WRITE COF-REC
           NOT INVALID KEY
               PERFORM 250-SET-ON-FILE
               REWRITE COF-REC
       END-READ.
       MOVE 'Y' TO LK-COMPLETED.
      ******************************************************************
       250-SET-ON-FILE.
       MOVE 'E' TO COF-SOURCE.
       MOVE 'A' TO COF-STATUS.
       MOVE WS-CARD-EXP TO COF-EXP.
       MOVE WS-TODAY TO COF-ADD-DATE.
      ******************************************************************
       300-DROP.
       MOVE LK-MER-ID TO COF-MER-ID.
       MOVE LK-CARD TO COF-CARD.
       READ COF-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'D' TO COF-STATUS
               REWRITE COF-REC
               MOVE 'Y' TO LK-COMPLETED
       END-READ.
