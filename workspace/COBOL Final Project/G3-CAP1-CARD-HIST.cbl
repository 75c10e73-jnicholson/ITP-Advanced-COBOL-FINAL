      *          (lost/stolen replacement, product switch), so
      *          lookups on the old plastic keep resolving during
      *          the grace window instead of failing the moment the
      *          number changes. The replacing number is kept
      *          with it so the merchant account updater
      *          (G3-CAP1-COF-UPDATE) can tell card-on-file
      *          merchants where the customer went.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-CAP1-CARD-HIST IS INITIAL.
       01  LK-CARD                     PIC 9(16).
       01  LK-CH-ID                    PIC 9(8).
       01  LK-REASON                   PIC X(12).
       01  LK-NEW-CARD                 PIC 9(16).
      ******************************************************************
       PROCEDURE DIVISION USING LK-CARD, LK-CH-ID, LK-REASON,
                                LK-NEW-CARD.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           OPEN I-O CDH-FILE.
           MOVE WS-MONTH TO CDH-RETIRED-DATE (5:2).
           MOVE WS-DAY   TO CDH-RETIRED-DATE (7:2).
           MOVE LK-REASON TO CDH-REASON.
           MOVE LK-NEW-CARD TO CDH-NEW-CARD.
           WRITE CDH-REC
               INVALID KEY
                   REWRITE CDH-REC
