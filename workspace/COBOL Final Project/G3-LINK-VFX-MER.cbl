      ******************************************************************
      *PROGRAM:  Group 3 Linkage - Vuflix On-Us Merchant Lookup
      *AUTHOR:   Team 3
      *DATE:     10/15/2026
      *ABSTRACT: Hands back the VISA merchant and location Vuflix is
      *          registered under (G3-VFX-MER-SETUP), so every Vuflix
      *          card charge, refund and rental extension posts
      *          against them and settles through the nightly
      *          merchant settlement. Until Vuflix is registered
      *          both come back ZERO and the charge posts with no
      *          merchant, as it always did.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-LINK-VFX-MER IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-MER.
       COPY SELECT-MERLOC.
      ******************************************************************
       DATA DIVISION.
       COPY FD-MER.
       COPY FD-MERLOC.
       WORKING-STORAGE SECTION.
       COPY WS-VFXMER.
       01  WS-STAT                     PIC XX.

       LINKAGE SECTION.
       01  LK-MER-ID                   PIC 9(8).
       01  LK-LOC-ID                   PIC 9(8).
      ******************************************************************
       PROCEDURE DIVISION USING LK-MER-ID, LK-LOC-ID.
       100-MAIN.
           MOVE ZERO TO LK-MER-ID.
           MOVE ZERO TO LK-LOC-ID.
           OPEN INPUT MER-FILE.
           IF WS-STAT NOT = ZERO
               EXIT PROGRAM
           END-IF.
           MOVE VFX-MER-NAME TO MER-NAME.
           READ MER-FILE KEY IS MER-NAME-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MER-ID TO LK-MER-ID
           END-READ.
           CLOSE MER-FILE.
           IF LK-MER-ID NOT = ZERO
               PERFORM 200-FIND-LOCATION
           END-IF.
           EXIT PROGRAM.
      ******************************************************************
       200-FIND-LOCATION.
       OPEN INPUT MERLOC-FILE.
       IF WS-STAT NOT = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE LK-MER-ID TO MERLOC-MER-ID.
       READ MERLOC-FILE KEY IS MERLOC-MER-ID-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE MERLOC-ID TO LK-LOC-ID
       END-READ.
       CLOSE MERLOC-FILE.
