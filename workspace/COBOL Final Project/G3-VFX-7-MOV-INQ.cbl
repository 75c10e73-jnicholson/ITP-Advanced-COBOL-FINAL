      *           RESET SO A SECOND RUN IN THE SAME SESSION COULD
      *           SILENTLY SHOW STALE RESULTS. MARKED IS INITIAL SO
      *           WORKING-STORAGE REINITIALIZES ON EVERY CALL.
      *  10/15  - OPTION 4 LOOKS UP A TITLE'S MEMBER STAR RATING -
      *           AVERAGE, NUMBER OF RATINGS AND THE LATEST APPROVED
      *           REVIEWS.
      ******************************************************************
       PROGRAM-ID. G3-VFX-7-MOV-INQ IS INITIAL.
      ******************************************************************
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-PUR.
       COPY SELECT-ZIP.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFXREVW.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PUR.
       COPY FD-ZIP.
       COPY FD-VFX-MOV.
       COPY FD-VFXREVW.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       01  WS-VTP-EOF2                 PIC X VALUE SPACES.
       01  WS-RENT-ROWS                PIC 99 VALUE ZERO.
       01  WS-ZIP-STAT                 PIC XX.
       01  WS-INQ-VML                  PIC 9(8) VALUE ZERO.
       01  WS-RVW-EOF                  PIC X VALUE SPACES.
       01  WS-RVW-ROWS                 PIC 99 VALUE ZERO.
       01  WS-STAR-AVG-ED              PIC 9.99.
       01  WS-STAR-CT-ED               PIC ZZ,ZZ9.
       01  VFX-7-EOF-FLAG              PIC X       VALUE 'N'.
           88  VFX-7-EOF                           VALUE 'Y'.
       COPY SCREEN-VFX-7-MBR-INQ.
               WHEN '1' PERFORM 100-SEARCH-ID
               WHEN '2' PERFORM 200-SEARCH-LNAME
               WHEN '3' PERFORM 300-SEARCH-EMAIL
               WHEN '4' PERFORM 600-TITLE-RATING
           END-EVALUATE
       END-PERFORM.
       CLOSE VM-FILE
           END-READ
       END-PERFORM.
       CLOSE VTP-FILE.
      ******************************************************************
      * A TITLE'S MEMBER RATING AND UP TO TEN OF ITS APPROVED
      * REVIEWS, IN MEMBER ORDER.
      ******************************************************************
       600-TITLE-RATING.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'TITLE (VML) ID:'.
       ACCEPT WS-INQ-VML.
       OPEN INPUT VML-FILE.
       MOVE WS-INQ-VML TO VML-ID-KEY.
       READ VML-FILE
           INVALID KEY
               DISPLAY 'TITLE NOT ON FILE'
               CLOSE VML-FILE
               DISPLAY "PRESS 'ENTER' TO CONTINUE"
               ACCEPT WS-RESP
               EXIT PARAGRAPH
       END-READ.
       CLOSE VML-FILE.
       MOVE VML-STAR-AVG TO WS-STAR-AVG-ED.
       MOVE VML-STAR-CT TO WS-STAR-CT-ED.
       DISPLAY VML-TITLE '  ' VML-GENRE.
       IF VML-STAR-CT = ZERO
           DISPLAY 'NOT YET RATED BY MEMBERS'
       ELSE
           DISPLAY 'MEMBER RATING ' WS-STAR-AVG-ED ' STARS FROM '
                   WS-STAR-CT-ED ' RATING(S)'
       END-IF.
       MOVE ZERO TO WS-RVW-ROWS.
       MOVE SPACES TO WS-RVW-EOF.
       OPEN INPUT RVW-FILE.
       IF WS-STAT NOT = ZERO
           DISPLAY "PRESS 'ENTER' TO CONTINUE"
           ACCEPT WS-RESP
           EXIT PARAGRAPH
       ELSE
           MOVE WS-INQ-VML TO RVW-VML-ID
           MOVE ZERO TO RVW-VM-ID
           START RVW-FILE KEY NOT LESS THAN RVW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RVW-EOF
           END-START
       END-IF.
       PERFORM UNTIL WS-RVW-EOF = 'Y'
           READ RVW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RVW-EOF
               NOT AT END
                   IF RVW-VML-ID NOT = WS-INQ-VML
                       MOVE 'Y' TO WS-RVW-EOF
                   ELSE
                       IF RVW-APPROVED
                           ADD 1 TO WS-RVW-ROWS
                           DISPLAY '  ' RVW-STARS ' STARS  '
                                   RVW-DATE '  ' RVW-TEXT
                           IF WS-RVW-ROWS NOT < 10
                               MOVE 'Y' TO WS-RVW-EOF
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE RVW-FILE.
       DISPLAY "PRESS 'ENTER' TO CONTINUE".
       ACCEPT WS-RESP.
      ******************************************************************
       900-PICK-MEMBER.
       DISPLAY PTSCREEN-EDIT.
