      *           COULD SILENTLY SHOW STALE RESULTS. MARKED IS
      *           INITIAL SO WORKING-STORAGE REINITIALIZES ON EVERY
      *           CALL.
      *  10/15  - EACH TITLE CARRIES ITS MEMBER STAR RATING (AVERAGE
      *           AND NUMBER OF APPROVED REVIEWS) ON THE EXTRACT.
      ******************************************************************
       PROGRAM-ID. G3-VFX-8-MOV-RPT IS INITIAL.
      ******************************************************************
                   MOVE VML-GENRE  TO SORT-GENRE-TXT
                   MOVE VML-PRICE  TO SORT-PRICE-TXT
                   MOVE VML-RATING TO SORT-RATING-TXT
                   MOVE VML-STAR-AVG TO SORT-STAR-AVG-TXT
                   MOVE VML-STAR-CT  TO SORT-STAR-CT-TXT
                   RELEASE SORT-REC
           END-READ
       END-PERFORM.
