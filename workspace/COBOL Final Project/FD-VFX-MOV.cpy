      * 17, 18). PURCHASE AND GIFT REFUSE A TITLE RATED ABOVE THE
      * RECIPIENT'S VM-RATING-CEIL.
           03  VML-RATING           PIC 9(2)    VALUE ZERO.
      * RUNNING TIME IN MINUTES (ZERO = NOT KNOWN). VIEWING
      * SESSIONS MEASURE HOW FAR INTO THE TITLE A MEMBER GOT
      * AGAINST IT, FOR RESUME AND THE REFUND WATCHED CEILING.
           03  VML-RUNTIME          PIC 9(3)    VALUE ZERO.
      * MEMBER STAR RATINGS: THE SUM AND COUNT OF THE STARS ON
      * APPROVED REVIEWS (G3-VFX-REVIEW KEEPS THEM AS REVIEWS ARE
      * APPROVED OR TAKEN BACK) AND THE RUNNING AVERAGE THEY GIVE.
           03  VML-STAR-SUM         PIC 9(7)    VALUE ZERO.
           03  VML-STAR-CT          PIC 9(5)    VALUE ZERO.
           03  VML-STAR-AVG         PIC 9V99    VALUE ZERO.

       SD  SORT-FILE.
           01  SORT-REC.
               03  SORT-GENRE-TXT        PIC X(10).
               03  SORT-PRICE-TXT        PIC 9(2)V99.
               03  SORT-RATING-TXT       PIC 9(2).
               03  SORT-STAR-AVG-TXT     PIC 9V99.
               03  SORT-STAR-CT-TXT      PIC 9(5).

       FD  VML-SORTED-FILE-TXT.
       01  VML-SORTED-REC-TXT.
           03  VML-SORTED-TITLE-TXT        PIC X(35).
           03  VML-SORTED-GENRE-TXT        PIC X(10).
           03  VML-SORTED-PRICE-TXT        PIC 9(2)V99.
           03  VML-SORTED-RATING-TXT       PIC 9(2).
           03  VML-SORTED-STAR-AVG-TXT     PIC 9V99.
           03  VML-SORTED-STAR-CT-TXT      PIC 9(5).
