               88  MER-FUND-DAILY          VALUE 'D'.
               88  MER-FUND-WEEKLY         VALUE 'W'.
               88  MER-FUND-CYCLE          VALUE 'C'.
      * 'Y' DECLINES A CARD-NOT-PRESENT CHARGE WHOSE ADDRESS
      * VERIFICATION COMES BACK NO MATCH; ANYTHING ELSE POSTS IT
      * WITH THE RESULT STAMPED FOR FRAUD REVIEW.
           03  MER-AVS-DECLINE PIC X      VALUE 'N'.
               88  MER-AVS-DECLINE-ON      VALUE 'Y'.

       FD  MER-SEQ-FILE.		   
       01  MER-SEQ-REC.	
