      * AUTHOR       : DEVIN LEAMAN                                     *
      * EDITED BY    : HENRY HURLOCKER                                  *
      * CREATION DATE: 4/9/14                                           *
      * LAST EDIT    : 10/15/26 - FIELDS SHOW WHAT IS ALREADY KEYED SO  *
      *                A PRE-SCREENED OFFER CAN PREFILL THE FORM        *
      * PURPOSE      : SCREEN FOR ACCOUNT SIGN UP                       *
      *******************************************************************
       01  BLANK-SCREEN.
                   07 LINE 10 COL 32 PIC 9(8) TO WS-ACCNT-NUM AUTO.
               05  FORM-FNAME.
                   07 LINE 11 COL 17 VALUE "FIRST NAME: ".
                   07 LINE 11 COL 32 PIC X(20) USING WS-FNAME.
               05  FORM-LNAME.
                   07 LINE 12 COL 17 VALUE "LAST NAME: ".
                   07 LINE 12 COL 32 PIC X(20) USING WS-LNAME.
               05  FORM-PHONE.
                   07 LINE 13 COL 17 VALUE "PHONE: ".
                   07 LINE 13 COL 32 PIC 9(10) USING WS-PHONE.
               05  FORM-STREET.
                   07 LINE 14 COL 17 VALUE "ADDRESS: ".
                   07 LINE 14 COL 32 PIC X(20) USING WS-ADDRESS.
               05  FORM-ZIP.
                   07 LINE 15 COL 17 VALUE "ZIP-CODE: ".
                   07 LINE 15 COL 32 PIC 9(5) USING WS-ZIP AUTO.
               05  FORM-EMAIL.
                   07 LINE 16 COL 17 VALUE "EMAIL: ".
                   07 LINE 16 COL 32 PIC X(30) USING WS-EMAIL.
               05  FORM-LIMIT.
                   07 LINE 17 COL 17 VALUE "REQUESTED LIMIT: ".
                   07 LINE 17 COL 35 PIC 9(7) USING WS-LIMIT AUTO.
               05 FORM-SEL.
                   07  LINE 20 COL 27 PIC X TO CAP1-M-SEL AUTO.
                   07  LINE 20 COL 29 VALUE "Press 'S' to save changes".
