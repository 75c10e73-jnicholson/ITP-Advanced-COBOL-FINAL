               05  LINE 10 COL 31 VALUE "    1) Member ID   ".          
               05  LINE 11 COL 31 VALUE "    2) Last Name     ".
               05  LINE 12 COL 31 VALUE "    3) Email   ".
               05  LINE 13 COL 31 VALUE "    4) Title Rating".
               05  LINE 22 COL 31 VALUE "Selection   (X=exit)".
               05  LINE 22 COL 41 PIC X        TO VFX-M-SEL AUTO.
               
