
      * MESSAGE BODY TEMPLATES: ONE TEXT FILE PER NOTICE FAMILY
      * (TPL-LATEFEE.TXT, TPL-STMT.TXT, TPL-PURCH.TXT,
      * TPL-ADVACT.TXT, TPL-DEFAULT.TXT). A LINE THAT IS EXACTLY
      * '&TO' OR '&SUBJECT' IS REPLACED WITH THE QUEUE ENTRY'S
      * ADDRESS OR SUBJECT.
       FD  TPL-FILE.
       01  TPL-LINE                    PIC X(80).

