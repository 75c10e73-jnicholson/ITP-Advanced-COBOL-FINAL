      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * COMMA-DELIMITED EXTRACT WRITTEN ALONGSIDE A PRINTED REPORT;
      * THE REPORT PROGRAM SETS WS-CSV-NAME (E.G. AGING.CSV) BEFORE
      * IT OPENS THE FILE.
       SELECT CSV-FILE
               ASSIGN TO DYNAMIC WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STAT.
