      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * GL CHART OF ACCOUNTS, ONE RECORD PER LEDGER ACCOUNT, KEPT FROM
      * G3-GL-MAINT. GLA-TYPE IS A ASSET, L LIABILITY, Q EQUITY,
      * I INCOME, E EXPENSE. AN INACTIVE ACCOUNT TAKES NO NEW
      * POSTINGS; THE EXTRACT SENDS THEM TO SUSPENSE INSTEAD.
       FD  GLA-FILE.
       01  GLA-REC.
           03  GLA-ACCOUNT             PIC 9(6).
           03  GLA-NAME                PIC X(30).
           03  GLA-TYPE                PIC X.
               88  GLA-TYPE-VALID      VALUE 'A' 'L' 'Q' 'I' 'E'.
           03  GLA-STATUS              PIC X.
               88  GLA-ACTIVE          VALUE 'A'.
               88  GLA-INACTIVE        VALUE 'I'.
           03  GLA-UPD-BY              PIC X(8).
           03  GLA-UPD-DATE            PIC 9(8).
