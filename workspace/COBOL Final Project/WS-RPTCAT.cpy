      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * REPORT CATALOG FOR THE REPOSITORY: EACH REPORT FILE, THE DAYS
      * A FILED RUN IS KEPT, AND THE LEAST ROLE THAT MAY VIEW IT
      * (T ANY OPERATOR, S SUPERVISOR, A ADMIN). A REPORT NOT LISTED
      * IS FILED UNDER WS-RC-DFLT-RETAIN / WS-RC-DFLT-ROLE.
      * EACH ENTRY: FILE NAME X(24), DAYS KEPT 9(4), ROLE X.
       01  WS-RC-TABLE.
           03  FILLER PIC X(29) VALUE 'ACCRUAL-RPT.TXT         2555S'.
           03  FILLER PIC X(29) VALUE 'ACCTUPD-RPT.TXT         0365T'.
           03  FILLER PIC X(29) VALUE 'ACHRET-RPT.TXT          2555S'.
           03  FILLER PIC X(29) VALUE 'ACRVAR-RPT.TXT          2555S'.
           03  FILLER PIC X(29) VALUE 'ADVACT-PRT.TXT          0760S'.
           03  FILLER PIC X(29) VALUE 'ADVACT-RPT.TXT          0760S'.
           03  FILLER PIC X(29) VALUE 'AGING-RPT.TXT           2555S'.
           03  FILLER PIC X(29) VALUE 'AVS-RPT.TXT             0365S'.
           03  FILLER PIC X(29) VALUE 'BACKUP-VERIFY-RPT.TXT   0365A'.
           03  FILLER PIC X(29) VALUE 'BDS-IN-EXC.TXT          0760S'.
           03  FILLER PIC X(29) VALUE 'BUREAU-RPT.TXT          2555S'.
           03  FILLER PIC X(29) VALUE 'CHGOFF-RPT.TXT          2555S'.
           03  FILLER PIC X(29) VALUE 'CHKPAID-EXC.TXT         2555S'.
           03  FILLER PIC X(29) VALUE 'CHURN-RPT.TXT           0365T'.
           03  FILLER PIC X(29) VALUE 'CMP-ESC-RPT.TXT         0365S'.
           03  FILLER PIC X(29) VALUE 'CMP-RPT.TXT             2555S'.
           03  FILLER PIC X(29) VALUE 'DAY-JOURNAL.TXT         2555S'.
           03  FILLER PIC X(29) VALUE 'DORMACT-RPT.TXT         1825S'.
           03  FILLER PIC X(29) VALUE 'DSPDL-RPT.TXT           0760S'.
           03  FILLER PIC X(29) VALUE 'DUNNING-PRT.TXT         0760S'.
           03  FILLER PIC X(29) VALUE 'DUP-RPT.TXT             0365S'.
           03  FILLER PIC X(29) VALUE 'EOD-RPT.TXT             2555S'.
           03  FILLER PIC X(29) VALUE 'ESCHEAT-RPT.TXT         2555S'.
           03  FILLER PIC X(29) VALUE 'FEEREV-RPT.TXT          2555S'.
           03  FILLER PIC X(29) VALUE 'FRAUD-RPT.TXT           1825S'.
           03  FILLER PIC X(29) VALUE 'GL-EXC-RPT.TXT          2555S'.
           03  FILLER PIC X(29) VALUE 'GL-TB-RPT.TXT           2555S'.
           03  FILLER PIC X(29) VALUE 'INTEG-RPT.TXT           0365S'.
           03  FILLER PIC X(29) VALUE 'ISS-SCORE-RPT.TXT       0365S'.
           03  FILLER PIC X(29) VALUE 'ISS-XFER-MANIFEST.TXT   2555S'.
           03  FILLER PIC X(29) VALUE 'ISSSETTLE-RPT.TXT       2555S'.
           03  FILLER PIC X(29) VALUE 'ISSVOL-RPT.TXT          0365T'.
           03  FILLER PIC X(29) VALUE 'LICEXP-RPT.TXT          0365T'.
           03  FILLER PIC X(29) VALUE 'LOCSALES-RPT.TXT        2555S'.
           03  FILLER PIC X(29) VALUE 'MAIL-RPT.TXT            0090T'.
           03  FILLER PIC X(29) VALUE 'MEPREVIEW-RPT.TXT       0365S'.
           03  FILLER PIC X(29) VALUE 'MER-INACT-RPT.TXT       0365T'.
           03  FILLER PIC X(29) VALUE 'MER1099-RPT.TXT         2555S'.
           03  FILLER PIC X(29) VALUE 'MERBATCH-RPT.TXT        2555S'.
           03  FILLER PIC X(29) VALUE 'MERRISK-RPT.TXT         1825S'.
           03  FILLER PIC X(29) VALUE 'MIGRATE-RPT.TXT         0365A'.
           03  FILLER PIC X(29) VALUE 'MTPEND-RPT.TXT          0365S'.
           03  FILLER PIC X(29) VALUE 'OPBAL-RPT.TXT           2555S'.
           03  FILLER PIC X(29) VALUE 'PCI-RPT.TXT             1825A'.
           03  FILLER PIC X(29) VALUE 'PCI-SWEEP-RPT.TXT       1825A'.
           03  FILLER PIC X(29) VALUE 'PENALTY-RPT.TXT         2555S'.
           03  FILLER PIC X(29) VALUE 'PREORD-RPT.TXT          0365T'.
           03  FILLER PIC X(29) VALUE 'PRESCREEN-RPT.TXT       0760S'.
           03  FILLER PIC X(29) VALUE 'PROMO-RPT.TXT           0365T'.
           03  FILLER PIC X(29) VALUE 'RECO-CONV-RPT.TXT       0365T'.
           03  FILLER PIC X(29) VALUE 'RECON-RPT.TXT           2555S'.
           03  FILLER PIC X(29) VALUE 'RECOV-RPT.TXT           2555S'.
           03  FILLER PIC X(29) VALUE 'REISSUE-RPT.TXT         0365T'.
           03  FILLER PIC X(29) VALUE 'ROLLRATE-RPT.TXT        2555S'.
           03  FILLER PIC X(29) VALUE 'SCRA-EXP-RPT.TXT        2555S'.
           03  FILLER PIC X(29) VALUE 'SCRA-RPT.TXT            2555S'.
           03  FILLER PIC X(29) VALUE 'SETTLE-RPT.TXT          2555S'.
           03  FILLER PIC X(29) VALUE 'SPECHND-RPT.TXT         0365T'.
           03  FILLER PIC X(29) VALUE 'SUSP-AGING.TXT          2555S'.
           03  FILLER PIC X(29) VALUE 'TERM-DORMANT.TXT        0365T'.
           03  FILLER PIC X(29) VALUE 'VFX-IC-RECON.TXT        2555S'.
           03  FILLER PIC X(29) VALUE 'VFX-RATE-RPT.TXT        0365T'.
           03  FILLER PIC X(29) VALUE 'VFX-REFUND-RPT.TXT      2555S'.
           03  FILLER PIC X(29) VALUE 'VFX-ROY-STMT.TXT        2555S'.
           03  FILLER PIC X(29) VALUE 'VFX-SALES-RPT.TXT       2555S'.
           03  FILLER PIC X(29) VALUE 'VFX-TAX-RPT.TXT         2555S'.
           03  FILLER PIC X(29) VALUE 'VFX-VIEW-RPT.TXT        0365T'.
           03  FILLER PIC X(29) VALUE 'WAIVER-RPT.TXT          2555S'.
           03  FILLER PIC X(29) VALUE 'WATCHHIT-RPT.TXT        1825A'.
           03  FILLER PIC X(29) VALUE 'WISH-CONV-RPT.TXT       0365T'.
           03  FILLER PIC X(29) VALUE 'YEAREND-RPT.TXT         2555S'.
       01  WS-RC-ENTRIES REDEFINES WS-RC-TABLE.
           03  WS-RC-ENTRY             OCCURS 71 TIMES.
               05  WS-RC-FILE          PIC X(24).
               05  WS-RC-RETAIN        PIC 9(4).
               05  WS-RC-ROLE          PIC X.
       01  WS-RC-COUNT                 PIC 99 VALUE 71.
       01  WS-RC-IDX                   PIC 99 VALUE ZERO.
       01  WS-RC-DFLT-RETAIN           PIC 9(4) VALUE 0365.
       01  WS-RC-DFLT-ROLE             PIC X VALUE 'S'.
