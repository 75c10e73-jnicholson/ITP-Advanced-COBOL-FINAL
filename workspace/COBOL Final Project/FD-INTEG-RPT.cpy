      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * NIGHTLY REFERENTIAL INTEGRITY EXCEPTIONS: ONE LINE PER RULE
      * WITH ITS SEVERITY ('C' CRITICAL, 'W' WARNING) AND BREAK
      * COUNT, FOLLOWED BY UP TO THREE SAMPLE KEYS OF THE BREAKING
      * RECORDS. REWRITTEN EACH RUN BY G3-INTEG-SWEEP.
       FD  ITG-FILE.
       01  ITG-LINE                    PIC X(80).
