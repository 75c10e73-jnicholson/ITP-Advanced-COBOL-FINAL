
      * PER-STEP RUN STATE FOR THE NIGHT: 'D' HEADER CARRIES THE
      * RUN DATE, 'S' LINES CARRY EACH STEP'S STATUS ('R' RUNNING,
      * 'C' COMPLETE, 'F' FAILED, 'E' ENDED WITH EXCEPTIONS, 'H'
      * HELD BEHIND AN 'E' STEP) WITH START AND END STAMPS. A
      * RESTART ON THE SAME DATE SKIPS THE 'C' STEPS AND RESUMES AT
      * THE FIRST 'R'/'F', RERUNNING ANY 'E'/'H' STEPS.
       FD  JOBSTAT-FILE.
       01  JOBSTAT-REC.
           03  JS-TYPE                 PIC X.
