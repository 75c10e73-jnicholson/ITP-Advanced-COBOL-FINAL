       PROGRAM-ID. G3-VFX-CRED-LOG IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFXCRED.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFXCRED.

       WORKING-STORAGE SECTION.
       01  WS-TSTAMP.
