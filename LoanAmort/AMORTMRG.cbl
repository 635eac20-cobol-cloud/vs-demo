       COPY ANNLSUMF.

       FD  COMB-SCHED-FILE.
       01  COMB-SCHED-RECORD        PIC X(107).

       FD  COMB-ANNL-FILE.
       01  COMB-ANNL-RECORD         PIC X(56).
