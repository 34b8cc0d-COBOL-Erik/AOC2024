       data division.
       file section.
       FD  STSFIL.
       01  STSLINE            pic X(100).

       FD  RPTFIL.
       01  RPTLINE            pic X(90).
