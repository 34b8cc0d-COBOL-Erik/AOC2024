       01  SCHLINE            pic X(80).

       FD  STSFIL.
       01  STSLINE            pic X(100).

       FD  STSHST.
       01  STHLINE            pic X(100).

       FD  NEWFIL.
       01  NEWLINE            pic X(100).

       FD  RPTFIL.
       01  RPTLINE            pic X(60).
