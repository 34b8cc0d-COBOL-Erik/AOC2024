       data division.
       file section.
       FD  STSFIL.
       01  STSLINE                pic X(100).

       working-storage section.
       01 S-ARB.
