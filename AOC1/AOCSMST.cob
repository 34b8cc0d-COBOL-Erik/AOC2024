           05  TX-VOL-MIN     pic 9(06).
           05  FILLER         pic X(01).
           05  TX-VOL-MAX     pic 9(06).
           05  FILLER         pic X(01).
           05  TX-CUTOFF      pic X(04).
           05  FILLER         pic X(01).
           05  TX-DAYS        pic X(07).

       FD  SITEFIL.
           COPY SITEREC.
          05 W-UPD-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-DEL-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-REJ-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-DAY-TALLY      pic S9(4) comp-4 value ZERO.
          05 WS-TXNFIL-DSN    pic X(64) value 'SITEMAST.APR'.
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCSMST'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
       procedure division.
       A-MAIN section.
           display 'AOCSMST'
      * Changes come only from AOCCHGQ, once a second user has
      * approved them - there is no direct transaction file, so
      * no site-master change escapes dual control.  A day with
      * nothing approved leaves no file to read.
           open input TXNFIL
           if TXN-FS = '35'
              display 'no approved site master changes'
              goback
           end-if
           if TXN-FS not = '00'
              move 'OPEN TXNFIL' to W-ERR-OP
              move WS-TXNFIL-DSN to W-ERR-DETAIL
           end-perform
           close TXNFIL
           close SITEFIL
           open output TXNFIL
           close TXNFIL
           display W-NEW-COUNT ' sites added'
           display W-UPD-COUNT ' sites updated'
           display W-DEL-COUNT ' sites deleted'
      * record on file or creates it.  A D transaction removes
      * the code from the master outright; decommissioned sites
      * that should stay visible are marked inactive instead.
      * The schedule columns may be left blank (every day, no
      * cutoff); when given, the cutoff is a valid HHMM and the
      * days are seven Y/N flags, Monday first.
       5000-APPLY-TXN section.
           move ZERO to W-DAY-TALLY
           inspect TX-DAYS tallying W-DAY-TALLY for all 'Y' all 'N'
           if TX-CODE = spaces
              or (TX-ACTION not = 'A' and TX-ACTION not = 'D')
              or (TX-ACTION = 'A' and TX-ACTIVE not = 'A'
              or (TX-ACTION = 'A'
                  and (TX-VOL-MIN is not numeric
                       or TX-VOL-MAX is not numeric))
              or (TX-ACTION = 'A' and TX-CUTOFF not = spaces
                  and (TX-CUTOFF is not numeric
                       or TX-CUTOFF(1:2) > '23'
                       or TX-CUTOFF(3:2) > '59'))
              or (TX-ACTION = 'A' and TX-DAYS not = spaces
                  and W-DAY-TALLY not = 7)
              move 'TXN CHECK'   to W-ERR-OP
              move '71'          to W-ERR-FS
              move SPACES        to W-ERR-DETAIL
              move TX-ACTIVE  to SITE-ACTIVE
              move TX-VOL-MIN to SITE-VOL-MIN
              move TX-VOL-MAX to SITE-VOL-MAX
              move TX-CUTOFF  to SITE-CUTOFF
              move TX-DAYS    to SITE-DAYS
              rewrite SITE-RECORD
              if SIT-FS = '00'
                 add 1 to W-UPD-COUNT
              move TX-ACTIVE  to SITE-ACTIVE
              move TX-VOL-MIN to SITE-VOL-MIN
              move TX-VOL-MAX to SITE-VOL-MAX
              move TX-CUTOFF  to SITE-CUTOFF
              move TX-DAYS    to SITE-DAYS
              write SITE-RECORD
              if SIT-FS = '00'
                 add 1 to W-NEW-COUNT
