       identification division.
       program-id. AOCOMST.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select TXNFIL assign to WS-TXNFIL-DSN
           organization is line sequential
           file status is TXN-FS.

           select OWNFIL assign to 'RPTOWNER.DAT'
           organization is indexed
           access is random
           record key is OWN-PATTERN
           file status is OWN-FS.

       data division.
       file section.
       FD  TXNFIL.
       01  TXNDATA.
           05  TX-ACTION      pic X(01).
           05  FILLER         pic X(01).
           05  TX-PATTERN     pic X(12).
           05  FILLER         pic X(01).
           05  TX-SYSTEM      pic X(08).
           05  FILLER         pic X(01).
           05  TX-CONTACT     pic X(30).

       FD  OWNFIL.
           COPY OWNREC.

       working-storage section.
       01 A-ARB.
          05 TXN-FS           pic XX.
          05 OWN-FS           pic XX.
          05 REC-NO           pic S9(6) comp-4 value ZERO.
          05 W-NEW-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-UPD-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-DEL-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-REJ-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-LEN            pic S9(4) comp-4 value ZERO.
          05 W-SYS-LEN        pic S9(4) comp-4 value ZERO.
          05 W-STAR-TALLY     pic S9(4) comp-4 value ZERO.
          05 W-SPACE-TALLY    pic S9(4) comp-4 value ZERO.
          05 W-REJ-REASON     pic X(19).
          05 W-RUNDATE        pic X(08).
          05 WS-TXNFIL-DSN    pic X(64) value 'RPTOWNER.TXT'.
          05 W-TEMP-DSN       pic X(64).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCOMST'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCOMST'
           move spaces to W-RUNDATE
           accept W-RUNDATE from environment 'RUNDATE'
           if W-RUNDATE = spaces
              accept W-RUNDATE from date yyyymmdd
           end-if
           move spaces to W-TEMP-DSN
           accept W-TEMP-DSN from environment 'OWNTXNDD'
           if W-TEMP-DSN not = spaces
              move W-TEMP-DSN to WS-TXNFIL-DSN
           end-if
           open input TXNFIL
           if TXN-FS not = '00'
              move 'OPEN TXNFIL' to W-ERR-OP
              move WS-TXNFIL-DSN to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  TXN-FS W-ERR-DETAIL
              move 4 to return-code
              goback
           end-if
           open i-o OWNFIL
           if OWN-FS = '35'
              open output OWNFIL
              close OWNFIL
              open i-o OWNFIL
           end-if
           if OWN-FS not = '00'
              move 'OPEN OWNFIL'  to W-ERR-OP
              move 'RPTOWNER.DAT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  OWN-FS W-ERR-DETAIL
              move 4 to return-code
              close TXNFIL
              goback
           end-if
           read TXNFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              add 1 to REC-NO
              perform 5000-APPLY-TXN
              read TXNFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close TXNFIL
           close OWNFIL
           display W-NEW-COUNT ' owners added'
           display W-UPD-COUNT ' owners updated'
           display W-DEL-COUNT ' owners deleted'
           display W-REJ-COUNT ' transactions rejected'
           goback
           .

      * An A transaction is an upsert keyed by the pattern: the
      * image replaces the entry on file or creates it.  A pattern
      * is a full report id, or a prefix with a single '*' as its
      * last character; a bare '*' would swallow every report and
      * hide the unowned listing, so it is refused.  The owning
      * system names the owner's notice file and so may not carry
      * embedded blanks.  A D transaction removes the pattern; its
      * reports fall to a shorter prefix or to the unowned listing.
       5000-APPLY-TXN section.
           move spaces to W-REJ-REASON
           move ZERO to W-LEN W-STAR-TALLY W-SPACE-TALLY
           if TX-PATTERN not = spaces
              compute W-LEN =
                 function length(function trim(TX-PATTERN trailing))
              inspect TX-PATTERN tallying W-STAR-TALLY for all '*'
           end-if
           if TX-SYSTEM not = spaces
              compute W-SYS-LEN =
                 function length(function trim(TX-SYSTEM trailing))
              inspect TX-SYSTEM(1:W-SYS-LEN)
                 tallying W-SPACE-TALLY for all space
           end-if
           evaluate true
           when TX-ACTION not = 'A' and TX-ACTION not = 'D'
              move 'BAD ACTION'        to W-REJ-REASON
           when TX-PATTERN = spaces
              move 'NO REPORT ID'      to W-REJ-REASON
           when W-STAR-TALLY > 1
              move 'BAD PREFIX'        to W-REJ-REASON
           when W-STAR-TALLY = 1
                and TX-PATTERN(W-LEN:1) not = '*'
              move 'BAD PREFIX'        to W-REJ-REASON
           when W-STAR-TALLY = 1 and W-LEN = 1
              move 'PREFIX TOO SHORT'  to W-REJ-REASON
           when TX-ACTION = 'A' and TX-SYSTEM = spaces
              move 'NO OWNER SYSTEM'   to W-REJ-REASON
           when TX-ACTION = 'A' and W-SPACE-TALLY > ZERO
              move 'BAD OWNER SYSTEM'  to W-REJ-REASON
           when TX-ACTION = 'A' and TX-CONTACT = spaces
              move 'NO CONTACT'        to W-REJ-REASON
           end-evaluate
           if W-REJ-REASON not = spaces
              perform 5100-REJECT-TXN
              exit section
           end-if

           move TX-PATTERN to OWN-PATTERN
           if TX-ACTION = 'D'
              delete OWNFIL record
              evaluate OWN-FS
              when '00'
                 add 1 to W-DEL-COUNT
              when '23'
                 move 'NOT ON FILE' to W-REJ-REASON
                 perform 5100-REJECT-TXN
              when other
                 move 'DELETE OWNER' to W-ERR-OP
                 move TX-PATTERN     to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     OWN-FS W-ERR-DETAIL
                 add 1 to W-REJ-COUNT
                 move 4 to return-code
              end-evaluate
              exit section
           end-if

           read OWNFIL
           evaluate OWN-FS
           when '00'
              move TX-SYSTEM  to OWN-SYSTEM
              move TX-CONTACT to OWN-CONTACT
              move W-RUNDATE  to OWN-UPD-DATE
              rewrite OWN-RECORD
              if OWN-FS = '00'
                 add 1 to W-UPD-COUNT
              else
                 move 'REWRITE OWNR' to W-ERR-OP
                 move TX-PATTERN     to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     OWN-FS W-ERR-DETAIL
                 add 1 to W-REJ-COUNT
                 move 4 to return-code
              end-if
           when '23'
              move TX-PATTERN to OWN-PATTERN
              move TX-SYSTEM  to OWN-SYSTEM
              move TX-CONTACT to OWN-CONTACT
              move W-RUNDATE  to OWN-UPD-DATE
              write OWN-RECORD
              if OWN-FS = '00'
                 add 1 to W-NEW-COUNT
              else
                 move 'WRITE OWNER'  to W-ERR-OP
                 move TX-PATTERN     to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     OWN-FS W-ERR-DETAIL
                 add 1 to W-REJ-COUNT
                 move 4 to return-code
              end-if
           when other
              move 'READ OWNFIL'  to W-ERR-OP
              move 'RPTOWNER.DAT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  OWN-FS W-ERR-DETAIL
              add 1 to W-REJ-COUNT
              move 4 to return-code
           end-evaluate
           .

       5100-REJECT-TXN section.
           move 'TXN CHECK'   to W-ERR-OP
           move '71'          to W-ERR-FS
           move SPACES        to W-ERR-DETAIL
           string 'BAD OWNER TXN ' TX-ACTION ' ' TX-PATTERN ' '
              W-REJ-REASON
              delimited by size into W-ERR-DETAIL
           end-string
           call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                               W-ERR-FS W-ERR-DETAIL
           add 1 to W-REJ-COUNT
           move 4 to return-code
           .
