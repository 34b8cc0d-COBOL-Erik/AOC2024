       identification division.
       program-id. AOCQREL.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select TXNFIL assign to WS-TXNFIL-DSN
           organization is line sequential
           file status is TXN-FS.

           select SUSFIL assign to 'SUSPENSE.DAT'
           organization is line sequential
           file status is SUS-FS.

           select SLGFIL assign to 'SUSPENSE.LOG'
           organization is line sequential
           file status is SLG-FS.

           select INVFIL assign to 'ARCHIVE.INV'
           organization is line sequential
           file status is INV-FS.

           select SECFIL assign to W-SEC-DSN
           organization is line sequential
           file status is SEC-FS.

           select RSTFIL assign to 'SUSPREL.RST'
           organization is line sequential
           file status is RST-FS.

           select RPTFIL assign to 'AOCQREL.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
      * One release or discard per line:
      *   R|D rundate site user reason
       FD  TXNFIL.
       01  TXNDATA.
           05  TQ-ACTION      pic X(01).
           05  FILLER         pic X(01).
           05  TQ-DATE        pic X(08).
           05  FILLER         pic X(01).
           05  TQ-SITE        pic X(08).
           05  FILLER         pic X(01).
           05  TQ-USER        pic X(08).
           05  FILLER         pic X(01).
           05  TQ-REASON      pic X(20).

       FD  SUSFIL.
       01  SUSLINE            pic X(300).

       FD  SLGFIL.
       01  SLGLINE            pic X(120).

       FD  INVFIL.
       01  INVLINE            pic X(80).

       FD  SECFIL.
       01  SECLINE            pic X(256).

       FD  RSTFIL.
       01  RSTLINE            pic X(170).

       FD  RPTFIL.
       01  RPTLINE            pic X(80).

       working-storage section.
       01 A-ARB.
          05 TXN-FS           pic XX.
          05 SUS-FS           pic XX.
          05 SLG-FS           pic XX.
          05 INV-FS           pic XX.
          05 SEC-FS           pic XX.
          05 RST-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(4) comp-4 value ZERO.
          05 SX               pic S9(4) comp-4 value ZERO.
          05 W-SEC-COUNT      pic S9(4) comp-4 value ZERO.
          05 W-MAX-SECS       pic S9(4) comp-4 value 500.
          05 W-TXN-COUNT      pic S9(4) comp-4 value ZERO.
          05 W-RELEASED       pic S9(4) comp-4 value ZERO.
          05 W-DISCARDED      pic S9(4) comp-4 value ZERO.
          05 W-REFUSED        pic S9(4) comp-4 value ZERO.
          05 W-COPY-COUNT     pic S9(6) comp-4 value ZERO.
          05 W-TRL-TOTAL      pic S9(6) comp-4 value ZERO.
          05 W-AGE            pic S9(6) comp-4 value ZERO.
          05 W-BUCKET         pic S9(4) comp-4 value ZERO.
          05 W-BASE-VERSION   pic 9(02) value ZERO.
          05 W-STEP-RC        pic S9(4) comp-4 value ZERO.
          05 WS-TXNFIL-DSN    pic X(64) value 'SUSPREL.TXT'.
          05 W-TEMP-DSN       pic X(64).
          05 W-SEC-DSN        pic X(64).
          05 W-BASE-DSN       pic X(64).
          05 W-RUNDATE        pic X(08).
          05 W-NOW            pic X(21).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCQREL'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).

       COPY SUSREC.

      * One entry per held date and site.  A date quarantined
      * again under a later run keeps only that run's lines as
      * the section; STATE H is still held, P released but its
      * restatement not yet complete, R released, D discarded.
       01 FILLER.
          05 SC-ENTRY occurs 500 times.
             10 SC-RUNDATE    pic X(08).
             10 SC-SITE       pic X(08).
             10 SC-RUNID      pic X(08).
             10 SC-REASON     pic X(08).
             10 SC-LINES      pic S9(6) comp-4.
             10 SC-STATE      pic X(01).

       01 INV-DETAIL.
          05 ID-SOURCE        pic X(12).
          05 filler           pic X(1).
          05 ID-RUNDATE       pic X(08).
          05 filler           pic X(1).
          05 ID-VERSION       pic 9(02).
          05 filler           pic X(1).
          05 ID-COUNT         pic 9(08).
          05 filler           pic X(1).
          05 ID-DSN           pic X(40).

      * A restatement request in the layout AOCRSTM reads.
       01 RST-DETAIL.
          05 RR-DATE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RR-SITE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RR-REASON        pic X(20).
          05 filler           pic X(1) value SPACE.
          05 RR-INPUT         pic X(64).
          05 filler           pic X(1) value SPACE.
          05 RR-BASE          pic X(64).

       01 SEC-TRAILER.
          05 filler           pic X(07) value 'TRAILER'.
          05 SX-COUNT         pic 9(06).

       01 FILLER.
          05 BUCKET-NAMES.
             10 filler        pic X(10) value '0-2 DAYS'.
             10 filler        pic X(10) value '3-7 DAYS'.
             10 filler        pic X(10) value '8-30 DAYS'.
             10 filler        pic X(10) value 'OVER 30'.
          05 FILLER redefines BUCKET-NAMES.
             10 BN-NAME occurs 4 times pic X(10).
          05 BUCKET-TOTALS.
             10 BT-SECTIONS   occurs 4 times
                              pic S9(4) comp-4.
             10 BT-LINES      occurs 4 times
                              pic S9(6) comp-4.

       01 RPT-HDG1.
          05 filler           pic X(30) value
             'SUSPENSE RELEASE AND AGING    '.
          05 RH-RUNDATE       pic X(08).
       01 RPT-HDG2.
          05 filler           pic X(60) value
             'ACT RUNDATE  SITE     USER     RESULT'.
       01 RPT-TXN.
          05 RX-ACTION        pic X(01).
          05 filler           pic X(3) value SPACES.
          05 RX-DATE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RX-SITE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RX-USER          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RX-RESULT        pic X(40).
       01 RPT-TXN-TOTAL.
          05 filler           pic X(16) value 'RELEASE PENDING '.
          05 RT-RELEASED      pic ZZZ9.
          05 filler           pic X(12) value '  DISCARDED '.
          05 RT-DISCARDED     pic ZZZ9.
          05 filler           pic X(10) value '  REFUSED '.
          05 RT-REFUSED       pic ZZZ9.
       01 RPT-AGE-HDG.
          05 filler           pic X(60) value
             'HELD SECTIONS  RUNDATE  SITE     REASON   LINES  AGE'.
       01 RPT-AGE.
          05 filler           pic X(15) value SPACES.
          05 RA-DATE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RA-SITE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RA-REASON        pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RA-LINES         pic ZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RA-AGE           pic ZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RA-BUCKET        pic X(10).
          05 filler           pic X(1) value SPACE.
          05 RA-STATE         pic X(15).
       01 RPT-BUCKET.
          05 filler           pic X(7)  value 'BUCKET '.
          05 RB-NAME          pic X(10).
          05 filler           pic X(10) value ' SECTIONS '.
          05 RB-SECTIONS      pic ZZZ9.
          05 filler           pic X(7)  value ' LINES '.
          05 RB-LINES         pic ZZZZZ9.
       01 RPT-NOTE.
          05 RN-TEXT          pic X(60).

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-SUS-EOF-FLAG pic X value 'N'.
             88 V-SUS-EOF      value 'E'.
          05 W-REFUSE-FLAG  pic X value 'N'.
             88 V-REFUSED      value 'Y'.
          05 W-TRL-FLAG     pic X value 'N'.
             88 V-TRL-SEEN     value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCQREL'
           move spaces to W-RUNDATE
           accept W-RUNDATE from environment 'RUNDATE'
           if W-RUNDATE = spaces
              accept W-RUNDATE from date yyyymmdd
           end-if
           move function current-date to W-NOW
           move spaces to W-TEMP-DSN
           accept W-TEMP-DSN from environment 'SUSPRELDD'
           if W-TEMP-DSN not = spaces
              move W-TEMP-DSN to WS-TXNFIL-DSN
           end-if
           initialize BUCKET-TOTALS

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOCQREL.RPT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 8 to W-STEP-RC
              move W-STEP-RC to return-code
              goback
           end-if
      * The restatement requests are this run's releases only, so
      * the follow-on AOCRSTM step never replays an earlier one.
           open output RSTFIL
           if RST-FS not = '00'
              move 'OPEN RSTFIL' to W-ERR-OP
              move 'SUSPREL.RST' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RST-FS W-ERR-DETAIL
              close RPTFIL
              move 8 to W-STEP-RC
              move W-STEP-RC to return-code
              goback
           end-if
           move W-RUNDATE to RH-RUNDATE
           write RPTLINE from RPT-HDG1

           perform 1000-LOAD-SECTIONS
           perform 1100-LOAD-DISPOSITIONS
           perform 2000-APPLY-TRANSACTIONS
           close RSTFIL
           perform 3000-AGING-REPORT
           close RPTFIL

           display W-RELEASED ' released pending restatement, '
                   W-DISCARDED ' discarded, ' W-REFUSED ' refused'
           if W-REFUSED > ZERO and W-STEP-RC < 4
              move 4 to W-STEP-RC
           end-if
      * ERRLOG resets RETURN-CODE on every call, so the step's
      * condition is carried in W-STEP-RC and set once here.
           move W-STEP-RC to return-code
           goback
           .

      * An empty or absent suspense file is nothing held.
       1000-LOAD-SECTIONS section.
           open input SUSFIL
           if SUS-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read SUSFIL into SUS-RECORD
              at end set V-INPUT-EOF to true
           end-read
           perform until V-INPUT-EOF
              move ZERO to SX
              perform varying ix from 1 by 1 until ix > W-SEC-COUNT
                 if SC-RUNDATE(ix) = SUS-RUNDATE
                    and SC-SITE(ix) = SUS-SITE
                    move ix to SX
                 end-if
              end-perform
              evaluate true
              when SX > ZERO
                 if SC-RUNID(SX) not = SUS-RUNID
                    move SUS-RUNID  to SC-RUNID(SX)
                    move SUS-REASON to SC-REASON(SX)
                    move ZERO       to SC-LINES(SX)
                 end-if
                 add 1 to SC-LINES(SX)
              when W-SEC-COUNT >= W-MAX-SECS
                 move 'SECTION TBL'  to W-ERR-OP
                 move 'OV'           to W-ERR-FS
                 move 'SUSPENSE EXCEEDS TABLE - INCOMPLETE'
                                     to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 if W-STEP-RC < 4
                    move 4 to W-STEP-RC
                 end-if
                 set V-INPUT-EOF to true
              when other
                 add 1 to W-SEC-COUNT
                 move SUS-RUNDATE to SC-RUNDATE(W-SEC-COUNT)
                 move SUS-SITE    to SC-SITE(W-SEC-COUNT)
                 move SUS-RUNID   to SC-RUNID(W-SEC-COUNT)
                 move SUS-REASON  to SC-REASON(W-SEC-COUNT)
                 move 1           to SC-LINES(W-SEC-COUNT)
                 move 'H'         to SC-STATE(W-SEC-COUNT)
              end-evaluate
              if not V-INPUT-EOF
                 read SUSFIL into SUS-RECORD
                    at end set V-INPUT-EOF to true
                 end-read
              end-if
           end-perform
           close SUSFIL
           .

      * Every disposition already taken, oldest first; the last
      * one for a date, site and holding run stands.  A rerun
      * that held the section again is a new hold, untouched by
      * what was done with the earlier run's.  Entries written
      * before the run id was logged carry spaces there and are
      * taken to be for whichever run holds the section.
       1100-LOAD-DISPOSITIONS section.
           open input SLGFIL
           if SLG-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read SLGFIL into SUD-RECORD
              at end set V-INPUT-EOF to true
           end-read
           perform until V-INPUT-EOF
              perform varying ix from 1 by 1 until ix > W-SEC-COUNT
                 if SC-RUNDATE(ix) = SUD-RUNDATE
                    and SC-SITE(ix) = SUD-SITE
                    and (SC-RUNID(ix) = SUD-RUNID
                         or SUD-RUNID = spaces)
                    move SUD-ACTION(1:1) to SC-STATE(ix)
                 end-if
              end-perform
              read SLGFIL into SUD-RECORD
                 at end set V-INPUT-EOF to true
              end-read
           end-perform
           close SLGFIL
           .

       2000-APPLY-TRANSACTIONS section.
           open input TXNFIL
           if TXN-FS not = '00'
              move 'NO RELEASE OR DISCARD TRANSACTIONS' to RN-TEXT
              write RPTLINE from RPT-NOTE
              exit section
           end-if
           open extend SLGFIL
           if SLG-FS not = '05' and SLG-FS not = '00'
              open output SLGFIL
           end-if
           if SLG-FS not = '00'
              move 'OPEN SLGFIL'  to W-ERR-OP
              move 'SUSPENSE.LOG' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  SLG-FS W-ERR-DETAIL
              close TXNFIL
              move 8 to W-STEP-RC
              exit section
           end-if
           write RPTLINE from RPT-HDG2
           set V-INIT to true
           read TXNFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              add 1 to W-TXN-COUNT
              perform 2100-APPLY-ONE
              read TXNFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close TXNFIL
           close SLGFIL
           move W-RELEASED  to RT-RELEASED
           move W-DISCARDED to RT-DISCARDED
           move W-REFUSED   to RT-REFUSED
           write RPTLINE from RPT-TXN-TOTAL
           .

       2100-APPLY-ONE section.
           move 'N'       to W-REFUSE-FLAG
           move TQ-ACTION to RX-ACTION
           move TQ-DATE   to RX-DATE
           move TQ-SITE   to RX-SITE
           move TQ-USER   to RX-USER
           move ZERO      to SX
           evaluate true
           when (TQ-ACTION not = 'R' and TQ-ACTION not = 'D')
                or TQ-DATE is not numeric
                or TQ-SITE = spaces or TQ-USER = spaces
              move 'INVALID TRANSACTION' to RX-RESULT
              set V-REFUSED to true
           when other
              perform varying ix from 1 by 1 until ix > W-SEC-COUNT
                 if SC-RUNDATE(ix) = TQ-DATE
                    and SC-SITE(ix) = TQ-SITE
                    move ix to SX
                 end-if
              end-perform
      * A pending release whose restatement never completed may
      * be released again or discarded.
              evaluate true
              when SX = ZERO
                 move 'NO SUCH SECTION IN SUSPENSE' to RX-RESULT
                 set V-REFUSED to true
              when SC-STATE(SX) = 'R'
                 move 'ALREADY RELEASED' to RX-RESULT
                 set V-REFUSED to true
              when SC-STATE(SX) = 'D'
                 move 'ALREADY DISCARDED' to RX-RESULT
                 set V-REFUSED to true
              end-evaluate
           end-evaluate
           if not V-REFUSED
              move SPACES to W-SEC-DSN
              if TQ-ACTION = 'R'
                 perform 2200-RELEASE-SECTION
              else
                 move 'DISCARDED'  to RX-RESULT
                 move 'D'          to SC-STATE(SX)
                 add 1 to W-DISCARDED
              end-if
           end-if
           if V-REFUSED
              add 1 to W-REFUSED
              move 'SUSPENSE'  to W-ERR-OP
              move 'QR'        to W-ERR-FS
              move SPACES      to W-ERR-DETAIL
              string TQ-ACTION ' ' TQ-DATE ' ' function trim(TQ-SITE)
                 ' ' function trim(RX-RESULT)
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
           else
              move SPACES        to SUD-RECORD
              move TQ-DATE       to SUD-RUNDATE
              move TQ-SITE       to SUD-SITE
              if TQ-ACTION = 'R'
                 move 'PENDING'  to SUD-ACTION
              else
                 move 'DISCARD'  to SUD-ACTION
              end-if
              move TQ-USER       to SUD-USER
              move W-NOW(1:14)   to SUD-TIMESTAMP
              move TQ-REASON     to SUD-REASON
              move W-SEC-DSN     to SUD-SECTION-DSN
              move SC-RUNID(SX)  to SUD-RUNID
              write SLGLINE from SUD-RECORD
           end-if
           write RPTLINE from RPT-TXN
           .

      * A release reprocesses the section through the restatement
      * path: the held lines become a correction section that
      * AOCRSTM splices into the day's archived accepted feed.
      * It is logged as PENDING; AOCRSTM logs RELEASED once the
      * restated run for the section has completed.
       2200-RELEASE-SECTION section.
           perform 2300-FIND-BASE
           if W-BASE-DSN = spaces
              move 'ACCEPTED FEED NOT IN ARCHIVE' to RX-RESULT
              set V-REFUSED to true
              exit section
           end-if
           perform 2400-WRITE-SECTION
           if V-REFUSED
              exit section
           end-if
           move TQ-DATE            to RR-DATE
           move TQ-SITE            to RR-SITE
           move 'SUSPENSE RELEASE' to RR-REASON
           move W-SEC-DSN          to RR-INPUT
           move W-BASE-DSN         to RR-BASE
           write RSTLINE from RST-DETAIL
           move 'P'                to SC-STATE(SX)
           add 1 to W-RELEASED
           move SPACES to RX-RESULT
           string 'RESTATE PENDING ' function trim(W-SEC-DSN)
              delimited by size into RX-RESULT
           end-string
           .

      * The newest archive version of the day's accepted feed.
       2300-FIND-BASE section.
           move SPACES to W-BASE-DSN
           move ZERO   to W-BASE-VERSION
           open input INVFIL
           if INV-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read INVFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move INVLINE to INV-DETAIL
              if ID-SOURCE = 'AOCQUAR.ACC'
                 and ID-RUNDATE = TQ-DATE
                 and ID-VERSION >= W-BASE-VERSION
                 move ID-VERSION to W-BASE-VERSION
                 move ID-DSN     to W-BASE-DSN
              end-if
              read INVFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close INVFIL
           set V-INIT to true
           .

      * The held run's lines for the site as one section: its
      * first SITE header, every record, and one TRAILER carrying
      * the sum of the trailer counts when the site sent any.
       2400-WRITE-SECTION section.
           move SPACES to W-SEC-DSN
           string 'SUSP.' TQ-DATE '.' function trim(TQ-SITE)
              delimited by size into W-SEC-DSN
           end-string
           open output SECFIL
           if SEC-FS not = '00'
              move 'OPEN SECFIL'   to W-ERR-OP
              move W-SEC-DSN(1:40) to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  SEC-FS W-ERR-DETAIL
              move 'CANNOT WRITE SECTION' to RX-RESULT
              set V-REFUSED to true
              exit section
           end-if
           open input SUSFIL
           move ZERO to W-COPY-COUNT W-TRL-TOTAL
           move 'N'  to W-TRL-FLAG W-SUS-EOF-FLAG
           read SUSFIL into SUS-RECORD
              at end set V-SUS-EOF to true
           end-read
           perform until V-SUS-EOF
              if SUS-RUNDATE = TQ-DATE and SUS-SITE = TQ-SITE
                 and SUS-RUNID = SC-RUNID(SX)
                 evaluate true
                 when SUS-LINE(1:4) = 'SITE'
                    if W-COPY-COUNT = ZERO
                       write SECLINE from SUS-LINE
                       add 1 to W-COPY-COUNT
                    end-if
                 when SUS-LINE(1:7) = 'TRAILER'
                    set V-TRL-SEEN to true
                    if SUS-LINE(8:6) is numeric
                       add numval(SUS-LINE(8:6)) to W-TRL-TOTAL
                    end-if
                 when other
                    write SECLINE from SUS-LINE
                    add 1 to W-COPY-COUNT
                 end-evaluate
              end-if
              read SUSFIL into SUS-RECORD
                 at end set V-SUS-EOF to true
              end-read
           end-perform
           close SUSFIL
           if V-TRL-SEEN
              move W-TRL-TOTAL to SX-COUNT
              write SECLINE from SEC-TRAILER
           end-if
           close SECFIL
           .

      * Everything still held, with its age against RUNDATE.  A
      * section released but not yet restated is still held.
       3000-AGING-REPORT section.
           write RPTLINE from RPT-AGE-HDG
           perform varying ix from 1 by 1 until ix > W-SEC-COUNT
              if SC-STATE(ix) = 'H' or SC-STATE(ix) = 'P'
                 compute W-AGE =
                    integer-of-date(numval(W-RUNDATE))
                  - integer-of-date(numval(SC-RUNDATE(ix)))
                 evaluate true
                 when W-AGE <= 2
                    move 1 to W-BUCKET
                 when W-AGE <= 7
                    move 2 to W-BUCKET
                 when W-AGE <= 30
                    move 3 to W-BUCKET
                 when other
                    move 4 to W-BUCKET
                 end-evaluate
                 add 1             to BT-SECTIONS(W-BUCKET)
                 add SC-LINES(ix)  to BT-LINES(W-BUCKET)
                 move SC-RUNDATE(ix) to RA-DATE
                 move SC-SITE(ix)    to RA-SITE
                 move SC-REASON(ix)  to RA-REASON
                 move SC-LINES(ix)   to RA-LINES
                 move W-AGE          to RA-AGE
                 move BN-NAME(W-BUCKET) to RA-BUCKET
                 if SC-STATE(ix) = 'P'
                    move 'RELEASE PENDING' to RA-STATE
                 else
                    move SPACES            to RA-STATE
                 end-if
                 write RPTLINE from RPT-AGE
              end-if
           end-perform
           perform varying W-BUCKET from 1 by 1 until W-BUCKET > 4
              move BN-NAME(W-BUCKET)     to RB-NAME
              move BT-SECTIONS(W-BUCKET) to RB-SECTIONS
              move BT-LINES(W-BUCKET)    to RB-LINES
              write RPTLINE from RPT-BUCKET
           end-perform
           .
