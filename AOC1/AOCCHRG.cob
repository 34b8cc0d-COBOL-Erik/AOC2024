       identification division.
       program-id. AOCCHRG.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select SLAFIL assign to 'SITESLA.HIST'
           organization is line sequential
           file status is SLA-FS.

           select RATFIL assign to 'CHGRATE.DAT'
           organization is line sequential
           file status is RAT-FS.

           select EXTFIL assign to 'CHGEXTR.DAT'
           organization is line sequential
           file status is EXT-FS.

           select RPTFIL assign to 'CHGINV.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  SLAFIL.
       01  SLALINE            pic X(80).

       FD  RATFIL.
       01  RATLINE            pic X(40).

       FD  EXTFIL.
       01  EXTLINE            pic X(100).

       FD  RPTFIL.
       01  RPTLINE            pic X(80).

       working-storage section.
       01 A-ARB.
          05 SLA-FS           pic XX.
          05 RAT-FS           pic XX.
          05 EXT-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(6) comp-4 value ZERO.
          05 RX               pic S9(4) comp-4 value ZERO.
          05 JX               pic S9(4) comp-4 value ZERO.
          05 REC-NO           pic S9(6) comp-4 value ZERO.
          05 W-ENT-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-MAX-ENTS       pic S9(6) comp-4 value 3000.
          05 W-RATE-COUNT     pic S9(4) comp-4 value ZERO.
          05 W-MAX-RATES      pic S9(4) comp-4 value 100.
          05 W-DEFAULT-RX     pic S9(4) comp-4 value ZERO.
          05 W-SITE-RX        pic S9(4) comp-4 value ZERO.
          05 W-DAYS-BILLED    pic S9(4) comp-4 value ZERO.
          05 W-DAYS-HELD      pic S9(4) comp-4 value ZERO.
          05 W-STEP-RC        pic S9(4) comp-4 value ZERO.
          05 W-RECEIVED       pic S9(9) comp-4 value ZERO.
          05 W-REJECTED       pic S9(9) comp-4 value ZERO.
          05 W-RECORD-AMT     pic S9(9)V99 comp-4 value ZERO.
          05 W-REJECT-AMT     pic S9(9)V99 comp-4 value ZERO.
          05 W-MINIMUM-ADJ    pic S9(9)V99 comp-4 value ZERO.
          05 W-TOTAL-AMT      pic S9(9)V99 comp-4 value ZERO.
          05 W-GRAND-AMT      pic S9(11)V99 comp-4 value ZERO.
          05 W-HASH           pic S9(15) comp-4 value ZERO.
          05 W-BILLED-COUNT   pic S9(6) comp-4 value ZERO.
          05 W-UNRATED-COUNT  pic S9(6) comp-4 value ZERO.
          05 W-CUR-SITE       pic X(08).
          05 W-RUNDATE        pic X(08).
          05 W-MONTH          pic X(06).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCCHRG'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).

       01 CONTROL-AREA.
          05 W-RUNID          pic X(08).
          COPY CTLREC.

       COPY SLAREC.

       COPY RATEREC.

       COPY CHGREC.

      * The rate table as loaded; RT-USED marks a site line that
      * priced some activity this month.
       01 FILLER.
          05 RT-ENTRY occurs 100 times.
             10 RT-SITE       pic X(08).
             10 RT-PER-RECORD pic 9(03)V9(04).
             10 RT-PER-REJECT pic 9(03)V9(04).
             10 RT-MINIMUM    pic 9(07)V99.
             10 RT-USED       pic X(01).

      * One entry per site and RUNDATE in the month, from the
      * quality rows beside each ACK.  A date processed more
      * than once - a correction cycle, a restatement, a held
      * section later released - keeps only its last row, so
      * no section is billed twice; a date whose last row is
      * HELD is still in suspense and is not billed at all.
       01 FILLER.
          05 SE-ENTRY occurs 1 to 3000 times
                      depending on W-ENT-COUNT.
             10 SE-SITE       pic X(08).
             10 SE-DATE       pic X(08).
             10 SE-STATUS     pic X(08).
             10 SE-ACCEPTED   pic S9(6) comp-4.
             10 SE-REJECTED   pic S9(6) comp-4.

       01 RPT-HDG1.
          05 filler           pic X(30) value
             'SITE CHARGEBACK INVOICES -    '.
          05 RH-MONTH         pic X(06).
          05 filler           pic X(8) value '  RUNID '.
          05 RH-RUNID         pic X(08).
       01 RPT-INV-HDG.
          05 filler           pic X(8) value 'INVOICE '.
          05 RI-MONTH         pic X(06).
          05 filler           pic X(6) value '  SITE'.
          05 filler           pic X(1) value SPACE.
          05 RI-SITE          pic X(08).
          05 filler           pic X(13) value '  RATE BASIS '.
          05 RI-BASIS         pic X(08).
       01 RPT-INV-DAYS.
          05 filler           pic X(16) value '   DAYS BILLED  '.
          05 RI-DAYS-BILLED   pic ZZ9.
          05 filler           pic X(16) value '   DAYS HELD    '.
          05 RI-DAYS-HELD     pic ZZ9.
       01 RPT-INV-LINE.
          05 filler           pic X(3) value SPACES.
          05 RL-TEXT          pic X(20).
          05 RL-QTY           pic ZZZZZZZZ9.
          05 filler           pic X(3) value ' X '.
          05 RL-RATE          pic ZZ9.9999.
          05 filler           pic X(4) value SPACES.
          05 RL-AMT           pic ZZZ,ZZZ,ZZ9.99.
       01 RPT-INV-AMT.
          05 filler           pic X(3) value SPACES.
          05 RA-TEXT          pic X(20).
          05 filler           pic X(24) value SPACES.
          05 RA-AMT           pic ZZZ,ZZZ,ZZ9.99.
       01 RPT-UNRATED.
          05 filler           pic X(8) value 'UNBILLED'.
          05 filler           pic X(6) value '  SITE'.
          05 filler           pic X(1) value SPACE.
          05 RU-SITE          pic X(08).
          05 filler           pic X(23) value
             '  NO RATE - RECORDS    '.
          05 RU-RECEIVED      pic ZZZZZZZZ9.
       01 RPT-TOTAL.
          05 filler           pic X(16) value 'SITES INVOICED  '.
          05 RT-BILLED        pic ZZZZZ9.
          05 filler           pic X(12) value '  UNBILLED  '.
          05 RT-UNRATED       pic ZZZZZ9.
          05 filler           pic X(15) value '  TOTAL BILLED '.
          05 RT-AMT           pic Z,ZZZ,ZZZ,ZZ9.99.
       01 RPT-BLANK           pic X(01) value SPACE.

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-KNOWN-FLAG   pic X value 'N'.
             88 V-KNOWN        value 'Y'.
          05 W-OVFL-FLAG    pic X value 'N'.
             88 V-OVERFLOW     value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCCHRG'
           move spaces to W-RUNDATE
           accept W-RUNDATE from environment 'RUNDATE'
           if W-RUNDATE = spaces
              accept W-RUNDATE from date yyyymmdd
           end-if
           move spaces to W-RUNID
           accept W-RUNID from environment 'RUNID'
           if W-RUNID = spaces
              call 'RUNIDGET' using W-RUNID
           end-if
      * RUNDATE may be any date in the month to bill.  The extract
      * is rebuilt whole on every run, so billing a month again
      * replaces the earlier extract rather than adding to it.
           move W-RUNDATE(1:6) to W-MONTH

           perform 1000-LOAD-RATES
           perform 2000-LOAD-HISTORY
           if W-ENT-COUNT > 1
              sort SE-ENTRY ascending key SE-SITE SE-DATE
           end-if

           open output EXTFIL
           if EXT-FS not = '00'
              move 'OPEN EXTFIL' to W-ERR-OP
              move 'CHGEXTR.DAT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  EXT-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if
           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'CHGINV.RPT'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              close EXTFIL
              move 8 to return-code
              goback
           end-if
           move 'CTLHDR'   to CTL-HDR-ID
           move W-ERR-PROGRAM to CTL-HDR-PROGRAM
           move W-RUNDATE  to CTL-HDR-RUNDATE
           move W-RUNID    to CTL-HDR-RUNID
           write EXTLINE from CTL-HEADER
           move W-MONTH    to RH-MONTH
           move W-RUNID    to RH-RUNID
           write RPTLINE from RPT-HDG1

           move spaces to W-CUR-SITE
           perform varying ix from 1 by 1 until ix > W-ENT-COUNT
              if SE-SITE(ix) not = W-CUR-SITE
                 if W-CUR-SITE not = spaces
                    perform 3000-BILL-SITE
                 end-if
                 move SE-SITE(ix) to W-CUR-SITE
                 move ZERO to W-DAYS-BILLED W-DAYS-HELD
                              W-RECEIVED W-REJECTED
              end-if
              if SE-STATUS(ix) = 'HELD'
                 add 1 to W-DAYS-HELD
              else
                 add 1 to W-DAYS-BILLED
                 add SE-ACCEPTED(ix) to W-RECEIVED
                 add SE-REJECTED(ix) to W-REJECTED
              end-if
           end-perform
           if W-CUR-SITE not = spaces
              perform 3000-BILL-SITE
           end-if
           perform 4000-BILL-IDLE-SITES

           move 'CTLTRL'       to CTL-TRL-ID
           move W-BILLED-COUNT to CTL-TRL-COUNT
           move W-HASH         to CTL-TRL-HASH
           write EXTLINE from CTL-TRAILER
           close EXTFIL

           write RPTLINE from RPT-BLANK
           move W-BILLED-COUNT  to RT-BILLED
           move W-UNRATED-COUNT to RT-UNRATED
           move W-GRAND-AMT     to RT-AMT
           write RPTLINE from RPT-TOTAL
           close RPTFIL

           display W-BILLED-COUNT ' sites billed for ' W-MONTH
           if W-UNRATED-COUNT > ZERO and W-STEP-RC < 4
              move 4 to W-STEP-RC
           end-if
      * ERRLOG resets RETURN-CODE on every call, so the step's
      * condition is carried in W-STEP-RC and set once here.
           move W-STEP-RC to return-code
           goback
           .

      * A bad rate line is logged and skipped - the site then
      * falls to the default rate or goes unbilled, never to a
      * guessed price.
       1000-LOAD-RATES section.
           open input RATFIL
           if RAT-FS not = '00'
              move 'OPEN RATFIL' to W-ERR-OP
              move 'CHGRATE.DAT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RAT-FS W-ERR-DETAIL
              move 4 to W-STEP-RC
              exit section
           end-if
           set V-INIT to true
           read RATFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              add 1 to REC-NO
              move RATLINE to RATE-RECORD
              evaluate true
              when RATE-SITE = spaces
                   or RATE-PER-RECORD is not numeric
                   or RATE-PER-REJECT is not numeric
                   or RATE-MONTHLY-MIN is not numeric
                 move 'RATE CHECK'  to W-ERR-OP
                 move '71'          to W-ERR-FS
                 move SPACES        to W-ERR-DETAIL
                 string 'BAD RATE LINE ' RATE-SITE
                    delimited by size into W-ERR-DETAIL
                 end-string
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 if W-STEP-RC < 4
                    move 4 to W-STEP-RC
                 end-if
              when W-RATE-COUNT >= W-MAX-RATES
                 move 'RATE TABLE'  to W-ERR-OP
                 move 'OV'          to W-ERR-FS
                 move 'RATE TABLE EXCEEDS TABLE - INCOMPLETE'
                                    to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 move 8 to W-STEP-RC
                 set V-INPUT-EOF to true
              when other
                 add 1 to W-RATE-COUNT
                 move RATE-SITE        to RT-SITE(W-RATE-COUNT)
                 move RATE-PER-RECORD  to RT-PER-RECORD(W-RATE-COUNT)
                 move RATE-PER-REJECT  to RT-PER-REJECT(W-RATE-COUNT)
                 move RATE-MONTHLY-MIN to RT-MINIMUM(W-RATE-COUNT)
                 move 'N'              to RT-USED(W-RATE-COUNT)
                 if RATE-SITE = '*DEFAULT'
                    move W-RATE-COUNT to W-DEFAULT-RX
                 end-if
              end-evaluate
              if not V-INPUT-EOF
                 read RATFIL at end set V-INPUT-EOF to true end-read
              end-if
           end-perform
           close RATFIL
           set V-INIT to true
           .

       2000-LOAD-HISTORY section.
           open input SLAFIL
           if SLA-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read SLAFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move SLALINE to SLA-RECORD
              if SLA-RUNDATE(1:6) = W-MONTH and SLA-KIND = 'Q'
                 perform 2100-POST-ENTRY
              end-if
              read SLAFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close SLAFIL
           set V-INIT to true
           .

       2100-POST-ENTRY section.
           move 'N' to W-KNOWN-FLAG
           perform varying ix from 1 by 1
                   until ix > W-ENT-COUNT or V-KNOWN
              if SE-SITE(ix) = SLA-SITE and SE-DATE(ix) = SLA-RUNDATE
                 set V-KNOWN to true
              end-if
           end-perform
           if V-KNOWN
              subtract 1 from ix
           else
              if W-ENT-COUNT >= W-MAX-ENTS
                 if not V-OVERFLOW
                    set V-OVERFLOW to true
                    move 'SITE DAYS'  to W-ERR-OP
                    move 'OV'         to W-ERR-FS
                    move 'SITE DAYS EXCEED TABLE - INCOMPLETE'
                                      to W-ERR-DETAIL
                    call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                        W-ERR-FS W-ERR-DETAIL
                    move 8 to W-STEP-RC
                 end-if
                 exit section
              end-if
              add 1 to W-ENT-COUNT
              move W-ENT-COUNT to ix
              move SLA-SITE    to SE-SITE(ix)
              move SLA-RUNDATE to SE-DATE(ix)
           end-if
           move SLA-STATUS   to SE-STATUS(ix)
           move SLA-ACCEPTED to SE-ACCEPTED(ix)
           move SLA-REJECTED to SE-REJECTED(ix)
           .

      * Every record the site sent pays the per-record rate and
      * each rejected one the surcharge on top; a month that
      * comes to less than the site's minimum is raised to it.
       3000-BILL-SITE section.
           move ZERO to W-SITE-RX
           perform varying jx from 1 by 1 until jx > W-RATE-COUNT
              if RT-SITE(jx) = W-CUR-SITE
                 move jx to W-SITE-RX
              end-if
           end-perform
           if W-SITE-RX > ZERO
              move 'Y'       to RT-USED(W-SITE-RX)
              move 'SITE'    to CHG-RATE-BASIS
           else
              if W-DEFAULT-RX > ZERO
                 move W-DEFAULT-RX to W-SITE-RX
                 move 'DEFAULT' to CHG-RATE-BASIS
              end-if
           end-if
           if W-SITE-RX = ZERO
              add 1 to W-UNRATED-COUNT
              move 'CHARGEBACK' to W-ERR-OP
              move 'CR'         to W-ERR-FS
              move SPACES       to W-ERR-DETAIL
              string 'SITE ' function trim(W-CUR-SITE)
                 ' HAS NO RATE - NOT BILLED'
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              write RPTLINE from RPT-BLANK
              move W-CUR-SITE to RU-SITE
              move W-RECEIVED to RU-RECEIVED
              write RPTLINE from RPT-UNRATED
              exit section
           end-if
           compute W-RECORD-AMT rounded =
              W-RECEIVED * RT-PER-RECORD(W-SITE-RX)
           compute W-REJECT-AMT rounded =
              W-REJECTED * RT-PER-REJECT(W-SITE-RX)
           move ZERO to W-MINIMUM-ADJ
           if W-RECORD-AMT + W-REJECT-AMT < RT-MINIMUM(W-SITE-RX)
              compute W-MINIMUM-ADJ = RT-MINIMUM(W-SITE-RX)
                                    - W-RECORD-AMT - W-REJECT-AMT
           end-if
           compute W-TOTAL-AMT =
              W-RECORD-AMT + W-REJECT-AMT + W-MINIMUM-ADJ
           perform 3100-WRITE-CHARGE
           .

       3100-WRITE-CHARGE section.
           move W-MONTH         to CHG-MONTH
           move W-CUR-SITE      to CHG-SITE
           move W-DAYS-BILLED   to CHG-DAYS-BILLED
           move W-DAYS-HELD     to CHG-DAYS-HELD
           compute CHG-ACCEPTED = W-RECEIVED - W-REJECTED
           move W-REJECTED      to CHG-REJECTED
           move W-RECORD-AMT    to CHG-RECORD-AMT
           move W-REJECT-AMT    to CHG-REJECT-AMT
           move W-MINIMUM-ADJ   to CHG-MINIMUM-ADJ
           move W-TOTAL-AMT     to CHG-TOTAL-AMT
           write EXTLINE from CHG-DETAIL
           add 1 to W-BILLED-COUNT
           compute W-HASH = W-HASH + W-TOTAL-AMT * 100
           add W-TOTAL-AMT to W-GRAND-AMT

           write RPTLINE from RPT-BLANK
           move W-MONTH         to RI-MONTH
           move W-CUR-SITE      to RI-SITE
           move CHG-RATE-BASIS  to RI-BASIS
           write RPTLINE from RPT-INV-HDG
           move W-DAYS-BILLED   to RI-DAYS-BILLED
           move W-DAYS-HELD     to RI-DAYS-HELD
           write RPTLINE from RPT-INV-DAYS
           move 'RECORDS RECEIVED'   to RL-TEXT
           move W-RECEIVED           to RL-QTY
           move RT-PER-RECORD(W-SITE-RX) to RL-RATE
           move W-RECORD-AMT         to RL-AMT
           write RPTLINE from RPT-INV-LINE
           move 'REJECT SURCHARGE'   to RL-TEXT
           move W-REJECTED           to RL-QTY
           move RT-PER-REJECT(W-SITE-RX) to RL-RATE
           move W-REJECT-AMT         to RL-AMT
           write RPTLINE from RPT-INV-LINE
           move 'MINIMUM ADJUSTMENT' to RA-TEXT
           move W-MINIMUM-ADJ        to RA-AMT
           write RPTLINE from RPT-INV-AMT
           move 'TOTAL DUE'          to RA-TEXT
           move W-TOTAL-AMT          to RA-AMT
           write RPTLINE from RPT-INV-AMT
           .

      * A site with its own rate line owes its minimum even in a
      * month it sent nothing.
       4000-BILL-IDLE-SITES section.
           perform varying rx from 1 by 1 until rx > W-RATE-COUNT
              if RT-USED(rx) = 'N' and RT-SITE(rx) not = '*DEFAULT'
                 move RT-SITE(rx) to W-CUR-SITE
                 move ZERO to W-DAYS-BILLED W-DAYS-HELD
                              W-RECEIVED W-REJECTED
                 perform 3000-BILL-SITE
              end-if
           end-perform
           .
