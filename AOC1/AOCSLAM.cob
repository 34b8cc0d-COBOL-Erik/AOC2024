       identification division.
       program-id. AOCSLAM.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select SLAFIL assign to 'SITESLA.HIST'
           organization is line sequential
           file status is SLA-FS.

           select RPTFIL assign to 'AOCSLAM.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  SLAFIL.
       01  SLALINE            pic X(80).

       FD  RPTFIL.
       01  RPTLINE            pic X(100).

       working-storage section.
       01 A-ARB.
          05 SLA-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(6) comp-4 value ZERO.
          05 W-ENT-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-MAX-ENTS       pic S9(6) comp-4 value 3000.
          05 W-EXPECTED       pic S9(6) comp-4 value ZERO.
          05 W-ONTIME         pic S9(6) comp-4 value ZERO.
          05 W-LATE           pic S9(6) comp-4 value ZERO.
          05 W-MISSING        pic S9(6) comp-4 value ZERO.
          05 W-UNEXPECTED     pic S9(6) comp-4 value ZERO.
          05 W-BREACHES       pic S9(6) comp-4 value ZERO.
          05 W-MISMATCHES     pic S9(6) comp-4 value ZERO.
          05 W-ACCEPTED       pic S9(9) comp-4 value ZERO.
          05 W-REJECTED       pic S9(9) comp-4 value ZERO.
          05 W-PCT            pic S9(5)V99 comp-4 value ZERO.
          05 W-TOT-EXPECTED   pic S9(6) comp-4 value ZERO.
          05 W-TOT-ONTIME     pic S9(6) comp-4 value ZERO.
          05 W-TOT-MISSING    pic S9(6) comp-4 value ZERO.
          05 W-TOT-BREACHES   pic S9(6) comp-4 value ZERO.
          05 W-TOT-ACCEPTED   pic S9(9) comp-4 value ZERO.
          05 W-TOT-REJECTED   pic S9(9) comp-4 value ZERO.
          05 W-CUR-SITE       pic X(08).
          05 W-RUNDATE        pic X(08).
          05 W-MONTH          pic X(06).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCSLAM'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).

       COPY SLAREC.

      * One entry per site and RUNDATE in the month: the day's
      * arrival verdict from the monitor and the day's quality
      * figures from AOC1A.  A date processed more than once
      * keeps its last entries, like the scorecard.
       01 FILLER.
          05 SE-ENTRY occurs 1 to 3000 times
                      depending on W-ENT-COUNT.
             10 SE-SITE       pic X(08).
             10 SE-DATE       pic X(08).
             10 SE-ARRIVAL    pic X(08).
             10 SE-HAVE-Q     pic X(01).
             10 SE-ACCEPTED   pic S9(6) comp-4.
             10 SE-REJECTED   pic S9(6) comp-4.
             10 SE-BALANCE    pic X(08).
             10 SE-VOLUME     pic X(08).

       01 RPT-HDG1.
          05 filler           pic X(30) value
             'SITE QUALITY SCORECARD - MONTH'.
          05 filler           pic X(1) value SPACE.
          05 RH-MONTH         pic X(06).
       01 RPT-HDG2.
          05 filler           pic X(50) value
             'SITE     EXPECTED ONTIME  ON-TIME%   LATE MISSING '.
          05 filler           pic X(50) value
             'UNEXPCT  RECORDS REJECTS REJECT%  VOL-BRCH TRL-MIS'.
       01 RPT-DETAIL.
          05 RD-SITE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RD-EXPECTED      pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RD-ONTIME        pic ZZZZZ9.
          05 filler           pic X(2) value SPACES.
          05 RD-ONTIME-PCT    pic ZZZ9.99.
          05 filler           pic X(1) value SPACE.
          05 RD-LATE          pic ZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RD-MISSING       pic ZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RD-UNEXPECTED    pic ZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RD-ACCEPTED      pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RD-REJECTED      pic ZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RD-REJECT-PCT    pic ZZZ9.99.
          05 filler           pic X(2) value SPACES.
          05 RD-BREACHES      pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RD-MISMATCHES    pic ZZZZZZ9.
       01 RPT-TOTAL.
          05 filler           pic X(9) value 'ALL SITES'.
          05 RT-EXPECTED      pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RT-ONTIME        pic ZZZZZ9.
          05 filler           pic X(2) value SPACES.
          05 RT-ONTIME-PCT    pic ZZZ9.99.
          05 filler           pic X(8) value SPACES.
          05 RT-MISSING       pic ZZZZZZ9.
          05 filler           pic X(9) value SPACES.
          05 RT-ACCEPTED      pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RT-REJECTED      pic ZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RT-REJECT-PCT    pic ZZZ9.99.
          05 filler           pic X(2) value SPACES.
          05 RT-BREACHES      pic ZZZZZZZ9.
       01 RPT-NONE.
          05 filler           pic X(40) value
             '  NO SITE SERVICE HISTORY FOR THE MONTH'.

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
           display 'AOCSLAM'
           move spaces to W-RUNDATE
           accept W-RUNDATE from environment 'RUNDATE'
           if W-RUNDATE = spaces
              accept W-RUNDATE from date yyyymmdd
           end-if
      * RUNDATE may be any date in the month to report.
           move W-RUNDATE(1:6) to W-MONTH

           perform 1000-LOAD-HISTORY
           if W-ENT-COUNT > 1
              sort SE-ENTRY ascending key SE-SITE SE-DATE
           end-if

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOCSLAM.RPT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if
           move W-MONTH to RH-MONTH
           write RPTLINE from RPT-HDG1
           write RPTLINE from RPT-HDG2
           if W-ENT-COUNT = ZERO
              write RPTLINE from RPT-NONE
           end-if

           move spaces to W-CUR-SITE
           perform varying ix from 1 by 1 until ix > W-ENT-COUNT
              if SE-SITE(ix) not = W-CUR-SITE
                 if W-CUR-SITE not = spaces
                    perform 3000-PRINT-SITE
                 end-if
                 move SE-SITE(ix) to W-CUR-SITE
              end-if
              perform 2000-ADD-DAY
           end-perform
           if W-CUR-SITE not = spaces
              perform 3000-PRINT-SITE
           end-if

           move W-TOT-EXPECTED to RT-EXPECTED
           move W-TOT-ONTIME   to RT-ONTIME
           move ZERO           to W-PCT
           if W-TOT-EXPECTED > ZERO
              compute W-PCT rounded =
                 W-TOT-ONTIME * 100 / W-TOT-EXPECTED
           end-if
           move W-PCT          to RT-ONTIME-PCT
           move W-TOT-MISSING  to RT-MISSING
           move W-TOT-ACCEPTED to RT-ACCEPTED
           move W-TOT-REJECTED to RT-REJECTED
           move ZERO           to W-PCT
           if W-TOT-ACCEPTED > ZERO
              compute W-PCT rounded =
                 W-TOT-REJECTED * 100 / W-TOT-ACCEPTED
           end-if
           move W-PCT          to RT-REJECT-PCT
           move W-TOT-BREACHES to RT-BREACHES
           write RPTLINE from RPT-TOTAL
           close RPTFIL

           display W-ENT-COUNT ' site days scored for ' W-MONTH
           goback
           .

       1000-LOAD-HISTORY section.
           open input SLAFIL
           if SLA-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read SLAFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move SLALINE to SLA-RECORD
              if SLA-RUNDATE(1:6) = W-MONTH
                 perform 1100-POST-ENTRY
              end-if
              read SLAFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close SLAFIL
           set V-INIT to true
           .

       1100-POST-ENTRY section.
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
                    move 8 to return-code
                 end-if
                 exit section
              end-if
              add 1 to W-ENT-COUNT
              move W-ENT-COUNT to ix
              move SLA-SITE    to SE-SITE(ix)
              move SLA-RUNDATE to SE-DATE(ix)
              move SPACES      to SE-ARRIVAL(ix) SE-BALANCE(ix)
                                  SE-VOLUME(ix)
              move 'N'         to SE-HAVE-Q(ix)
              move ZERO        to SE-ACCEPTED(ix) SE-REJECTED(ix)
           end-if
           if SLA-KIND = 'A'
              move SLA-STATUS to SE-ARRIVAL(ix)
           else
              move 'Y'          to SE-HAVE-Q(ix)
              move SLA-ACCEPTED to SE-ACCEPTED(ix)
              move SLA-REJECTED to SE-REJECTED(ix)
              move SLA-BALANCE  to SE-BALANCE(ix)
              move SLA-VOLUME   to SE-VOLUME(ix)
           end-if
           .

       2000-ADD-DAY section.
           evaluate SE-ARRIVAL(ix)
           when 'ONTIME'
              add 1 to W-EXPECTED W-ONTIME
           when 'LATE'
              add 1 to W-EXPECTED W-LATE
           when 'MISSING'
              add 1 to W-EXPECTED W-MISSING
           when 'UNEXPECT'
              add 1 to W-UNEXPECTED
           end-evaluate
           if SE-HAVE-Q(ix) = 'Y'
              add SE-ACCEPTED(ix) to W-ACCEPTED
              add SE-REJECTED(ix) to W-REJECTED
              if SE-VOLUME(ix) = 'BREACH'
                 add 1 to W-BREACHES
              end-if
              if SE-BALANCE(ix) = 'MISMATCH'
                 add 1 to W-MISMATCHES
              end-if
           end-if
           .

       3000-PRINT-SITE section.
           move W-CUR-SITE   to RD-SITE
           move W-EXPECTED   to RD-EXPECTED
           move W-ONTIME     to RD-ONTIME
           move ZERO         to W-PCT
           if W-EXPECTED > ZERO
              compute W-PCT rounded = W-ONTIME * 100 / W-EXPECTED
           end-if
           move W-PCT        to RD-ONTIME-PCT
           move W-LATE       to RD-LATE
           move W-MISSING    to RD-MISSING
           move W-UNEXPECTED to RD-UNEXPECTED
           move W-ACCEPTED   to RD-ACCEPTED
           move W-REJECTED   to RD-REJECTED
           move ZERO         to W-PCT
           if W-ACCEPTED > ZERO
              compute W-PCT rounded = W-REJECTED * 100 / W-ACCEPTED
           end-if
           move W-PCT        to RD-REJECT-PCT
           move W-BREACHES   to RD-BREACHES
           move W-MISMATCHES to RD-MISMATCHES
           write RPTLINE from RPT-DETAIL

           add W-EXPECTED to W-TOT-EXPECTED
           add W-ONTIME   to W-TOT-ONTIME
           add W-MISSING  to W-TOT-MISSING
           add W-BREACHES to W-TOT-BREACHES
           add W-ACCEPTED to W-TOT-ACCEPTED
           add W-REJECTED to W-TOT-REJECTED
           move ZERO to W-EXPECTED W-ONTIME W-LATE
                        W-MISSING W-UNEXPECTED W-BREACHES
                        W-MISMATCHES W-ACCEPTED W-REJECTED
           .
