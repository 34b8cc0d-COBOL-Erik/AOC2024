       identification division.
       program-id. AOCSLA.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select INFIL assign to WS-INFIL-DSN
           organization is line sequential
           file status is INPUT-FS.

           select SITEFIL assign to 'SITEMAST.DAT'
           organization is indexed
           access is sequential
           record key is SITE-CODE
           file status is SIT-FS.

           select SLAFIL assign to 'SITESLA.HIST'
           organization is line sequential
           file status is SLA-FS.

           select SRCFIL assign to W-SRC-DSN
           organization is line sequential
           file status is SRC-FS.

           select RPTFIL assign to 'AOCSLA.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  INFIL.
       01  INDATA             pic X(80).
       01  INDATA-SITE redefines INDATA.
           05  SI-LIT         pic X(4).
           05  FILLER         pic X(1).
           05  SI-CODE        pic X(8).
           05  FILLER         pic X(1).
           05  SI-ARRIVAL     pic X(4).
           05  FILLER         pic X(62).

       FD  SITEFIL.
           COPY SITEREC.

       FD  SLAFIL.
       01  SLALINE            pic X(80).

       FD  SRCFIL.
       01  SRCLINE            pic X(30).

       FD  RPTFIL.
       01  RPTLINE            pic X(80).

       working-storage section.
       01 A-ARB.
          05 INPUT-FS         pic XX.
          05 SIT-FS           pic XX.
          05 SLA-FS           pic XX.
          05 SRC-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(4) comp-4 value ZERO.
          05 FX               pic S9(4) comp-4 value ZERO.
          05 W-SITE-COUNT     pic S9(4) comp-4 value ZERO.
          05 W-MAX-SITES      pic S9(4) comp-4 value 50.
          05 W-FEED-COUNT     pic S9(4) comp-4 value ZERO.
          05 W-MAX-FEED       pic S9(4) comp-4 value 50.
          05 W-EXPECTED       pic S9(4) comp-4 value ZERO.
          05 W-ONTIME         pic S9(4) comp-4 value ZERO.
          05 W-LATE           pic S9(4) comp-4 value ZERO.
          05 W-MISSING        pic S9(4) comp-4 value ZERO.
          05 W-UNEXPECTED     pic S9(4) comp-4 value ZERO.
          05 W-DOW            pic S9(4) comp-4 value ZERO.
          05 W-INT            pic S9(8) comp-4 value ZERO.
          05 W-MONITOR-RC     pic S9(4) comp-4 value ZERO.
          05 WS-INFIL-DSN     pic X(64) value 'input.txt'.
          05 W-TEMP-DSN       pic X(64).
          05 W-SRC-DSN        pic X(64) value 'SLARC.DAT'.
          05 W-PREFLT-ENV     pic X(08).
          05 W-RUNDATE        pic X(08).
          05 W-NOW            pic X(21).
          05 W-STATUS         pic X(08).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCSLA'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).
          05 W-PARM-KEY       pic X(16).
          05 W-PARM-ENV       pic X(20).
          05 W-PARM-VALUE     pic X(40).
          05 W-PARM-SRC       pic X(08).

       COPY SLAREC.

      * The site master's schedule, loaded once.
       01 FILLER.
          05 MS-ENTRY occurs 50 times.
             10 MS-CODE       pic X(08).
             10 MS-ACTIVE     pic X(01).
             10 MS-CUTOFF     pic X(04).
             10 MS-DAYS       pic X(07).
             10 MS-DAY redefines MS-DAYS
                              pic X(01) occurs 7 times.

      * Every SITE header on the inbound feed, first arrival only;
      * FD-MATCHED marks the ones the schedule accounts for.
       01 FILLER.
          05 FD-ENTRY occurs 50 times.
             10 FD-CODE       pic X(08).
             10 FD-ARRIVAL    pic X(04).
             10 FD-MATCHED    pic X(01).

       01 FILLER.
          05 DAY-NAMES.
             10 filler        pic X(09) value 'MONDAY'.
             10 filler        pic X(09) value 'TUESDAY'.
             10 filler        pic X(09) value 'WEDNESDAY'.
             10 filler        pic X(09) value 'THURSDAY'.
             10 filler        pic X(09) value 'FRIDAY'.
             10 filler        pic X(09) value 'SATURDAY'.
             10 filler        pic X(09) value 'SUNDAY'.
          05 FILLER redefines DAY-NAMES.
             10 DN-NAME occurs 7 times pic X(09).

      * The verdict AOCSTART reads before it registers the run.
       01 SRC-DETAIL.
          05 SR-RUNDATE       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 SR-CC            pic 9(04).
          05 filler           pic X(1) value SPACE.
          05 SR-VERDICT       pic X(08).

       01 RPT-HDG1.
          05 filler           pic X(30) value
             'SITE TRANSMISSION MONITOR     '.
          05 RH-RUNDATE       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RH-DAY           pic X(09).
          05 filler           pic X(5) value ' FEED'.
          05 filler           pic X(1) value SPACE.
          05 RH-FEED          pic X(20).
       01 RPT-HDG2.
          05 filler           pic X(40) value
             'SITE     STATUS   ARRIVED  CUTOFF'.
       01 RPT-DETAIL.
          05 RD-SITE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RD-STATUS        pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RD-ARRIVAL       pic X(04).
          05 filler           pic X(5) value SPACES.
          05 RD-CUTOFF        pic X(04).
       01 RPT-NOTE.
          05 RN-TEXT          pic X(60).
       01 RPT-TOTAL.
          05 filler           pic X(9)  value 'EXPECTED '.
          05 RT-EXPECTED      pic ZZZ9.
          05 filler           pic X(8)  value '  ONTIME'.
          05 RT-ONTIME        pic ZZZ9.
          05 filler           pic X(6)  value '  LATE'.
          05 RT-LATE          pic ZZZ9.
          05 filler           pic X(9)  value '  MISSING'.
          05 RT-MISSING       pic ZZZ9.
          05 filler           pic X(12) value '  UNEXPECTED'.
          05 RT-UNEXPECTED    pic ZZZ9.
       01 RPT-VERDICT.
          05 filler           pic X(9)  value 'VERDICT  '.
          05 RV-VERDICT       pic X(08).
          05 filler           pic X(4)  value ' RC='.
          05 RV-RC            pic 9.

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-SITEMAST-FLAG pic X value 'N'.
             88 V-SITEMAST      value 'Y'.
          05 W-FEED-FLAG    pic X value 'N'.
             88 V-FEED-PRESENT value 'Y'.
          05 W-HOLD-FLAG    pic X value 'Y'.
             88 V-HOLD-MISSING value 'Y'.
          05 W-FOUND-FLAG   pic X value 'N'.
             88 V-FOUND        value 'Y'.
          05 W-PREFLT-FLAG  pic X value 'N'.
             88 V-PREFLIGHT    value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCSLA'
           move spaces to W-RUNDATE
           accept W-RUNDATE from environment 'RUNDATE'
           if W-RUNDATE = spaces
              accept W-RUNDATE from date yyyymmdd
           end-if
           move function current-date to W-NOW
           move spaces to W-TEMP-DSN
           accept W-TEMP-DSN from environment 'INFILDD'
           if W-TEMP-DSN not = spaces
              move W-TEMP-DSN to WS-INFIL-DSN
           end-if
      * Whether a missing site holds the chain (Y, the default)
      * or is only reported (N).
           move 'SLAHOLD'     to W-PARM-KEY
           move 'AOCSLA_HOLD' to W-PARM-ENV
           move spaces        to W-PARM-VALUE
           call 'AOCPARM' using W-ERR-PROGRAM W-PARM-KEY
                                W-PARM-ENV W-PARM-VALUE W-PARM-SRC
           if W-PARM-VALUE(1:1) = 'N' or W-PARM-VALUE(1:1) = 'n'
              move 'N' to W-HOLD-FLAG
           end-if
      * A pre-flight run (AOCPRFL) judges the feed the same way but
      * adds nothing to the SLA history, and leaves its verdict
      * where only the pre-flight AOCSTART looks for it.
           move spaces to W-PREFLT-ENV
           accept W-PREFLT-ENV from environment 'AOCPREFLIGHT'
           if W-PREFLT-ENV(1:1) = 'Y'
              set V-PREFLIGHT to true
              move 'SLARC.PRF' to W-SRC-DSN
           end-if
      * Day 1 of the integer calendar (1601-01-01) was a Monday.
           compute W-INT = integer-of-date(numval(W-RUNDATE))
           compute W-DOW = mod(W-INT - 1, 7) + 1

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOCSLA.RPT'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if
           move W-RUNDATE         to RH-RUNDATE
           move DN-NAME(W-DOW)    to RH-DAY
           move WS-INFIL-DSN(1:20) to RH-FEED
           write RPTLINE from RPT-HDG1

           perform 1000-LOAD-SITES
           perform 2000-SCAN-FEED
           if not V-SITEMAST
      * No site master means no schedule is deployed here; the
      * feed is reported but nothing can be judged against it.
              move 'SITE MASTER NOT AVAILABLE - NO SCHEDULE CHECKED'
                to RN-TEXT
              write RPTLINE from RPT-NOTE
           else
              move spaces to SLA-FS
              if not V-PREFLIGHT
                 open extend SLAFIL
                 if SLA-FS not = '05' and SLA-FS not = '00'
                    open output SLAFIL
                 end-if
              end-if
              if SLA-FS not = '00' and not V-PREFLIGHT
                 move 'OPEN SLAFIL'  to W-ERR-OP
                 move 'SITESLA.HIST' to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     SLA-FS W-ERR-DETAIL
                 move 4 to W-MONITOR-RC
              end-if
              write RPTLINE from RPT-HDG2
              perform 3000-CHECK-SCHEDULE
              perform 4000-CHECK-UNEXPECTED
              if SLA-FS = '00'
                 close SLAFIL
              end-if
           end-if

           move W-EXPECTED   to RT-EXPECTED
           move W-ONTIME     to RT-ONTIME
           move W-LATE       to RT-LATE
           move W-MISSING    to RT-MISSING
           move W-UNEXPECTED to RT-UNEXPECTED
           write RPTLINE from RPT-TOTAL

      * A missing section holds the chain; a late or unexpected
      * one is a warning the run goes ahead with.
           evaluate true
           when W-MISSING > ZERO and V-HOLD-MISSING
              move 8 to W-MONITOR-RC
           when W-MISSING > ZERO or W-LATE > ZERO
                or W-UNEXPECTED > ZERO
              if W-MONITOR-RC < 4
                 move 4 to W-MONITOR-RC
              end-if
           end-evaluate
           if W-MONITOR-RC >= 8
              move 'HOLD'    to SR-VERDICT
           else
              move 'RELEASE' to SR-VERDICT
           end-if
           move SR-VERDICT   to RV-VERDICT
           move W-MONITOR-RC to RV-RC
           write RPTLINE from RPT-VERDICT
           close RPTFIL

           open output SRCFIL
           if SRC-FS = '00'
              move W-RUNDATE    to SR-RUNDATE
              move W-MONITOR-RC to SR-CC
              write SRCLINE from SRC-DETAIL
              close SRCFIL
           else
              move 'OPEN SRCFIL' to W-ERR-OP
              move W-SRC-DSN     to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  SRC-FS W-ERR-DETAIL
           end-if

           display W-EXPECTED ' sites expected, '
                   W-MISSING ' missing, ' W-LATE ' late, '
                   W-UNEXPECTED ' unexpected'
           move W-MONITOR-RC to return-code
           goback
           .

       1000-LOAD-SITES section.
           open input SITEFIL
           if SIT-FS not = '00'
              exit section
           end-if
           set V-SITEMAST to true
           set V-INIT to true
           read SITEFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              if W-SITE-COUNT >= W-MAX-SITES
                 move 'SITE TABLE'   to W-ERR-OP
                 move 'OV'           to W-ERR-FS
                 move 'SITE MASTER EXCEEDS TABLE - INCOMPLETE'
                                     to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 move 4 to W-MONITOR-RC
                 set V-INPUT-EOF to true
              else
                 add 1 to W-SITE-COUNT
                 move SITE-CODE   to MS-CODE(W-SITE-COUNT)
                 move SITE-ACTIVE to MS-ACTIVE(W-SITE-COUNT)
                 move SITE-CUTOFF to MS-CUTOFF(W-SITE-COUNT)
                 move SITE-DAYS   to MS-DAYS(W-SITE-COUNT)
                 read SITEFIL at end set V-INPUT-EOF to true end-read
              end-if
           end-perform
           close SITEFIL
           set V-INIT to true
           .

      * The receiving system may stamp the arrival time (HHMM)
      * after the site code on the SITE header; an unstamped
      * header is taken as arriving when this monitor runs.  A
      * feed that has not arrived at all leaves every scheduled
      * site missing.
       2000-SCAN-FEED section.
           open input INFIL
           if INPUT-FS not = '00'
              move 'OPEN INFIL'  to W-ERR-OP
              move WS-INFIL-DSN  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  INPUT-FS W-ERR-DETAIL
              move 'INBOUND FEED NOT AVAILABLE' to RN-TEXT
              write RPTLINE from RPT-NOTE
              exit section
           end-if
           set V-FEED-PRESENT to true
           set V-INIT to true
           read INFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              if SI-LIT = 'SITE'
                 move 'N' to W-FOUND-FLAG
                 perform varying fx from 1 by 1
                         until fx > W-FEED-COUNT or V-FOUND
                    if FD-CODE(fx) = SI-CODE
                       set V-FOUND to true
                    end-if
                 end-perform
                 if not V-FOUND
                    if W-FEED-COUNT < W-MAX-FEED
                       add 1 to W-FEED-COUNT
                       move SI-CODE to FD-CODE(W-FEED-COUNT)
                       move 'N'     to FD-MATCHED(W-FEED-COUNT)
                       if SI-ARRIVAL is numeric
                          move SI-ARRIVAL to FD-ARRIVAL(W-FEED-COUNT)
                       else
                          move W-NOW(9:4) to FD-ARRIVAL(W-FEED-COUNT)
                       end-if
                    else
                       move 'FEED TABLE'  to W-ERR-OP
                       move 'OV'          to W-ERR-FS
                       move SI-CODE       to W-ERR-DETAIL
                       call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                           W-ERR-FS W-ERR-DETAIL
                       move 4 to W-MONITOR-RC
                    end-if
                 end-if
              end-if
              read INFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close INFIL
           set V-INIT to true
           .

      * Every active site due today (a blank schedule means every
      * day) must be on the feed, and by its cutoff when it has
      * one.
       3000-CHECK-SCHEDULE section.
           perform varying ix from 1 by 1 until ix > W-SITE-COUNT
              if MS-ACTIVE(ix) = 'A'
                 and (MS-DAYS(ix) = spaces or MS-DAY(ix W-DOW) = 'Y')
                 add 1 to W-EXPECTED
                 move 'N' to W-FOUND-FLAG
                 perform varying fx from 1 by 1
                         until fx > W-FEED-COUNT or V-FOUND
                    if FD-CODE(fx) = MS-CODE(ix)
                       set V-FOUND to true
                    end-if
                 end-perform
                 move SPACES        to SLA-RECORD
                 move MS-CODE(ix)   to SLA-SITE
                 move MS-CUTOFF(ix) to SLA-CUTOFF
                 if V-FOUND
                    subtract 1 from fx
                    move 'Y'             to FD-MATCHED(fx)
                    move FD-ARRIVAL(fx)  to SLA-ARRIVAL
                    if MS-CUTOFF(ix) is numeric
                       and MS-CUTOFF(ix) not = '0000'
                       and FD-ARRIVAL(fx) > MS-CUTOFF(ix)
                       move 'LATE'   to W-STATUS
                       add 1 to W-LATE
                       move 'SITE SLA'  to W-ERR-OP
                       move 'SL'        to W-ERR-FS
                       move SPACES      to W-ERR-DETAIL
                       string 'SITE ' function trim(MS-CODE(ix))
                          ' ARRIVED ' FD-ARRIVAL(fx)
                          ' AFTER CUTOFF ' MS-CUTOFF(ix)
                          delimited by size into W-ERR-DETAIL
                       end-string
                       call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                           W-ERR-FS W-ERR-DETAIL
                    else
                       move 'ONTIME' to W-STATUS
                       add 1 to W-ONTIME
                    end-if
                 else
                    move 'MISSING' to W-STATUS
                    add 1 to W-MISSING
                    move 'SITE SLA'  to W-ERR-OP
                    move 'SM'        to W-ERR-FS
                    move SPACES      to W-ERR-DETAIL
                    string 'SITE ' function trim(MS-CODE(ix))
                       ' DUE ' function trim(DN-NAME(W-DOW))
                       ' NOT ON FEED'
                       delimited by size into W-ERR-DETAIL
                    end-string
                    call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                        W-ERR-FS W-ERR-DETAIL
                 end-if
                 perform 5000-WRITE-RESULT
              end-if
           end-perform
           .

      * A section from a site the master does not carry, carries
      * as inactive, or does not expect today.
       4000-CHECK-UNEXPECTED section.
           perform varying fx from 1 by 1 until fx > W-FEED-COUNT
              if FD-MATCHED(fx) = 'N'
                 add 1 to W-UNEXPECTED
                 move 'UNEXPECT'      to W-STATUS
                 move SPACES          to SLA-RECORD
                 move FD-CODE(fx)     to SLA-SITE
                 move FD-ARRIVAL(fx)  to SLA-ARRIVAL
                 move 'SITE SLA'  to W-ERR-OP
                 move 'SL'        to W-ERR-FS
                 move SPACES      to W-ERR-DETAIL
                 string 'SITE ' function trim(FD-CODE(fx))
                    ' SENT BUT NOT EXPECTED TODAY'
                    delimited by size into W-ERR-DETAIL
                 end-string
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 perform 5000-WRITE-RESULT
              end-if
           end-perform
           .

       5000-WRITE-RESULT section.
           move W-RUNDATE   to SLA-RUNDATE
           move 'A'         to SLA-KIND
           move W-STATUS    to SLA-STATUS
           move ZERO        to SLA-ACCEPTED SLA-REJECTED
           if SLA-FS = '00'
              write SLALINE from SLA-RECORD
           end-if
           move SLA-SITE    to RD-SITE
           move W-STATUS    to RD-STATUS
           move SLA-ARRIVAL to RD-ARRIVAL
           move SLA-CUTOFF  to RD-CUTOFF
           write RPTLINE from RPT-DETAIL
           .
