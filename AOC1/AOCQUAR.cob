       identification division.
       program-id. AOCQUAR.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select INFIL assign to WS-INFIL-DSN
           organization is line sequential
           file status is INPUT-FS.

           select ACCFIL assign to 'AOCQUAR.ACC'
           organization is line sequential
           file status is ACC-FS.

           select SUSFIL assign to 'SUSPENSE.DAT'
           organization is line sequential
           file status is SUS-FS.

           select ACKFIL assign to W-ACK-DSN
           organization is line sequential
           file status is ACK-FS.

           select SLAFIL assign to 'SITESLA.HIST'
           organization is line sequential
           file status is SLA-FS.

           select RPTFIL assign to 'AOCQUAR.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  INFIL.
       01  INDATA             pic X(256).
       01  INDATA-PAIR redefines INDATA.
           05  LI1            pic 9(5).
           05  FILLER         pic X(3).
           05  LI2            pic 9(5).
           05  FILLER         pic X(243).
       01  INDATA-TRAILER redefines INDATA.
           05  TR-LIT         pic X(7).
           05  TR-COUNT       pic 9(6).
           05  FILLER         pic X(243).
       01  INDATA-SITE redefines INDATA.
           05  SI-LIT         pic X(4).
           05  FILLER         pic X(1).
           05  SI-CODE        pic X(8).
           05  FILLER         pic X(243).

       FD  ACCFIL.
       01  ACCLINE            pic X(256).

       FD  SUSFIL.
       01  SUSLINE            pic X(300).

       FD  ACKFIL.
       01  ACKLINE            pic X(60).

       FD  SLAFIL.
       01  SLALINE            pic X(80).

       FD  RPTFIL.
       01  RPTLINE            pic X(80).

       working-storage section.
       01 A-ARB.
          05 INPUT-FS         pic XX.
          05 ACC-FS           pic XX.
          05 SUS-FS           pic XX.
          05 ACK-FS           pic XX.
          05 SLA-FS           pic XX.
          05 RPT-FS           pic XX.
          05 W-ACK-DSN        pic X(64).
          05 SX               pic S9(4) comp-4 value ZERO.
          05 W-SITE-COUNT     pic S9(4) comp-4 value ZERO.
          05 W-CUR-SITE       pic S9(4) comp-4 value ZERO.
          05 W-MAX-SITES      pic S9(4) comp-4 value 50.
          05 W-HELD-COUNT     pic S9(4) comp-4 value ZERO.
          05 W-REJ-PCT-LIMIT  pic S9(4) comp-4 value 50.
          05 W-TRL-DIF-LIMIT  pic S9(6) comp-4 value ZERO.
          05 W-DIFF           pic S9(6) comp-4 value ZERO.
          05 W-PCT            pic S9(4) comp-4 value ZERO.
          05 REC-NO           pic S9(8) comp-4 value ZERO.
          05 W-ACC-COUNT      pic S9(8) comp-4 value ZERO.
          05 W-SUS-COUNT      pic S9(8) comp-4 value ZERO.
          05 W-SCR-VALUE      pic S9(15) comp-4 value ZERO.
          05 W-METRIC         pic X(20).
          05 W-EXPECT-DISP    pic ZZZZZ9.
          05 WS-INFIL-DSN     pic X(64) value 'input.txt'.
          05 W-TEMP-DSN       pic X(64).
          05 W-TEMP           pic X(08).
          05 W-RUNDATE        pic X(08).
          05 W-PREFLT-ENV     pic X(08).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCQUAR'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).
          05 W-PARM-KEY       pic X(16).
          05 W-PARM-ENV       pic X(20).
          05 W-PARM-VALUE     pic X(40).
          05 W-PARM-SRC       pic X(08).
          05 W-STS-PHASE      pic X(05).
          05 W-STS-READ       pic S9(8) comp-4 value ZERO.
          05 W-STS-REJ        pic S9(8) comp-4 value ZERO.
          05 W-STS-DISP       pic X(08).
          05 W-STS-SAVED-RC   pic S9(4) comp-4 value ZERO.
          05 W-STEP-RC        pic S9(4) comp-4 value ZERO.
      * Compile stamp and version tag for the START status record;
      * raise the tag with every change put into production.
          05 W-STS-VERSION.
             10 W-STS-COMPILED pic X(14).
             10 W-STS-TAG      pic X(08) value '01.00'.
          05 W-CHAIN-RST-ENV  pic X(08).
          05 W-DONE-FLAG      pic X(01).

       01 CONTROL-AREA.
          05 W-RUNID          pic X(08).
          COPY CTLREC.

       COPY SLAREC.

       COPY SUSREC.

      * One entry per site code on the feed; a site that sends
      * more than one section is judged on all of them together
      * and every one of its sections is held or passed as one.
       01 SITE-TABLE.
          05 ST-ENTRY occurs 50 times.
             10 ST-CODE       pic X(08).
             10 ST-RECS       pic S9(6) comp-4.
             10 ST-REJS       pic S9(6) comp-4.
             10 ST-EXPECT     pic S9(6) comp-4.
             10 ST-TRLR-FLAG  pic X.
             10 ST-HELD       pic X.
             10 ST-REASON     pic X(08).
             10 ST-SEQ        pic S9(6) comp-4.

      * Same published layout as AOC1A's acknowledgment, so the
      * sites read a held section's ACK with the same program.
       01 ACK-DETAIL.
          05 AK-SITE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 AK-RUNDATE       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 AK-RUNID         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 AK-ACCEPTED      pic 9(06).
          05 filler           pic X(1) value SPACE.
          05 AK-REJECTED      pic 9(06).
          05 filler           pic X(1) value SPACE.
          05 AK-BALANCE       pic X(08).

       01 RPT-HDG1.
          05 filler           pic X(30) value
             'SITE SECTION QUARANTINE       '.
          05 RH-RUNDATE       pic X(08).
          05 filler           pic X(7)  value ' REJ% >'.
          05 RH-REJ-PCT       pic ZZ9.
          05 filler           pic X(11) value '  TRL DIF >'.
          05 RH-TRL-DIF       pic ZZZZZ9.
       01 RPT-HDG2.
          05 filler           pic X(60) value
             'SITE     RECORDS  REJECTS REJ%  TRAILER  DISPOSITION'.
       01 RPT-DETAIL.
          05 RD-SITE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RD-RECS          pic ZZZZZ9.
          05 filler           pic X(3) value SPACES.
          05 RD-REJS          pic ZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RD-PCT           pic ZZ9.
          05 filler           pic X(2) value SPACES.
          05 RD-EXPECT        pic X(07).
          05 filler           pic X(2) value SPACES.
          05 RD-DISP          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RD-REASON        pic X(08).
       01 RPT-TOTAL.
          05 filler           pic X(9)  value 'ACCEPTED '.
          05 RT-ACCEPTED      pic ZZZZZZZ9.
          05 filler           pic X(12) value '  SUSPENDED '.
          05 RT-SUSPENDED     pic ZZZZZZZ9.
          05 filler           pic X(16) value '  SITES HELD    '.
          05 RT-HELD          pic ZZZ9.

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-DIVERT-FLAG  pic X value 'N'.
             88 V-DIVERT       value 'Y'.
          05 W-PREFLT-FLAG  pic X value 'N'.
             88 V-PREFLIGHT    value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCQUAR'
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
      * Under a chain restart the step asks the status feed
      * whether its own work under the resumed run is already
      * done, and skips itself without touching its outputs.
           move spaces to W-CHAIN-RST-ENV
           accept W-CHAIN-RST-ENV from environment 'AOCSTART_RESTART'
           if W-CHAIN-RST-ENV(1:1) = 'Y'
              or W-CHAIN-RST-ENV(1:1) = 'y'
              call 'STSCHK' using W-ERR-PROGRAM W-RUNDATE
                                  W-RUNID W-DONE-FLAG
              if W-DONE-FLAG = 'Y'
                 display 'AOCQUAR ALREADY COMPLETE - STEP SKIPPED'
                 goback
              end-if
           end-if
           move function when-compiled to W-STS-COMPILED
           move 'START' to W-STS-PHASE
           move ZERO    to W-STS-READ W-STS-REJ
           move 'RUNNING' to W-STS-DISP
           call 'STSWRT' using W-ERR-PROGRAM W-STS-PHASE
                               W-STS-READ W-STS-REJ
                               W-STS-DISP W-STS-VERSION
           move spaces to W-TEMP-DSN
           accept W-TEMP-DSN from environment 'INFILDD'
           if W-TEMP-DSN not = spaces
              move W-TEMP-DSN to WS-INFIL-DSN
           end-if
      * A pre-flight run (AOCPRFL) still takes a bad section out
      * of the accepted feed, so the branches see what the real
      * run would give them, but nothing goes to suspense and no
      * site hears from us.
           move spaces to W-PREFLT-ENV
           accept W-PREFLT-ENV from environment 'AOCPREFLIGHT'
           if W-PREFLT-ENV(1:1) = 'Y'
              set V-PREFLIGHT to true
           end-if
      * A section is held when more than this percentage of its
      * records fail the pair edit ...
           move 'QUARREJPCT'     to W-PARM-KEY
           move 'AOCQUAR_REJPCT' to W-PARM-ENV
           move spaces           to W-PARM-VALUE
           call 'AOCPARM' using W-ERR-PROGRAM W-PARM-KEY
                                W-PARM-ENV W-PARM-VALUE W-PARM-SRC
           move W-PARM-VALUE(1:8) to W-TEMP
           if W-TEMP not = spaces and function trim(W-TEMP) is numeric
              compute W-REJ-PCT-LIMIT = function numval(W-TEMP)
           end-if
      * ... or when its TRAILER misses the records actually sent
      * by more than this many.
           move 'QUARTRLDIF'     to W-PARM-KEY
           move 'AOCQUAR_TRLDIF' to W-PARM-ENV
           move spaces           to W-PARM-VALUE
           call 'AOCPARM' using W-ERR-PROGRAM W-PARM-KEY
                                W-PARM-ENV W-PARM-VALUE W-PARM-SRC
           move W-PARM-VALUE(1:8) to W-TEMP
           if W-TEMP not = spaces and function trim(W-TEMP) is numeric
              compute W-TRL-DIF-LIMIT = function numval(W-TEMP)
           end-if

      * The accepted feed is what every branch step reads, so it
      * is rebuilt (empty if need be) before anything can fail -
      * a stale one would replay a previous day's sections.
           open output ACCFIL
           if ACC-FS not = '00'
              move 'OPEN ACCFIL'  to W-ERR-OP
              move 'AOCQUAR.ACC'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  ACC-FS W-ERR-DETAIL
              move 8 to return-code
              perform 9900-WRITE-END-STATUS
              goback
           end-if
           open input INFIL
           if INPUT-FS not = '00'
              move 'OPEN INFIL'  to W-ERR-OP
              move WS-INFIL-DSN  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  INPUT-FS W-ERR-DETAIL
              close ACCFIL
              move 8 to return-code
              perform 9900-WRITE-END-STATUS
              goback
           end-if
           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOCQUAR.RPT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              close INFIL
              close ACCFIL
              move 8 to return-code
              perform 9900-WRITE-END-STATUS
              goback
           end-if
           move W-RUNDATE       to RH-RUNDATE
           move W-REJ-PCT-LIMIT to RH-REJ-PCT
           move W-TRL-DIF-LIMIT to RH-TRL-DIF
           write RPTLINE from RPT-HDG1
           write RPTLINE from RPT-HDG2

           perform 1000-PROFILE-SECTIONS
           perform 2000-JUDGE-SECTIONS
           perform 3000-SPLIT-FEED
           if W-HELD-COUNT > ZERO and not V-PREFLIGHT
              perform 4000-WRITE-HELD-ACKS
           end-if

           move W-ACC-COUNT  to RT-ACCEPTED
           move W-SUS-COUNT  to RT-SUSPENDED
           move W-HELD-COUNT to RT-HELD
           write RPTLINE from RPT-TOTAL
           close RPTFIL

           move 'HELDSITES'  to W-METRIC
           move W-HELD-COUNT to W-SCR-VALUE
           call 'SCORECRD' using W-ERR-PROGRAM W-METRIC W-SCR-VALUE

           display W-ACC-COUNT ' lines accepted, '
                   W-SUS-COUNT ' suspended, '
                   W-HELD-COUNT ' sites held'
      * Every CALL resets RETURN-CODE, so the step's condition
      * code is carried in W-STEP-RC until the end.
           if W-HELD-COUNT > ZERO and W-STEP-RC < 4
              move 4 to W-STEP-RC
           end-if
           move W-STEP-RC to return-code
           perform 9900-WRITE-END-STATUS
           goback
           .

      * First pass: each site's record count, pair-edit rejects
      * (the same numeric test AOC1A applies) and the count its
      * TRAILER claims.
       1000-PROFILE-SECTIONS section.
           move ZERO to W-CUR-SITE
           set V-INIT to true
           read INFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              add 1 to REC-NO
              evaluate true
              when SI-LIT = 'SITE'
                 perform 1100-FIND-SITE
              when TR-LIT = 'TRAILER'
                 if W-CUR-SITE > ZERO
                    add TR-COUNT to ST-EXPECT(W-CUR-SITE)
                    move 'Y'     to ST-TRLR-FLAG(W-CUR-SITE)
                    move ZERO    to W-CUR-SITE
                 end-if
              when W-CUR-SITE > ZERO
                 add 1 to ST-RECS(W-CUR-SITE)
                 if LI1 is not numeric or LI2 is not numeric
                    add 1 to ST-REJS(W-CUR-SITE)
                 end-if
              end-evaluate
              read INFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close INFIL
           .

       1100-FIND-SITE section.
           move ZERO to W-CUR-SITE
           perform varying sx from 1 by 1 until sx > W-SITE-COUNT
              if ST-CODE(sx) = SI-CODE
                 move sx to W-CUR-SITE
              end-if
           end-perform
           if W-CUR-SITE = ZERO
              if W-SITE-COUNT >= W-MAX-SITES
      * A site beyond the table is never judged, so it passes
      * through to the branches exactly as it arrived.
                 move 'SITE TABLE' to W-ERR-OP
                 move 'OV'         to W-ERR-FS
                 move SI-CODE      to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 if W-STEP-RC < 4
                    move 4 to W-STEP-RC
                 end-if
              else
                 add 1 to W-SITE-COUNT
                 move W-SITE-COUNT to W-CUR-SITE
                 move SI-CODE to ST-CODE(W-CUR-SITE)
                 move ZERO    to ST-RECS(W-CUR-SITE)
                 move ZERO    to ST-REJS(W-CUR-SITE)
                 move ZERO    to ST-EXPECT(W-CUR-SITE)
                 move ZERO    to ST-SEQ(W-CUR-SITE)
                 move 'N'     to ST-TRLR-FLAG(W-CUR-SITE)
                 move 'N'     to ST-HELD(W-CUR-SITE)
                 move SPACES  to ST-REASON(W-CUR-SITE)
              end-if
           end-if
           .

      * A section with no TRAILER at all is not held here - AOC1A
      * already reports it NOTRAILR on the site's ACK.
       2000-JUDGE-SECTIONS section.
           perform varying sx from 1 by 1 until sx > W-SITE-COUNT
              move ZERO to W-PCT W-DIFF
              if ST-RECS(sx) > ZERO
                 compute W-PCT = ST-REJS(sx) * 100 / ST-RECS(sx)
              end-if
              if ST-TRLR-FLAG(sx) = 'Y'
                 compute W-DIFF = abs(ST-EXPECT(sx) - ST-RECS(sx))
              end-if
              evaluate true
              when ST-RECS(sx) > ZERO
                   and ST-REJS(sx) * 100 >
                       W-REJ-PCT-LIMIT * ST-RECS(sx)
                 move 'Y'        to ST-HELD(sx)
                 move 'REJRATIO' to ST-REASON(sx)
              when W-DIFF > W-TRL-DIF-LIMIT
                 move 'Y'        to ST-HELD(sx)
                 move 'TRAILER'  to ST-REASON(sx)
              end-evaluate
              move ST-CODE(sx) to RD-SITE
              move ST-RECS(sx) to RD-RECS
              move ST-REJS(sx) to RD-REJS
              move W-PCT       to RD-PCT
              if ST-TRLR-FLAG(sx) = 'Y'
                 move ST-EXPECT(sx) to W-EXPECT-DISP
                 move W-EXPECT-DISP to RD-EXPECT
              else
                 move 'NONE'        to RD-EXPECT
              end-if
              if ST-HELD(sx) = 'Y'
                 add 1 to W-HELD-COUNT
                 move 'HELD'        to RD-DISP
                 move ST-REASON(sx) to RD-REASON
                 move 'QUARANTINE' to W-ERR-OP
                 move 'QH'         to W-ERR-FS
                 move SPACES       to W-ERR-DETAIL
                 if ST-REASON(sx) = 'REJRATIO'
                    string 'SITE ' function trim(ST-CODE(sx))
                       ' REJECT RATIO ' function trim(RD-PCT) '% - HELD'
                       delimited by size into W-ERR-DETAIL
                    end-string
                 else
                    string 'SITE ' function trim(ST-CODE(sx))
                       ' TRAILER ' function trim(RD-EXPECT)
                       ' GOT ' function trim(RD-RECS) ' - HELD'
                       delimited by size into W-ERR-DETAIL
                    end-string
                 end-if
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
              else
                 move 'PASSED'      to RD-DISP
                 move SPACES        to RD-REASON
              end-if
              write RPTLINE from RPT-DETAIL
           end-perform
           .

      * Second pass: a held site's lines, SITE header through its
      * TRAILER, go to suspense in feed order; everything else -
      * including anything ahead of the first SITE header - goes
      * to the accepted feed unchanged.
       3000-SPLIT-FEED section.
           if W-HELD-COUNT > ZERO and not V-PREFLIGHT
              open extend SUSFIL
              if SUS-FS not = '05' and SUS-FS not = '00'
                 open output SUSFIL
              end-if
              if SUS-FS not = '00'
      * With nowhere to hold a bad section it cannot be taken out
      * of the feed; it passes through and the warning stands.
                 move 'OPEN SUSFIL'  to W-ERR-OP
                 move 'SUSPENSE.DAT' to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     SUS-FS W-ERR-DETAIL
                 move 8 to W-STEP-RC
                 perform varying sx from 1 by 1
                         until sx > W-SITE-COUNT
                    move 'N' to ST-HELD(sx)
                 end-perform
                 move ZERO to W-HELD-COUNT
              end-if
           end-if
           open input INFIL
           move ZERO to W-CUR-SITE
           move 'N'  to W-DIVERT-FLAG
           set V-INIT to true
           read INFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              if SI-LIT = 'SITE'
                 move ZERO to W-CUR-SITE
                 perform varying sx from 1 by 1 until sx > W-SITE-COUNT
                    if ST-CODE(sx) = SI-CODE
                       move sx to W-CUR-SITE
                    end-if
                 end-perform
                 move 'N' to W-DIVERT-FLAG
                 if W-CUR-SITE > ZERO
                    if ST-HELD(W-CUR-SITE) = 'Y'
                       set V-DIVERT to true
                    end-if
                 end-if
              end-if
              if V-DIVERT
                 perform 3100-WRITE-SUSPENSE
              else
                 write ACCLINE from INDATA
                 add 1 to W-ACC-COUNT
              end-if
              if TR-LIT = 'TRAILER'
                 move 'N'  to W-DIVERT-FLAG
                 move ZERO to W-CUR-SITE
              end-if
              read INFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close INFIL
           close ACCFIL
           if W-HELD-COUNT > ZERO and not V-PREFLIGHT
              close SUSFIL
           end-if
           .

       3100-WRITE-SUSPENSE section.
           add 1 to ST-SEQ(W-CUR-SITE)
           move W-RUNDATE             to SUS-RUNDATE
           move W-RUNID               to SUS-RUNID
           move ST-CODE(W-CUR-SITE)   to SUS-SITE
           move ST-REASON(W-CUR-SITE) to SUS-REASON
           move ST-SEQ(W-CUR-SITE)    to SUS-SEQ
           move INDATA                to SUS-LINE
           if not V-PREFLIGHT
              write SUSLINE from SUS-RECORD
           end-if
           add 1 to W-SUS-COUNT
           .

      * A held site still hears from us tonight: its ACK says the
      * section arrived and is HELD, with nothing accepted or
      * rejected, so it neither auto-confirms nor resends.  The
      * site service history gets the section as received, marked
      * HELD, so nothing downstream counts it as processed.
       4000-WRITE-HELD-ACKS section.
           open extend SLAFIL
           if SLA-FS not = '05' and SLA-FS not = '00'
              open output SLAFIL
           end-if
           if SLA-FS not = '00'
              move 'OPEN SLAFIL'  to W-ERR-OP
              move 'SITESLA.HIST' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  SLA-FS W-ERR-DETAIL
           end-if
           perform varying sx from 1 by 1 until sx > W-SITE-COUNT
              if ST-HELD(sx) = 'Y'
                 move spaces to W-ACK-DSN
                 string 'SITEACK.' function trim(ST-CODE(sx))
                    delimited by size into W-ACK-DSN
                 end-string
                 open output ACKFIL
                 if ACK-FS not = '00'
                    move 'OPEN ACKFIL' to W-ERR-OP
                    move W-ACK-DSN(1:40) to W-ERR-DETAIL
                    call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                        ACK-FS W-ERR-DETAIL
                    if W-STEP-RC < 4
                       move 4 to W-STEP-RC
                    end-if
                 else
                    move 'CTLHDR'      to CTL-HDR-ID
                    move W-ERR-PROGRAM to CTL-HDR-PROGRAM
                    move W-RUNDATE     to CTL-HDR-RUNDATE
                    move W-RUNID       to CTL-HDR-RUNID
                    write ACKLINE from CTL-HEADER
                    move ST-CODE(sx)   to AK-SITE
                    move W-RUNDATE     to AK-RUNDATE
                    move W-RUNID       to AK-RUNID
                    move ZERO          to AK-ACCEPTED AK-REJECTED
                    move 'HELD'        to AK-BALANCE
                    write ACKLINE from ACK-DETAIL
                    move 'CTLTRL'      to CTL-TRL-ID
                    move 1             to CTL-TRL-COUNT
                    move ZERO          to CTL-TRL-HASH
                    write ACKLINE from CTL-TRAILER
                    close ACKFIL
                 end-if
                 if SLA-FS = '00'
                    move SPACES        to SLA-RECORD
                    move W-RUNDATE     to SLA-RUNDATE
                    move ST-CODE(sx)   to SLA-SITE
                    move 'Q'           to SLA-KIND
                    move 'HELD'        to SLA-STATUS
                    move W-RUNID       to SLA-RUNID
                    move ST-RECS(sx)   to SLA-ACCEPTED
                    move ST-REJS(sx)   to SLA-REJECTED
                    move 'HELD'        to SLA-BALANCE
                    write SLALINE from SLA-RECORD
                 end-if
              end-if
           end-perform
           if SLA-FS = '00'
              close SLAFIL
           end-if
           .

      * Final status record for the scheduler: lines read and
      * lines suspended plus a disposition derived from the
      * condition code this step is ending with.
       9900-WRITE-END-STATUS section.
           move 'END'       to W-STS-PHASE
           move REC-NO      to W-STS-READ
           move W-SUS-COUNT to W-STS-REJ
           move return-code to W-STS-SAVED-RC
           evaluate W-STS-SAVED-RC
           when 0
              move 'OK'      to W-STS-DISP
           when 4
              move 'WARNING' to W-STS-DISP
           when other
              move 'ERROR'   to W-STS-DISP
           end-evaluate
           call 'STSWRT' using W-ERR-PROGRAM W-STS-PHASE
                               W-STS-READ W-STS-REJ
                               W-STS-DISP W-STS-VERSION
           move W-STS-SAVED-RC to return-code
           .
