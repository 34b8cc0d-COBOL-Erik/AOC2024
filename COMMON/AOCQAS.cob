       identification division.
       program-id. AOCQAS.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select INFIL assign to WS-INFIL-DSN
           organization is line sequential
           file status is INPUT-FS.

           select SMPFIL assign to 'QASAMPLE.DAT'
           organization is line sequential
           file status is SMP-FS.

           select HSTFIL assign to 'QASAMPLE.HIST'
           organization is line sequential
           file status is HST-FS.

           select RPTFIL assign to 'AOCQAS.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  INFIL.
           COPY AOC2REC.
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
       01  INDATA-REPORT redefines INDATA.
           05  RP-LIT         pic X(7).
           05  RP-ID          pic X(12).
           05  FILLER         pic X(237).

       FD  SMPFIL.
       01  SMPLINE            pic X(138).

       FD  HSTFIL.
       01  HSTLINE            pic X(138).

       FD  RPTFIL.
       01  RPTLINE            pic X(100).

       working-storage section.
       01 A-ARB.
          05 INPUT-FS         pic XX.
          05 SMP-FS           pic XX.
          05 HST-FS           pic XX.
          05 RPT-FS           pic XX.
          05 A-COUNT          pic S9(6) comp-4 value ZERO.
          05 REC1-NO          pic S9(6) comp-4 value ZERO.
          05 REC2-NO          pic S9(6) comp-4 value ZERO.
          05 IX               pic S9(6) comp-4 value ZERO.
          05 JX               pic S9(6) comp-4 value ZERO.
          05 SX               pic S9(6) comp-4 value ZERO.
          05 C1               pic S9(6) comp-4 value ZERO.
          05 C2               pic S9(6) comp-4 value ZERO.
          05 A-DIST           pic S9(6) comp-4 value ZERO.
          05 A-TOTAL          pic S9(15) comp-4 value ZERO.
          05 ACC              pic S9(15) comp-4 value ZERO.
          05 multiplier       pic S9(8) comp-4 value ZERO.
          05 W-TARGET-L1      pic 9(5)  value ZERO.
          05 W-RANK           pic S9(6) comp-4 value ZERO.
          05 W-PARTNER        pic 9(5)  value ZERO.
          05 W-CONTRIB        pic S9(15) comp-4 value ZERO.
          05 W-PCT            pic S9(4) comp-4 value ZERO.
          05 A-TOLERANCE      pic 9(02) value 1.
          05 A-TALLY          pic S9(6) comp-4 value ZERO.
          05 A-DIFF           pic S9(6) comp-4 value ZERO.
          05 A-ABS            pic S9(6) comp-4 value ZERO.
          05 F-TALLY          pic S9(6) comp-4 value ZERO.
          05 SX1              pic S9(6) comp-4 value ZERO.
          05 SX2              pic S9(6) comp-4 value ZERO.
          05 SX3              pic S9(6) comp-4 value ZERO.
          05 A-PTR            pic S9(4) comp value ZERO.
          05 W-TOKEN          pic X(04).
          05 W-DELIM-ENV      pic X(08).
          05 W-DELIM          pic X value ' '.
          05 W-TEMP           pic X(08).
          05 WS-INFIL-DSN     pic X(64) value 'input.txt'.
          05 W-TEMP-DSN       pic X(64).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCQAS'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).
          05 W-MAX-RECORDS    pic S9(6) comp-4 value 100000.
          05 W-CA-COUNT       pic S9(6) comp-4 value ZERO.
          05 W-CA-MAX         pic S9(6) comp-4 value 200000.
          05 W-SL-COUNT       pic S9(6) comp-4 value ZERO.
          05 W-SITE-COUNT     pic S9(4) comp-4 value ZERO.
          05 W-MAX-SITES      pic S9(4) comp-4 value 10.
          05 W-CUR-SITE       pic S9(4) comp-4 value ZERO.
          05 W-SITE-IX        pic S9(4) comp-4 value ZERO.
          05 W-PAIRS-PER-SITE pic S9(4) comp-4 value 2.
          05 W-REPORTS        pic S9(4) comp-4 value 5.
          05 W-LIMIT          pic S9(4) comp-4 value ZERO.
          05 W-TAKEN          pic S9(4) comp-4 value ZERO.
          05 W-GRP-KIND       pic 9(1)  value ZERO.
          05 W-GRP-SITE       pic S9(4) comp-4 value ZERO.
          05 W-RPT-AVAIL      pic S9(6) comp-4 value ZERO.
          05 W-RPT-TAKEN      pic S9(6) comp-4 value ZERO.
          05 W-SEED           pic S9(15) comp-4 value ZERO.
          05 W-HASH           pic S9(15) comp-4 value ZERO.
          05 W-DEPTH          pic S9(4) comp-4 value ZERO.
          05 W-RPT-CTL-CNT    pic S9(8) comp-4 value ZERO.
          05 W-SMP-CTL-CNT    pic S9(8) comp-4 value ZERO.
          05 W-REC-HASH       pic S9(15) comp-4 value ZERO.
          05 W-CUR-RPTID      pic X(12).
          05 W-NUM-DISP       pic ZZZZZ9.
          05 W-NUM2-DISP      pic ZZZZZ9.
          05 W-BIG-DISP       pic Z(14)9.
          05 W-PARM-PROGRAM   pic X(8).
          05 W-PARM-KEY       pic X(16).
          05 W-PARM-ENV       pic X(20).
          05 W-PARM-VALUE     pic X(40).
          05 W-PARM-SRC       pic X(08).

       01 CONTROL-AREA.
          05 W-RUNDATE        pic X(08).
          05 W-RUNID          pic X(08).
          COPY CTLREC.

       COPY QASREC.

       01 FILLER.
          05 LIST1 occurs 1 to 100000 times depending on A-COUNT.
             10 L1            pic 9(5) value HIGH-VALUES.
       01 FILLER.
          05 LIST2 occurs 1 to 100000 times depending on A-COUNT.
             10 L2            pic 9(5) value HIGH-VALUES.
       01 FILLER.
          05 SRT1 occurs 1 to 100000 times depending on A-COUNT.
             10 S1            pic 9(5).
       01 FILLER.
          05 SRT2 occurs 1 to 100000 times depending on A-COUNT.
             10 S2            pic 9(5).

      * Site 0 is the leading pairs read before any SITE header,
      * as in AOC1A; every site is carried one slot up.
       01 SITE-TABLE.
          05 ST-ENTRY occurs 11 times.
             10 ST-CODE       pic X(08).
             10 ST-PAIRS      pic S9(6) comp-4.
             10 ST-TAKEN      pic S9(6) comp-4.

      * Every record that could be sampled: kind 1 an accepted
      * AOC1 pair (grouped by site), kind 2 an accepted AOC2
      * level report.  The draw key is a keyed scramble of the
      * record number, so the sample is the same whenever the
      * same run is processed again and differs run to run.
       01 FILLER.
          05 CA-ENTRY occurs 1 to 200000 times
                      depending on W-CA-COUNT.
             10 CA-KIND       pic 9(1).
             10 CA-GROUP      pic S9(4) comp-4.
             10 CA-KEY        pic S9(8) comp-4.
             10 CA-REC-NO     pic S9(6) comp-4.
             10 CA-SITE       pic S9(4) comp-4.
             10 CA-SLOT       pic S9(6) comp-4.
             10 CA-RPTID      pic X(12).

      * The drawn sample.  At most 99 pairs for each of the 11
      * site slots and 99 reports, so the table cannot overflow.
       01 FILLER.
          05 SL-ENTRY occurs 1 to 1200 times
                      depending on W-SL-COUNT.
             10 SL-KIND       pic 9(1).
             10 SL-GROUP      pic S9(4) comp-4.
             10 SL-REC-NO     pic S9(6) comp-4.
             10 SL-SITE       pic S9(4) comp-4.
             10 SL-SLOT       pic S9(6) comp-4.
             10 SL-RPTID      pic X(12).
             10 SL-RAW        pic X(256).

       01 W-TARGET-RAW        pic X(256).

       01 argh.
          03 ar99 occurs 1 to 64 times depending on A-TALLY.
             05 a99 pic 999.
       01 W-SKIPTAB.
          05 W-SKIP occurs 64 times pic X value 'N'.
             88 W-IS-SKIPPED value 'Y'.
       01 W-FILTER.
          05 f99 occurs 1 to 64 times depending on F-TALLY pic 999.
       01 W-DECISION          pic X(20).
       01 W-DAMPENER-DESC     pic X(20) value 'NONE'.
       01 W-NUM1              pic ZZ9.
       01 W-NUM2              pic ZZ9.
       01 W-NUM3              pic ZZ9.

       01 RPT-HDG1.
          05 filler           pic X(30) value
             'QA SAMPLE REVIEW WORKSHEET    '.
          05 filler           pic X(8)  value 'RUNDATE '.
          05 RH-RUNDATE       pic X(08).
          05 filler           pic X(5)  value ' RUN '.
          05 RH-RUNID         pic X(08).
       01 RPT-SECTION.
          05 RS-TITLE         pic X(60).
       01 RPT-SITE-HDG.
          05 filler           pic X(40) value
             'SITE     RECORDS  SAMPLED'.
       01 RPT-SITE.
          05 RX-SITE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RX-PAIRS         pic ZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RX-TAKEN         pic ZZZZZZ9.
       01 RPT-SAMPLE.
          05 filler           pic X(7)  value 'SAMPLE '.
          05 RM-SAMPLE-NO     pic 9(04).
          05 filler           pic X(2)  value SPACES.
          05 RM-KIND          pic X(12).
          05 filler           pic X(5)  value 'SITE '.
          05 RM-SITE          pic X(08).
          05 filler           pic X(9)  value '  RECORD '.
          05 RM-REC-NO        pic ZZZZZ9.
          05 RM-RPT-LIT       pic X(9).
          05 RM-RPTID         pic X(12).
       01 RPT-TEXT.
          05 RT-LABEL         pic X(24).
          05 RT-VALUE         pic X(70).
       01 RPT-PAIRLN.
          05 filler           pic X(2) value SPACES.
          05 RP-PAIR          pic X(11).
          05 filler           pic X(1) value SPACE.
          05 RP-DECISION      pic X(20).
       01 RPT-NOTE.
          05 RN-TEXT          pic X(60).

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-SAFE-FLAG    pic X value 'N'.
             88 V-SAFE         value 'Y'.
          05 W-DIR-FLAG     pic X value ' '.
             88 V-BIG          value 'B'.
             88 V-LESS         value 'L'.
          05 W-REC-BAD-FLAG pic X value 'N'.
             88 V-REC-BAD      value 'Y'.
          05 W-CAPTURE-FLAG pic X value 'N'.
             88 V-CAPTURE      value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCQAS'
           move spaces to W-TEMP-DSN
           accept W-TEMP-DSN from environment 'INFILDD'
           if W-TEMP-DSN not = spaces
              move W-TEMP-DSN to WS-INFIL-DSN
           end-if
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
           perform 1000-READ-PARMS
           perform 1100-SET-SEED

           perform 2000-LOAD-FEED
           perform 2500-SORT-LISTS
           perform 3000-DRAW-SAMPLE
           perform 4000-CAPTURE-IMAGES

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOCQAS.RPT'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 4 to return-code
              goback
           end-if
           open output SMPFIL
           if SMP-FS not = '00'
              move 'OPEN SMPFIL'  to W-ERR-OP
              move 'QASAMPLE.DAT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  SMP-FS W-ERR-DETAIL
              close RPTFIL
              move 4 to return-code
              goback
           end-if
           open extend HSTFIL
           if HST-FS not = '05' and HST-FS not = '00'
              open output HSTFIL
           end-if
           if HST-FS not = '00'
              move 'OPEN HSTFIL'   to W-ERR-OP
              move 'QASAMPLE.HIST' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  HST-FS W-ERR-DETAIL
              close RPTFIL
              close SMPFIL
              move 4 to return-code
              goback
           end-if

           move 'CTLHDR'   to CTL-HDR-ID
           move W-ERR-PROGRAM to CTL-HDR-PROGRAM
           move W-RUNDATE  to CTL-HDR-RUNDATE
           move W-RUNID    to CTL-HDR-RUNID
           write RPTLINE from CTL-HEADER
           write SMPLINE from CTL-HEADER
           move W-RUNDATE  to RH-RUNDATE
           move W-RUNID    to RH-RUNID
           write RPTLINE from RPT-HDG1
           add 1 to W-RPT-CTL-CNT
           perform 5000-WRITE-SUMMARY

           perform varying sx from 1 by 1 until sx > W-SL-COUNT
              if SL-KIND(sx) = 1
                 perform 5100-EXPLAIN-PAIR
              else
                 perform 5200-EXPLAIN-REPORT
              end-if
              perform 5300-WRITE-REVIEW
           end-perform
           if W-SL-COUNT = ZERO
              move SPACES to RPTLINE
              write RPTLINE
              move 'NO RECORDS AVAILABLE TO SAMPLE' to RN-TEXT
              write RPTLINE from RPT-NOTE
              add 2 to W-RPT-CTL-CNT
              move 'NO DATA'    to W-ERR-OP
              move '10'         to W-ERR-FS
              move 'NO RECORDS AVAILABLE TO SAMPLE' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to return-code
           end-if

           move 'CTLTRL'       to CTL-TRL-ID
           move W-RPT-CTL-CNT  to CTL-TRL-COUNT
           move W-REC-HASH     to CTL-TRL-HASH
           write RPTLINE from CTL-TRAILER
           move W-SMP-CTL-CNT  to CTL-TRL-COUNT
           write SMPLINE from CTL-TRAILER
           close RPTFIL
           close SMPFIL
           close HSTFIL

           display W-SL-COUNT ' records sampled for review'
           goback
           .

      * Pairs drawn per site and reports drawn per run, each 0-99;
      * the worksheet replays AOC2A's delimiter and AOC2B's
      * dampener tolerance so it judges exactly as they did.
       1000-READ-PARMS section.
           move W-ERR-PROGRAM    to W-PARM-PROGRAM
           move 'QAPAIRS'        to W-PARM-KEY
           move 'AOCQAS_PAIRS'   to W-PARM-ENV
           move spaces           to W-PARM-VALUE
           call 'AOCPARM' using W-PARM-PROGRAM W-PARM-KEY
                                W-PARM-ENV W-PARM-VALUE W-PARM-SRC
           move W-PARM-VALUE(1:8) to W-TEMP
           if W-TEMP not = spaces and function trim(W-TEMP) is numeric
              and function length(function trim(W-TEMP)) <= 2
              compute W-PAIRS-PER-SITE = function numval(W-TEMP)
           end-if
           move 'QAREPORTS'      to W-PARM-KEY
           move 'AOCQAS_REPORTS' to W-PARM-ENV
           move spaces           to W-PARM-VALUE
           call 'AOCPARM' using W-PARM-PROGRAM W-PARM-KEY
                                W-PARM-ENV W-PARM-VALUE W-PARM-SRC
           move W-PARM-VALUE(1:8) to W-TEMP
           if W-TEMP not = spaces and function trim(W-TEMP) is numeric
              and function length(function trim(W-TEMP)) <= 2
              compute W-REPORTS = function numval(W-TEMP)
           end-if

           move 'AOC2A'          to W-PARM-PROGRAM
           move 'DELIM'          to W-PARM-KEY
           move 'AOC2_DELIM'     to W-PARM-ENV
           move spaces           to W-PARM-VALUE
           call 'AOCPARM' using W-PARM-PROGRAM W-PARM-KEY
                                W-PARM-ENV W-PARM-VALUE W-PARM-SRC
           move W-PARM-VALUE(1:8) to W-DELIM-ENV
           evaluate W-DELIM-ENV
           when 'COMMA'
              move ',' to W-DELIM
           when 'TAB'
              move X'09' to W-DELIM
           when 'SPACE'
              move ' ' to W-DELIM
           when SPACES
              continue
           when other
              move W-DELIM-ENV(1:1) to W-DELIM
           end-evaluate

           move 'AOC2B'           to W-PARM-PROGRAM
           move 'TOLERANCE'       to W-PARM-KEY
           move 'AOC2B_TOLERANCE' to W-PARM-ENV
           move spaces            to W-PARM-VALUE
           call 'AOCPARM' using W-PARM-PROGRAM W-PARM-KEY
                                W-PARM-ENV W-PARM-VALUE W-PARM-SRC
           move W-PARM-VALUE(1:8) to W-TEMP
           if W-TEMP not = spaces and function trim(W-TEMP) is numeric
              and function length(function trim(W-TEMP)) <= 2
              move W-TEMP to A-TOLERANCE
           end-if
           .

      * The seed is taken from the run date and run identifier,
      * so an auditor can re-draw any day's sample from the run
      * control entry alone.
       1100-SET-SEED section.
           move ZERO to W-SEED
           if W-RUNDATE is numeric
              compute W-SEED = mod(function numval(W-RUNDATE), 999983)
           end-if
           perform varying ix from 1 by 1 until ix > 8
              compute W-SEED =
                 mod(W-SEED * 31 + function ord(W-RUNID(ix:1)), 999983)
           end-perform
           .

      * One pass numbers the feed both ways: as AOC1A does (SITE
      * headers and TRAILERs are not records) and as AOC2A does
      * (REPORT identifiers and TRAILERs are not records), so the
      * record number on the worksheet is the one each program
      * printed on its own listings.
       2000-LOAD-FEED section.
           perform varying ix from 1 by 1 until ix > 11
              move SPACES to ST-CODE(ix)
              move ZERO   to ST-PAIRS(ix) ST-TAKEN(ix)
           end-perform
           move '*NONE*' to ST-CODE(1)
           open input INFIL
           if INPUT-FS not = '00'
              move 'OPEN INFIL'  to W-ERR-OP
              move WS-INFIL-DSN  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  INPUT-FS W-ERR-DETAIL
              move 4 to return-code
              goback
           end-if
           move spaces to W-CUR-RPTID
           set V-INIT to true
           read INFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              if TR-LIT = 'TRAILER'
                 move ZERO to W-CUR-SITE
              else
                 if SI-LIT = 'SITE'
                    perform 2100-START-SITE
                 else
                    add 1 to REC1-NO
                    if LI1 is numeric and LI2 is numeric
                       perform 2200-ADD-PAIR
                    end-if
                 end-if
                 if RP-LIT = 'REPORT'
                    move RP-ID to W-CUR-RPTID
                 else
                    add 1 to REC2-NO
                    move INDATA to W-TARGET-RAW
                    perform 2300-PARSE-LEVELS
                    if not V-REC-BAD and A-TALLY > ZERO
                       perform 2400-ADD-REPORT
                    end-if
                    move spaces to W-CUR-RPTID
                 end-if
              end-if
              read INFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close INFIL
           .

      * Sites beyond AOC1A's table size fall to site zero here
      * just as AOC1A leaves them unassigned.
       2100-START-SITE section.
           move ZERO to W-CUR-SITE
           perform varying ix from 1 by 1 until ix > W-SITE-COUNT
              if ST-CODE(ix + 1) = SI-CODE
                 move ix to W-CUR-SITE
              end-if
           end-perform
           if W-CUR-SITE = ZERO and W-SITE-COUNT < W-MAX-SITES
              add 1 to W-SITE-COUNT
              move W-SITE-COUNT to W-CUR-SITE
              move SI-CODE to ST-CODE(W-CUR-SITE + 1)
           end-if
           .

       2200-ADD-PAIR section.
           if A-COUNT >= W-MAX-RECORDS
              exit section
           end-if
           add 1 to A-COUNT
           move LI1 to L1(A-COUNT)
           move LI2 to L2(A-COUNT)
           add 1 to ST-PAIRS(W-CUR-SITE + 1)
           if W-CA-COUNT < W-CA-MAX
              add 1 to W-CA-COUNT
              move 1            to CA-KIND(W-CA-COUNT)
              move W-CUR-SITE   to CA-GROUP(W-CA-COUNT)
              move W-CUR-SITE   to CA-SITE(W-CA-COUNT)
              move REC1-NO      to CA-REC-NO(W-CA-COUNT)
              move A-COUNT      to CA-SLOT(W-CA-COUNT)
              move SPACES       to CA-RPTID(W-CA-COUNT)
              perform 2600-DRAW-KEY
           end-if
           .

      * Same acceptance rule as AOC2A: every token must be a level
      * of at most three digits or the record is a reject.
       2300-PARSE-LEVELS section.
           move ZERO to A-TALLY
           move 1 to A-PTR
           move 'N' to W-REC-BAD-FLAG
           perform until A-PTR > length of W-TARGET-RAW
              move spaces to W-TOKEN
              unstring W-TARGET-RAW delimited by all W-DELIM
                  into W-TOKEN
                  with pointer A-PTR
              if W-TOKEN not = SPACES
                 if W-TOKEN(4:1) not = SPACE
                    move 'Y' to W-REC-BAD-FLAG
                 else
                 if function trim(W-TOKEN) is numeric
                    add 1 to A-TALLY
                    move W-TOKEN(1:3) to a99(A-TALLY)
                 else
                    move 'Y' to W-REC-BAD-FLAG
                 end-if
                 end-if
              end-if
           end-perform
           .

      * Reports are drawn from the whole feed, not by site.
       2400-ADD-REPORT section.
           add 1 to W-RPT-AVAIL
           if W-CA-COUNT < W-CA-MAX
              add 1 to W-CA-COUNT
              move 2            to CA-KIND(W-CA-COUNT)
              move ZERO         to CA-GROUP(W-CA-COUNT)
              move W-CUR-SITE   to CA-SITE(W-CA-COUNT)
              move REC2-NO      to CA-REC-NO(W-CA-COUNT)
              move ZERO         to CA-SLOT(W-CA-COUNT)
              move W-CUR-RPTID  to CA-RPTID(W-CA-COUNT)
              perform 2600-DRAW-KEY
           end-if
           .

      * The AOC1A total distance and AOC1B similarity score the
      * sampled contributions are measured against.
       2500-SORT-LISTS section.
           if A-COUNT = ZERO
              exit section
           end-if
           perform varying ix from 1 by 1 until ix > A-COUNT
              move L1(ix) to S1(ix)
              move L2(ix) to S2(ix)
           end-perform
           sort SRT1 ascending key S1
           sort SRT2 ascending key S2
           perform varying ix from 1 by 1 until ix > A-COUNT
              compute A-DIST = abs(S1(ix) - S2(ix))
              add A-DIST to A-TOTAL
           end-perform
           move 1 to ix
           move 1 to jx
           perform until ix > A-COUNT or jx > A-COUNT
              evaluate true
              when S1(ix) < S2(jx)
                 add 1 to ix
              when S1(ix) > S2(jx)
                 add 1 to jx
              when other
                 move S1(ix) to W-TARGET-L1
                 move ZERO to C1 C2
                 perform until ix > A-COUNT
                         or S1(ix) not = W-TARGET-L1
                    add 1 to C1
                    add 1 to ix
                 end-perform
                 perform until jx > A-COUNT
                         or S2(jx) not = W-TARGET-L1
                    add 1 to C2
                    add 1 to jx
                 end-perform
                 compute ACC = ACC + W-TARGET-L1 * C1 * C2
              end-evaluate
           end-perform
           .

       2600-DRAW-KEY section.
           compute W-HASH = mod(W-SEED
              + CA-REC-NO(W-CA-COUNT) * 7919
              + CA-KIND(W-CA-COUNT) * 104729, 999983)
           compute W-HASH = mod(W-HASH * W-HASH + 12345, 999983)
           compute W-HASH = mod(W-HASH * W-HASH + 54321, 999983)
           move W-HASH to CA-KEY(W-CA-COUNT)
           .

      * The lowest draw keys in each group are the sample.
       3000-DRAW-SAMPLE section.
           if W-CA-COUNT > 1
              sort CA-ENTRY ascending key CA-KIND CA-GROUP
                                          CA-KEY CA-REC-NO
           end-if
           move ZERO to W-GRP-KIND
           perform varying ix from 1 by 1 until ix > W-CA-COUNT
              if CA-KIND(ix) not = W-GRP-KIND
                 or CA-GROUP(ix) not = W-GRP-SITE
                 move CA-KIND(ix)  to W-GRP-KIND
                 move CA-GROUP(ix) to W-GRP-SITE
                 move ZERO to W-TAKEN
                 if W-GRP-KIND = 1
                    move W-PAIRS-PER-SITE to W-LIMIT
                 else
                    move W-REPORTS        to W-LIMIT
                 end-if
              end-if
              if W-TAKEN < W-LIMIT
                 add 1 to W-TAKEN
                 add 1 to W-SL-COUNT
                 move CA-KIND(ix)   to SL-KIND(W-SL-COUNT)
                 move CA-GROUP(ix)  to SL-GROUP(W-SL-COUNT)
                 move CA-REC-NO(ix) to SL-REC-NO(W-SL-COUNT)
                 move CA-SITE(ix)   to SL-SITE(W-SL-COUNT)
                 move CA-SLOT(ix)   to SL-SLOT(W-SL-COUNT)
                 move CA-RPTID(ix)  to SL-RPTID(W-SL-COUNT)
                 move SPACES        to SL-RAW(W-SL-COUNT)
                 add CA-REC-NO(ix)  to W-REC-HASH
                 if W-GRP-KIND = 1
                    add 1 to ST-TAKEN(W-GRP-SITE + 1)
                 else
                    add 1 to W-RPT-TAKEN
                 end-if
              end-if
           end-perform
           .

      * A second pass picks up the raw image of each sampled
      * record; the sample is walked in record order per kind.
       4000-CAPTURE-IMAGES section.
           if W-SL-COUNT = ZERO
              exit section
           end-if
           if W-SL-COUNT > 1
              sort SL-ENTRY ascending key SL-KIND SL-REC-NO
           end-if
           move 1 to ix
           move 1 to jx
           perform until jx > W-SL-COUNT or SL-KIND(jx) = 2
              add 1 to jx
           end-perform
           move ZERO to REC1-NO REC2-NO
           open input INFIL
           if INPUT-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read INFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              if TR-LIT not = 'TRAILER'
                 if SI-LIT not = 'SITE'
                    add 1 to REC1-NO
                    if ix <= W-SL-COUNT and SL-KIND(ix) = 1
                       and SL-REC-NO(ix) = REC1-NO
                       move INDATA to SL-RAW(ix)
                       add 1 to ix
                    end-if
                 end-if
                 if RP-LIT not = 'REPORT'
                    add 1 to REC2-NO
                    if jx <= W-SL-COUNT
                       and SL-REC-NO(jx) = REC2-NO
                       move INDATA to SL-RAW(jx)
                       add 1 to jx
                    end-if
                 end-if
              end-if
              read INFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close INFIL
           if W-SL-COUNT > 1
              sort SL-ENTRY ascending key SL-KIND SL-GROUP SL-REC-NO
           end-if
           .

      * What was available to sample and what was drawn.
       5000-WRITE-SUMMARY section.
           move SPACES to RT-VALUE
           move 'SAMPLE DRAWN            ' to RT-LABEL
           move W-PAIRS-PER-SITE to W-NUM1
           move W-REPORTS        to W-NUM2
           move W-SEED           to W-BIG-DISP
           string W-NUM1 ' PAIRS PER SITE, ' W-NUM2
              ' REPORTS  SEED ' function trim(W-BIG-DISP)
              delimited by size into RT-VALUE
           end-string
           perform 9000-PUT-TEXT
           move 'AOC1A TOTAL DISTANCE    ' to RT-LABEL
           move A-TOTAL    to W-BIG-DISP
           move W-BIG-DISP to RT-VALUE
           perform 9000-PUT-TEXT
           move 'AOC1B SIMILARITY SCORE  ' to RT-LABEL
           move ACC        to W-BIG-DISP
           move W-BIG-DISP to RT-VALUE
           perform 9000-PUT-TEXT
           move SPACES to RPTLINE
           write RPTLINE
           write RPTLINE from RPT-SITE-HDG
           add 2 to W-RPT-CTL-CNT
           perform varying ix from 1 by 1 until ix > W-SITE-COUNT + 1
              if ST-PAIRS(ix) > ZERO
                 move ST-CODE(ix)  to RX-SITE
                 move ST-PAIRS(ix) to RX-PAIRS
                 move ST-TAKEN(ix) to RX-TAKEN
                 write RPTLINE from RPT-SITE
                 add 1 to W-RPT-CTL-CNT
              end-if
           end-perform
           move 'AOC2 RPT'  to RX-SITE
           move W-RPT-AVAIL to RX-PAIRS
           move W-RPT-TAKEN to RX-TAKEN
           write RPTLINE from RPT-SITE
           add 1 to W-RPT-CTL-CNT
           .

       5050-WRITE-SAMPLE-HDG section.
           move SPACES to RPTLINE
           write RPTLINE
           move sx             to RM-SAMPLE-NO
           compute W-SITE-IX = SL-SITE(sx) + 1
           move ST-CODE(W-SITE-IX) to RM-SITE
           move SL-REC-NO(sx)  to RM-REC-NO
           if SL-KIND(sx) = 1
              move 'AOC1 PAIR'   to RM-KIND
              move SPACES        to RM-RPT-LIT RM-RPTID
           else
              move 'AOC2 REPORT' to RM-KIND
              if SL-RPTID(sx) = SPACES
                 move SPACES        to RM-RPT-LIT RM-RPTID
              else
                 move '  REPORT '   to RM-RPT-LIT
                 move SL-RPTID(sx)  to RM-RPTID
              end-if
           end-if
           write RPTLINE from RPT-SAMPLE
           add 2 to W-RPT-CTL-CNT
           move 'RAW INPUT IMAGE         ' to RT-LABEL
           move SL-RAW(sx)(1:70)           to RT-VALUE
           perform 9000-PUT-TEXT
           .

      * The AOC1 side, as AOCXPL explains it: where the pair's
      * list-1 id lands after the sorts, the distance AOC1A
      * charges, and the similarity contribution AOC1B applies.
       5100-EXPLAIN-PAIR section.
           perform 5050-WRITE-SAMPLE-HDG
           move SL-RAW(sx)(1:5) to W-TARGET-L1
           move ZERO to W-RANK
           perform varying ix from 1 by 1 until ix > A-COUNT
                   or W-RANK > ZERO
              if S1(ix) = W-TARGET-L1
                 move ix to W-RANK
              end-if
           end-perform
           move S2(W-RANK) to W-PARTNER
           compute A-DIST = abs(W-TARGET-L1 - W-PARTNER)

           move 'AOC1A SORTED POSITION   ' to RT-LABEL
           move SPACES  to RT-VALUE
           move W-RANK  to W-NUM-DISP
           move A-COUNT to W-NUM2-DISP
           string 'RANK ' W-NUM-DISP ' OF ' W-NUM2-DISP
              delimited by size into RT-VALUE
           end-string
           perform 9000-PUT-TEXT
           move 'AOC1A PARTNER / DISTANCE' to RT-LABEL
           move SPACES    to RT-VALUE
           move W-PARTNER to W-NUM-DISP
           move A-DIST    to W-NUM2-DISP
           string W-NUM-DISP ' DISTANCE ' W-NUM2-DISP
              delimited by size into RT-VALUE
           end-string
           perform 9000-PUT-TEXT

           move ZERO to multiplier
           perform varying ix from 1 by 1 until ix > A-COUNT
              if L2(ix) = W-TARGET-L1
                 add 1 to multiplier
              end-if
           end-perform
           compute W-CONTRIB = W-TARGET-L1 * multiplier
           move 'AOC1B L2 FREQUENCY      ' to RT-LABEL
           move SPACES to RT-VALUE
           move multiplier to W-NUM-DISP
           string W-NUM-DISP delimited by size into RT-VALUE
           end-string
           perform 9000-PUT-TEXT
           move 'AOC1B SIM CONTRIBUTION  ' to RT-LABEL
           move SPACES to RT-VALUE
           move W-CONTRIB to W-BIG-DISP
           if ACC > ZERO
              compute W-PCT rounded = W-CONTRIB * 100 / ACC
           else
              move ZERO to W-PCT
           end-if
           move W-PCT to W-NUM-DISP
           string W-BIG-DISP ' (' W-NUM-DISP ' PCT OF SCORE)'
              delimited by size into RT-VALUE
           end-string
           perform 9000-PUT-TEXT

           move SPACES      to QAS-FIGURE
           move A-DIST      to W-NUM-DISP
           string 'DISTANCE ' function trim(W-NUM-DISP)
              delimited by size into QAS-FIGURE
           end-string
           move SPACES      to QAS-KEY
           move W-TARGET-L1 to QAS-KEY
           .

      * The AOC2 side: the report is tokenised the way AOC2A
      * does and the dampener search replayed as AOC2B does it,
      * with the deciding evaluation printed pair by pair.
       5200-EXPLAIN-REPORT section.
           perform 5050-WRITE-SAMPLE-HDG
           move SL-RAW(sx) to W-TARGET-RAW
           perform 2300-PARSE-LEVELS
           perform 8000-TRY-DAMPENER
      * An unsafe line is explained on its undampened sequence, as
      * AOC2B's final audit replays it, not on the last skip set
      * tried.
           if not V-SAFE
              perform 8050-RESET-SKIP
              move 'NONE' to W-DAMPENER-DESC
           end-if
           move ZERO to W-DEPTH
           if W-DAMPENER-DESC not = 'NONE'
              inspect W-DAMPENER-DESC tallying W-DEPTH for all ','
              add 1 to W-DEPTH
           end-if

           move 'AOC2 SAFETY VERDICT     ' to RT-LABEL
           move SPACES to RT-VALUE
           if V-SAFE
              string 'SAFE  DAMPENER ' W-DAMPENER-DESC
                 delimited by size into RT-VALUE
              end-string
           else
              move 'UNSAFE AT CONFIGURED TOLERANCE' to RT-VALUE
           end-if
           perform 9000-PUT-TEXT
           move 'DAMPENER DEPTH          ' to RT-LABEL
           move SPACES  to RT-VALUE
           move W-DEPTH to W-NUM1
           move W-NUM1  to RT-VALUE
           perform 9000-PUT-TEXT
           move SPACES to QAS-FIGURE
           if V-SAFE
              string 'SAFE DEPTH ' function trim(W-NUM1)
                 delimited by size into QAS-FIGURE
              end-string
           else
              move 'UNSAFE' to QAS-FIGURE
           end-if
           move SL-RPTID(sx) to QAS-KEY
           move 'PAIR-BY-PAIR EVALUATION ' to RT-LABEL
           move SPACES                     to RT-VALUE
           perform 9000-PUT-TEXT
           perform 8100-SAFE-CHECK-PRINT
           .

      * The reviewer's entry lines on the worksheet, and the
      * sample's line on the return template and the register.
       5300-WRITE-REVIEW section.
           move 'REVIEWER RESULT         ' to RT-LABEL
           move SPACES to RT-VALUE
           string 'AGREE/DISAGREE (A/D) ___  '
              'REVIEWER ________  DATE ________'
              delimited by size into RT-VALUE
           end-string
           perform 9000-PUT-TEXT
           move 'REVIEWER COMMENT        ' to RT-LABEL
           move all '_' to RT-VALUE
           perform 9000-PUT-TEXT

           move W-RUNDATE      to QAS-RUNDATE
           move W-RUNID        to QAS-RUNID
           move sx             to QAS-SAMPLE-NO
           if SL-KIND(sx) = 1
              move 'AOC1'      to QAS-KIND
           else
              move 'AOC2'      to QAS-KIND
           end-if
           compute W-SITE-IX = SL-SITE(sx) + 1
           move ST-CODE(W-SITE-IX) to QAS-SITE
           move SL-REC-NO(sx)  to QAS-REC-NO
           move SPACES         to QAS-RESULT QAS-REVIEWER
                                  QAS-REVIEWED QAS-COMMENT
           write SMPLINE from QAS-RECORD
           add 1 to W-SMP-CTL-CNT
           write HSTLINE from QAS-RECORD
           .

      * Exhaustive skip search - a handful of records, so the
      * cost of the simple search is irrelevant and it mirrors
      * the published dampener semantics exactly.
       8000-TRY-DAMPENER section.
           move 'N' to W-SAFE-FLAG
           perform 8050-RESET-SKIP
           move 'NONE' to W-DAMPENER-DESC
           perform 8100-SAFE-CHECK
           if V-SAFE or A-TOLERANCE < 1
              exit section
           end-if
           perform varying SX1 from 1 by 1 until SX1 > A-TALLY
                                               or V-SAFE
              perform 8050-RESET-SKIP
              set W-IS-SKIPPED(SX1) to true
              move SPACES to W-DAMPENER-DESC
              move SX1 to W-NUM1
              string 'SKIP ' W-NUM1 delimited by size
                 into W-DAMPENER-DESC
              end-string
              perform 8100-SAFE-CHECK
           end-perform
           if V-SAFE or A-TOLERANCE < 2
              exit section
           end-if
           perform varying SX1 from 1 by 1 until SX1 > A-TALLY
                                               or V-SAFE
              perform varying SX2 from 1 by 1 until SX2 > A-TALLY
                                               or V-SAFE
                 if SX2 > SX1
                    perform 8050-RESET-SKIP
                    set W-IS-SKIPPED(SX1) to true
                    set W-IS-SKIPPED(SX2) to true
                    move SPACES to W-DAMPENER-DESC
                    move SX1 to W-NUM1
                    move SX2 to W-NUM2
                    string 'SKIP ' W-NUM1 ',' W-NUM2
                       delimited by size into W-DAMPENER-DESC
                    end-string
                    perform 8100-SAFE-CHECK
                 end-if
              end-perform
           end-perform
           if V-SAFE or A-TOLERANCE < 3
              exit section
           end-if
           perform varying SX1 from 1 by 1 until SX1 > A-TALLY
                                               or V-SAFE
              perform varying SX2 from 1 by 1 until SX2 > A-TALLY
                                               or V-SAFE
                 perform varying SX3 from 1 by 1 until SX3 > A-TALLY
                                                  or V-SAFE
                    if SX2 > SX1 and SX3 > SX2
                       perform 8050-RESET-SKIP
                       set W-IS-SKIPPED(SX1) to true
                       set W-IS-SKIPPED(SX2) to true
                       set W-IS-SKIPPED(SX3) to true
                       move SPACES to W-DAMPENER-DESC
                       move SX1 to W-NUM1
                       move SX2 to W-NUM2
                       move SX3 to W-NUM3
                       string 'SKIP ' W-NUM1 ',' W-NUM2 ',' W-NUM3
                          delimited by size into W-DAMPENER-DESC
                       end-string
                       perform 8100-SAFE-CHECK
                    end-if
                 end-perform
              end-perform
           end-perform
           .

       8050-RESET-SKIP section.
           perform varying ix from 1 by 1 until ix > 64
              move 'N' to W-SKIP(ix)
           end-perform
           .

       8100-SAFE-CHECK section.
           move ZERO to F-TALLY
           perform varying ix from 1 by 1 until ix > A-TALLY
              if not W-IS-SKIPPED(ix)
                 add 1 to F-TALLY
                 move a99(ix) to f99(F-TALLY)
              end-if
           end-perform
           if F-TALLY = 0
              move 'N' to W-SAFE-FLAG
              exit section
           end-if
           move ' ' to W-DIR-FLAG
           perform varying ix from 2 by 1 until ix > F-TALLY
              perform 8150-JUDGE-PAIR
              if W-DECISION not = 'OK'
                 exit perform
              end-if
           end-perform
           if ix > F-TALLY
              move 'Y' to W-SAFE-FLAG
           else
              move 'N' to W-SAFE-FLAG
           end-if
           .

      * Same check, but each pair judged is also printed so the
      * reviewer sees the deciding evaluation line by line.
       8100-SAFE-CHECK-PRINT section.
           move ZERO to F-TALLY
           perform varying ix from 1 by 1 until ix > A-TALLY
              if not W-IS-SKIPPED(ix)
                 add 1 to F-TALLY
                 move a99(ix) to f99(F-TALLY)
              end-if
           end-perform
           if F-TALLY = 0
              exit section
           end-if
           move ' ' to W-DIR-FLAG
           perform varying ix from 2 by 1 until ix > F-TALLY
              perform 8150-JUDGE-PAIR
              move SPACES to RPT-PAIRLN
              move f99(ix - 1) to W-NUM1
              move f99(ix)     to W-NUM2
              string W-NUM1 '-' W-NUM2 delimited by size
                 into RP-PAIR
              end-string
              move W-DECISION to RP-DECISION
              write RPTLINE from RPT-PAIRLN
              add 1 to W-RPT-CTL-CNT
              if W-DECISION not = 'OK'
                 exit perform
              end-if
           end-perform
           .

       8150-JUDGE-PAIR section.
           compute A-ABS  = abs(f99(ix) - f99(ix - 1))
           compute A-DIFF = f99(ix) - f99(ix - 1)
           move 'OK' to W-DECISION
           evaluate true
           when A-DIFF = 0
              move 'ZERO-DIFF' to W-DECISION
           when A-ABS  > 3
              move 'OUT-OF-RANGE' to W-DECISION
           when other
              if ix = 2
                 if A-DIFF > 0
                    set V-BIG  to true
                 else
                    set V-LESS to true
                 end-if
              else
                 if A-DIFF < 0 and V-BIG
                    move 'DIRECTION-REVERSAL' to W-DECISION
                 end-if
                 if A-DIFF > 0 and V-LESS
                    move 'DIRECTION-REVERSAL' to W-DECISION
                 end-if
              end-if
           end-evaluate
           .

       9000-PUT-TEXT section.
           write RPTLINE from RPT-TEXT
           add 1 to W-RPT-CTL-CNT
           .
