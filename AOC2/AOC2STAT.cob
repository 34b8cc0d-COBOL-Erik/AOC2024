       identification division.
       program-id. AOC2STAT.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select INFIL assign to WS-INFIL-DSN
           organization is line sequential
           file status is INPUT-FS.

           select EXCFIL assign to 'AOC2A.EXC'
           organization is line sequential
           file status is EXC-FS.

           select AUDFIL assign to 'AOC2B.AUD'
           organization is line sequential
           file status is AUD-FS.

           select RPTFIL assign to 'AOC2STAT.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD INFIL.
           COPY AOC2REC.
       01 INDATA-TRAILER redefines INDATA.
           05 TR-LIT          pic X(7).
           05 TR-COUNT        pic 9(6).
           05 FILLER          pic X(11).
       01 INDATA-REPORT redefines INDATA.
           05 RP-LIT          pic X(7).
           05 RP-ID           pic X(12).
           05 FILLER          pic X(237).

       FD EXCFIL.
       01 EXCLINE             pic X(310).
       01 EXC-DETAIL redefines EXCLINE.
          05 ED-REC-NO        pic X(06).
          05 filler           pic X(2).
          05 ED-RPTID         pic X(12).
          05 filler           pic X(2).
          05 ED-REASON        pic X(30).
          05 filler           pic X(258).

       FD AUDFIL.
       01 AUDLINE             pic X(80).
       01 AUD-DETAIL redefines AUDLINE.
          05 AD-REC-NO        pic X(06).
          05 filler           pic X(1).
          05 AD-RPTID         pic X(12).
          05 filler           pic X(1).
          05 AD-PAIR          pic X(11).
          05 filler           pic X(1).
          05 AD-DECISION      pic X(20).
          05 filler           pic X(1).
          05 AD-DAMPENER      pic X(20).
          05 filler           pic X(07).

       FD RPTFIL.
       01 RPTLINE             pic X(80).

       working-storage section.
       01 A-ARB.
          05 INPUT-FS         pic XX.
          05 EXC-FS           pic XX.
          05 AUD-FS           pic XX.
          05 RPT-FS           pic XX.
          05 A-TALLY          pic S9(6) comp-4 value ZERO.
          05 A-DIFF           pic S9(6) comp-4 value ZERO.
          05 A-ABS            pic S9(6) comp-4 value ZERO.
          05 A-PTR            pic S9(4) comp value ZERO.
          05 IX               pic S9(6) comp-4 value ZERO.
          05 RX               pic S9(4) comp-4 value ZERO.
          05 DX               pic S9(4) comp-4 value ZERO.
          05 REC-NO           pic S9(6) comp-4 value ZERO.
          05 A-COUNT          pic S9(6) comp-4 value ZERO.
          05 A-REJECTED       pic S9(6) comp-4 value ZERO.
          05 A-LEVELS         pic S9(15) comp-4 value ZERO.
          05 A-STEPS          pic S9(8) comp-4 value ZERO.
          05 A-UNSAFE         pic S9(6) comp-4 value ZERO.
          05 W-MIN            pic S9(6) comp-4 value ZERO.
          05 W-MAX            pic S9(6) comp-4 value ZERO.
          05 W-MEAN           pic S9(6) comp-4 value ZERO.
          05 W-FAIL-IX        pic S9(6) comp-4 value ZERO.
          05 W-FAIL-RSN       pic S9(4) comp-4 value ZERO.
          05 W-DIR            pic S9(4) comp-4 value ZERO.
          05 W-AUD-RECNO      pic S9(6) comp-4 value ZERO.
          05 W-AUD-DEPTH      pic S9(4) comp-4 value ZERO.
          05 W-COMMAS         pic S9(4) comp-4 value ZERO.
          05 W-EXC-TOTAL      pic S9(6) comp-4 value ZERO.
          05 W-SCR-VALUE      pic S9(15) comp-4 value ZERO.
          05 W-RPT-CTL-CNT    pic S9(8) comp-4 value ZERO.
          05 W-STEP-RC        pic S9(4) comp-4 value ZERO.
          05 W-TOKEN          pic X(04).
          05 W-DELIM-ENV      pic X(08).
          05 W-DELIM          pic X value ' '.
          05 WS-INFIL-DSN     pic X(64) value 'input.txt'.
          05 W-TEMP-DSN       pic X(64).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOC2STAT'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).
          05 W-METRIC         pic X(20).
          05 W-NUM            pic ZZ9.
      * The feed is tokenised with the delimiter AOC2A was given,
      * so the statistics describe exactly the records it judged.
          05 W-PARM-PROGRAM   pic X(8)  value 'AOC2A'.
          05 W-PARM-KEY       pic X(16).
          05 W-PARM-ENV       pic X(20).
          05 W-PARM-VALUE     pic X(40).
          05 W-PARM-SRC       pic X(08).

       01 CONTROL-AREA.
          05 W-RUNDATE        pic X(08).
          05 W-RUNID          pic X(08).
          COPY CTLREC.

       01 argh.
          03 ar99 occurs 1 to 64 times depending on A-TALLY.
             05 a99 pic 999.

      * Reason 1 = no change, 2 = jump too large, 3 = direction
      * reversal: the three AOC2A exception reasons, in the text
      * AOC2A writes on its listing.
       01 FILLER.
          05 REASON-TEXTS.
             10 filler        pic X(30) value
                'A-DIFF = 0 (no change)'.
             10 filler        pic X(30) value
                'A-ABS > 3 (jump too large)'.
             10 filler        pic X(30) value
                'direction reversal'.
          05 FILLER redefines REASON-TEXTS.
             10 RSN-TEXT occurs 3 times pic X(30).
          05 REASON-LABELS.
             10 filler        pic X(12) value 'ZERO-DIFF'.
             10 filler        pic X(12) value 'JUMP > 3'.
             10 filler        pic X(12) value 'REVERSAL'.
          05 FILLER redefines REASON-LABELS.
             10 RSN-LABEL occurs 3 times pic X(12).

      * Direction 1 = increasing, 2 = decreasing, 3 = first step
      * flat, 4 = fewer than two levels; taken from the first
      * step, which is where AOC2A fixes a report's direction.
       01 FILLER.
          05 DIRECTION-LABELS.
             10 filler        pic X(12) value 'INCREASING'.
             10 filler        pic X(12) value 'DECREASING'.
             10 filler        pic X(12) value 'FLAT START'.
             10 filler        pic X(12) value 'SINGLE LEVEL'.
          05 FILLER redefines DIRECTION-LABELS.
             10 DIR-LABEL occurs 4 times pic X(12).

       01 STAT-TABLES.
      * Reports by number of levels; entry n + 1 holds n levels.
          05 LEN-COUNT occurs 65 times
                              pic S9(6) comp-4 value ZERO.
          05 DIR-ENTRY occurs 4 times.
             10 DIR-COUNT     pic S9(6) comp-4 value ZERO.
             10 DIR-SAFE      pic S9(6) comp-4 value ZERO.
      * Absolute step size n in entry n + 1; entry 11 holds 10+.
          05 STEP-ENTRY occurs 11 times.
             10 STEP-UP       pic S9(8) comp-4 value ZERO.
             10 STEP-DOWN     pic S9(8) comp-4 value ZERO.
      * First violation by the level at which AOC2A detects it.
          05 FAIL-AT occurs 64 times.
             10 FAIL-RSN occurs 3 times
                              pic S9(6) comp-4 value ZERO.
          05 RSN-ENTRY occurs 3 times.
             10 RSN-COUNT     pic S9(6) comp-4 value ZERO.
             10 RSN-EXC       pic S9(6) comp-4 value ZERO.
      * Dampener depth that made the report safe; entry 4 is
      * still unsafe at AOC2B's tolerance.
             10 RSN-DEPTH occurs 4 times
                              pic S9(6) comp-4 value ZERO.

       01 RPT-HDG1.
          05 filler pic X(40) value
             'AOC2 LEVEL STATISTICS AND VIOLATIONS    '.
       01 RPT-SECTION.
          05 RS-TITLE         pic X(60).
       01 RPT-STAT.
          05 RT-LABEL         pic X(12).
          05 RT-VALUE         pic Z(14)9.
       01 RPT-NOTE.
          05 RN-TEXT          pic X(70).
       01 RPT-LEN-HDG.
          05 filler pic X(40) value
             'LEVELS   REPORTS    PCT'.
       01 RPT-LEN.
          05 RL-LEVELS        pic ZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RL-COUNT         pic ZZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RL-PCT           pic ZZZ9.
          05 filler           pic X(4) value ' PCT'.
       01 RPT-DIR-HDG.
          05 filler pic X(50) value
             'DIRECTION      REPORTS      SAFE    UNSAFE    PCT'.
       01 RPT-DIR.
          05 RD-LABEL         pic X(12).
          05 filler           pic X(1) value SPACE.
          05 RD-COUNT         pic ZZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RD-SAFE          pic ZZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RD-UNSAFE        pic ZZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RD-PCT           pic ZZZ9.
          05 filler           pic X(4) value ' PCT'.
       01 RPT-STEP-HDG.
          05 filler pic X(50) value
             'STEP SIZE         UP      DOWN     TOTAL    PCT'.
       01 RPT-STEP.
          05 RP-SIZE          pic X(09).
          05 filler           pic X(1) value SPACE.
          05 RP-UP            pic ZZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RP-DOWN          pic ZZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RP-TOTAL         pic ZZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RP-PCT           pic ZZZ9.
          05 filler           pic X(4) value ' PCT'.
       01 RPT-POS-HDG.
          05 filler pic X(60) value
             'AT LEVEL   ZERO-DIFF  JUMP > 3  REVERSAL     TOTAL'.
       01 RPT-POS.
          05 RO-LEVEL         pic X(09).
          05 filler           pic X(1) value SPACE.
          05 RO-RSN occurs 3 times.
             10 RO-COUNT      pic ZZZZZZZZ9.
             10 filler        pic X(1).
          05 RO-TOTAL         pic ZZZZZZZZ9.
       01 RPT-DMP-HDG.
          05 filler pic X(30) value
             'REASON          UNSAFE   DEPTH'.
          05 filler pic X(40) value
             ' 1   DEPTH 2   DEPTH 3  STILL UNSAFE'.
       01 RPT-DMP.
          05 RM-LABEL         pic X(12).
          05 filler           pic X(1) value SPACE.
          05 RM-UNSAFE        pic ZZZZZZZZ9.
          05 RM-DEPTH occurs 3 times.
             10 filler        pic X(1).
             10 RM-COUNT      pic ZZZZZZZZ9.
          05 filler           pic X(5).
          05 RM-STILL         pic ZZZZZZZZ9.

       01 V-VAXLAR.
          05 FILLER pic X   value ' '.
             88 V-INIT      value ' '.
             88 V-INPUT-EOF value 'E'.
          05 W-DIR-FLAG     pic X value ' '.
             88 V-BIG       value 'B'.
             88 V-LESS      value 'L'.
          05 W-REC-BAD-FLAG pic X value 'N'.
             88 V-REC-BAD   value 'Y'.
          05 W-AUD-FLAG     pic X value 'N'.
             88 V-AUD-ON    value 'Y'.
          05 W-AUD-EOF-FLAG pic X value 'N'.
             88 V-AUD-EOF   value 'E'.
          05 W-EXC-FLAG     pic X value 'N'.
             88 V-EXC-ON    value 'Y'.
          05 W-AUD-SAFE-FLAG pic X value 'Y'.
             88 V-AUD-SAFE  value 'Y'.
          05 W-TIE-FLAG     pic X value 'Y'.
             88 V-TIED      value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOC2STAT'
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
           move 'DELIM'      to W-PARM-KEY
           move 'AOC2_DELIM' to W-PARM-ENV
           move spaces       to W-PARM-VALUE
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

           open input INFIL
           if INPUT-FS not = '00'
              move 'OPEN INFIL'  to W-ERR-OP
              move WS-INFIL-DSN  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  INPUT-FS W-ERR-DETAIL
              move 4 to return-code
              goback
           end-if
           perform 1000-OPEN-AUDIT

           read INFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              if RP-LIT = 'REPORT' or TR-LIT = 'TRAILER'
                 continue
              else
                 add 1 to REC-NO
                 perform 2000-PARSE-LEVELS
                 if V-REC-BAD
                    add 1 to A-REJECTED
                 else
                    add 1 to A-COUNT
                    perform 2100-TALLY-REPORT
                    perform 2200-FIRST-VIOLATION
                 end-if
                 perform 2300-MATCH-AUDIT
              end-if
              read INFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close INFIL
           if V-AUD-ON
              close AUDFIL
           end-if

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL'  to W-ERR-OP
              move 'AOC2STAT.RPT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 4 to return-code
              goback
           end-if
           move 'CTLHDR'   to CTL-HDR-ID
           move W-ERR-PROGRAM to CTL-HDR-PROGRAM
           move W-RUNDATE  to CTL-HDR-RUNDATE
           move W-RUNID    to CTL-HDR-RUNID
           write RPTLINE from CTL-HEADER
           write RPTLINE from RPT-HDG1
           add 1 to W-RPT-CTL-CNT

           if A-COUNT = ZERO
              move 'NO DATA'    to W-ERR-OP
              move '10'         to W-ERR-FS
              move 'NO LEVEL RECORDS TO ANALYSE' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 'NO LEVEL RECORDS TO ANALYSE' to RN-TEXT
              write RPTLINE from RPT-NOTE
              add 1 to W-RPT-CTL-CNT
              move 4 to W-STEP-RC
           else
              perform 3000-CHECK-EXCEPTIONS
              perform 4000-WRITE-SUMMARY
              perform 4100-WRITE-LENGTHS
              perform 4200-WRITE-DIRECTIONS
              perform 4300-WRITE-STEPS
              perform 4400-WRITE-POSITIONS
              perform 4500-WRITE-DAMPENER
           end-if
           move 'CTLTRL'       to CTL-TRL-ID
           move W-RPT-CTL-CNT  to CTL-TRL-COUNT
           move A-LEVELS       to CTL-TRL-HASH
           write RPTLINE from CTL-TRAILER
           close RPTFIL

           if A-COUNT > ZERO
              move 'ZERODIFFFAIL' to W-METRIC
              move RSN-COUNT(1)   to W-SCR-VALUE
              call 'SCORECRD' using W-ERR-PROGRAM W-METRIC W-SCR-VALUE
              move 'JUMPFAIL'     to W-METRIC
              move RSN-COUNT(2)   to W-SCR-VALUE
              call 'SCORECRD' using W-ERR-PROGRAM W-METRIC W-SCR-VALUE
              move 'REVERSALFAIL' to W-METRIC
              move RSN-COUNT(3)   to W-SCR-VALUE
              call 'SCORECRD' using W-ERR-PROGRAM W-METRIC W-SCR-VALUE
           end-if

           display A-COUNT  ' reports analysed'
           display A-UNSAFE ' failed the undampened check'
      * Held until now: the SCORECRD calls reset RETURN-CODE.
           move W-STEP-RC to return-code
           goback
           .

      * The AOC2B audit log is used only when it belongs to this
      * run; left over from an earlier run (AOC2B is not run after
      * an AOC2A failure) it would pair the wrong reports with the
      * wrong dampener outcome, so the report just says so.
       1000-OPEN-AUDIT section.
           open input AUDFIL
           if AUD-FS not = '00'
              exit section
           end-if
           read AUDFIL at end set V-AUD-EOF to true end-read
           if V-AUD-EOF or AUDLINE(1:6) not = 'CTLHDR'
              close AUDFIL
              exit section
           end-if
           move AUDLINE(1:30) to CTL-HEADER
           if CTL-HDR-RUNID not = W-RUNID
              close AUDFIL
              exit section
           end-if
           set V-AUD-ON to true
           perform 2400-READ-AUDIT
           .

      * Same acceptance rule as AOC2A: every token must be a level
      * of at most three digits or the record is a reject.
       2000-PARSE-LEVELS section.
           move ZERO to A-TALLY
           move 1 to A-PTR
           move 'N' to W-REC-BAD-FLAG
           perform until A-PTR > length of indata
              move spaces to W-TOKEN
              unstring indata delimited by all W-DELIM
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

      * Length, direction and every step of the report, whether
      * or not it later fails.
       2100-TALLY-REPORT section.
           add 1 to LEN-COUNT(A-TALLY + 1)
           add A-TALLY to A-LEVELS
           if A-COUNT = 1 or A-TALLY < W-MIN
              move A-TALLY to W-MIN
           end-if
           if A-TALLY > W-MAX
              move A-TALLY to W-MAX
           end-if
           if A-TALLY < 2
              move 4 to W-DIR
           else
              compute A-DIFF = a99(2) - a99(1)
              evaluate true
              when A-DIFF > 0
                 move 1 to W-DIR
              when A-DIFF < 0
                 move 2 to W-DIR
              when other
                 move 3 to W-DIR
              end-evaluate
           end-if
           add 1 to DIR-COUNT(W-DIR)
           perform varying ix from 2 by 1 until ix > A-TALLY
              compute A-ABS  = abs(a99(ix) - a99(ix - 1))
              compute A-DIFF = a99(ix) - a99(ix - 1)
              add 1 to A-STEPS
              if A-ABS > 10
                 move 10 to A-ABS
              end-if
              if A-DIFF < 0
                 add 1 to STEP-DOWN(A-ABS + 1)
              else
                 add 1 to STEP-UP(A-ABS + 1)
              end-if
           end-perform
           .

      * AOC2A's check, stopping at the first failing pair: the
      * reason and the level at which it is detected.
       2200-FIRST-VIOLATION section.
           move ZERO to W-FAIL-IX W-FAIL-RSN
           move ' '  to W-DIR-FLAG
           perform varying ix from 2 by 1 until ix > A-TALLY
              compute A-ABS  = abs(a99(ix) - a99(ix - 1))
              compute A-DIFF = a99(ix) - a99(ix - 1)
              evaluate true
              when A-DIFF = 0
                 move 1 to W-FAIL-RSN
              when A-ABS  > 3
                 move 2 to W-FAIL-RSN
              when other
                 if ix = 2
                    if A-DIFF > 0
                       set V-BIG  to true
                    else
                       set V-LESS to true
                    end-if
                 else
                    if (A-DIFF < 0 and V-BIG)
                       or (A-DIFF > 0 and V-LESS)
                       move 3 to W-FAIL-RSN
                    end-if
                 end-if
              end-evaluate
              if W-FAIL-RSN > ZERO
                 move ix to W-FAIL-IX
                 exit perform
              end-if
           end-perform
           if W-FAIL-RSN = ZERO
              add 1 to DIR-SAFE(W-DIR)
           else
              add 1 to A-UNSAFE
              add 1 to RSN-COUNT(W-FAIL-RSN)
              add 1 to FAIL-RSN(W-FAIL-IX, W-FAIL-RSN)
           end-if
           .

      * AOC2B numbers its records the same way, so its audit
      * lines for this record are the ones now at the head of the
      * log.  Only the deciding check is audited: a failing pair
      * means the report stayed unsafe, and the SKIP list gives
      * the dampener depth that made it safe.
       2300-MATCH-AUDIT section.
           if not V-AUD-ON
              exit section
           end-if
           move ZERO to W-AUD-DEPTH
           move 'Y'  to W-AUD-SAFE-FLAG
           perform until V-AUD-EOF or W-AUD-RECNO > REC-NO
              if W-AUD-RECNO = REC-NO
                 if AD-DECISION not = 'OK'
                    move 'N' to W-AUD-SAFE-FLAG
                 end-if
                 if AD-DAMPENER(1:4) = 'SKIP'
                    move ZERO to W-COMMAS
                    inspect AD-DAMPENER tallying W-COMMAS
                       for all ','
                    compute W-AUD-DEPTH = W-COMMAS + 1
                 end-if
              end-if
              perform 2400-READ-AUDIT
           end-perform
           if V-REC-BAD or W-FAIL-RSN = ZERO
              exit section
           end-if
           if V-AUD-SAFE and W-AUD-DEPTH > ZERO
              add 1 to RSN-DEPTH(W-FAIL-RSN, W-AUD-DEPTH)
           else
              add 1 to RSN-DEPTH(W-FAIL-RSN, 4)
           end-if
           .

       2400-READ-AUDIT section.
           read AUDFIL at end set V-AUD-EOF to true end-read
           if not V-AUD-EOF
              if AUDLINE(1:6) = 'CTLTRL'
                 set V-AUD-EOF to true
              else
                 compute W-AUD-RECNO = numval(AD-REC-NO)
              end-if
           end-if
           .

      * The failures found here must tie to AOC2A's own exception
      * listing, reason by reason, when that listing is this
      * run's.
       3000-CHECK-EXCEPTIONS section.
           open input EXCFIL
           if EXC-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read EXCFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              evaluate true
              when EXCLINE(1:6) = 'CTLHDR'
                 move EXCLINE(1:30) to CTL-HEADER
                 if CTL-HDR-RUNID = W-RUNID
                    set V-EXC-ON to true
                 else
                    set V-INPUT-EOF to true
                 end-if
              when EXCLINE(1:6) = 'CTLTRL'
                 set V-INPUT-EOF to true
              when other
                 add 1 to W-EXC-TOTAL
                 perform varying rx from 1 by 1 until rx > 3
                    if ED-REASON = RSN-TEXT(rx)
                       add 1 to RSN-EXC(rx)
                    end-if
                 end-perform
              end-evaluate
              if not V-INPUT-EOF
                 read EXCFIL at end set V-INPUT-EOF to true end-read
              end-if
           end-perform
           close EXCFIL
           set V-INIT to true
           if not V-EXC-ON
              exit section
           end-if
           if W-EXC-TOTAL not = A-UNSAFE
              move 'N' to W-TIE-FLAG
           end-if
           perform varying rx from 1 by 1 until rx > 3
              if RSN-EXC(rx) not = RSN-COUNT(rx)
                 move 'N' to W-TIE-FLAG
              end-if
           end-perform
           if not V-TIED
              move 'TIE AOC2A'    to W-ERR-OP
              move 'RX'           to W-ERR-FS
              move SPACES         to W-ERR-DETAIL
              string 'FAILURES DO NOT TIE TO AOC2A.EXC'
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to W-STEP-RC
           end-if
           .

       4000-WRITE-SUMMARY section.
           compute W-MEAN rounded = A-LEVELS / A-COUNT
           move 'REPORTS     ' to RT-LABEL
           move A-COUNT        to RT-VALUE
           write RPTLINE from RPT-STAT
           move 'REJECTED    ' to RT-LABEL
           move A-REJECTED     to RT-VALUE
           write RPTLINE from RPT-STAT
           move 'LEVELS      ' to RT-LABEL
           move A-LEVELS       to RT-VALUE
           write RPTLINE from RPT-STAT
           move 'STEPS       ' to RT-LABEL
           move A-STEPS        to RT-VALUE
           write RPTLINE from RPT-STAT
           move 'MIN LEVELS  ' to RT-LABEL
           move W-MIN          to RT-VALUE
           write RPTLINE from RPT-STAT
           move 'MAX LEVELS  ' to RT-LABEL
           move W-MAX          to RT-VALUE
           write RPTLINE from RPT-STAT
           move 'MEAN LEVELS ' to RT-LABEL
           move W-MEAN         to RT-VALUE
           write RPTLINE from RPT-STAT
           move 'UNSAFE      ' to RT-LABEL
           move A-UNSAFE       to RT-VALUE
           write RPTLINE from RPT-STAT
           add 8 to W-RPT-CTL-CNT
           evaluate true
           when not V-EXC-ON
              move 'AOC2A.EXC NOT FROM THIS RUN - FAILURES NOT TIED'
                to RN-TEXT
           when V-TIED
              move 'FAILURES TIE TO AOC2A.EXC BY REASON' to RN-TEXT
           when other
              move '*** FAILURES DO NOT TIE TO AOC2A.EXC ***'
                to RN-TEXT
           end-evaluate
           write RPTLINE from RPT-NOTE
           add 1 to W-RPT-CTL-CNT
           .

       4100-WRITE-LENGTHS section.
           move 'LEVELS PER REPORT' to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-LEN-HDG
           add 2 to W-RPT-CTL-CNT
           perform varying ix from 1 by 1 until ix > 65
              if LEN-COUNT(ix) > ZERO
                 compute RL-LEVELS = ix - 1
                 move LEN-COUNT(ix) to RL-COUNT
                 compute RL-PCT rounded =
                    LEN-COUNT(ix) * 100 / A-COUNT
                 write RPTLINE from RPT-LEN
                 add 1 to W-RPT-CTL-CNT
              end-if
           end-perform
           .

       4200-WRITE-DIRECTIONS section.
           move 'DIRECTION OF FIRST STEP' to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-DIR-HDG
           add 2 to W-RPT-CTL-CNT
           perform varying dx from 1 by 1 until dx > 4
              move DIR-LABEL(dx) to RD-LABEL
              move DIR-COUNT(dx) to RD-COUNT
              move DIR-SAFE(dx)  to RD-SAFE
              compute RD-UNSAFE = DIR-COUNT(dx) - DIR-SAFE(dx)
              compute RD-PCT rounded = DIR-COUNT(dx) * 100 / A-COUNT
              write RPTLINE from RPT-DIR
              add 1 to W-RPT-CTL-CNT
           end-perform
           .

       4300-WRITE-STEPS section.
           move 'STEP SIZE HISTOGRAM' to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-STEP-HDG
           add 2 to W-RPT-CTL-CNT
           perform varying ix from 1 by 1 until ix > 11
              move SPACES to RP-SIZE
              if ix = 11
                 move '10+' to RP-SIZE
              else
                 compute W-NUM = ix - 1
                 move W-NUM to RP-SIZE
              end-if
              move STEP-UP(ix)   to RP-UP
              move STEP-DOWN(ix) to RP-DOWN
              compute RP-TOTAL = STEP-UP(ix) + STEP-DOWN(ix)
              if A-STEPS > ZERO
                 compute RP-PCT rounded =
                    (STEP-UP(ix) + STEP-DOWN(ix)) * 100 / A-STEPS
              else
                 move ZERO to RP-PCT
              end-if
              write RPTLINE from RPT-STEP
              add 1 to W-RPT-CTL-CNT
           end-perform
           .

      * Only levels at which some report first failed are listed.
       4400-WRITE-POSITIONS section.
           move 'FIRST VIOLATION BY LEVEL' to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-POS-HDG
           add 2 to W-RPT-CTL-CNT
           perform varying ix from 2 by 1 until ix > 64
              if FAIL-RSN(ix, 1) + FAIL-RSN(ix, 2)
                 + FAIL-RSN(ix, 3) > ZERO
                 move SPACES to RPT-POS
                 move ix to W-NUM
                 move W-NUM to RO-LEVEL
                 perform varying rx from 1 by 1 until rx > 3
                    move FAIL-RSN(ix, rx) to RO-COUNT(rx)
                 end-perform
                 compute RO-TOTAL = FAIL-RSN(ix, 1)
                    + FAIL-RSN(ix, 2) + FAIL-RSN(ix, 3)
                 write RPTLINE from RPT-POS
                 add 1 to W-RPT-CTL-CNT
              end-if
           end-perform
           move SPACES  to RPT-POS
           move 'TOTAL' to RO-LEVEL
           perform varying rx from 1 by 1 until rx > 3
              move RSN-COUNT(rx) to RO-COUNT(rx)
           end-perform
           move A-UNSAFE to RO-TOTAL
           write RPTLINE from RPT-POS
           add 1 to W-RPT-CTL-CNT
           .

       4500-WRITE-DAMPENER section.
           move 'DAMPENER RECOVERY BY FIRST VIOLATION' to RS-TITLE
           write RPTLINE from RPT-SECTION
           add 1 to W-RPT-CTL-CNT
           if not V-AUD-ON
              move 'AOC2B.AUD NOT FROM THIS RUN - NO RECOVERY FIGURES'
                to RN-TEXT
              write RPTLINE from RPT-NOTE
              add 1 to W-RPT-CTL-CNT
              exit section
           end-if
           write RPTLINE from RPT-DMP-HDG
           add 1 to W-RPT-CTL-CNT
           perform varying rx from 1 by 1 until rx > 3
              move SPACES         to RPT-DMP
              move RSN-LABEL(rx)  to RM-LABEL
              move RSN-COUNT(rx)  to RM-UNSAFE
              perform varying dx from 1 by 1 until dx > 3
                 move RSN-DEPTH(rx, dx) to RM-COUNT(dx)
              end-perform
              move RSN-DEPTH(rx, 4) to RM-STILL
              write RPTLINE from RPT-DMP
              add 1 to W-RPT-CTL-CNT
           end-perform
           move SPACES   to RPT-DMP
           move 'TOTAL'  to RM-LABEL
           move A-UNSAFE to RM-UNSAFE
           perform varying dx from 1 by 1 until dx > 3
              compute RM-COUNT(dx) = RSN-DEPTH(1, dx)
                 + RSN-DEPTH(2, dx) + RSN-DEPTH(3, dx)
           end-perform
           compute RM-STILL = RSN-DEPTH(1, 4) + RSN-DEPTH(2, 4)
              + RSN-DEPTH(3, 4)
           write RPTLINE from RPT-DMP
           add 1 to W-RPT-CTL-CNT
           .
