       identification division.
       program-id. AOCSCRM.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select INFIL assign to WS-INFIL-DSN
           organization is line sequential
           file status is INPUT-FS.

           select OUTFIL assign to WS-OUTFIL-DSN
           organization is line sequential
           file status is OUT-FS.

           select MAPFIL assign to 'SCRAMBLE.MAP'
           organization is line sequential
           file status is MAP-FS.

       data division.
       file section.
       FD  INFIL.
       01  INDATA             pic X(256).
       01  INDATA-PAIR redefines INDATA.
           05  LI1            pic 9(5).
           05  LI-GAP         pic X(3).
           05  LI2            pic 9(5).
           05  LI-REST        pic X(243).
       01  INDATA-TRAILER redefines INDATA.
           05  TR-LIT         pic X(7).
           05  TR-COUNT       pic 9(6).
           05  FILLER         pic X(243).
       01  INDATA-SITE redefines INDATA.
           05  SI-LIT         pic X(4).
           05  FILLER         pic X(252).
       01  INDATA-REPORT redefines INDATA.
           05  RP-LIT         pic X(7).
           05  RP-ID          pic X(12).
           05  FILLER         pic X(237).

       FD  OUTFIL.
       01  OUTLINE            pic X(256).

       FD  MAPFIL.
       01  MAPLINE            pic X(100).

       working-storage section.
       01 A-ARB.
          05 INPUT-FS         pic XX.
          05 OUT-FS           pic XX.
          05 MAP-FS           pic XX.
          05 IX               pic S9(4) comp-4 value ZERO.
          05 CX               pic S9(4) comp-4 value ZERO.
          05 REC-NO           pic S9(8) comp-4 value ZERO.
          05 A-TALLY          pic S9(4) comp-4 value ZERO.
          05 A-PTR            pic S9(4) comp value ZERO.
          05 O-PTR            pic S9(4) comp value ZERO.
          05 W-KEY            pic S9(8) comp-4 value 4711.
          05 W-MULT           pic S9(8) comp-4 value ZERO.
          05 W-OFFS           pic S9(8) comp-4 value ZERO.
          05 W-NEW-ID         pic S9(8) comp-4 value ZERO.
          05 W-NEW-ID-TEXT    pic 9(05).
          05 W-LOW            pic S9(4) comp-4 value ZERO.
          05 W-HIGH           pic S9(4) comp-4 value ZERO.
          05 W-SHIFT          pic S9(4) comp-4 value ZERO.
          05 W-LEVEL          pic S9(4) comp-4 value ZERO.
          05 W-CHAR-IX        pic S9(4) comp-4 value ZERO.
          05 W-SITE-LINES     pic S9(8) comp-4 value ZERO.
          05 W-TRL-LINES      pic S9(8) comp-4 value ZERO.
          05 W-RPT-LINES      pic S9(8) comp-4 value ZERO.
          05 W-PAIR-LINES     pic S9(8) comp-4 value ZERO.
          05 W-LVL-LINES      pic S9(8) comp-4 value ZERO.
          05 W-OTHER-LINES    pic S9(8) comp-4 value ZERO.
          05 W-LEVEL-DISP     pic ZZ9.
          05 W-TOKEN          pic X(04).
          05 W-DELIM-ENV      pic X(08).
          05 W-DELIM          pic X value ' '.
          05 W-NEW-RPTID      pic X(12).
          05 W-TEMP           pic X(08).
          05 WS-INFIL-DSN     pic X(64) value 'input.txt'.
          05 WS-OUTFIL-DSN    pic X(64) value 'SCRAMBLE.OUT'.
          05 W-TEMP-DSN       pic X(64).
          05 W-RUNDATE        pic X(08).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCSCRM'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).
          05 W-PARM-PROGRAM   pic X(8).
          05 W-PARM-KEY       pic X(16).
          05 W-PARM-ENV       pic X(20).
          05 W-PARM-VALUE     pic X(40).
          05 W-PARM-SRC       pic X(08).

       01 W-OUTDATA           pic X(256).

      * One level record's values, as AOC2A tokenises them.
       01 FILLER.
          05 LV-ENTRY occurs 64 times.
             10 LV-VALUE      pic S9(4) comp-4.

      * Report ids are masked one character at a time within
      * this alphabet; anything outside it is kept as sent.
       01 FILLER.
          05 MASK-ALPHABET    pic X(36) value
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
          05 FILLER redefines MASK-ALPHABET.
             10 MA-CHAR occurs 36 times pic X(01).

       01 MAP-HDG1.
          05 filler           pic X(30) value
             'TEST FEED SCRAMBLE MAP        '.
          05 MH-RUNDATE       pic X(08).
          05 filler           pic X(6)  value ' FEED '.
          05 MH-FEED          pic X(40).
       01 MAP-HDG2.
          05 filler           pic X(60) value
             'LINE     TYPE    PRODUCTION               TEST'.
       01 MAP-DETAIL.
          05 MP-SEQ           pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 MP-TYPE          pic X(07).
          05 filler           pic X(1) value SPACE.
          05 MP-REAL          pic X(40).
          05 filler           pic X(1) value SPACE.
          05 MP-TEST          pic X(40).
       01 MAP-TOTAL.
          05 filler           pic X(7)  value 'SITE   '.
          05 MT-SITE          pic ZZZZZZ9.
          05 filler           pic X(9)  value '  TRAILER'.
          05 MT-TRL           pic ZZZZZZ9.
          05 filler           pic X(8)  value '  REPORT'.
          05 MT-RPT           pic ZZZZZZ9.
          05 filler           pic X(6)  value '  PAIR'.
          05 MT-PAIR          pic ZZZZZZ9.
          05 filler           pic X(8)  value '  LEVELS'.
          05 MT-LVL           pic ZZZZZZ9.
          05 filler           pic X(7)  value '  OTHER'.
          05 MT-OTHER         pic ZZZZZZ9.

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-LEVELS-FLAG  pic X value 'N'.
             88 V-LEVELS-OK    value 'Y'.
          05 W-REFLECT-FLAG pic X value 'N'.
             88 V-REFLECT      value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCSCRM'
           move spaces to W-RUNDATE
           accept W-RUNDATE from environment 'RUNDATE'
           if W-RUNDATE = spaces
              accept W-RUNDATE from date yyyymmdd
           end-if
           move spaces to W-TEMP-DSN
           accept W-TEMP-DSN from environment 'INFILDD'
           if W-TEMP-DSN not = spaces
              move W-TEMP-DSN to WS-INFIL-DSN
           end-if
           move spaces to W-TEMP-DSN
           accept W-TEMP-DSN from environment 'SCRAMOUTDD'
           if W-TEMP-DSN not = spaces
              move W-TEMP-DSN to WS-OUTFIL-DSN
           end-if
      * The scramble key.  The same key gives the same test ids
      * and masks every time, so findings stay comparable from
      * one test feed to the next; the key lives in production
      * PARMS.DAT only.
           move W-ERR-PROGRAM to W-PARM-PROGRAM
           move 'SCRAMKEY'    to W-PARM-KEY
           move 'AOCSCRM_KEY' to W-PARM-ENV
           move spaces        to W-PARM-VALUE
           call 'AOCPARM' using W-PARM-PROGRAM W-PARM-KEY
                                W-PARM-ENV W-PARM-VALUE W-PARM-SRC
           move W-PARM-VALUE(1:8) to W-TEMP
           if W-TEMP not = spaces and function trim(W-TEMP) is numeric
              compute W-KEY = function numval(W-TEMP)
           end-if
      * Level records are split on the delimiter AOC2A is set up
      * with, so the scrambled feed reads back the same way.
           move 'AOC2A'      to W-PARM-PROGRAM
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
      * Location ids map through x -> (MULT * x + OFFS) mod 100000
      * with MULT prime to 100000: one-to-one over the whole id
      * range, so every duplicate and every L1/L2 frequency in
      * the feed survives the remapping.
           compute W-MULT = mod(W-KEY * 2 + 1, 100000)
           if mod(W-MULT, 5) = ZERO
              add 2 to W-MULT
           end-if
           compute W-OFFS = mod(W-KEY * 7919 + 12345, 100000)

           open input INFIL
           if INPUT-FS not = '00'
              move 'OPEN INFIL'  to W-ERR-OP
              move WS-INFIL-DSN  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  INPUT-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if
           open output OUTFIL
           if OUT-FS not = '00'
              move 'OPEN OUTFIL'  to W-ERR-OP
              move WS-OUTFIL-DSN  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  OUT-FS W-ERR-DETAIL
              close INFIL
              move 8 to return-code
              goback
           end-if
           open output MAPFIL
           if MAP-FS not = '00'
              move 'OPEN MAPFIL'  to W-ERR-OP
              move 'SCRAMBLE.MAP' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  MAP-FS W-ERR-DETAIL
              close INFIL
              close OUTFIL
              move 8 to return-code
              goback
           end-if
           move W-RUNDATE         to MH-RUNDATE
           move WS-INFIL-DSN(1:40) to MH-FEED
           write MAPLINE from MAP-HDG1
           write MAPLINE from MAP-HDG2

           set V-INIT to true
           read INFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              add 1 to REC-NO
              move INDATA to W-OUTDATA
              evaluate true
              when SI-LIT = 'SITE'
                 add 1 to W-SITE-LINES
              when TR-LIT = 'TRAILER'
                 add 1 to W-TRL-LINES
              when RP-LIT = 'REPORT'
                 perform 2000-MASK-REPORT
              when LI1 is numeric and LI2 is numeric
                   and LI-GAP = spaces and LI-REST = spaces
                 perform 3000-REMAP-PAIR
              when other
                 perform 4000-PERTURB-LEVELS
              end-evaluate
              write OUTLINE from W-OUTDATA
              read INFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close INFIL
           close OUTFIL

           move W-SITE-LINES  to MT-SITE
           move W-TRL-LINES   to MT-TRL
           move W-RPT-LINES   to MT-RPT
           move W-PAIR-LINES  to MT-PAIR
           move W-LVL-LINES   to MT-LVL
           move W-OTHER-LINES to MT-OTHER
           write MAPLINE from MAP-TOTAL
           close MAPFIL
           display REC-NO ' lines scrambled'
           goback
           .

      * Each character of the id moves round the alphabet by an
      * amount fixed by the key and its position - one-to-one, so
      * two different ids never mask to the same test id.
       2000-MASK-REPORT section.
           add 1 to W-RPT-LINES
           move RP-ID to W-NEW-RPTID
           perform varying cx from 1 by 1 until cx > 12
              move ZERO to W-CHAR-IX
              perform varying ix from 1 by 1
                      until ix > 36 or W-CHAR-IX > ZERO
                 if MA-CHAR(ix) = RP-ID(cx:1)
                    move ix to W-CHAR-IX
                 end-if
              end-perform
              if W-CHAR-IX > ZERO
                 compute W-CHAR-IX =
                    mod(W-CHAR-IX - 1 + W-KEY + cx * 7, 36) + 1
                 move MA-CHAR(W-CHAR-IX) to W-NEW-RPTID(cx:1)
              end-if
           end-perform
           move W-NEW-RPTID to W-OUTDATA(8:12)
           move 'REPORT'    to MP-TYPE
           move RP-ID       to MP-REAL
           move W-NEW-RPTID to MP-TEST
           perform 9000-WRITE-MAP
           .

       3000-REMAP-PAIR section.
           add 1 to W-PAIR-LINES
           compute W-NEW-ID = mod(W-MULT * LI1 + W-OFFS, 100000)
           move W-NEW-ID      to W-NEW-ID-TEXT
           move W-NEW-ID-TEXT to W-OUTDATA(1:5)
           compute W-NEW-ID = mod(W-MULT * LI2 + W-OFFS, 100000)
           move W-NEW-ID      to W-NEW-ID-TEXT
           move W-NEW-ID-TEXT to W-OUTDATA(9:5)
           move 'PAIR'      to MP-TYPE
           move INDATA(1:13)    to MP-REAL
           move W-OUTDATA(1:13) to MP-TEST
           perform 9000-WRITE-MAP
           .

      * Safe or unsafe depends only on the steps between adjacent
      * levels: their size and whether they all run the same way.
      * Shifting every level of a record by one amount keeps each
      * step; reflecting the record within its own range reverses
      * every step at once.  Either way each record - and the
      * position at which an unsafe one fails, with or without
      * the dampener - comes out as it went in, and the levels
      * stay within 0-999.  A line that is not a clean level
      * record is copied as sent, for AOC2A to reject as before.
       4000-PERTURB-LEVELS section.
           move ZERO to A-TALLY
           move 'Y'  to W-LEVELS-FLAG
           move 1    to A-PTR
           perform until A-PTR > length of INDATA or not V-LEVELS-OK
              move spaces to W-TOKEN
              unstring INDATA delimited by all W-DELIM
                  into W-TOKEN
                  with pointer A-PTR
              end-unstring
              if W-TOKEN not = spaces
                 if W-TOKEN(4:1) not = space
                    or function trim(W-TOKEN) is not numeric
                    or A-TALLY >= 64
                    move 'N' to W-LEVELS-FLAG
                 else
                    add 1 to A-TALLY
                    compute LV-VALUE(A-TALLY) =
                       function numval(W-TOKEN)
                 end-if
              end-if
           end-perform
           if not V-LEVELS-OK or A-TALLY = ZERO
              add 1 to W-OTHER-LINES
              exit section
           end-if
           add 1 to W-LVL-LINES
           move LV-VALUE(1) to W-LOW W-HIGH
           perform varying ix from 2 by 1 until ix > A-TALLY
              if LV-VALUE(ix) < W-LOW
                 move LV-VALUE(ix) to W-LOW
              end-if
              if LV-VALUE(ix) > W-HIGH
                 move LV-VALUE(ix) to W-HIGH
              end-if
           end-perform
           move 'N' to W-REFLECT-FLAG
           if mod(REC-NO + W-KEY, 2) = 1
              set V-REFLECT to true
           end-if
           compute W-SHIFT =
              mod(REC-NO * 7919 + W-KEY, 1000 - (W-HIGH - W-LOW))
              - W-LOW
           move spaces to W-OUTDATA
           move 1      to O-PTR
           perform varying ix from 1 by 1 until ix > A-TALLY
              if V-REFLECT
                 compute W-LEVEL = W-HIGH + W-LOW - LV-VALUE(ix)
                                 + W-SHIFT
              else
                 compute W-LEVEL = LV-VALUE(ix) + W-SHIFT
              end-if
              move W-LEVEL to W-LEVEL-DISP
              if ix > 1
                 string W-DELIM delimited by size
                    into W-OUTDATA with pointer O-PTR
                 end-string
              end-if
              string function trim(W-LEVEL-DISP) delimited by size
                 into W-OUTDATA with pointer O-PTR
              end-string
           end-perform
           move 'LEVELS'        to MP-TYPE
           move INDATA(1:40)    to MP-REAL
           move W-OUTDATA(1:40) to MP-TEST
           perform 9000-WRITE-MAP
           .

       9000-WRITE-MAP section.
           move REC-NO to MP-SEQ
           write MAPLINE from MAP-DETAIL
           .
