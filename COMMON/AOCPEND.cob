       identification division.
       program-id. AOCPEND.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select SCRFIL assign to 'SCORECARD.CSV'
           organization is line sequential
           file status is SCR-FS.

           select SCHFIL assign to 'SCORECARD.HIST'
           organization is line sequential
           file status is SCH-FS.

           select RUNFIL assign to 'RUNCTL.DAT'
           organization is line sequential
           file status is RUN-FS.

           select PERFIL assign to 'PERIODS.DAT'
           organization is line sequential
           file status is PER-FS.

           select RPTFIL assign to 'AOCPEND.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  SCRFIL.
       01  SCRLINE            pic X(80).

       FD  SCHFIL.
       01  SCHLINE            pic X(80).

       FD  RUNFIL.
       01  RUNLINE            pic X(60).

       FD  PERFIL.
       01  PERLINE            pic X(60).

       FD  RPTFIL.
       01  RPTLINE            pic X(100).

       working-storage section.
       01 A-ARB.
          05 SCR-FS           pic XX.
          05 SCH-FS           pic XX.
          05 RUN-FS           pic XX.
          05 PER-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(6) comp-4 value ZERO.
          05 JX               pic S9(4) comp-4 value ZERO.
          05 MX               pic S9(4) comp-4 value ZERO.
          05 W-DAY-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-MAX-DAYS       pic S9(6) comp-4 value 400.
          05 W-STEP-RC        pic S9(4) comp-4 value ZERO.
          05 W-PERIOD-DAYS    pic S9(6) comp-4 value ZERO.
          05 W-RUN-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-RUN-CLOSED     pic S9(6) comp-4 value ZERO.
          05 W-RUN-ABORTED    pic S9(6) comp-4 value ZERO.
          05 W-RUN-OPEN       pic S9(6) comp-4 value ZERO.
          05 W-INT            pic S9(8) comp-4 value ZERO.
          05 W-DATE-N         pic 9(08) value ZERO.
          05 W-YEAR           pic 9(04) value ZERO.
          05 W-MONTH          pic 9(02) value ZERO.
          05 W-RUNDATE        pic X(08).
          05 W-PERIOD-TYPE    pic X(01) value 'M'.
          05 W-PERIOD-TEXT    pic X(08).
          05 W-FROM           pic X(08).
          05 W-TO             pic X(08).
          05 W-MTD-FROM       pic X(08).
          05 W-YTD-FROM       pic X(08).
          05 W-NEXT-FIRST     pic X(08).
          05 W-NOW            pic X(21).
          05 W-ROW-DATE       pic X(08).
          05 W-ROW-PROGRAM    pic X(08).
          05 W-ROW-METRIC     pic X(20).
          05 W-VAL-TEXT       pic X(20).
          05 W-ROW-RUNID      pic X(08).
          05 W-ROW-TYPE       pic X(01).
          05 W-RESTATED-DAYS  pic S9(6) comp-4 value ZERO.
          05 W-SCR-LINE       pic X(80).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCPEND'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).
          05 W-PARM-KEY       pic X(16).
          05 W-PARM-ENV       pic X(20).
          05 W-PARM-VALUE     pic X(40).
          05 W-PARM-SRC       pic X(08).

       COPY RUNREC.

       COPY PERREC.

      * One entry per RUNDATE from the start of the year to the
      * period end, holding the day's official figure for each of
      * the four headline metrics.  The history dataset is read
      * before the live scorecard and the last row for a date and
      * metric wins, exactly as AOCDWX picks the day's figures.
      * A day whose winning figures came from a restatement run
      * is flagged so the close shows it was restated.
       01 FILLER.
          05 DAY-TAB occurs 1 to 400 times
                     depending on W-DAY-COUNT.
             10 DT-DATE       pic X(08).
             10 DT-RESTATED   pic X(01).
             10 DT-METRIC occurs 4 times.
                15 DT-VALUE   pic S9(15) comp-4.
                15 DT-HAVE    pic X(01).

       01 FILLER.
          05 METRIC-NAMES.
             10 filler        pic X(12) value 'TOTALDIST'.
             10 filler        pic X(12) value 'SIMILARITY'.
             10 filler        pic X(12) value 'SAFECOUNT'.
             10 filler        pic X(12) value 'DUPCOUNT'.
          05 FILLER redefines METRIC-NAMES.
             10 MN-NAME occurs 4 times pic X(12).

       01 FILLER.
          05 ROLLUP occurs 4 times.
             10 RU-DAYS       pic S9(6)  comp-4.
             10 RU-TOTAL      pic S9(15) comp-4.
             10 RU-AVG        pic S9(15) comp-4.
             10 RU-MTD        pic S9(15) comp-4.
             10 RU-YTD        pic S9(15) comp-4.

       01 RPT-HDG1.
          05 filler           pic X(18) value 'PERIOD-END CLOSE  '.
          05 RH-TYPE          pic X(08).
          05 filler           pic X(1)  value SPACE.
          05 RH-FROM          pic X(08).
          05 filler           pic X(4)  value ' TO '.
          05 RH-TO            pic X(08).
       01 RPT-STATUS.
          05 filler           pic X(18) value 'CLOSE STATUS      '.
          05 RS-TEXT          pic X(50).
       01 RPT-RUNS.
          05 filler           pic X(18) value 'RUNS IN PERIOD    '.
          05 RR-COUNT         pic ZZZZ9.
          05 filler           pic X(8)  value '  CLOSED'.
          05 RR-CLOSED        pic ZZZZ9.
          05 filler           pic X(9)  value '  ABORTED'.
          05 RR-ABORTED       pic ZZZZ9.
          05 filler           pic X(6)  value '  OPEN'.
          05 RR-OPEN          pic ZZZZ9.
       01 RPT-DAYS.
          05 filler           pic X(18) value 'DAYS REPORTED     '.
          05 RD-DAYS          pic ZZZZ9.
          05 filler           pic X(11) value '  RESTATED'.
          05 RD-RESTATED      pic ZZZZ9.
       01 RPT-COLHDG.
          05 filler           pic X(40) value
             'METRIC        DAYS    PERIOD TOTAL      '.
          05 filler           pic X(45) value
             '    AVERAGE    MONTH-TO-DATE     YEAR-TO-DATE'.
       01 RPT-DETAIL.
          05 RP-METRIC        pic X(12).
          05 filler           pic X(1) value SPACE.
          05 RP-DAYS          pic ZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RP-TOTAL         pic Z(14)9-.
          05 filler           pic X(1) value SPACE.
          05 RP-AVG           pic Z(14)9-.
          05 filler           pic X(1) value SPACE.
          05 RP-MTD           pic Z(14)9-.
          05 filler           pic X(1) value SPACE.
          05 RP-YTD           pic Z(14)9-.
       01 RPT-DAYHDG.
          05 filler           pic X(40) value
             'RUNDATE        TOTALDIST       SIMILARIT'.
          05 filler           pic X(35) value
             'Y        SAFECOUNT         DUPCOUNT'.
       01 RPT-DAYLINE.
          05 RL-DATE          pic X(08).
          05 RL-METRIC occurs 4 times.
             10 filler        pic X(1).
             10 RL-VALUE      pic Z(14)9-.
          05 filler           pic X(1).
          05 RL-RESTATED      pic X(09).

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-KNOWN-FLAG   pic X value 'N'.
             88 V-KNOWN        value 'Y'.
          05 W-CLOSED-FLAG  pic X value 'N'.
             88 V-ALREADY-CLOSED value 'Y'.
          05 W-OVFL-FLAG    pic X value 'N'.
             88 V-OVERFLOW     value 'Y'.
          05 W-LOAD-FLAG    pic X value 'N'.
             88 V-LOAD-FAILED  value 'Y'.
          05 W-REG-FLAG     pic X value 'N'.
             88 V-REG-FAILED   value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCPEND'
           move spaces to W-RUNDATE
           accept W-RUNDATE from environment 'RUNDATE'
           if W-RUNDATE = spaces
              accept W-RUNDATE from date yyyymmdd
           end-if
           move function current-date to W-NOW
      * W closes the seven days ending on RUNDATE; M (the default)
      * closes the calendar month RUNDATE falls in.
           move 'PERIOD'         to W-PARM-KEY
           move 'AOCPEND_PERIOD' to W-PARM-ENV
           move spaces           to W-PARM-VALUE
           call 'AOCPARM' using W-ERR-PROGRAM W-PARM-KEY
                                W-PARM-ENV W-PARM-VALUE W-PARM-SRC
           if W-PARM-VALUE(1:1) = 'W' or W-PARM-VALUE(1:1) = 'w'
              move 'W' to W-PERIOD-TYPE
           end-if

           perform 1000-SET-PERIOD
           perform 2000-LOAD-SCORECARD
           perform 3000-CHECK-RUNCTL
           perform 4000-CHECK-REGISTER
           perform 5000-ROLL-UP

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOCPEND.RPT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if
           move W-PERIOD-TEXT to RH-TYPE
           move W-FROM        to RH-FROM
           move W-TO          to RH-TO
           write RPTLINE from RPT-HDG1

      * A period with a run still RUNNING cannot be closed - its
      * figures are not final.  A period already on the register
      * is reprinted from the current data but not closed again.
           evaluate true
           when W-RUN-OPEN > ZERO
              move 'NOT CLOSED - RUN STILL OPEN IN PERIOD'
                to RS-TEXT
              move 'PERIOD CLOSE' to W-ERR-OP
              move 'RL'           to W-ERR-FS
              move SPACES         to W-ERR-DETAIL
              string 'RUN OPEN IN ' W-FROM '-' W-TO
                 ' - NOT CLOSED'
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 8 to W-STEP-RC
           when V-ALREADY-CLOSED
              move 'ALREADY CLOSED - REPORT REPRINTED' to RS-TEXT
      * Figures missing a scorecard or days beyond the table are
      * not final either; the load has already logged why.
           when V-LOAD-FAILED
              move 'NOT CLOSED - SCORECARD INCOMPLETE' to RS-TEXT
           when other
              perform 6000-RECORD-CLOSE
              if not V-REG-FAILED
                 move 'CLOSED AND RECORDED ON PERIODS.DAT'
                   to RS-TEXT
              else
                 move 'NOT CLOSED - REGISTER UPDATE FAILED'
                   to RS-TEXT
              end-if
           end-evaluate
           write RPTLINE from RPT-STATUS

           move W-RUN-COUNT   to RR-COUNT
           move W-RUN-CLOSED  to RR-CLOSED
           move W-RUN-ABORTED to RR-ABORTED
           move W-RUN-OPEN    to RR-OPEN
           write RPTLINE from RPT-RUNS
           move W-PERIOD-DAYS to RD-DAYS
           perform varying ix from 1 by 1 until ix > W-DAY-COUNT
              if DT-DATE(ix) >= W-FROM and DT-RESTATED(ix) = 'Y'
                 add 1 to W-RESTATED-DAYS
              end-if
           end-perform
           move W-RESTATED-DAYS to RD-RESTATED
           write RPTLINE from RPT-DAYS
           move SPACES to RPTLINE
           write RPTLINE
           write RPTLINE from RPT-COLHDG
           perform varying mx from 1 by 1 until mx > 4
              move MN-NAME(mx)  to RP-METRIC
              move RU-DAYS(mx)  to RP-DAYS
              move RU-TOTAL(mx) to RP-TOTAL
              move RU-AVG(mx)   to RP-AVG
              move RU-MTD(mx)   to RP-MTD
              move RU-YTD(mx)   to RP-YTD
              write RPTLINE from RPT-DETAIL
           end-perform

           move SPACES to RPTLINE
           write RPTLINE
           write RPTLINE from RPT-DAYHDG
           perform varying ix from 1 by 1 until ix > W-DAY-COUNT
              if DT-DATE(ix) >= W-FROM
                 move SPACES      to RPT-DAYLINE
                 move DT-DATE(ix) to RL-DATE
                 perform varying mx from 1 by 1 until mx > 4
                    move DT-VALUE(ix mx) to RL-VALUE(mx)
                 end-perform
                 if DT-RESTATED(ix) = 'Y'
                    move '*RESTATED' to RL-RESTATED
                 end-if
                 write RPTLINE from RPT-DAYLINE
              end-if
           end-perform
           close RPTFIL

           display 'PERIOD ' W-FROM ' TO ' W-TO ' ' RS-TEXT
      * Carried in W-STEP-RC: every CALL resets RETURN-CODE.
           move W-STEP-RC to return-code
           goback
           .

      * Period bounds, plus the month and year starts the MTD and
      * YTD columns run from.  MTD and YTD always end on the
      * period end date.
       1000-SET-PERIOD section.
           if W-PERIOD-TYPE = 'W'
              move 'WEEK'      to W-PERIOD-TEXT
              move W-RUNDATE   to W-TO
              compute W-INT =
                 function integer-of-date(function numval(W-RUNDATE))
                 - 6
              compute W-DATE-N = function date-of-integer(W-INT)
              move W-DATE-N    to W-FROM
           else
              move 'MONTH'     to W-PERIOD-TEXT
              move W-RUNDATE   to W-FROM
              move '01'        to W-FROM(7:2)
              move W-RUNDATE(1:4) to W-YEAR
              move W-RUNDATE(5:2) to W-MONTH
              if W-MONTH = 12
                 add 1 to W-YEAR
                 move 1 to W-MONTH
              else
                 add 1 to W-MONTH
              end-if
              move W-YEAR      to W-NEXT-FIRST(1:4)
              move W-MONTH     to W-NEXT-FIRST(5:2)
              move '01'        to W-NEXT-FIRST(7:2)
              compute W-INT =
                 function integer-of-date(function numval(W-NEXT-FIRST))
                 - 1
              compute W-DATE-N = function date-of-integer(W-INT)
              move W-DATE-N    to W-TO
           end-if
           move W-TO         to W-MTD-FROM
           move '01'         to W-MTD-FROM(7:2)
           move W-TO         to W-YTD-FROM
           move '0101'       to W-YTD-FROM(5:4)
      * A week that straddles a month or year end still rolls its
      * own days; the year table must reach back to its first day.
           if W-FROM < W-YTD-FROM
              move W-FROM    to W-YTD-FROM
           end-if
           .

       2000-LOAD-SCORECARD section.
           open input SCHFIL
           if SCH-FS = '00'
              set V-INIT to true
              read SCHFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move SCHLINE to W-SCR-LINE
                 perform 2100-POST-ROW
                 read SCHFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close SCHFIL
           end-if
           open input SCRFIL
           if SCR-FS not = '00'
              move 'OPEN SCRFIL'   to W-ERR-OP
              move 'SCORECARD.CSV' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  SCR-FS W-ERR-DETAIL
              set V-LOAD-FAILED to true
              if W-STEP-RC < 4
                 move 4 to W-STEP-RC
              end-if
              exit section
           end-if
           set V-INIT to true
           read SCRFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move SCRLINE to W-SCR-LINE
              perform 2100-POST-ROW
              read SCRFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close SCRFIL
           set V-INIT to true
           if W-DAY-COUNT > 1
              sort DAY-TAB ascending key DT-DATE
           end-if
           .

      * The reported figures: total distance from AOC1A,
      * similarity from AOC1B, the dampened safe count from AOC2B
      * and the duplicate count, as on the DW extract.
       2100-POST-ROW section.
           move spaces to W-ROW-DATE W-ROW-PROGRAM
                          W-ROW-METRIC W-VAL-TEXT W-ROW-RUNID
                          W-ROW-TYPE
           unstring W-SCR-LINE delimited by ','
              into W-ROW-DATE W-ROW-PROGRAM W-ROW-METRIC
                   W-VAL-TEXT W-ROW-RUNID W-ROW-TYPE
           end-unstring
           if W-ROW-DATE < W-YTD-FROM or W-ROW-DATE > W-TO
              or W-VAL-TEXT = spaces
              exit section
           end-if
           evaluate true
           when W-ROW-METRIC = 'TOTALDIST'
                and W-ROW-PROGRAM = 'AOC1A'
              move 1 to mx
           when W-ROW-METRIC = 'SIMILARITY'
                and W-ROW-PROGRAM = 'AOC1B'
              move 2 to mx
           when W-ROW-METRIC = 'SAFECOUNT'
                and W-ROW-PROGRAM = 'AOC2B'
              move 3 to mx
           when W-ROW-METRIC = 'DUPCOUNT'
              move 4 to mx
           when other
              exit section
           end-evaluate
           move 'N' to W-KNOWN-FLAG
           perform varying ix from 1 by 1
                   until ix > W-DAY-COUNT or V-KNOWN
              if DT-DATE(ix) = W-ROW-DATE
                 set V-KNOWN to true
              end-if
           end-perform
           if V-KNOWN
              subtract 1 from ix
           else
              if W-DAY-COUNT >= W-MAX-DAYS
                 if not V-OVERFLOW
                    set V-OVERFLOW to true
                    move 'DAY TABLE'  to W-ERR-OP
                    move 'OV'         to W-ERR-FS
                    move 'PERIOD DAYS EXCEED TABLE - INCOMPLETE'
                                      to W-ERR-DETAIL
                    call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                        W-ERR-FS W-ERR-DETAIL
                    set V-LOAD-FAILED to true
                    move 8 to W-STEP-RC
                 end-if
                 exit section
              end-if
              add 1 to W-DAY-COUNT
              move W-DAY-COUNT to ix
              move W-ROW-DATE  to DT-DATE(ix)
              move 'N'         to DT-RESTATED(ix)
              perform varying jx from 1 by 1 until jx > 4
                 move ZERO to DT-VALUE(ix jx)
                 move 'N'  to DT-HAVE(ix jx)
              end-perform
           end-if
           compute DT-VALUE(ix mx) = function numval(W-VAL-TEXT)
           move 'Y' to DT-HAVE(ix mx)
           if W-ROW-TYPE = 'R'
              move 'Y' to DT-RESTATED(ix)
           end-if
           .

      * Every registered run for a date in the period, closed or
      * not.  A RUNNING entry means the period is still moving.
       3000-CHECK-RUNCTL section.
           open input RUNFIL
           if RUN-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read RUNFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move RUNLINE to RUN-RECORD
              if RUN-RUNDATE >= W-FROM and RUN-RUNDATE <= W-TO
                 add 1 to W-RUN-COUNT
                 evaluate RUN-STATUS
                 when 'RUNNING'
                    add 1 to W-RUN-OPEN
                 when 'ABORTED'
                    add 1 to W-RUN-ABORTED
                 when other
                    add 1 to W-RUN-CLOSED
                 end-evaluate
              end-if
              read RUNFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close RUNFIL
           set V-INIT to true
           .

       4000-CHECK-REGISTER section.
           open input PERFIL
           if PER-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read PERFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move PERLINE to PER-RECORD
              if PER-TYPE = W-PERIOD-TYPE
                 and PER-FROM = W-FROM and PER-TO = W-TO
                 and PER-STATUS = 'CLOSED'
                 set V-ALREADY-CLOSED to true
              end-if
              read PERFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close PERFIL
           set V-INIT to true
           .

       5000-ROLL-UP section.
           perform varying mx from 1 by 1 until mx > 4
              move ZERO to RU-DAYS(mx) RU-TOTAL(mx) RU-AVG(mx)
                           RU-MTD(mx) RU-YTD(mx)
           end-perform
           perform varying ix from 1 by 1 until ix > W-DAY-COUNT
              if DT-DATE(ix) >= W-FROM
                 add 1 to W-PERIOD-DAYS
              end-if
              perform varying mx from 1 by 1 until mx > 4
                 if DT-HAVE(ix mx) = 'Y'
                    if DT-DATE(ix) >= W-FROM
                       add 1 to RU-DAYS(mx)
                       add DT-VALUE(ix mx) to RU-TOTAL(mx)
                    end-if
                    if DT-DATE(ix) >= W-MTD-FROM
                       add DT-VALUE(ix mx) to RU-MTD(mx)
                    end-if
                    if DT-DATE(ix)(1:4) = W-TO(1:4)
                       add DT-VALUE(ix mx) to RU-YTD(mx)
                    end-if
                 end-if
              end-perform
           end-perform
           perform varying mx from 1 by 1 until mx > 4
              if RU-DAYS(mx) > ZERO
                 compute RU-AVG(mx) rounded =
                    RU-TOTAL(mx) / RU-DAYS(mx)
              end-if
           end-perform
           .

       6000-RECORD-CLOSE section.
           move SPACES        to PER-RECORD
           move W-PERIOD-TYPE to PER-TYPE
           move W-FROM        to PER-FROM
           move W-TO          to PER-TO
           move 'CLOSED'      to PER-STATUS
           move W-NOW(1:14)   to PER-CLOSE-TS
           move W-PERIOD-DAYS to PER-DAYS
           open extend PERFIL
           if PER-FS not = '05' and PER-FS not = '00'
              open output PERFIL
           end-if
           if PER-FS not = '00'
              move 'OPEN PERFIL' to W-ERR-OP
              move 'PERIODS.DAT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  PER-FS W-ERR-DETAIL
              set V-REG-FAILED to true
              move 8 to W-STEP-RC
              exit section
           end-if
           write PERLINE from PER-RECORD
           close PERFIL
           .
