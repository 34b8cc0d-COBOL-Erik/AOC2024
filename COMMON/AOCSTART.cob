           organization is line sequential
           file status is CAL-FS.

           select PERFIL assign to 'PERIODS.DAT'
           organization is line sequential
           file status is PER-FS.

           select SRCFIL assign to W-SRC-DSN
           organization is line sequential
           file status is SRC-FS.

       data division.
       file section.
       FD  RUNFIL.
           05  FILLER         pic X(01).
           05  CAL-TYPE       pic X(08).

       FD  PERFIL.
       01  PERLINE            pic X(60).

       FD  SRCFIL.
       01  SRCLINE            pic X(30).
       01  SRCLINE-DETAIL redefines SRCLINE.
           05  SRC-RUNDATE    pic X(08).
           05  FILLER         pic X(01).
           05  SRC-CC         pic X(04).
           05  FILLER         pic X(01).
           05  SRC-VERDICT    pic X(08).
           05  FILLER         pic X(08).

       working-storage section.
       01 A-ARB.
          05 RUN-FS           pic XX.
          05 CAL-FS           pic XX.
          05 PER-FS           pic XX.
          05 SRC-FS           pic XX.
          05 W-CLOSED-FROM    pic X(08).
          05 W-CLOSED-TO      pic X(08).
          05 W-CAL-TYPE       pic X(08).
          05 IX               pic S9(6) comp-4 value ZERO.
          05 W-RUN-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-RESTART-ENV    pic X(08).
          05 W-RESUME-IX      pic S9(6) comp-4 value ZERO.
          05 W-CYCLE-ENV      pic X(08).
          05 W-RESTATE-ENV    pic X(08).
          05 W-CYCLE          pic X(02) value '01'.
          05 W-PREFLT-ENV     pic X(08).
          05 W-SRC-DSN        pic X(64) value 'SLARC.DAT'.
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCSTART'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.

       COPY RUNREC.

       COPY PERREC.

       01 FILLER.
          05 RUN-TAB occurs 2000 times
                              pic X(58).
             88 V-RESTART      value 'Y'.
          05 W-CAL-FAIL-FLAG pic X value 'N'.
             88 V-CAL-FAIL      value 'Y'.
          05 W-PERIOD-FLAG  pic X value 'N'.
             88 V-PERIOD-CLOSED value 'Y'.
          05 W-RESTATE-FLAG pic X value 'N'.
             88 V-RESTATE      value 'Y'.
          05 W-SLA-HOLD-FLAG pic X value 'N'.
             88 V-SLA-HOLD      value 'Y'.
          05 W-PREFLT-FLAG  pic X value 'N'.
             88 V-PREFLIGHT    value 'Y'.

       procedure division.
       A-MAIN section.
           if W-CYCLE-ENV(1:2) is numeric
              move W-CYCLE-ENV(1:2) to W-CYCLE
           end-if
      * A formal restatement (AOCRSTM) registers its own run for
      * the past date with cycle RS, so it never counts as one of
      * the day's intraday cycles.
           move spaces to W-RESTATE-ENV
           accept W-RESTATE-ENV from environment 'AOCSTART_RESTATE'
           if W-RESTATE-ENV(1:1) = 'Y' or W-RESTATE-ENV(1:1) = 'y'
              set V-RESTATE to true
              move 'RS' to W-CYCLE
           end-if
      * A pre-flight run (AOCPRFL) goes through every check a real
      * registration would, against the pre-flight site verdict,
      * but never resumes, aborts or registers a run: the lock is
      * left to the real run.
           move spaces to W-PREFLT-ENV
           accept W-PREFLT-ENV from environment 'AOCPREFLIGHT'
           if W-PREFLT-ENV(1:1) = 'Y'
              set V-PREFLIGHT to true
              move 'N' to W-RESTART-FLAG
              move 'SLARC.PRF' to W-SRC-DSN
           end-if
           move function current-date to W-NOW

           perform 1000-LOAD-RUNCTL
              end-if
           end-if

      * A date inside a period AOCPEND has closed was already
      * reported to finance; a rerun or catch-up would change
      * those figures behind the report, so it is refused.  The
      * operator can still push it through with the force switch,
      * and the forced run is logged for the period owners.  A
      * formal restatement is the sanctioned way to change a
      * closed date: it is logged the same way but not refused.
           perform 1600-CHECK-CLOSED-PERIOD
           if V-PERIOD-CLOSED
              move 'CLOSED PERIOD' to W-ERR-OP
              move 'PC'            to W-ERR-FS
              move SPACES          to W-ERR-DETAIL
              evaluate true
              when V-RESTATE
                 string W-RUNDATE ' IN ' W-CLOSED-FROM '-'
                    W-CLOSED-TO ' RESTATED'
                    delimited by size into W-ERR-DETAIL
                 end-string
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
              when V-FORCE
                 string W-RUNDATE ' IN ' W-CLOSED-FROM '-'
                    W-CLOSED-TO ' FORCED'
                    delimited by size into W-ERR-DETAIL
                 end-string
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
              when other
                 string W-RUNDATE ' IN ' W-CLOSED-FROM '-'
                    W-CLOSED-TO ' REFUSED'
                    delimited by size into W-ERR-DETAIL
                 end-string
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 move 8 to return-code
                 display 'RUN REFUSED - ' W-RUNDATE
                         ' IS IN A CLOSED PERIOD'
                 goback
              end-evaluate
           end-if

      * The site transmission monitor runs ahead of registration
      * and holds the day when a scheduled site never sent its
      * section.  The operator can release it with the force
      * switch once the site has been chased or written off.
           perform 1700-CHECK-SITE-SLA
           if V-SLA-HOLD
              move 'SITE SLA'   to W-ERR-OP
              move 'SM'         to W-ERR-FS
              move SPACES       to W-ERR-DETAIL
              if V-FORCE
                 string W-RUNDATE ' SITE HOLD - OPERATOR FORCED'
                    delimited by size into W-ERR-DETAIL
                 end-string
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
              else
                 string W-RUNDATE ' SITE SECTION MISSING - HELD'
                    delimited by size into W-ERR-DETAIL
                 end-string
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 move 8 to return-code
                 display 'RUN REFUSED - ' W-RUNDATE
                         ' HELD BY SITE MONITOR'
                 goback
              end-if
           end-if

      * An earlier run still marked RUNNING holds the lock.  The
      * operator can break a dead lock with AOCSTART_FORCE=Y,
      * which marks the stale run ABORTED before registering the
      * new one.
           if V-RUN-ACTIVE
              if V-FORCE
                 move 'RUN LOCK'   to W-ERR-OP
                 move 'RL'         to W-ERR-FS
                 if V-PREFLIGHT
                    move 'STALE RUN WOULD BE FORCED TO ABORTED'
                                   to W-ERR-DETAIL
                 else
                    perform 2000-ABORT-STALE-RUNS
                    move 'STALE RUN FORCED TO ABORTED'
                                   to W-ERR-DETAIL
                 end-if
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
              else
              display 'RUN REFUSED - RUNCTL.DAT IS FULL'
              goback
           end-if
           if V-PREFLIGHT
              display 'PRE-FLIGHT - ' W-RUNDATE
                      ' WOULD BE REGISTERED, NO RUN TAKEN'
              goback
           end-if

           add 1 to W-RUN-COUNT
           move RUN-RECORD to RUN-TAB(W-RUN-COUNT)

           set V-INIT to true
           .

      * Only the monitor's verdict for this RUNDATE counts; no
      * verdict file means the monitor is not scheduled here.
      * A restatement reprocesses a past date and is never held.
       1700-CHECK-SITE-SLA section.
           if V-RESTATE
              exit section
           end-if
           open input SRCFIL
           if SRC-FS not = '00'
              exit section
           end-if
           read SRCFIL
           if SRC-FS = '00' and SRC-RUNDATE = W-RUNDATE
              and SRC-VERDICT = 'HOLD'
              set V-SLA-HOLD to true
           end-if
           close SRCFIL
           .

      * A missing register means no period has been closed yet.
       1600-CHECK-CLOSED-PERIOD section.
           open input PERFIL
           if PER-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read PERFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move PERLINE to PER-RECORD
              if PER-STATUS = 'CLOSED'
                 and W-RUNDATE >= PER-FROM and W-RUNDATE <= PER-TO
                 set V-PERIOD-CLOSED to true
                 move PER-FROM to W-CLOSED-FROM
                 move PER-TO   to W-CLOSED-TO
              end-if
              read PERFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close PERFIL
           set V-INIT to true
           .

       1000-LOAD-RUNCTL section.
           open input RUNFIL
           if RUN-FS not = '00'
