       identification division.
       program-id. AOCPRFL.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select RPTFIL assign to 'AOCPRFL.RPT'
           organization is line sequential
           file status is RPT-FS.

           select STSFIL assign to 'STATUS.PRF'
           organization is line sequential
           file status is STS-FS.

           select ERRFIL assign to 'ERRLOG.PRF'
           organization is line sequential
           file status is ERR-FS.

           select SCRFIL assign to 'SCORECARD.PRF'
           organization is line sequential
           file status is SCR-FS.

           select JRNFIL assign to 'LOCJRNL.PRF'
           organization is line sequential
           file status is JRN-FS.

           select RUNFIL assign to 'RUNCTL.DAT'
           organization is line sequential
           file status is RUN-FS.

       data division.
       file section.
       FD  RPTFIL.
       01  RPTLINE            pic X(100).

       FD  STSFIL.
       01  STSLINE            pic X(100).

       FD  ERRFIL.
       01  ERRLINE.
           05  EF-PROGRAM     pic X(08).
           05  FILLER         pic X(01).
           05  EF-OPERATION   pic X(12).
           05  FILLER         pic X(04).
           05  EF-FS          pic X(02).
           05  FILLER         pic X(01).
           05  EF-MSG         pic X(30).
           05  FILLER         pic X(01).
           05  EF-DETAIL      pic X(40).
           05  FILLER         pic X(01).
           05  EF-RUNID       pic X(08).
           05  FILLER         pic X(01).
           05  EF-SEV         pic X(01).
           05  FILLER         pic X(01).
           05  EF-CAT         pic X(08).

       FD  SCRFIL.
       01  SCRLINE.
           05  SF-RUNDATE     pic X(08).
           05  FILLER         pic X(01).
           05  SF-PROGRAM     pic X(08).
           05  FILLER         pic X(01).
           05  SF-METRIC      pic X(20).
           05  FILLER         pic X(01).
           05  SF-VALUE       pic X(16).
           05  FILLER         pic X(25).

       FD  JRNFIL.
       01  JRNLINE            pic X(80).

       FD  RUNFIL.
       01  RUNLINE            pic X(60).

       working-storage section.
       01 A-ARB.
          05 RPT-FS           pic XX.
          05 STS-FS           pic XX.
          05 ERR-FS           pic XX.
          05 SCR-FS           pic XX.
          05 JRN-FS           pic XX.
          05 RUN-FS           pic XX.
          05 IX               pic S9(4) comp-4 value ZERO.
          05 W-STEP-COUNT     pic S9(4) comp-4 value ZERO.
          05 W-FAIL-COUNT     pic S9(4) comp-4 value ZERO.
          05 W-WARN-COUNT     pic S9(4) comp-4 value ZERO.
          05 W-LINE-COUNT     pic S9(6) comp-4 value ZERO.
          05 W-SEVERE-COUNT   pic S9(6) comp-4 value ZERO.
          05 W-WARNMSG-COUNT  pic S9(6) comp-4 value ZERO.
          05 W-STEP-RC        pic S9(4) comp-4 value ZERO.
          05 W-MAX-RC         pic S9(4) comp-4 value ZERO.
          05 W-START-RC       pic S9(4) comp-4 value ZERO.
          05 W-GATE-RC        pic S9(4) comp-4 value ZERO.
          05 W-A1A-RC         pic S9(4) comp-4 value ZERO.
          05 W-A1B-RC         pic S9(4) comp-4 value ZERO.
          05 W-A2A-RC         pic S9(4) comp-4 value ZERO.
          05 W-A2B-RC         pic S9(4) comp-4 value ZERO.
          05 W-STEP-NAME      pic X(08).
          05 W-SKIP-REASON    pic X(40).
          05 W-RUNDATE        pic X(08).
          05 W-RUNID          pic X(08).
          05 W-TIME           pic X(08).
          05 W-FEED-DSN       pic X(64).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCPRFL'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).

       COPY STSREC.
       COPY RUNREC.

      * Every step of the daily chain in AOCDAILY order with what
      * became of it: run with its return code, or not run and
      * why.
       01 FILLER.
          05 ST-ENTRY occurs 40 times.
             10 ST-NAME       pic X(08).
             10 ST-RC         pic S9(4) comp-4.
             10 ST-STATE      pic X(01).
                88 ST-RAN        value 'R'.
                88 ST-SKIPPED    value 'S'.
             10 ST-REASON     pic X(40).

       01 RPT-HDG1.
          05 filler           pic X(40) value
             'PRE-FLIGHT CHECK - NO MASTERS UPDATED'.
          05 filler           pic X(9) value ' RUNDATE '.
          05 RH-RUNDATE       pic X(08).
          05 filler           pic X(5) value ' RUN '.
          05 RH-RUNID         pic X(08).
       01 RPT-HDG2.
          05 filler           pic X(40) value
             '----------------------------------------'.
       01 RPT-FEED.
          05 filler           pic X(6) value 'FEED  '.
          05 RF-DSN           pic X(64).
       01 RPT-SECT.
          05 RX-TEXT          pic X(60).
       01 RPT-STEP-LINE.
          05 filler           pic X(2) value SPACES.
          05 RS-STEP          pic X(08).
          05 filler           pic X(4) value ' RC='.
          05 RS-RC            pic Z9.
          05 filler           pic X(2) value SPACES.
          05 RS-TEXT          pic X(11).
          05 filler           pic X(1) value SPACE.
          05 RS-REASON        pic X(40).
       01 RPT-SKIP-LINE.
          05 filler           pic X(2) value SPACES.
          05 RK-STEP          pic X(08).
          05 filler           pic X(6) value SPACES.
          05 filler           pic X(10) value 'NOT RUN - '.
          05 RK-REASON        pic X(40).
       01 RPT-COUNT-LINE.
          05 filler           pic X(2) value SPACES.
          05 RC-PROGRAM       pic X(08).
          05 filler           pic X(6) value ' READ '.
          05 RC-READ          pic Z(7)9.
          05 filler           pic X(10) value ' REJECTED '.
          05 RC-REJ           pic Z(7)9.
          05 filler           pic X(1) value SPACE.
          05 RC-DISP          pic X(08).
       01 RPT-SCORE-LINE.
          05 filler           pic X(2) value SPACES.
          05 RR-PROGRAM       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RR-METRIC        pic X(20).
          05 filler           pic X(1) value SPACE.
          05 RR-VALUE         pic X(16).
       01 RPT-MSG-LINE.
          05 filler           pic X(2) value SPACES.
          05 RM-PROGRAM       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RM-SEV           pic X(01).
          05 filler           pic X(1) value SPACE.
          05 RM-OPERATION     pic X(12).
          05 filler           pic X(4) value ' FS='.
          05 RM-FS            pic X(02).
          05 filler           pic X(1) value SPACE.
          05 RM-DETAIL        pic X(40).
       01 RPT-MSG-TOTAL.
          05 filler           pic X(2) value SPACES.
          05 RT-COUNT         pic ZZZZZ9.
          05 filler           pic X(11) value ' MESSAGES, '.
          05 RT-SEVERE        pic ZZZZZ9.
          05 filler           pic X(9) value ' SEVERE, '.
          05 RT-WARN          pic ZZZZZ9.
          05 filler           pic X(8) value ' WARNING'.
       01 RPT-GATE-LINE.
          05 filler           pic X(30) value
             'GATE VERDICT WOULD BE         '.
          05 RG-TEXT          pic X(20).
          05 filler           pic X(4) value ' RC='.
          05 RG-RC            pic Z9.
       01 RPT-VERDICT.
          05 filler           pic X(30) value
             'PRE-FLIGHT VERDICT            '.
          05 RV-TEXT          pic X(40).
          05 filler           pic X(4) value ' RC='.
          05 RV-RC            pic Z9.
       01 RPT-FAIL-TOTAL.
          05 filler           pic X(30) value
             'STEPS THAT WOULD FAIL         '.
          05 RF-FAIL          pic ZZZ9.
          05 filler           pic X(11) value '   WARNINGS'.
          05 RF-WARN          pic ZZZ9.

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-HELD-FLAG    pic X value 'N'.
             88 V-DATE-HELD    value 'Y'.
          05 W-GATE-FLAG    pic X value 'N'.
             88 V-GATE-RAN     value 'Y'.
          05 W-FOUND-FLAG   pic X value 'N'.
             88 V-FOUND        value 'Y'.
          05 W-BUSY-FLAG    pic X value 'N'.
             88 V-RUN-BUSY     value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCPRFL'
           move spaces to W-RUNDATE
           accept W-RUNDATE from environment 'RUNDATE'
           if W-RUNDATE = spaces
              accept W-RUNDATE from date yyyymmdd
           end-if
           move spaces to W-FEED-DSN
           accept W-FEED-DSN from environment 'INFILDD'

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL'  to W-ERR-OP
              move 'AOCPRFL.RPT'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if

      * The steps rewrite their work and report datasets as they
      * go, so a pre-flight must not run over a chain run that is
      * still in flight or waiting to be restarted.
           perform 0500-CHECK-RUNCTL
           if V-RUN-BUSY
              move 'RUN CONTROL'  to W-ERR-OP
              move 'RL'           to W-ERR-FS
              move SPACES         to W-ERR-DETAIL
              string 'RUN ' RUN-ID ' ' RUN-STATUS
                 ' - PRE-FLIGHT REFUSED'
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move SPACES to RX-TEXT
              string 'REFUSED - RUN ' RUN-ID ' FOR ' RUN-RUNDATE
                 ' IS ' RUN-STATUS
                 delimited by size into RX-TEXT
              end-string
              write RPTLINE from RPT-SECT
              close RPTFIL
              display 'PRE-FLIGHT REFUSED - RUN ' RUN-ID ' '
                      RUN-STATUS
              move 8 to return-code
              goback
           end-if

      * The pre-flight run carries its own run id - P and the time
      * of day - so nothing it writes can be taken for the real
      * run's, and no run is registered under it.
           accept W-TIME from time
           move spaces to W-RUNID
           string 'P' W-TIME(1:7) delimited by size into W-RUNID
           end-string
           set environment 'RUNDATE'           to W-RUNDATE
           set environment 'RUNID'             to W-RUNID
           set environment 'AOCPREFLIGHT'      to 'Y'
           set environment 'AOCSTART_RESTART'  to ' '
           set environment 'AOCSTART_RESTATE'  to ' '
           set environment 'AOC1B_RESTART'     to ' '
           set environment 'AOCRESTATE'        to ' '
           set environment 'AOCRESTATE_REASON' to ' '

           move W-RUNDATE to RH-RUNDATE
           move W-RUNID   to RH-RUNID
           write RPTLINE from RPT-HDG1
           write RPTLINE from RPT-HDG2
           if W-FEED-DSN = spaces
              move '(CHAIN DEFAULT INPUT)' to RF-DSN
           else
              move W-FEED-DSN to RF-DSN
           end-if
           write RPTLINE from RPT-FEED

           perform 1000-CLEAR-SCRATCH
           perform 2000-RUN-CHAIN
           perform 3000-REPORT-STEPS
           perform 4000-REPORT-COUNTS
           perform 5000-REPORT-RESULTS
           perform 6000-REPORT-MESSAGES
           perform 7000-REPORT-VERDICT
           close RPTFIL
           perform 2700-CLEAR-ENVIRONMENT

           display W-FAIL-COUNT ' steps would fail, '
                   W-WARN-COUNT ' would warn'
           move W-MAX-RC to return-code
           goback
           .

      * A run still RUNNING, or the latest run left ABORTED for a
      * restart, owns the work datasets.  RUN-RECORD is left
      * holding the entry that blocks.
       0500-CHECK-RUNCTL section.
           open input RUNFIL
           if RUN-FS not = '00'
              exit section
           end-if
           move SPACES to RUN-RECORD
           set V-INIT to true
           read RUNFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF or V-RUN-BUSY
              move RUNLINE to RUN-RECORD
              if RUN-STATUS = 'RUNNING'
                 set V-RUN-BUSY to true
              else
                 read RUNFIL at end set V-INPUT-EOF to true end-read
              end-if
           end-perform
           close RUNFIL
           set V-INIT to true
           if not V-RUN-BUSY and RUN-STATUS = 'ABORTED'
              set V-RUN-BUSY to true
           end-if
           .

      * The pre-flight side files start empty so the report shows
      * this pre-flight's results only.  The scratch location
      * master is rebuilt from LOCMAST.DAT by AOCLMST itself.
       1000-CLEAR-SCRATCH section.
           open output STSFIL
           close STSFIL
           open output ERRFIL
           close ERRFIL
           open output SCRFIL
           close SCRFIL
           open output JRNFIL
           close JRNFIL
           .

      * The chain in AOCDAILY order, conditioned as AOCDAILY is,
      * with AOCPREFLIGHT=Y in the environment: every step reads
      * and checks its input and computes its results, but leaves
      * the masters, the delta baseline, the scorecard, the ACKs,
      * the run control and the status feed alone.  A refused
      * registration does not stop the pre-flight - it is what
      * the real run would do first, and the rest of the feed is
      * still worth checking.  The QA sample, the outbound
      * notices and the housekeeping and distribution tail are
      * not run: they publish, archive or close the day.
       2000-RUN-CHAIN section.
           move 'AOCSLA' to W-STEP-NAME
           perform 2900-CALL-STEP

           move 'AOCSTART' to W-STEP-NAME
           perform 2900-CALL-STEP
           move W-STEP-RC to W-START-RC

           move 'AOCPAUD' to W-STEP-NAME
           perform 2900-CALL-STEP

           move 'AOCDELTA' to W-STEP-NAME
           perform 2900-CALL-STEP
           if W-STEP-RC > 4
              set V-DATE-HELD to true
           end-if

           if V-DATE-HELD
              move 'BRANCHES' to W-STEP-NAME
              move 'HELD BY DELTA CHECK' to W-SKIP-REASON
              perform 2950-SKIP-STEP
           else
              move 'AOCQUAR' to W-STEP-NAME
              perform 2900-CALL-STEP
              set environment 'INFILDD' to 'AOCQUAR.ACC'
              perform 2100-RUN-BRANCH-1
              perform 2200-RUN-BRANCH-2
           end-if

           move 'AOCGATE' to W-STEP-NAME
           perform 2900-CALL-STEP
           move W-STEP-RC to W-GATE-RC
           set V-GATE-RAN to true

           move 'NOT RUN IN PRE-FLIGHT' to W-SKIP-REASON
           move 'AOCDWAK'  to W-STEP-NAME
           perform 2950-SKIP-STEP
           move 'AOCARCH'  to W-STEP-NAME
           perform 2950-SKIP-STEP
           move 'AOCHLTH'  to W-STEP-NAME
           perform 2950-SKIP-STEP
           move 'AOCERRS'  to W-STEP-NAME
           perform 2950-SKIP-STEP
           move 'SCORETRD' to W-STEP-NAME
           perform 2950-SKIP-STEP
           move 'AOCELAP'  to W-STEP-NAME
           perform 2950-SKIP-STEP
           move 'AOCCONS'  to W-STEP-NAME
           perform 2950-SKIP-STEP
           move 'AOCDWX'   to W-STEP-NAME
           perform 2950-SKIP-STEP
           move 'AOCVERR'  to W-STEP-NAME
           perform 2950-SKIP-STEP
           move 'AOCDIST'  to W-STEP-NAME
           perform 2950-SKIP-STEP
           move 'AOCEND'   to W-STEP-NAME
           perform 2950-SKIP-STEP
           .

       2100-RUN-BRANCH-1 section.
           move 'AOC1A' to W-STEP-NAME
           perform 2900-CALL-STEP
           move W-STEP-RC to W-A1A-RC
           if W-A1A-RC = ZERO
              move 'AOC1B' to W-STEP-NAME
              perform 2900-CALL-STEP
              move W-STEP-RC to W-A1B-RC
              if W-A1B-RC = ZERO
                 move 'AOC1RCN' to W-STEP-NAME
                 perform 2900-CALL-STEP
              else
                 move 'AOC1RCN' to W-STEP-NAME
                 move 'AOC1B DID NOT END RC 0' to W-SKIP-REASON
                 perform 2950-SKIP-STEP
              end-if
           else
              move 'AOC1A DID NOT END RC 0' to W-SKIP-REASON
              move 'AOC1B' to W-STEP-NAME
              perform 2950-SKIP-STEP
              move 'AOC1RCN' to W-STEP-NAME
              perform 2950-SKIP-STEP
           end-if
           move 'AOC1DUP' to W-STEP-NAME
           perform 2900-CALL-STEP
           move 'AOC1STAT' to W-STEP-NAME
           perform 2900-CALL-STEP
           move 'AOCLMST' to W-STEP-NAME
           perform 2900-CALL-STEP
           if W-STEP-RC <= 4
              move 'AOCLANM' to W-STEP-NAME
              perform 2900-CALL-STEP
           else
              move 'AOCLANM' to W-STEP-NAME
              move 'AOCLMST FAILED' to W-SKIP-REASON
              perform 2950-SKIP-STEP
           end-if
           if W-A1A-RC = ZERO and W-A1B-RC <= 4
              move 'AOCHIER' to W-STEP-NAME
              perform 2900-CALL-STEP
           else
              move 'AOCHIER' to W-STEP-NAME
              move 'AOC1A OR AOC1B FAILED' to W-SKIP-REASON
              perform 2950-SKIP-STEP
           end-if
           .

       2200-RUN-BRANCH-2 section.
           move 'AOC2A' to W-STEP-NAME
           perform 2900-CALL-STEP
           move W-STEP-RC to W-A2A-RC
           if W-A2A-RC = ZERO
              move 'AOC2B' to W-STEP-NAME
              perform 2900-CALL-STEP
              move W-STEP-RC to W-A2B-RC
              if W-A2B-RC = ZERO
                 move 'AOC2RCN' to W-STEP-NAME
                 perform 2900-CALL-STEP
              else
                 move 'AOC2RCN' to W-STEP-NAME
                 move 'AOC2B DID NOT END RC 0' to W-SKIP-REASON
                 perform 2950-SKIP-STEP
              end-if
           else
              move 'AOC2A DID NOT END RC 0' to W-SKIP-REASON
              move 'AOC2B' to W-STEP-NAME
              perform 2950-SKIP-STEP
              move 'AOC2RCN' to W-STEP-NAME
              perform 2950-SKIP-STEP
           end-if
           if W-A2A-RC < 8 and W-A2B-RC < 8
              move 'AOCOFND' to W-STEP-NAME
              perform 2900-CALL-STEP
           else
              move 'AOCOFND' to W-STEP-NAME
              move 'AOC2A OR AOC2B FAILED' to W-SKIP-REASON
              perform 2950-SKIP-STEP
           end-if
           if W-A2A-RC < 8
              move 'AOCEXCM' to W-STEP-NAME
              perform 2900-CALL-STEP
           else
              move 'AOCEXCM' to W-STEP-NAME
              move 'AOC2A FAILED' to W-SKIP-REASON
              perform 2950-SKIP-STEP
           end-if
           move 'AOCNOTC' to W-STEP-NAME
           move 'NOT RUN IN PRE-FLIGHT' to W-SKIP-REASON
           perform 2950-SKIP-STEP
           move 'AOC2STAT' to W-STEP-NAME
           perform 2900-CALL-STEP
           move 'AOCQAS' to W-STEP-NAME
           move 'NOT RUN IN PRE-FLIGHT' to W-SKIP-REASON
           perform 2950-SKIP-STEP
           .

       2700-CLEAR-ENVIRONMENT section.
           set environment 'AOCPREFLIGHT' to ' '
           set environment 'RUNID'        to ' '
           .

       2900-CALL-STEP section.
           move ZERO to return-code
           call W-STEP-NAME
           move return-code to W-STEP-RC
           move ZERO to return-code
           cancel W-STEP-NAME
           if W-STEP-RC > W-MAX-RC
              move W-STEP-RC to W-MAX-RC
           end-if
           if W-STEP-COUNT < 40
              add 1 to W-STEP-COUNT
              move W-STEP-NAME to ST-NAME(W-STEP-COUNT)
              move W-STEP-RC   to ST-RC(W-STEP-COUNT)
              move 'R'         to ST-STATE(W-STEP-COUNT)
              move spaces      to ST-REASON(W-STEP-COUNT)
           end-if
           .

       2950-SKIP-STEP section.
           if W-STEP-COUNT < 40
              add 1 to W-STEP-COUNT
              move W-STEP-NAME   to ST-NAME(W-STEP-COUNT)
              move ZERO          to ST-RC(W-STEP-COUNT)
              move 'S'           to ST-STATE(W-STEP-COUNT)
              move W-SKIP-REASON to ST-REASON(W-STEP-COUNT)
           end-if
           .

      * One line per step.  A registration refusal is the one the
      * operator must clear first, so its reason is spelled out.
       3000-REPORT-STEPS section.
           write RPTLINE from RPT-HDG2
           move 'STEP RESULTS' to RX-TEXT
           write RPTLINE from RPT-SECT
           perform varying ix from 1 by 1 until ix > W-STEP-COUNT
              if ST-SKIPPED(ix)
                 move ST-NAME(ix)   to RK-STEP
                 move ST-REASON(ix) to RK-REASON
                 write RPTLINE from RPT-SKIP-LINE
              else
                 move ST-NAME(ix) to RS-STEP
                 if ST-RC(ix) > 99
                    move 99 to RS-RC
                 else
                    move ST-RC(ix) to RS-RC
                 end-if
                 move spaces to RS-REASON
                 evaluate true
                 when ST-RC(ix) = ZERO
                    move 'OK'          to RS-TEXT
                 when ST-RC(ix) <= 4
                    move 'WARNING'     to RS-TEXT
                    add 1 to W-WARN-COUNT
                 when other
                    move 'WOULD FAIL'  to RS-TEXT
                    add 1 to W-FAIL-COUNT
                    if ST-NAME(ix) = 'AOCSTART'
                       move 'RUN WOULD BE REFUSED - SEE MESSAGES'
                         to RS-REASON
                    end-if
                 end-evaluate
                 write RPTLINE from RPT-STEP-LINE
              end-if
           end-perform
           .

      * Records read and rejected, from the end records the steps
      * wrote to the pre-flight status file.
       4000-REPORT-COUNTS section.
           write RPTLINE from RPT-HDG2
           move 'RECORDS READ AND REJECTED' to RX-TEXT
           write RPTLINE from RPT-SECT
           move 'N' to W-FOUND-FLAG
           open input STSFIL
           if STS-FS = '00'
              set V-INIT to true
              read STSFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move STSLINE to STS-RECORD
                 if STS-PHASE = 'END' and STS-RUNID = W-RUNID
                    set V-FOUND to true
                    move STS-PROGRAM     to RC-PROGRAM
                    move STS-READ-COUNT  to RC-READ
                    move STS-REJ-COUNT   to RC-REJ
                    move STS-DISPOSITION to RC-DISP
                    write RPTLINE from RPT-COUNT-LINE
                 end-if
                 read STSFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close STSFIL
           end-if
           if not V-FOUND
              move '  (NONE)' to RX-TEXT
              write RPTLINE from RPT-SECT
           end-if
           set V-INIT to true
           .

      * The figures the run would publish on the scorecard.
       5000-REPORT-RESULTS section.
           write RPTLINE from RPT-HDG2
           move 'RESULTS THE RUN WOULD PUBLISH' to RX-TEXT
           write RPTLINE from RPT-SECT
           move 'N' to W-FOUND-FLAG
           open input SCRFIL
           if SCR-FS = '00'
              set V-INIT to true
              read SCRFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 if SCRLINE not = spaces
                    set V-FOUND to true
                    move SF-PROGRAM to RR-PROGRAM
                    move SF-METRIC  to RR-METRIC
                    move SF-VALUE   to RR-VALUE
                    write RPTLINE from RPT-SCORE-LINE
                 end-if
                 read SCRFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close SCRFIL
           end-if
           if not V-FOUND
              move '  (NONE)' to RX-TEXT
              write RPTLINE from RPT-SECT
           end-if
           set V-INIT to true
           .

      * Every reject and message the steps logged, with totals by
      * severity.
       6000-REPORT-MESSAGES section.
           write RPTLINE from RPT-HDG2
           move 'REJECTS AND MESSAGES' to RX-TEXT
           write RPTLINE from RPT-SECT
           open input ERRFIL
           if ERR-FS = '00'
              set V-INIT to true
              read ERRFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 if ERRLINE not = spaces
                    add 1 to W-LINE-COUNT
                    evaluate EF-SEV
                    when 'S'
                       add 1 to W-SEVERE-COUNT
                    when 'W'
                       add 1 to W-WARNMSG-COUNT
                    end-evaluate
                    move EF-PROGRAM   to RM-PROGRAM
                    move EF-SEV       to RM-SEV
                    move EF-OPERATION to RM-OPERATION
                    move EF-FS        to RM-FS
                    move EF-DETAIL    to RM-DETAIL
                    write RPTLINE from RPT-MSG-LINE
                 end-if
                 read ERRFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close ERRFIL
           end-if
           if W-LINE-COUNT = ZERO
              move '  (NONE)' to RX-TEXT
              write RPTLINE from RPT-SECT
           end-if
           move W-LINE-COUNT    to RT-COUNT
           move W-SEVERE-COUNT  to RT-SEVERE
           move W-WARNMSG-COUNT to RT-WARN
           write RPTLINE from RPT-MSG-TOTAL
           set V-INIT to true
           .

       7000-REPORT-VERDICT section.
           write RPTLINE from RPT-HDG2
           if V-GATE-RAN
              evaluate W-GATE-RC
              when ZERO
                 move 'RELEASE'          to RG-TEXT
              when 4
                 move 'RELEASE-WARNINGS' to RG-TEXT
              when other
                 move 'HOLD'             to RG-TEXT
              end-evaluate
              if W-GATE-RC > 99
                 move 99 to RG-RC
              else
                 move W-GATE-RC to RG-RC
              end-if
              write RPTLINE from RPT-GATE-LINE
           end-if
           move W-FAIL-COUNT to RF-FAIL
           move W-WARN-COUNT to RF-WARN
           write RPTLINE from RPT-FAIL-TOTAL
           evaluate true
           when W-START-RC not = ZERO
              move 'RUN WOULD BE REFUSED AT AOCSTART' to RV-TEXT
           when W-MAX-RC = ZERO
              move 'FEED WOULD PROCESS CLEANLY'       to RV-TEXT
           when W-MAX-RC <= 4
              move 'FEED WOULD PROCESS WITH WARNINGS' to RV-TEXT
           when other
              move 'FEED WOULD FAIL - FIX BEFORE RUN' to RV-TEXT
           end-evaluate
           if W-MAX-RC > 99
              move 99 to RV-RC
           else
              move W-MAX-RC to RV-RC
           end-if
           write RPTLINE from RPT-VERDICT
           .
