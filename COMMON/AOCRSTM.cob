       identification division.
       program-id. AOCRSTM.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select RSTFIL assign to WS-RSTFIL-DSN
           organization is line sequential
           file status is RST-FS.

           select RUNFIL assign to 'RUNCTL.DAT'
           organization is line sequential
           file status is RUN-FS.

           select RNHFIL assign to 'RUNCTL.HIST'
           organization is line sequential
           file status is RNH-FS.

           select INVFIL assign to 'ARCHIVE.INV'
           organization is line sequential
           file status is INV-FS.

           select BASFIL assign to W-BASE-DSN
           organization is line sequential
           file status is BAS-FS.

           select CORFIL assign to W-COR-DSN
           organization is line sequential
           file status is COR-FS.

           select SPLFIL assign to 'RESTATE.INP'
           organization is line sequential
           file status is SPL-FS.

           select SCRFIL assign to 'SCORECARD.CSV'
           organization is line sequential
           file status is SCR-FS.

           select SCHFIL assign to 'SCORECARD.HIST'
           organization is line sequential
           file status is SCH-FS.

           select REGFIL assign to 'RESTATE.REG'
           organization is line sequential
           file status is REG-FS.

           select ARCFIL assign to W-ARC-DSN
           organization is line sequential
           file status is ARC-FS.

           select SUSFIL assign to 'SUSPENSE.DAT'
           organization is line sequential
           file status is SUS-FS.

           select SLGFIL assign to 'SUSPENSE.LOG'
           organization is line sequential
           file status is SLG-FS.

           select RPTFIL assign to 'RESTATE.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  RSTFIL.
       01  RSTDATA.
           05  RT-DATE        pic X(08).
           05  FILLER         pic X(01).
           05  RT-SITE        pic X(08).
           05  FILLER         pic X(01).
           05  RT-REASON      pic X(20).
           05  FILLER         pic X(01).
           05  RT-INPUT       pic X(64).
           05  FILLER         pic X(01).
           05  RT-BASE        pic X(64).

       FD  RUNFIL.
       01  RUNLINE            pic X(60).

       FD  RNHFIL.
       01  RNHLINE            pic X(60).

       FD  INVFIL.
       01  INVLINE            pic X(80).

       FD  BASFIL.
       01  BASLINE            pic X(256).

       FD  CORFIL.
       01  CORLINE            pic X(256).

       FD  SPLFIL.
       01  SPLLINE            pic X(256).

       FD  SCRFIL.
       01  SCRLINE            pic X(80).

       FD  SCHFIL.
       01  SCHLINE            pic X(80).

       FD  REGFIL.
       01  REGLINE            pic X(200).

       FD  ARCFIL.
       01  ARCLINE            pic X(256).

       FD  SUSFIL.
       01  SUSLINE            pic X(300).

       FD  SLGFIL.
       01  SLGLINE            pic X(120).

       FD  RPTFIL.
       01  RPTLINE            pic X(100).

       working-storage section.
       01 A-ARB.
          05 RST-FS           pic XX.
          05 RUN-FS           pic XX.
          05 RNH-FS           pic XX.
          05 INV-FS           pic XX.
          05 BAS-FS           pic XX.
          05 COR-FS           pic XX.
          05 SPL-FS           pic XX.
          05 SCR-FS           pic XX.
          05 SCH-FS           pic XX.
          05 REG-FS           pic XX.
          05 ARC-FS           pic XX.
          05 SUS-FS           pic XX.
          05 SLG-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(4) comp-4 value ZERO.
          05 MX               pic S9(4) comp-4 value ZERO.
          05 HX               pic S9(4) comp-4 value ZERO.
          05 W-HELD-COUNT     pic S9(4) comp-4 value ZERO.
          05 W-MAX-HELD       pic S9(4) comp-4 value 50.
          05 W-DROP-COUNT     pic S9(4) comp-4 value ZERO.
          05 W-DROP-DISP      pic 9(04).
          05 W-TXN-COUNT      pic S9(4) comp-4 value ZERO.
          05 W-MAX-TXNS       pic S9(4) comp-4 value 50.
          05 W-DONE-COUNT     pic S9(4) comp-4 value ZERO.
          05 W-REG-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-COPY-COUNT     pic S9(8) comp-4 value ZERO.
          05 W-STEP-RC        pic S9(4) comp-4 value ZERO.
          05 W-DATE-MAXRC     pic S9(4) comp-4 value ZERO.
          05 W-MAX-RC         pic S9(4) comp-4 value ZERO.
          05 W-A1A-RC         pic S9(4) comp-4 value ZERO.
          05 W-A1B-RC         pic S9(4) comp-4 value ZERO.
          05 W-A2A-RC         pic S9(4) comp-4 value ZERO.
          05 W-CHANGE         pic S9(15) comp-4 value ZERO.
          05 W-CC-TEXT        pic 9(04) value ZERO.
          05 W-STEP-NAME      pic X(08).
          05 W-ORIG-RUNID     pic X(08).
          05 W-NEW-RUNID      pic X(08).
          05 W-FEED-DSN       pic X(64).
          05 W-BASE-DSN       pic X(64).
          05 W-BASE-VERSION   pic 9(02) value ZERO.
          05 W-ARC-DSN        pic X(64).
          05 W-VER-DISP       pic 9(02).
          05 W-REC-COUNT      pic S9(8) comp-4 value ZERO.
          05 W-COR-DSN        pic X(64).
          05 WS-RSTFIL-DSN    pic X(64) value 'RESTATE.DAT'.
          05 W-TEMP-DSN       pic X(64).
          05 W-RUNDATE        pic X(08).
          05 W-NOW            pic X(21).
          05 W-SCR-LINE       pic X(80).
          05 W-ROW-DATE       pic X(08).
          05 W-ROW-PROGRAM    pic X(08).
          05 W-ROW-METRIC     pic X(20).
          05 W-VAL-TEXT       pic X(20).
          05 W-ROW-RUNID      pic X(08).
          05 W-ROW-VALUE      pic S9(15) comp-4 value ZERO.
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCRSTM'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).

       COPY RUNREC.

       COPY RSTREC.

       COPY SUSREC.

       01 W-SUD-PENDING       pic X(114).

      * An ARCHIVE.INV entry, as AOCARCH writes it.
       01 INV-DETAIL.
          05 ID-SOURCE        pic X(12).
          05 filler           pic X(1) value SPACE.
          05 ID-RUNDATE       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 ID-VERSION       pic 9(02).
          05 filler           pic X(1) value SPACE.
          05 ID-COUNT         pic 9(08).
          05 filler           pic X(1) value SPACE.
          05 ID-DSN           pic X(40).

      * The date's sections still held in suspense: the last run
      * that held each site, and what SUSPENSE.LOG says since.
       01 FILLER.
          05 HS-ENTRY occurs 50 times.
             10 HS-SITE       pic X(08).
             10 HS-RUNID      pic X(08).
             10 HS-STATE      pic X(01).

      * The restatement requests, one per corrected date or site
      * section, processed in date order like a catch-up backlog.
       01 FILLER.
          05 RQ-ENTRY occurs 1 to 50 times
                      depending on W-TXN-COUNT.
             10 RQ-DATE       pic X(08).
             10 RQ-SITE       pic X(08).
             10 RQ-REASON     pic X(20).
             10 RQ-INPUT      pic X(64).
             10 RQ-BASE       pic X(64).

       01 FILLER.
          05 W-METRIC-VALUES occurs 4 times.
             10 W-BEFORE      pic S9(15) comp-4.
             10 W-AFTER       pic S9(15) comp-4.

       01 FILLER.
          05 METRIC-NAMES.
             10 filler        pic X(12) value 'TOTALDIST'.
             10 filler        pic X(12) value 'SIMILARITY'.
             10 filler        pic X(12) value 'SAFECOUNT'.
             10 filler        pic X(12) value 'DUPCOUNT'.
          05 FILLER redefines METRIC-NAMES.
             10 MN-NAME occurs 4 times pic X(12).

       01 RPT-HDG1.
          05 filler           pic X(30) value
             'RESTATEMENT REGISTER          '.
          05 RH-RUNDATE       pic X(08).
       01 RPT-HDG2.
          05 filler           pic X(40) value
             '----------------------------------------'.
       01 RPT-SECT.
          05 RX-TEXT          pic X(60).
       01 RPT-TXN-LINE.
          05 filler           pic X(5) value 'DATE '.
          05 RT-LDATE         pic X(08).
          05 filler           pic X(6) value ' SITE '.
          05 RT-LSITE         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RT-LTEXT         pic X(36).
          05 filler           pic X(4) value ' RC='.
          05 RT-LRC           pic 9.
       01 RPT-STEP-LINE.
          05 filler           pic X(7) value '  STEP '.
          05 RS-STEP          pic X(08).
          05 filler           pic X(4) value ' RC='.
          05 RS-RC            pic 9.
       01 RPT-ENTRY.
          05 RE-RUNDATE       pic X(08).
          05 filler           pic X(6) value ' SITE '.
          05 RE-SITE          pic X(08).
          05 filler           pic X(5) value ' RUN '.
          05 RE-RUNID         pic X(08).
          05 filler           pic X(10) value ' REPLACES '.
          05 RE-ORIG-RUNID    pic X(08).
          05 filler           pic X(4) value ' CC='.
          05 RE-CC            pic ZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RE-REASON        pic X(20).
       01 RPT-ENTRY2.
          05 filler           pic X(11) value '  RESTATED '.
          05 RE-TIMESTAMP     pic X(14).
       01 RPT-METRIC.
          05 filler           pic X(4) value SPACES.
          05 RM-METRIC        pic X(12).
          05 filler           pic X(7) value ' BEFORE'.
          05 RM-BEFORE        pic Z(14)9.
          05 filler           pic X(6) value ' AFTER'.
          05 RM-AFTER         pic Z(14)9.
          05 filler           pic X(7) value ' CHANGE'.
          05 RM-CHANGE        pic Z(14)9-.
       01 RPT-TOTAL.
          05 filler           pic X(30) value
             'RESTATEMENTS ON REGISTER      '.
          05 RR-COUNT         pic ZZZZZ9.

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-OVFL-FLAG    pic X value 'N'.
             88 V-OVERFLOW     value 'Y'.
          05 W-REFUSE-FLAG  pic X value 'N'.
             88 V-REFUSED      value 'Y'.
          05 W-TARGET-FLAG  pic X value 'N'.
             88 V-IN-TARGET    value 'Y'.
          05 W-SPLICE-FLAG  pic X value 'N'.
             88 V-SPLICED      value 'Y'.
          05 W-COR-EOF-FLAG pic X value 'N'.
             88 V-COR-EOF      value 'Y'.
          05 W-PEND-FLAG    pic X value 'N'.
             88 V-PENDING      value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCRSTM'
           move spaces to W-RUNDATE
           accept W-RUNDATE from date yyyymmdd
           move spaces to W-TEMP-DSN
           accept W-TEMP-DSN from environment 'RESTATEDD'
           if W-TEMP-DSN not = spaces
              move W-TEMP-DSN to WS-RSTFIL-DSN
           end-if

           perform 1000-LOAD-REQUESTS
           if W-TXN-COUNT > 1
              sort RQ-ENTRY ascending key RQ-DATE
           end-if

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL'  to W-ERR-OP
              move 'RESTATE.RPT'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if
           move W-RUNDATE to RH-RUNDATE
           write RPTLINE from RPT-HDG1
           write RPTLINE from RPT-HDG2
           move 'RESTATEMENTS PROCESSED THIS RUN' to RX-TEXT
           write RPTLINE from RPT-SECT
           if W-TXN-COUNT = ZERO
              move '  (NONE)' to RX-TEXT
              write RPTLINE from RPT-SECT
           end-if

           perform varying ix from 1 by 1 until ix > W-TXN-COUNT
              perform 2000-RESTATE-ONE
           end-perform

           perform 3000-PRINT-REGISTER
           close RPTFIL

           display W-DONE-COUNT ' of ' W-TXN-COUNT
                   ' restatements applied'
           move W-MAX-RC to return-code
           goback
           .

      * A request line that cannot be acted on is logged and
      * skipped - it must never silently leave the day unrestated.
       1000-LOAD-REQUESTS section.
           open input RSTFIL
           if RST-FS not = '00'
              move 'OPEN RSTFIL' to W-ERR-OP
              move WS-RSTFIL-DSN to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RST-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if
           set V-INIT to true
           read RSTFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              evaluate true
              when RSTDATA = spaces
                 continue
              when RT-DATE is not numeric or RT-INPUT = spaces
                   or RT-REASON = spaces
                 move 'REQUEST LINE' to W-ERR-OP
                 move '71'           to W-ERR-FS
                 move SPACES         to W-ERR-DETAIL
                 string 'BAD RESTATEMENT LINE ' RT-DATE
                    ' - SKIPPED'
                    delimited by size into W-ERR-DETAIL
                 end-string
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 if W-MAX-RC < 4
                    move 4 to W-MAX-RC
                 end-if
              when W-TXN-COUNT >= W-MAX-TXNS
                 if not V-OVERFLOW
                    set V-OVERFLOW to true
                    move 'REQUESTS'  to W-ERR-OP
                    move 'OV'        to W-ERR-FS
                    move 'RESTATEMENTS EXCEED TABLE - INCOMPLETE'
                                     to W-ERR-DETAIL
                    call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                        W-ERR-FS W-ERR-DETAIL
                 end-if
                 if W-MAX-RC < 8
                    move 8 to W-MAX-RC
                 end-if
              when other
                 add 1 to W-TXN-COUNT
                 move RT-DATE   to RQ-DATE(W-TXN-COUNT)
                 move RT-SITE   to RQ-SITE(W-TXN-COUNT)
                 move RT-REASON to RQ-REASON(W-TXN-COUNT)
                 move RT-INPUT  to RQ-INPUT(W-TXN-COUNT)
                 move RT-BASE   to RQ-BASE(W-TXN-COUNT)
              end-evaluate
              read RSTFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close RSTFIL
           set V-INIT to true
           .

      * One restatement: the date must already have been closed
      * by AOCEND.  The corrected feed - the whole day, or the
      * day's accepted feed with one SITE section replaced - is
      * driven through the computing steps under a new run id
      * registered as cycle RS, and archived afterwards as the
      * date's newest accepted feed.  The scorecard rows it adds are
      * marked restated next to the originals, the DW extract
      * carries an R record, and the register keeps the before
      * and after figures.  Cumulative masters (LOCMAST,
      * OFFENDER, EXCMAST) and the delta baseline are not posted
      * again - the day is already in them.
       2000-RESTATE-ONE section.
           move 'N'    to W-REFUSE-FLAG
           move ZERO   to W-DATE-MAXRC W-A1A-RC W-A1B-RC W-A2A-RC
           move spaces to W-NEW-RUNID
           move RQ-DATE(ix) to RT-LDATE
           if RQ-SITE(ix) = spaces
              move 'ALL'          to RT-LSITE
           else
              move RQ-SITE(ix)    to RT-LSITE
           end-if

           perform 2100-FIND-ORIGINAL-RUN
           if W-ORIG-RUNID = spaces
              move 'NOT CLOSED - USE A NORMAL RERUN' to RT-LTEXT
              move 'RESTATE'    to W-ERR-OP
              move 'RS'         to W-ERR-FS
              move SPACES       to W-ERR-DETAIL
              string RQ-DATE(ix) ' HAS NO CLOSED RUN - REFUSED'
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 8 to W-DATE-MAXRC
              perform 2800-NOTE-RESULT
              exit section
           end-if

           if RQ-SITE(ix) = spaces
              perform 2180-DROP-HELD
           else
              perform 2200-SPLICE-SITE
           end-if
           if V-REFUSED
              move 8 to W-DATE-MAXRC
              perform 2800-NOTE-RESULT
              exit section
           end-if
           move 'RESTATE.INP' to W-FEED-DSN

           move RQ-DATE(ix) to W-ROW-DATE
           perform 2300-CAPTURE-BEFORE

           set environment 'RUNDATE'            to RQ-DATE(ix)
           set environment 'INFILDD'            to W-FEED-DSN
           set environment 'RUNID'              to ' '
           set environment 'AOCSTART_RESTART'   to ' '
           set environment 'AOCSTART_RESTATE'   to 'Y'
           set environment 'AOCRESTATE'         to 'Y'
           set environment 'AOCRESTATE_REASON'  to RQ-REASON(ix)
           set environment 'AOCRESTATE_ORIGRUN' to W-ORIG-RUNID
           set environment 'AOCRESTATE_SITE'    to RQ-SITE(ix)

           move 'AOCSTART' to W-STEP-NAME
           perform 2900-CALL-STEP
           if W-STEP-RC not = ZERO
              move 'REGISTRATION REFUSED' to RT-LTEXT
              perform 2700-CLEAR-ENVIRONMENT
              perform 2800-NOTE-RESULT
              exit section
           end-if
           call 'RUNIDGET' using W-NEW-RUNID

      * A whole corrected day is quarantined as the night's feed
      * is, so a section broken in the correction is held under
      * the restating run rather than counted.  A site section
      * is not: it is spliced into a feed already quarantined,
      * and a suspense release must not be held again.
           if RQ-SITE(ix) = spaces
              move 'AOCQUAR' to W-STEP-NAME
              perform 2900-CALL-STEP
              move 'AOCQUAR.ACC' to W-FEED-DSN
              set environment 'INFILDD' to W-FEED-DSN
           end-if

           if W-DATE-MAXRC < 8
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
                 end-if
              end-if
              move 'AOC1DUP' to W-STEP-NAME
              perform 2900-CALL-STEP
              move 'AOC2A' to W-STEP-NAME
              perform 2900-CALL-STEP
              move W-STEP-RC to W-A2A-RC
              if W-A2A-RC = ZERO
                 move 'AOC2B' to W-STEP-NAME
                 perform 2900-CALL-STEP
                 if W-STEP-RC = ZERO
                    move 'AOC2RCN' to W-STEP-NAME
                    perform 2900-CALL-STEP
                 end-if
              end-if
           end-if
      * A restatement that failed in any step is not sent to the
      * warehouse; the register still records the attempt.
           if W-DATE-MAXRC < 8
              move 'AOCDWX' to W-STEP-NAME
              perform 2900-CALL-STEP
           end-if
           move W-DATE-MAXRC to W-CC-TEXT
           set environment 'AOCEND_CC' to W-CC-TEXT
           move 'AOCEND' to W-STEP-NAME
           perform 2900-CALL-STEP
           perform 2700-CLEAR-ENVIRONMENT

           perform 2400-CAPTURE-AFTER
           perform 2600-WRITE-REGISTER
           if W-DATE-MAXRC < 8
              perform 2670-ARCHIVE-FEED
           end-if
           if W-DATE-MAXRC < 8
              and RQ-REASON(ix) = 'SUSPENSE RELEASE'
              perform 2650-CONFIRM-RELEASE
           end-if
           add 1 to W-DONE-COUNT
           if W-DATE-MAXRC < 8
              move 'RESTATED' to RT-LTEXT
           else
              move 'RESTATEMENT FAILED - NOT SENT TO DW'
                to RT-LTEXT
           end-if
           perform 2800-NOTE-RESULT
           .

      * The run being replaced is the date's last entry closed by
      * AOCEND - a normal run or an earlier restatement - on the
      * live run control or on its history.
       2100-FIND-ORIGINAL-RUN section.
           move spaces to W-ORIG-RUNID
           open input RNHFIL
           if RNH-FS = '00'
              set V-INIT to true
              read RNHFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move RNHLINE to RUN-RECORD
                 perform 2150-NOTE-RUN
                 read RNHFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close RNHFIL
           end-if
           open input RUNFIL
           if RUN-FS = '00'
              set V-INIT to true
              read RUNFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move RUNLINE to RUN-RECORD
                 perform 2150-NOTE-RUN
                 read RUNFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close RUNFIL
           end-if
           set V-INIT to true
           .

       2150-NOTE-RUN section.
           if RUN-RUNDATE = RQ-DATE(ix)
              and (RUN-STATUS = 'COMPLETE' or RUN-STATUS = 'OVERRIDE')
              move RUN-ID to W-ORIG-RUNID
           end-if
           .

      * Held as AOCQREL sees it: on SUSPENSE.DAT under the last run
      * that held the site, with nothing on SUSPENSE.LOG for that
      * run but a PENDING release.
       2170-LOAD-HELD section.
           move ZERO to W-HELD-COUNT
           open input SUSFIL
           if SUS-FS = '00'
              set V-INIT to true
              read SUSFIL into SUS-RECORD
                 at end set V-INPUT-EOF to true
              end-read
              perform until V-INPUT-EOF or V-REFUSED
                 if SUS-RUNDATE = RQ-DATE(ix)
                    perform 2175-NOTE-HELD
                 end-if
                 read SUSFIL into SUS-RECORD
                    at end set V-INPUT-EOF to true
                 end-read
              end-perform
              close SUSFIL
           end-if
           open input SLGFIL
           if SLG-FS = '00'
              set V-INIT to true
              read SLGFIL into SUD-RECORD
                 at end set V-INPUT-EOF to true
              end-read
              perform until V-INPUT-EOF
                 if SUD-RUNDATE = RQ-DATE(ix)
                    perform varying hx from 1 by 1
                            until hx > W-HELD-COUNT
                       if HS-SITE(hx) = SUD-SITE
                          and (HS-RUNID(hx) = SUD-RUNID
                               or SUD-RUNID = spaces)
                          move SUD-ACTION(1:1) to HS-STATE(hx)
                       end-if
                    end-perform
                 end-if
                 read SLGFIL into SUD-RECORD
                    at end set V-INPUT-EOF to true
                 end-read
              end-perform
              close SLGFIL
           end-if
           set V-INIT to true
           .

       2175-NOTE-HELD section.
           move ZERO to mx
           perform varying hx from 1 by 1 until hx > W-HELD-COUNT
              if HS-SITE(hx) = SUS-SITE
                 move hx to mx
              end-if
           end-perform
           evaluate true
           when mx > ZERO
              if HS-RUNID(mx) not = SUS-RUNID
                 move SUS-RUNID to HS-RUNID(mx)
                 move 'H'       to HS-STATE(mx)
              end-if
           when W-HELD-COUNT >= W-MAX-HELD
              move 'SUSPENSE'   to W-ERR-OP
              move 'OV'         to W-ERR-FS
              move SPACES       to W-ERR-DETAIL
              string RQ-DATE(ix) ' HELD SITES EXCEED TABLE'
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 'TOO MANY HELD SECTIONS' to RT-LTEXT
              set V-REFUSED to true
           when other
              add 1 to W-HELD-COUNT
              move SUS-SITE  to HS-SITE(W-HELD-COUNT)
              move SUS-RUNID to HS-RUNID(W-HELD-COUNT)
              move 'H'       to HS-STATE(W-HELD-COUNT)
           end-evaluate
           .

      * A whole-day correction must not bring back a section still
      * held in suspense for the date - that only re-enters the
      * day through an AOCQREL release, and would otherwise be
      * counted twice.  The held sites' spans, SITE header through
      * TRAILER, are left out of the feed the restatement reads.
       2180-DROP-HELD section.
           move ZERO to W-DROP-COUNT
           perform 2170-LOAD-HELD
           if V-REFUSED
              exit section
           end-if
           move RQ-INPUT(ix) to W-BASE-DSN
           open input BASFIL
           if BAS-FS not = '00'
              move 'OPEN BASFIL' to W-ERR-OP
              move W-BASE-DSN    to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  BAS-FS W-ERR-DETAIL
              move 'CORRECTED FEED NOT AVAILABLE' to RT-LTEXT
              set V-REFUSED to true
              exit section
           end-if
           open output SPLFIL
           if SPL-FS not = '00'
              move 'OPEN SPLFIL' to W-ERR-OP
              move 'RESTATE.INP' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  SPL-FS W-ERR-DETAIL
              move 'CANNOT BUILD RESTATED FEED' to RT-LTEXT
              set V-REFUSED to true
              close BASFIL
              exit section
           end-if
           move 'N' to W-TARGET-FLAG
           set V-INIT to true
           read BASFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              if BASLINE(1:4) = 'SITE'
                 move 'N' to W-TARGET-FLAG
                 perform varying hx from 1 by 1
                         until hx > W-HELD-COUNT
                    if HS-SITE(hx) = BASLINE(6:8)
                       and (HS-STATE(hx) = 'H' or HS-STATE(hx) = 'P')
                       set V-IN-TARGET to true
                    end-if
                 end-perform
                 if V-IN-TARGET
                    add 1 to W-DROP-COUNT
                 end-if
              end-if
              if not V-IN-TARGET
                 write SPLLINE from BASLINE
              end-if
              if BASLINE(1:7) = 'TRAILER'
                 move 'N' to W-TARGET-FLAG
              end-if
              read BASFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close BASFIL
           close SPLFIL
           set V-INIT to true
           if W-DROP-COUNT > ZERO
              move 'RESTATE'    to W-ERR-OP
              move 'RS'         to W-ERR-FS
              move SPACES       to W-ERR-DETAIL
              move W-DROP-COUNT to W-DROP-DISP
              string RQ-DATE(ix) ' HELD SECTIONS LEFT OUT '
                 W-DROP-DISP
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
           end-if
           .

      * Rebuild the day's feed with the corrected section in
      * place of the site's original one: everything from the
      * site's SITE header through its TRAILER is swapped for the
      * same span out of the correction file.  A site that never
      * arrived in the original feed is added at the end.  The
      * base is the day's accepted feed as last archived, by
      * AOCARCH or by an earlier restatement of the date, so
      * earlier corrections are kept and sections still held in
      * suspense stay out of the
      * restated day; the original feed named on RESTATE.DAT is
      * only used for a date with no accepted feed archived.
       2200-SPLICE-SITE section.
           move 'N' to W-SPLICE-FLAG W-TARGET-FLAG
           perform 2210-FIND-ACCEPTED
           if W-BASE-DSN = spaces
              move RQ-BASE(ix) to W-BASE-DSN
           end-if
           move RQ-INPUT(ix) to W-COR-DSN
           if W-BASE-DSN = spaces
              move 'RESTATE'    to W-ERR-OP
              move 'RS'         to W-ERR-FS
              move SPACES       to W-ERR-DETAIL
              string RQ-DATE(ix) ' HAS NO ACCEPTED FEED - REFUSED'
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 'ORIGINAL FEED NOT AVAILABLE' to RT-LTEXT
              set V-REFUSED to true
              exit section
           end-if
           open input BASFIL
           if BAS-FS not = '00'
              move 'OPEN BASFIL' to W-ERR-OP
              move W-BASE-DSN    to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  BAS-FS W-ERR-DETAIL
              move 'ORIGINAL FEED NOT AVAILABLE' to RT-LTEXT
              set V-REFUSED to true
              exit section
           end-if
           open output SPLFIL
           if SPL-FS not = '00'
              move 'OPEN SPLFIL' to W-ERR-OP
              move 'RESTATE.INP' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  SPL-FS W-ERR-DETAIL
              move 'CANNOT BUILD RESTATED FEED' to RT-LTEXT
              set V-REFUSED to true
              close BASFIL
              exit section
           end-if
           set V-INIT to true
           read BASFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF or V-REFUSED
              evaluate true
              when BASLINE(1:4) = 'SITE'
                   and BASLINE(6:8) = RQ-SITE(ix)
                 set V-IN-TARGET to true
                 perform 2250-COPY-CORRECTION
              when V-IN-TARGET
                 if BASLINE(1:7) = 'TRAILER'
                    move 'N' to W-TARGET-FLAG
                 end-if
              when other
                 write SPLLINE from BASLINE
              end-evaluate
              read BASFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close BASFIL
           set V-INIT to true
           if not V-SPLICED and not V-REFUSED
              perform 2250-COPY-CORRECTION
           end-if
           close SPLFIL
           .

      * The newest archive version of the day's accepted feed,
      * whether the night's or a restatement's.
       2210-FIND-ACCEPTED section.
           move SPACES to W-BASE-DSN
           move ZERO   to W-BASE-VERSION
           open input INVFIL
           if INV-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read INVFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move INVLINE to INV-DETAIL
              if ID-SOURCE = 'AOCQUAR.ACC'
                 and ID-RUNDATE = RQ-DATE(ix)
                 and ID-VERSION >= W-BASE-VERSION
                 move ID-VERSION to W-BASE-VERSION
                 move ID-DSN     to W-BASE-DSN
              end-if
              read INVFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close INVFIL
           set V-INIT to true
           .

       2250-COPY-CORRECTION section.
           set V-SPLICED to true
           move ZERO to W-COPY-COUNT
           move 'N'  to W-COR-EOF-FLAG
           open input CORFIL
           if COR-FS not = '00'
              move 'OPEN CORFIL' to W-ERR-OP
              move W-COR-DSN     to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  COR-FS W-ERR-DETAIL
              move 'CORRECTED SECTION NOT AVAILABLE' to RT-LTEXT
              set V-REFUSED to true
              exit section
           end-if
           read CORFIL at end set V-COR-EOF to true end-read
           perform until V-COR-EOF
              if W-COPY-COUNT = ZERO
                 if CORLINE(1:4) = 'SITE'
                    and CORLINE(6:8) = RQ-SITE(ix)
                    write SPLLINE from CORLINE
                    add 1 to W-COPY-COUNT
                 end-if
              else
                 write SPLLINE from CORLINE
                 add 1 to W-COPY-COUNT
                 if CORLINE(1:7) = 'TRAILER'
                    set V-COR-EOF to true
                 end-if
              end-if
              if not V-COR-EOF
                 read CORFIL at end set V-COR-EOF to true end-read
              end-if
           end-perform
           close CORFIL
           if W-COPY-COUNT = ZERO
              move 'RESTATE'    to W-ERR-OP
              move 'RS'         to W-ERR-FS
              move SPACES       to W-ERR-DETAIL
              string 'NO SECTION FOR ' RQ-SITE(ix)
                 ' IN CORRECTION FILE'
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 'SITE NOT IN CORRECTION FILE' to RT-LTEXT
              set V-REFUSED to true
           end-if
           .

      * Before: the figures the day currently stands at - the
      * last row per metric, whichever run wrote it.
       2300-CAPTURE-BEFORE section.
           perform varying mx from 1 by 1 until mx > 4
              move ZERO to W-BEFORE(mx) W-AFTER(mx)
           end-perform
           move spaces to W-NEW-RUNID
           perform 2500-SCAN-SCORECARD
           .

      * After: only the rows the restating run itself wrote.
       2400-CAPTURE-AFTER section.
           perform 2500-SCAN-SCORECARD
           .

       2500-SCAN-SCORECARD section.
           open input SCHFIL
           if SCH-FS = '00'
              set V-INIT to true
              read SCHFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move SCHLINE to W-SCR-LINE
                 perform 2550-POST-ROW
                 read SCHFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close SCHFIL
           end-if
           open input SCRFIL
           if SCR-FS = '00'
              set V-INIT to true
              read SCRFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move SCRLINE to W-SCR-LINE
                 perform 2550-POST-ROW
                 read SCRFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close SCRFIL
           end-if
           set V-INIT to true
           .

       2550-POST-ROW section.
           move spaces to W-ROW-DATE W-ROW-PROGRAM
                          W-ROW-METRIC W-VAL-TEXT W-ROW-RUNID
           unstring W-SCR-LINE delimited by ','
              into W-ROW-DATE W-ROW-PROGRAM W-ROW-METRIC
                   W-VAL-TEXT W-ROW-RUNID
           end-unstring
           if W-ROW-DATE not = RQ-DATE(ix) or W-VAL-TEXT = spaces
              exit section
           end-if
           if W-NEW-RUNID not = spaces
              and W-ROW-RUNID not = W-NEW-RUNID
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
           compute W-ROW-VALUE = function numval(W-VAL-TEXT)
           if W-NEW-RUNID = spaces
              move W-ROW-VALUE to W-BEFORE(mx)
           else
              move W-ROW-VALUE to W-AFTER(mx)
           end-if
           .

       2600-WRITE-REGISTER section.
           move function current-date to W-NOW
           move SPACES          to RST-RECORD
           move RQ-DATE(ix)     to RST-RUNDATE
           move W-NEW-RUNID     to RST-RUNID
           move W-ORIG-RUNID    to RST-ORIG-RUNID
           move RQ-SITE(ix)     to RST-SITE
           move RQ-REASON(ix)   to RST-REASON
           move W-NOW(1:14)     to RST-TIMESTAMP
           move W-DATE-MAXRC    to RST-COND-CODE
           perform varying mx from 1 by 1 until mx > 4
              move W-BEFORE(mx) to RST-BEFORE(mx)
              move W-AFTER(mx)  to RST-AFTER(mx)
           end-perform
           open extend REGFIL
           if REG-FS not = '05' and REG-FS not = '00'
              open output REGFIL
           end-if
           if REG-FS not = '00'
              move 'OPEN REGFIL'  to W-ERR-OP
              move 'RESTATE.REG'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  REG-FS W-ERR-DETAIL
              move 8 to W-DATE-MAXRC
              exit section
           end-if
           write REGLINE from RST-RECORD
           close REGFIL
           .

      * A section AOCQREL released from suspense is logged there as
      * PENDING until its restated run completes; the release is
      * only logged as RELEASED now, under the same user, reason
      * and holding run.  A release that has since been discarded
      * or redone is left as it stands.
       2650-CONFIRM-RELEASE section.
           move 'N' to W-PEND-FLAG
           open input SLGFIL
           if SLG-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read SLGFIL into SUD-RECORD
              at end set V-INPUT-EOF to true
           end-read
           perform until V-INPUT-EOF
              if SUD-RUNDATE = RQ-DATE(ix) and SUD-SITE = RQ-SITE(ix)
                 if SUD-ACTION = 'PENDING'
                    and SUD-SECTION-DSN = RQ-INPUT(ix)
                    set V-PENDING to true
                    move SUD-RECORD to W-SUD-PENDING
                 else
                    move 'N' to W-PEND-FLAG
                 end-if
              end-if
              read SLGFIL into SUD-RECORD
                 at end set V-INPUT-EOF to true
              end-read
           end-perform
           close SLGFIL
           set V-INIT to true
           if not V-PENDING
              exit section
           end-if
           move W-SUD-PENDING to SUD-RECORD
           move 'RELEASED'    to SUD-ACTION
           move W-NOW(1:14)   to SUD-TIMESTAMP
           open extend SLGFIL
           if SLG-FS not = '05' and SLG-FS not = '00'
              open output SLGFIL
           end-if
           if SLG-FS not = '00'
              move 'OPEN SLGFIL'  to W-ERR-OP
              move 'SUSPENSE.LOG' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  SLG-FS W-ERR-DETAIL
              if W-DATE-MAXRC < 4
                 move 4 to W-DATE-MAXRC
              end-if
              exit section
           end-if
           write SLGLINE from SUD-RECORD
           close SLGFIL
           .

      * The feed the restated day was computed from goes on the
      * archive as the next AOCQUAR.ACC version for the date, as
      * AOCARCH keeps the night's, so the next site restatement
      * or suspense release for the date splices into it rather
      * than into a feed this restatement has replaced.
       2670-ARCHIVE-FEED section.
           perform 2210-FIND-ACCEPTED
           add 1 to W-BASE-VERSION
           move W-BASE-VERSION to W-VER-DISP
           move spaces to W-ARC-DSN
           string 'AOCQUAR.ACC.D' RQ-DATE(ix) '.V' W-VER-DISP
              delimited by size into W-ARC-DSN
           end-string
           move W-FEED-DSN to W-BASE-DSN
           open input BASFIL
           open output ARCFIL
           if BAS-FS not = '00' or ARC-FS not = '00'
              move 'OPEN ARCFIL'   to W-ERR-OP
              move ARC-FS          to W-ERR-FS
              if BAS-FS not = '00'
                 move BAS-FS       to W-ERR-FS
              end-if
              move W-ARC-DSN(1:40) to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              if W-DATE-MAXRC < 4
                 move 4 to W-DATE-MAXRC
              end-if
              close BASFIL
              close ARCFIL
              exit section
           end-if
           move ZERO to W-REC-COUNT
           set V-INIT to true
           read BASFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              write ARCLINE from BASLINE
              add 1 to W-REC-COUNT
              read BASFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close BASFIL
           close ARCFIL
           set V-INIT to true
           move 'AOCQUAR.ACC'   to ID-SOURCE
           move RQ-DATE(ix)     to ID-RUNDATE
           move W-BASE-VERSION  to ID-VERSION
           move W-REC-COUNT     to ID-COUNT
           move W-ARC-DSN(1:40) to ID-DSN
           open extend INVFIL
           if INV-FS not = '05' and INV-FS not = '00'
              open output INVFIL
           end-if
           if INV-FS not = '00'
              move 'OPEN INVFIL' to W-ERR-OP
              move 'ARCHIVE.INV' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  INV-FS W-ERR-DETAIL
              if W-DATE-MAXRC < 4
                 move 4 to W-DATE-MAXRC
              end-if
              exit section
           end-if
           write INVLINE from INV-DETAIL
           close INVFIL
           .

      * The restatement switches must not leak into whatever the
      * driver runs next.
       2700-CLEAR-ENVIRONMENT section.
           set environment 'AOCSTART_RESTATE'   to ' '
           set environment 'AOCRESTATE'         to ' '
           set environment 'AOCRESTATE_REASON'  to ' '
           set environment 'AOCRESTATE_ORIGRUN' to ' '
           set environment 'AOCRESTATE_SITE'    to ' '
           set environment 'AOCEND_CC'          to ' '
           .

       2800-NOTE-RESULT section.
           if W-DATE-MAXRC > 9
              move 9 to RT-LRC
           else
              move W-DATE-MAXRC to RT-LRC
           end-if
           write RPTLINE from RPT-TXN-LINE
           if W-DATE-MAXRC > W-MAX-RC
              move W-DATE-MAXRC to W-MAX-RC
           end-if
           .

       2900-CALL-STEP section.
           move ZERO to return-code
           call W-STEP-NAME
           move return-code to W-STEP-RC
           move ZERO to return-code
           cancel W-STEP-NAME
           if W-STEP-RC > W-DATE-MAXRC
              move W-STEP-RC to W-DATE-MAXRC
           end-if
           if W-STEP-RC >= 8
              move W-STEP-NAME to RS-STEP
              if W-STEP-RC > 9
                 move 9 to RS-RC
              else
                 move W-STEP-RC to RS-RC
              end-if
              write RPTLINE from RPT-STEP-LINE
           end-if
           .

      * Every restatement ever applied, oldest first, with the
      * before and after value of each headline metric.
       3000-PRINT-REGISTER section.
           write RPTLINE from RPT-HDG2
           move 'REGISTER OF RESTATED DATES' to RX-TEXT
           write RPTLINE from RPT-SECT
           open input REGFIL
           if REG-FS = '00'
              set V-INIT to true
              read REGFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move REGLINE to RST-RECORD
                 add 1 to W-REG-COUNT
                 perform 3100-PRINT-ENTRY
                 read REGFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close REGFIL
              set V-INIT to true
           end-if
           write RPTLINE from RPT-HDG2
           move W-REG-COUNT to RR-COUNT
           write RPTLINE from RPT-TOTAL
           .

       3100-PRINT-ENTRY section.
           move RST-RUNDATE    to RE-RUNDATE
           if RST-SITE = spaces
              move 'ALL'       to RE-SITE
           else
              move RST-SITE    to RE-SITE
           end-if
           move RST-RUNID      to RE-RUNID
           move RST-ORIG-RUNID to RE-ORIG-RUNID
           move RST-COND-CODE  to RE-CC
           move RST-REASON     to RE-REASON
           write RPTLINE from RPT-ENTRY
           move RST-TIMESTAMP  to RE-TIMESTAMP
           write RPTLINE from RPT-ENTRY2
           perform varying mx from 1 by 1 until mx > 4
              move MN-NAME(mx)    to RM-METRIC
              move RST-BEFORE(mx) to RM-BEFORE
              move RST-AFTER(mx)  to RM-AFTER
              compute W-CHANGE = RST-AFTER(mx) - RST-BEFORE(mx)
              move W-CHANGE       to RM-CHANGE
              write RPTLINE from RPT-METRIC
           end-perform
           .
