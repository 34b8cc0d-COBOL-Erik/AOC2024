       identification division.
       program-id. AOCLANM.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select JRNFIL assign to W-JRN-DSN
           organization is line sequential
           file status is JRN-FS.

           select RPTFIL assign to 'AOCLANM.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  JRNFIL.
       01  JRNLINE            pic X(126).

       FD  RPTFIL.
       01  RPTLINE            pic X(100).

       working-storage section.
       01 A-ARB.
          05 JRN-FS           pic XX.
          05 RPT-FS           pic XX.
          05 LX               pic S9(6) comp-4 value ZERO.
          05 SX               pic S9(6) comp-4 value ZERO.
          05 W-TD-COUNT       pic S9(6) comp-4 value ZERO.
          05 W-TD-MAX         pic S9(6) comp-4 value 20000.
          05 W-JRN-COUNT      pic S9(8) comp-4 value ZERO.
          05 W-NEW-IDS        pic S9(6) comp-4 value ZERO.
          05 W-NEW-FLAGGED    pic S9(6) comp-4 value ZERO.
          05 W-DORM-FLAGGED   pic S9(6) comp-4 value ZERO.
          05 W-NEAR-FLAGGED   pic S9(6) comp-4 value ZERO.
          05 W-JUMP-FLAGGED   pic S9(6) comp-4 value ZERO.
          05 W-LISTED         pic S9(6) comp-4 value ZERO.
      * Thresholds, PARMS.DAT program AOCLANM, with an environment
      * override each.
          05 W-NEW-LIMIT      pic S9(6) comp-4 value 10.
          05 W-GAP-LIMIT      pic S9(6) comp-4 value 30.
          05 W-NEAR-PCT       pic S9(4) comp-4 value 80.
          05 W-SPIKE-PCT      pic S9(6) comp-4 value 500.
          05 W-MIN-DAYS       pic S9(6) comp-4 value 5.
          05 W-PURGE-DAYS     pic S9(5) comp-4 value 180.
          05 W-PARM-NUM       pic S9(6) comp-4 value ZERO.
          05 W-BEF-COUNT      pic S9(9) comp-4 value ZERO.
          05 W-AFT-COUNT      pic S9(9) comp-4 value ZERO.
          05 W-BEF-DIST       pic S9(15) comp-4 value ZERO.
          05 W-AFT-DIST       pic S9(15) comp-4 value ZERO.
          05 W-BEF-LAST       pic X(08).
          05 W-TEMP           pic X(08).
          05 W-RUNDATE        pic X(08).
          05 W-RUNID          pic X(08).
          05 W-PREFLT-ENV     pic X(08).
          05 W-JRN-DSN        pic X(64) value 'LOCJRNL.DAT'.
          05 W-PARM-KEY       pic X(16).
          05 W-PARM-ENV       pic X(20).
          05 W-PARM-VALUE     pic X(40).
          05 W-PARM-SRC       pic X(08).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCLANM'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).

       COPY LOCJREC.
       COPY LOCREC.

      * Journal history of every possible location id, addressed
      * by id + 1: the number of earlier run dates it was posted
      * on since it was last added, the last of those dates, the
      * last-seen date it had when a purge removed it (spaces once
      * it has been added again), and its entry for today.
       01 FILLER.
          05 LA-ENTRY occurs 100000 times.
             10 LA-DAYS       pic S9(6) comp-4.
             10 LA-LAST-DATE  pic X(08).
             10 LA-GONE-SEEN  pic X(08).
             10 LA-TD-IX      pic S9(6) comp-4.

      * The ids posted today: the image before the first posting
      * and after the last, and the assessment of the day.
       01 FILLER.
          05 TD-ENTRY occurs 1 to 20000 times
                      depending on W-TD-COUNT
                      ascending key TD-ID.
             10 TD-ID         pic 9(05).
             10 TD-FIRST-ACT  pic X(01).
             10 TD-PURGED     pic X(01).
             10 TD-DAYS       pic S9(6) comp-4.
             10 TD-GONE-SEEN  pic X(08).
             10 TD-BEFORE     pic X(52).
             10 TD-AFTER      pic X(52).
             10 TD-GAP        pic S9(6) comp-4.
             10 TD-CNT        pic S9(9) comp-4.
             10 TD-DIST       pic S9(15) comp-4.
             10 TD-AVG-CNT    pic S9(9)V99 comp-4.
             10 TD-AVG-DIST   pic S9(15)V99 comp-4.
             10 TD-NEW        pic X(01).
             10 TD-DORMANT    pic X(01).
             10 TD-JUMP       pic X(14).
             10 TD-NOTE       pic X(20).

       01 RPT-HDG1.
          05 filler           pic X(26) value
             'LOCATION ANOMALY REPORT   '.
          05 RH-RUNDATE       pic X(08).
          05 filler           pic X(5)  value ' RUN '.
          05 RH-RUNID         pic X(08).
       01 RPT-SECTION.
          05 RS-TITLE         pic X(60).
       01 RPT-PARM.
          05 filler           pic X(2) value SPACES.
          05 RP-LABEL         pic X(40).
          05 RP-VALUE         pic ZZZZZ9.
       01 RPT-NEW-HDG.
          05 filler           pic X(44) value
             '  LOC-ID  L1 COUNT  L2 COUNT        DISTANCE'.
       01 RPT-NEW.
          05 filler           pic X(2) value SPACES.
          05 RN-ID            pic 9(05).
          05 filler           pic X(3) value SPACES.
          05 RN-L1            pic ZZZZZZZ9.
          05 filler           pic X(2) value SPACES.
          05 RN-L2            pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RN-DIST          pic ZZZZZZZZZZZZZZ9.
       01 RPT-DORM-HDG.
          05 filler           pic X(40) value
             '  LOC-ID  FIRST SEEN  LAST SEEN  GAP DAY'.
          05 filler           pic X(20) value
             'S  TODAY COUNT  NOTE'.
       01 RPT-DORM.
          05 filler           pic X(2) value SPACES.
          05 RD-ID            pic 9(05).
          05 filler           pic X(3) value SPACES.
          05 RD-FIRST         pic X(08).
          05 filler           pic X(4) value SPACES.
          05 RD-LAST          pic X(08).
          05 filler           pic X(3) value SPACES.
          05 RD-GAP           pic ZZZZZZZ9.
          05 filler           pic X(2) value SPACES.
          05 RD-CNT           pic ZZZZZZZZZZ9.
          05 filler           pic X(2) value SPACES.
          05 RD-NOTE          pic X(20).
       01 RPT-JUMP-HDG.
          05 filler           pic X(40) value
             '  LOC-ID DAYS TODAY COUNT   AVG COUNT   '.
          05 filler           pic X(40) value
             '  TODAY DIST        AVG DIST JUMP'.
       01 RPT-JUMP.
          05 filler           pic X(2) value SPACES.
          05 RJ-ID            pic 9(05).
          05 filler           pic X(1) value SPACE.
          05 RJ-DAYS          pic ZZZZ9.
          05 filler           pic X(4) value SPACES.
          05 RJ-CNT           pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RJ-AVG-CNT       pic ZZZZZZZ9.99.
          05 filler           pic X(1) value SPACE.
          05 RJ-DIST          pic ZZZZZZZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RJ-AVG-DIST      pic ZZZZZZZZZZZ9.99.
          05 filler           pic X(1) value SPACE.
          05 RJ-JUMP          pic X(14).
       01 RPT-COUNTS.
          05 filler           pic X(2) value SPACES.
          05 RC-LABEL         pic X(40).
          05 RC-COUNT         pic ZZZZZZZ9.
       01 RPT-NONE.
          05 filler           pic X(8) value '  NONE'.

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-OVFL-FLAG    pic X value 'N'.
             88 V-OVERFLOW     value 'Y'.
          05 W-PREFLT-FLAG  pic X value 'N'.
             88 V-PREFLIGHT    value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCLANM'
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
           perform 1000-GET-THRESHOLDS
      * A pre-flight run (AOCPRFL) finds today's postings on the
      * scratch journal AOCLMST kept for it.
           move spaces to W-PREFLT-ENV
           accept W-PREFLT-ENV from environment 'AOCPREFLIGHT'
           if W-PREFLT-ENV(1:1) = 'Y'
              set V-PREFLIGHT to true
           end-if

           perform 2000-READ-JOURNAL
           if W-TD-COUNT > 1
              sort TD-ENTRY ascending key TD-ID
           end-if
           perform varying sx from 1 by 1 until sx > W-TD-COUNT
              perform 3000-ASSESS-ID
           end-perform

           perform 4000-WRITE-REPORT

           display W-TD-COUNT     ' location ids posted today'
           display W-NEW-FLAGGED  ' new ids with high counts'
           display W-DORM-FLAGGED ' dormant ids reactivated'
           display W-JUMP-FLAGGED ' ids jumping above history'
           goback
           .

       1000-GET-THRESHOLDS section.
      * A new id is flagged when either list count reaches this
      * on its first day.
           move 'NEWCOUNT'         to W-PARM-KEY
           move 'AOCLANM_NEWCOUNT' to W-PARM-ENV
           perform 1100-GET-PARM
           if W-PARM-NUM > ZERO
              move W-PARM-NUM to W-NEW-LIMIT
           end-if
      * An id is dormant when this many days or more lay between
      * its last sighting and today's.
           move 'GAPDAYS'          to W-PARM-KEY
           move 'AOCLANM_GAPDAYS'  to W-PARM-ENV
           perform 1100-GET-PARM
           if W-PARM-NUM > ZERO
              move W-PARM-NUM to W-GAP-LIMIT
           end-if
      * A dormant id whose gap reached this percentage of the
      * purge's retention was nearly purged.
           move 'NEARPCT'          to W-PARM-KEY
           move 'AOCLANM_NEARPCT'  to W-PARM-ENV
           perform 1100-GET-PARM
           if W-PARM-NUM > ZERO
              move W-PARM-NUM to W-NEAR-PCT
           end-if
      * A day's count or distance above this percentage of the
      * id's own average per active day is a jump ...
           move 'SPIKEPCT'         to W-PARM-KEY
           move 'AOCLANM_SPIKEPCT' to W-PARM-ENV
           perform 1100-GET-PARM
           if W-PARM-NUM > ZERO
              move W-PARM-NUM to W-SPIKE-PCT
           end-if
      * ... once the id has at least this many active days.
           move 'MINDAYS'          to W-PARM-KEY
           move 'AOCLANM_MINDAYS'  to W-PARM-ENV
           perform 1100-GET-PARM
           if W-PARM-NUM > ZERO
              move W-PARM-NUM to W-MIN-DAYS
           end-if
      * The purge window is AOCLPRG's own retention, taken the way
      * AOCLPRG takes it, so the two never disagree.
           move spaces to W-TEMP
           accept W-TEMP from environment 'AOCLPRG_DAYS'
           if W-TEMP not = spaces and function trim(W-TEMP) is numeric
              if function numval(W-TEMP) > 0
                 compute W-PURGE-DAYS = function numval(W-TEMP)
              end-if
           end-if
           .

       1100-GET-PARM section.
           move ZERO   to W-PARM-NUM
           move spaces to W-PARM-VALUE
           call 'AOCPARM' using W-ERR-PROGRAM W-PARM-KEY
                                W-PARM-ENV W-PARM-VALUE W-PARM-SRC
           move W-PARM-VALUE(1:8) to W-TEMP
           if W-TEMP not = spaces and function trim(W-TEMP) is numeric
              compute W-PARM-NUM = function numval(W-TEMP)
           end-if
           .

      * One pass over the journal.  Earlier run dates build each
      * id's history; today's postings are gathered per id.  A
      * purge (D) ends an id's history - the master starts its
      * counts again if the id comes back.  Postings dated after
      * RUNDATE belong to later runs and are not looked at.
       2000-READ-JOURNAL section.
           move ZERO to W-TD-COUNT
           perform varying lx from 1 by 1 until lx > 100000
              move ZERO   to LA-DAYS(lx) LA-TD-IX(lx)
              move spaces to LA-LAST-DATE(lx) LA-GONE-SEEN(lx)
           end-perform
           move 'LOCJRNL.DAT' to W-JRN-DSN
           perform 2050-READ-FILE
           if V-PREFLIGHT
              move 'LOCJRNL.PRF' to W-JRN-DSN
              perform 2050-READ-FILE
           end-if
           .

       2050-READ-FILE section.
           open input JRNFIL
           if JRN-FS not = '00'
              move 'OPEN JRNFIL' to W-ERR-OP
              move W-JRN-DSN     to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  JRN-FS W-ERR-DETAIL
              move 4 to return-code
              exit section
           end-if
           set V-INIT to true
           read JRNFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move JRNLINE to JRN-RECORD
              add 1 to W-JRN-COUNT
              if JRN-LOC-ID is numeric
                 compute lx = JRN-LOC-ID + 1
                 evaluate true
                 when JRN-RUNDATE < W-RUNDATE
                    perform 2100-HISTORY
                 when JRN-RUNDATE = W-RUNDATE
                    perform 2200-TODAY
                 end-evaluate
              end-if
              read JRNFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close JRNFIL
           .

       2100-HISTORY section.
           evaluate JRN-ACTION
           when 'D'
              move JRN-BEFORE    to LOC-RECORD
              move LOC-LAST-SEEN to LA-GONE-SEEN(lx)
              move ZERO          to LA-DAYS(lx)
              move spaces        to LA-LAST-DATE(lx)
           when 'A'
           when 'U'
              if JRN-ACTION = 'A'
                 move spaces to LA-GONE-SEEN(lx)
              end-if
              if JRN-RUNDATE not = LA-LAST-DATE(lx)
                 add 1 to LA-DAYS(lx)
                 move JRN-RUNDATE to LA-LAST-DATE(lx)
              end-if
           end-evaluate
           .

      * The first posting keeps the image the id had before today;
      * every posting replaces the image after.  A purge run on
      * the same date ahead of the posting leaves the id gone
      * with its last-seen date, as a purge on an earlier day does.
       2200-TODAY section.
           if LA-TD-IX(lx) = ZERO
              if W-TD-COUNT >= W-TD-MAX
                 if not V-OVERFLOW
                    set V-OVERFLOW to true
                    move 'LOAD TODAY'  to W-ERR-OP
                    move 'OV'          to W-ERR-FS
                    move 'TODAY TABLE FULL - IDS NOT ASSESSED'
                                       to W-ERR-DETAIL
                    call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                        W-ERR-FS W-ERR-DETAIL
                    move 4 to return-code
                 end-if
                 exit section
              end-if
              add 1 to W-TD-COUNT
              move W-TD-COUNT       to LA-TD-IX(lx)
              move JRN-LOC-ID       to TD-ID(W-TD-COUNT)
              move JRN-ACTION       to TD-FIRST-ACT(W-TD-COUNT)
              move 'N'              to TD-PURGED(W-TD-COUNT)
              move LA-DAYS(lx)      to TD-DAYS(W-TD-COUNT)
              move LA-GONE-SEEN(lx) to TD-GONE-SEEN(W-TD-COUNT)
              move JRN-BEFORE       to TD-BEFORE(W-TD-COUNT)
              move spaces           to TD-AFTER(W-TD-COUNT)
           end-if
           move LA-TD-IX(lx) to sx
           evaluate JRN-ACTION
           when 'D'
              move 'Y'           to TD-PURGED(sx)
              move JRN-BEFORE    to LOC-RECORD
              move LOC-LAST-SEEN to TD-GONE-SEEN(sx)
              move ZERO          to TD-DAYS(sx)
           when 'A'
              move 'A'           to TD-FIRST-ACT(sx)
              move 'N'           to TD-PURGED(sx)
              move spaces        to TD-BEFORE(sx)
              move JRN-AFTER     to TD-AFTER(sx)
           when other
              move JRN-AFTER     to TD-AFTER(sx)
           end-evaluate
           .

      * Today's count and distance are the growth of the master's
      * cumulative figures across the day; the id's history is
      * its cumulative figures before today spread over the run
      * dates it was posted on.
       3000-ASSESS-ID section.
           move 'N'    to TD-NEW(sx) TD-DORMANT(sx)
           move spaces to TD-JUMP(sx) TD-NOTE(sx)
           move ZERO   to TD-GAP(sx) TD-CNT(sx) TD-DIST(sx)
                          TD-AVG-CNT(sx) TD-AVG-DIST(sx)
           if TD-PURGED(sx) = 'Y' or TD-AFTER(sx) = spaces
              exit section
           end-if
           move ZERO   to W-BEF-COUNT W-BEF-DIST
           move spaces to W-BEF-LAST
           if TD-FIRST-ACT(sx) not = 'A'
              move TD-BEFORE(sx) to LOC-RECORD
              compute W-BEF-COUNT = LOC-L1-COUNT + LOC-L2-COUNT
              move LOC-DIST-CUM  to W-BEF-DIST
              move LOC-LAST-SEEN to W-BEF-LAST
           end-if
           move TD-AFTER(sx) to LOC-RECORD
           compute W-AFT-COUNT = LOC-L1-COUNT + LOC-L2-COUNT
           move LOC-DIST-CUM to W-AFT-DIST
           compute TD-CNT(sx)  = W-AFT-COUNT - W-BEF-COUNT
           compute TD-DIST(sx) = W-AFT-DIST - W-BEF-DIST

           if TD-FIRST-ACT(sx) = 'A'
              add 1 to W-NEW-IDS
              if TD-GONE-SEEN(sx) is numeric
                 compute TD-GAP(sx) =
                    function integer-of-date(function numval(W-RUNDATE))
                  - function integer-of-date(
                       function numval(TD-GONE-SEEN(sx)))
                 move 'Y' to TD-DORMANT(sx)
                 move 'RETURNED AFTER PURGE' to TD-NOTE(sx)
                 add 1 to W-DORM-FLAGGED
                 add 1 to W-NEAR-FLAGGED
              else
                 if LOC-L1-COUNT >= W-NEW-LIMIT
                    or LOC-L2-COUNT >= W-NEW-LIMIT
                    move 'Y' to TD-NEW(sx)
                    add 1 to W-NEW-FLAGGED
                 end-if
              end-if
              exit section
           end-if

           if W-BEF-LAST is numeric
              compute TD-GAP(sx) =
                 function integer-of-date(function numval(W-RUNDATE))
               - function integer-of-date(function numval(W-BEF-LAST))
              if TD-GAP(sx) >= W-GAP-LIMIT
                 move 'Y' to TD-DORMANT(sx)
                 add 1 to W-DORM-FLAGGED
                 if TD-GAP(sx) * 100 >= W-PURGE-DAYS * W-NEAR-PCT
                    move 'NEAR PURGE WINDOW' to TD-NOTE(sx)
                    add 1 to W-NEAR-FLAGGED
                 end-if
              end-if
           end-if

           if TD-DAYS(sx) >= W-MIN-DAYS and TD-DAYS(sx) > ZERO
              compute TD-AVG-CNT(sx)  = W-BEF-COUNT / TD-DAYS(sx)
              compute TD-AVG-DIST(sx) = W-BEF-DIST / TD-DAYS(sx)
              if TD-CNT(sx) * 100 > TD-AVG-CNT(sx) * W-SPIKE-PCT
                 move 'COUNT' to TD-JUMP(sx)
              end-if
              if TD-DIST(sx) > ZERO
                 and TD-DIST(sx) * 100 > TD-AVG-DIST(sx) * W-SPIKE-PCT
                 if TD-JUMP(sx) = spaces
                    move 'DISTANCE' to TD-JUMP(sx)
                 else
                    move 'COUNT+DISTANCE' to TD-JUMP(sx)
                 end-if
              end-if
              if TD-JUMP(sx) not = spaces
                 add 1 to W-JUMP-FLAGGED
              end-if
           end-if
           .

       4000-WRITE-REPORT section.
           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOCLANM.RPT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 4 to return-code
              exit section
           end-if
           move W-RUNDATE to RH-RUNDATE
           move W-RUNID   to RH-RUNID
           write RPTLINE from RPT-HDG1

           move 'THRESHOLDS' to RS-TITLE
           write RPTLINE from RPT-SECTION
           move 'NEW ID FIRST-DAY COUNT (L1 OR L2)' to RP-LABEL
           move W-NEW-LIMIT  to RP-VALUE
           write RPTLINE from RPT-PARM
           move 'DORMANT GAP (DAYS)'                to RP-LABEL
           move W-GAP-LIMIT  to RP-VALUE
           write RPTLINE from RPT-PARM
           move 'PURGE WINDOW (AOCLPRG DAYS)'       to RP-LABEL
           move W-PURGE-DAYS to RP-VALUE
           write RPTLINE from RPT-PARM
           move 'NEAR PURGE AT PERCENT OF WINDOW'   to RP-LABEL
           move W-NEAR-PCT   to RP-VALUE
           write RPTLINE from RPT-PARM
           move 'JUMP AT PERCENT OF OWN AVERAGE'    to RP-LABEL
           move W-SPIKE-PCT  to RP-VALUE
           write RPTLINE from RPT-PARM
           move 'JUMP NEEDS ACTIVE DAYS OF HISTORY' to RP-LABEL
           move W-MIN-DAYS   to RP-VALUE
           write RPTLINE from RPT-PARM

           move spaces to RPTLINE
           write RPTLINE
           move 'NEW LOCATION IDS WITH HIGH FIRST-DAY COUNTS'
                                   to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-NEW-HDG
           move ZERO to W-LISTED
           perform varying sx from 1 by 1 until sx > W-TD-COUNT
              if TD-NEW(sx) = 'Y'
                 move TD-AFTER(sx)  to LOC-RECORD
                 move TD-ID(sx)     to RN-ID
                 move LOC-L1-COUNT  to RN-L1
                 move LOC-L2-COUNT  to RN-L2
                 move LOC-DIST-CUM  to RN-DIST
                 write RPTLINE from RPT-NEW
                 add 1 to W-LISTED
              end-if
           end-perform
           if W-LISTED = ZERO
              write RPTLINE from RPT-NONE
           end-if

           move spaces to RPTLINE
           write RPTLINE
           move 'DORMANT LOCATION IDS REACTIVATED' to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-DORM-HDG
           move ZERO to W-LISTED
           perform varying sx from 1 by 1 until sx > W-TD-COUNT
              if TD-DORMANT(sx) = 'Y'
                 move TD-AFTER(sx)  to LOC-RECORD
                 move TD-ID(sx)     to RD-ID
                 move LOC-FIRST-SEEN to RD-FIRST
                 if TD-FIRST-ACT(sx) = 'A'
                    move TD-GONE-SEEN(sx) to RD-LAST
                 else
                    move TD-BEFORE(sx) to LOC-RECORD
                    move LOC-LAST-SEEN to RD-LAST
                 end-if
                 move TD-GAP(sx)    to RD-GAP
                 move TD-CNT(sx)    to RD-CNT
                 move TD-NOTE(sx)   to RD-NOTE
                 write RPTLINE from RPT-DORM
                 add 1 to W-LISTED
              end-if
           end-perform
           if W-LISTED = ZERO
              write RPTLINE from RPT-NONE
           end-if

           move spaces to RPTLINE
           write RPTLINE
           move 'COUNT OR DISTANCE JUMPS ABOVE OWN HISTORY'
                                   to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-JUMP-HDG
           move ZERO to W-LISTED
           perform varying sx from 1 by 1 until sx > W-TD-COUNT
              if TD-JUMP(sx) not = spaces
                 move TD-ID(sx)       to RJ-ID
                 move TD-DAYS(sx)     to RJ-DAYS
                 move TD-CNT(sx)      to RJ-CNT
                 move TD-AVG-CNT(sx)  to RJ-AVG-CNT
                 move TD-DIST(sx)     to RJ-DIST
                 move TD-AVG-DIST(sx) to RJ-AVG-DIST
                 move TD-JUMP(sx)     to RJ-JUMP
                 write RPTLINE from RPT-JUMP
                 add 1 to W-LISTED
              end-if
           end-perform
           if W-LISTED = ZERO
              write RPTLINE from RPT-NONE
           end-if

           move spaces to RPTLINE
           write RPTLINE
           move 'TOTALS' to RS-TITLE
           write RPTLINE from RPT-SECTION
           move 'JOURNAL RECORDS READ'         to RC-LABEL
           move W-JRN-COUNT    to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'LOCATION IDS POSTED TODAY'    to RC-LABEL
           move W-TD-COUNT     to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'NEW LOCATION IDS'             to RC-LABEL
           move W-NEW-IDS      to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'NEW IDS WITH HIGH COUNTS'     to RC-LABEL
           move W-NEW-FLAGGED  to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'DORMANT IDS REACTIVATED'      to RC-LABEL
           move W-DORM-FLAGGED to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'OF WHICH NEAR OR PAST PURGE'  to RC-LABEL
           move W-NEAR-FLAGGED to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'IDS JUMPING ABOVE HISTORY'    to RC-LABEL
           move W-JUMP-FLAGGED to RC-COUNT
           write RPTLINE from RPT-COUNTS
           close RPTFIL
           .
