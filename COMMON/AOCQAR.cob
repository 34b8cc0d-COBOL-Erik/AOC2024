       identification division.
       program-id. AOCQAR.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select SMPFIL assign to 'QASAMPLE.HIST'
           organization is line sequential
           file status is SMP-FS.

           select RESFIL assign to 'QARESULT.HIST'
           organization is line sequential
           file status is RES-FS.

           select RETFIL assign to WS-RETFIL-DSN
           organization is line sequential
           file status is RET-FS.

           select RPTFIL assign to 'AOCQAR.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  SMPFIL.
       01  SMPLINE            pic X(138).

       FD  RESFIL.
       01  RESLINE            pic X(138).

       FD  RETFIL.
       01  RETLINE            pic X(138).

       FD  RPTFIL.
       01  RPTLINE            pic X(140).

       working-storage section.
       01 A-ARB.
          05 SMP-FS           pic XX.
          05 RES-FS           pic XX.
          05 RET-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(6) comp-4 value ZERO.
          05 JX               pic S9(6) comp-4 value ZERO.
          05 W-SM-COUNT       pic S9(6) comp-4 value ZERO.
          05 W-SM-MAX         pic S9(6) comp-4 value 20000.
          05 W-DT-COUNT       pic S9(4) comp-4 value ZERO.
          05 W-DT-MAX         pic S9(4) comp-4 value 200.
          05 W-SEQ            pic S9(8) comp-4 value ZERO.
          05 W-RET-READ       pic S9(6) comp-4 value ZERO.
          05 W-RET-AGREE      pic S9(6) comp-4 value ZERO.
          05 W-RET-DISAGREE   pic S9(6) comp-4 value ZERO.
          05 W-RET-REJECT     pic S9(6) comp-4 value ZERO.
          05 W-RET-OPEN       pic S9(6) comp-4 value ZERO.
          05 W-DAYS           pic S9(6) comp-4 value ZERO.
          05 W-SAMPLED        pic S9(6) comp-4 value ZERO.
          05 W-REVIEWED       pic S9(6) comp-4 value ZERO.
          05 W-AGREED         pic S9(6) comp-4 value ZERO.
          05 W-DISAGREED      pic S9(6) comp-4 value ZERO.
          05 W-TOT-DAYS       pic S9(6) comp-4 value ZERO.
          05 W-TOT-SAMPLED    pic S9(6) comp-4 value ZERO.
          05 W-TOT-REVIEWED   pic S9(6) comp-4 value ZERO.
          05 W-TOT-AGREED     pic S9(6) comp-4 value ZERO.
          05 W-TOT-DISAGREED  pic S9(6) comp-4 value ZERO.
          05 W-FINDINGS       pic S9(6) comp-4 value ZERO.
          05 W-PCT            pic S9(5)V99 comp-4 value ZERO.
          05 W-YEAR           pic 9(04).
          05 W-MON            pic 9(02).
          05 W-CUR-KIND       pic X(04).
          05 W-CUR-SITE       pic X(08).
          05 W-CUR-DATE       pic X(08).
          05 W-RES-RESULT     pic X(01).
          05 W-RES-REVIEWER   pic X(08).
          05 W-RES-REVIEWED   pic X(08).
          05 W-RES-COMMENT    pic X(40).
          05 W-REJ-REASON     pic X(16).
          05 W-RUNDATE        pic X(08).
          05 W-MONTH          pic X(06).
          05 W-PREV-MONTH     pic X(06).
          05 WS-RETFIL-DSN    pic X(64) value 'QARETURN.TXT'.
          05 W-TEMP-DSN       pic X(64).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCQAR'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).

       COPY QASREC.

      * Samples issued in the report month and the month before
      * it (a late return for last month's worksheets must still
      * find its sample), in sample-key order for the lookups.
      * The key is the run date, run id and sample number that
      * open every sample line.
       01 FILLER.
          05 SM-ENTRY occurs 1 to 20000 times
                      depending on W-SM-COUNT
                      ascending key SM-SAMPKEY
                      indexed by SMX.
             10 SM-SAMPKEY    pic X(22).
             10 SM-SEQ        pic S9(8) comp-4.
             10 SM-KIND       pic X(04).
             10 SM-SITE       pic X(08).
             10 SM-CURRENT    pic X(01).
             10 SM-IMAGE      pic X(138).

      * The last run to issue samples for each date; earlier
      * runs of the date were superseded by a correction cycle.
       01 FILLER.
          05 DT-ENTRY occurs 200 times.
             10 DT-RUNDATE    pic X(08).
             10 DT-RUNID      pic X(08).

       01 RPT-HDG1.
          05 filler           pic X(40) value
             'QA SAMPLE COVERAGE AND FINDINGS - MONTH '.
          05 RH-MONTH         pic X(06).
       01 RPT-RETURNS.
          05 filler           pic X(24) value
             'RETURNS LOADED THIS RUN '.
          05 RR-READ          pic ZZZZZ9.
          05 filler           pic X(9)  value '  AGREED '.
          05 RR-AGREE         pic ZZZZZ9.
          05 filler           pic X(12) value '  DISAGREED '.
          05 RR-DISAGREE      pic ZZZZZ9.
          05 filler           pic X(11) value '  REJECTED '.
          05 RR-REJECT        pic ZZZZZ9.
          05 filler           pic X(19) value '  NOT YET REVIEWED '.
          05 RR-OPEN          pic ZZZZZ9.
       01 RPT-SECTION.
          05 RS-TITLE         pic X(60).
       01 RPT-COV-HDG.
          05 filler           pic X(50) value
             'KIND SITE         DAYS  SAMPLED REVIEWED   AGREED '.
          05 filler           pic X(30) value
             'DISAGREE OUTSTAND COVERAGE'.
       01 RPT-COVERAGE.
          05 RC-KIND          pic X(04).
          05 filler           pic X(1) value SPACE.
          05 RC-SITE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RC-DAYS          pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RC-SAMPLED       pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RC-REVIEWED      pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RC-AGREED        pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RC-DISAGREED     pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RC-OUTSTANDING   pic ZZZZZZZ9.
          05 filler           pic X(3) value SPACES.
          05 RC-PCT           pic ZZ9.99.
       01 RPT-FND-HDG.
          05 filler           pic X(56) value
             '  RUNDATE  RUN ID   SMPL KIND SITE     RECORD KEY       '.
          05 filler           pic X(51) value
             '   FIGURE               R REVIEWER REVIEWED COMMENT'.
       01 RPT-FINDING.
          05 RF-FLAG          pic X(01).
          05 filler           pic X(1) value SPACE.
          05 RF-DETAIL        pic X(138).
       01 RPT-NOTE.
          05 RN-TEXT          pic X(60).

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-DEFAULT-FLAG pic X value 'Y'.
             88 V-DEFAULT-RETURN value 'Y'.
          05 W-OVFL-FLAG    pic X value 'N'.
             88 V-OVERFLOW     value 'Y'.
          05 W-FOUND-FLAG   pic X value 'N'.
             88 V-FOUND        value 'Y'.
          05 W-SUPERSEDED-FLAG pic X value 'N'.
             88 V-ANY-SUPERSEDED value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCQAR'
           move spaces to W-RUNDATE
           accept W-RUNDATE from environment 'RUNDATE'
           if W-RUNDATE = spaces
              accept W-RUNDATE from date yyyymmdd
           end-if
      * RUNDATE may be any date in the month to report.
           move W-RUNDATE(1:6) to W-MONTH
           move W-RUNDATE(1:4) to W-YEAR
           move W-RUNDATE(5:2) to W-MON
           if W-MON = 1
              subtract 1 from W-YEAR
              move 12 to W-MON
           else
              subtract 1 from W-MON
           end-if
           move W-YEAR to W-PREV-MONTH(1:4)
           move W-MON  to W-PREV-MONTH(5:2)
           move spaces to W-TEMP-DSN
           accept W-TEMP-DSN from environment 'QARETDD'
           if W-TEMP-DSN not = spaces
              move W-TEMP-DSN to WS-RETFIL-DSN
              move 'N' to W-DEFAULT-FLAG
           end-if

           perform 1000-LOAD-SAMPLES
           perform 2000-LOAD-RESULTS
           perform 3000-APPLY-RETURNS
           perform 4000-WRITE-REPORT

           display W-RET-READ     ' review results returned'
           display W-RET-DISAGREE ' disagreements escalated'
           display W-RET-REJECT   ' return lines rejected'
           goback
           .

      * Every sample issued for the two months, keyed; a sample
      * issued again under the same run (a restarted step) keeps
      * its last image.
       1000-LOAD-SAMPLES section.
           open input SMPFIL
           if SMP-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read SMPFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move SMPLINE to QAS-RECORD
              if QAS-RUNDATE(1:6) >= W-PREV-MONTH
                 and QAS-RUNDATE(1:6) <= W-MONTH
                 perform 1100-ADD-SAMPLE
              end-if
              read SMPFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close SMPFIL
           set V-INIT to true

           if W-SM-COUNT > 1
              sort SM-ENTRY ascending key SM-SAMPKEY SM-SEQ
              move 1 to jx
              perform varying ix from 2 by 1 until ix > W-SM-COUNT
                 if SM-SAMPKEY(ix) not = SM-SAMPKEY(jx)
                    add 1 to jx
                 end-if
                 move SM-ENTRY(ix) to SM-ENTRY(jx)
              end-perform
              move jx to W-SM-COUNT
           end-if
           perform varying ix from 1 by 1 until ix > W-SM-COUNT
              move 'Y' to SM-CURRENT(ix)
              perform varying jx from 1 by 1 until jx > W-DT-COUNT
                 if DT-RUNDATE(jx) = SM-SAMPKEY(ix)(1:8)
                    and DT-RUNID(jx) not = SM-SAMPKEY(ix)(10:8)
                    move 'N' to SM-CURRENT(ix)
                 end-if
              end-perform
           end-perform
           .

       1100-ADD-SAMPLE section.
           if W-SM-COUNT >= W-SM-MAX
              if not V-OVERFLOW
                 set V-OVERFLOW to true
                 move 'SAMPLE TABLE'  to W-ERR-OP
                 move 'OV'            to W-ERR-FS
                 move 'QASAMPLE.HIST' to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 move 4 to return-code
              end-if
              exit section
           end-if
           add 1 to W-SM-COUNT
           add 1 to W-SEQ
           move SMPLINE(1:22)  to SM-SAMPKEY(W-SM-COUNT)
           move W-SEQ          to SM-SEQ(W-SM-COUNT)
           move QAS-KIND       to SM-KIND(W-SM-COUNT)
           move QAS-SITE       to SM-SITE(W-SM-COUNT)
           move SMPLINE        to SM-IMAGE(W-SM-COUNT)
           move 'N' to W-FOUND-FLAG
           perform varying jx from 1 by 1 until jx > W-DT-COUNT
              if DT-RUNDATE(jx) = QAS-RUNDATE
                 move QAS-RUNID to DT-RUNID(jx)
                 set V-FOUND to true
              end-if
           end-perform
           if not V-FOUND and W-DT-COUNT < W-DT-MAX
              add 1 to W-DT-COUNT
              move QAS-RUNDATE to DT-RUNDATE(W-DT-COUNT)
              move QAS-RUNID   to DT-RUNID(W-DT-COUNT)
           end-if
           .

      * Results accepted on earlier runs; a sample reviewed again
      * carries its latest result.
       2000-LOAD-RESULTS section.
           open input RESFIL
           if RES-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read RESFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move RESLINE to QAS-RECORD
              perform 3200-POST-RESULT
              read RESFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close RESFIL
           set V-INIT to true
           .

      * The returned worksheet lines.  A line still blank in the
      * result column has not been reviewed yet and is skipped;
      * anything else must name an issued sample, agree with it
      * and carry a result and a reviewer, or it is rejected.
      * Every disagreement is escalated.
       3000-APPLY-RETURNS section.
           open input RETFIL
           if RET-FS = '35' and V-DEFAULT-RETURN
              display 'no review results returned'
              exit section
           end-if
           if RET-FS not = '00'
              move 'OPEN RETFIL'  to W-ERR-OP
              move WS-RETFIL-DSN  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RET-FS W-ERR-DETAIL
              move 4 to return-code
              exit section
           end-if
           open extend RESFIL
           if RES-FS not = '05' and RES-FS not = '00'
              open output RESFIL
           end-if
           if RES-FS not = '00'
              move 'OPEN RESFIL'   to W-ERR-OP
              move 'QARESULT.HIST' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RES-FS W-ERR-DETAIL
              close RETFIL
              move 4 to return-code
              exit section
           end-if
           set V-INIT to true
           read RETFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              if RETLINE not = SPACES
                 and RETLINE(1:6) not = 'CTLHDR'
                 and RETLINE(1:6) not = 'CTLTRL'
                 move RETLINE to QAS-RECORD
                 if QAS-RESULT = SPACE
                    add 1 to W-RET-OPEN
                 else
                    add 1 to W-RET-READ
                    perform 3100-CHECK-RETURN
                 end-if
              end-if
              read RETFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close RETFIL
           close RESFIL
           set V-INIT to true
           if V-DEFAULT-RETURN
              open output RETFIL
              close RETFIL
           end-if
           .

       3100-CHECK-RETURN section.
           move SPACES to W-REJ-REASON
           search all SM-ENTRY
              at end
                 move 'UNKNOWN SAMPLE' to W-REJ-REASON
              when SM-SAMPKEY(SMX) = RETLINE(1:22)
                 if SM-KIND(SMX) not = QAS-KIND
                    or SM-IMAGE(SMX)(38:6) not = RETLINE(38:6)
                    move 'LINE ALTERED'   to W-REJ-REASON
                 end-if
           end-search
           if W-REJ-REASON = SPACES
              and not QAS-AGREE and not QAS-DISAGREE
              move 'RESULT NOT A/D'   to W-REJ-REASON
           end-if
           if W-REJ-REASON = SPACES and QAS-REVIEWER = SPACES
              move 'NO REVIEWER'      to W-REJ-REASON
           end-if
           if W-REJ-REASON not = SPACES
              move 'QA RETURN'   to W-ERR-OP
              move '71'          to W-ERR-FS
              move SPACES        to W-ERR-DETAIL
              string QAS-RUNDATE ' ' QAS-SAMPLE-NO ' '
                 W-REJ-REASON delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              add 1 to W-RET-REJECT
              move 4 to return-code
              exit section
           end-if

           if QAS-REVIEWED = SPACES
              move W-RUNDATE to QAS-REVIEWED
           end-if
           perform 3200-POST-RESULT
           move SM-IMAGE(SMX) to RESLINE
           write RESLINE
           if QAS-AGREE
              add 1 to W-RET-AGREE
           else
              add 1 to W-RET-DISAGREE
              move 'QA REVIEW'   to W-ERR-OP
              move 'QD'          to W-ERR-FS
              move SPACES        to W-ERR-DETAIL
              string QAS-RUNDATE ' ' QAS-KIND ' #' QAS-SAMPLE-NO
                 ' REC ' QAS-REC-NO ' ' QAS-REVIEWER
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to return-code
           end-if
           .

      * The reviewer's columns go onto the issued sample; what
      * the chain computed stays as it was issued.
       3200-POST-RESULT section.
           search all SM-ENTRY
              at end
                 exit section
              when SM-SAMPKEY(SMX) = QAS-RECORD(1:22)
                 continue
           end-search
           move QAS-RESULT    to W-RES-RESULT
           move QAS-REVIEWER  to W-RES-REVIEWER
           move QAS-REVIEWED  to W-RES-REVIEWED
           move QAS-COMMENT   to W-RES-COMMENT
           move SM-IMAGE(SMX) to QAS-RECORD
           move W-RES-RESULT   to QAS-RESULT
           move W-RES-REVIEWER to QAS-REVIEWER
           move W-RES-REVIEWED to QAS-REVIEWED
           move W-RES-COMMENT  to QAS-COMMENT
           move QAS-RECORD    to SM-IMAGE(SMX)
           .

       4000-WRITE-REPORT section.
           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOCQAR.RPT'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 8 to return-code
              exit section
           end-if
           move W-MONTH to RH-MONTH
           write RPTLINE from RPT-HDG1
           move W-RET-READ      to RR-READ
           move W-RET-AGREE     to RR-AGREE
           move W-RET-DISAGREE  to RR-DISAGREE
           move W-RET-REJECT    to RR-REJECT
           move W-RET-OPEN      to RR-OPEN
           write RPTLINE from RPT-RETURNS
           if V-OVERFLOW
              move '  SAMPLE HISTORY TRUNCATED - TABLE FULL' to RN-TEXT
              write RPTLINE from RPT-NOTE
           end-if

           if W-SM-COUNT > 1
              sort SM-ENTRY ascending key SM-KIND SM-SITE SM-SAMPKEY
           end-if
           perform 4100-WRITE-COVERAGE
           perform 4200-WRITE-FINDINGS
           close RPTFIL
           .

      * Coverage counts the samples of the month's surviving
      * runs: reviewed is agreed plus disagreed, the rest are
      * still outstanding.
       4100-WRITE-COVERAGE section.
           move SPACES to RPTLINE
           write RPTLINE
           move 'SAMPLE COVERAGE' to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-COV-HDG
           move SPACES to W-CUR-KIND W-CUR-SITE
           perform varying ix from 1 by 1 until ix > W-SM-COUNT
              if SM-SAMPKEY(ix)(1:6) = W-MONTH
                 and SM-CURRENT(ix) = 'Y'
                 if SM-KIND(ix) not = W-CUR-KIND
                    or SM-SITE(ix) not = W-CUR-SITE
                    if W-CUR-KIND not = SPACES
                       perform 4150-PRINT-GROUP
                    end-if
                    move SM-KIND(ix) to W-CUR-KIND
                    move SM-SITE(ix) to W-CUR-SITE
                    move SPACES to W-CUR-DATE
                    move ZERO to W-DAYS W-SAMPLED W-REVIEWED
                                 W-AGREED W-DISAGREED
                 end-if
                 if SM-SAMPKEY(ix)(1:8) not = W-CUR-DATE
                    move SM-SAMPKEY(ix)(1:8) to W-CUR-DATE
                    add 1 to W-DAYS
                 end-if
                 add 1 to W-SAMPLED
                 move SM-IMAGE(ix) to QAS-RECORD
                 if QAS-AGREE
                    add 1 to W-REVIEWED W-AGREED
                 end-if
                 if QAS-DISAGREE
                    add 1 to W-REVIEWED W-DISAGREED
                 end-if
              end-if
           end-perform
           if W-CUR-KIND not = SPACES
              perform 4150-PRINT-GROUP
              move 'ALL '            to RC-KIND
              move SPACES            to RC-SITE
              move W-TOT-DAYS        to RC-DAYS
              move W-TOT-SAMPLED     to W-SAMPLED
              move W-TOT-REVIEWED    to W-REVIEWED
              move W-TOT-AGREED      to W-AGREED
              move W-TOT-DISAGREED   to W-DISAGREED
              perform 4160-FORMAT-COUNTS
           else
              move '  NO SAMPLES ISSUED FOR THE MONTH' to RN-TEXT
              write RPTLINE from RPT-NOTE
           end-if
           .

       4150-PRINT-GROUP section.
           move W-CUR-KIND to RC-KIND
           move W-CUR-SITE to RC-SITE
           move W-DAYS     to RC-DAYS
           add W-DAYS      to W-TOT-DAYS
           add W-SAMPLED   to W-TOT-SAMPLED
           add W-REVIEWED  to W-TOT-REVIEWED
           add W-AGREED    to W-TOT-AGREED
           add W-DISAGREED to W-TOT-DISAGREED
           perform 4160-FORMAT-COUNTS
           .

       4160-FORMAT-COUNTS section.
           move W-SAMPLED   to RC-SAMPLED
           move W-REVIEWED  to RC-REVIEWED
           move W-AGREED    to RC-AGREED
           move W-DISAGREED to RC-DISAGREED
           compute RC-OUTSTANDING = W-SAMPLED - W-REVIEWED
           move ZERO to W-PCT
           if W-SAMPLED > ZERO
              compute W-PCT rounded = W-REVIEWED * 100 / W-SAMPLED
           end-if
           move W-PCT to RC-PCT
           write RPTLINE from RPT-COVERAGE
           .

      * Every disagreement on a sample issued in the month, with
      * what the chain computed and what the reviewer said.  A
      * sample of a run later superseded for its date is still a
      * finding and is marked.
       4200-WRITE-FINDINGS section.
           move SPACES to RPTLINE
           write RPTLINE
           move 'FINDINGS - REVIEWER DISAGREEMENTS' to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-FND-HDG
           perform varying ix from 1 by 1 until ix > W-SM-COUNT
              if SM-SAMPKEY(ix)(1:6) = W-MONTH
                 move SM-IMAGE(ix) to QAS-RECORD
                 if QAS-DISAGREE
                    add 1 to W-FINDINGS
                    move SPACE to RF-FLAG
                    if SM-CURRENT(ix) not = 'Y'
                       move '*' to RF-FLAG
                       set V-ANY-SUPERSEDED to true
                    end-if
                    move QAS-RECORD to RF-DETAIL
                    write RPTLINE from RPT-FINDING
                 end-if
              end-if
           end-perform
           if W-FINDINGS = ZERO
              move '  NONE' to RN-TEXT
              write RPTLINE from RPT-NOTE
           end-if
           if V-ANY-SUPERSEDED
              move '* SAMPLE OF A RUN SINCE SUPERSEDED FOR ITS DATE'
                                 to RN-TEXT
              write RPTLINE from RPT-NOTE
           end-if
           .
