       identification division.
       program-id. AOC2RCN.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select SRCFIL assign to W-SRC-DSN
           organization is line sequential
           file status is SRC-FS.

           select STSFIL assign to W-STS-DSN
           organization is line sequential
           file status is STS-FS.

           select RPTFIL assign to 'AOC2RCN.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  SRCFIL.
       01  SRCLINE            pic X(310).
      * AOC2A.EXC detail: record number, report id, reason.
       01  SRC-EXC redefines SRCLINE.
           05  SX-REC-NO      pic X(06).
           05  FILLER         pic X(02).
           05  SX-RPTID       pic X(12).
           05  FILLER         pic X(290).
      * AOC2A.REJ / AOC2B.REJ detail: record number, raw record.
       01  SRC-REJ redefines SRCLINE.
           05  SJ-REC-NO      pic X(06).
           05  FILLER         pic X(304).
      * AOC2B.UNS detail: report id, record number.
       01  SRC-UNS redefines SRCLINE.
           05  SU-RPTID       pic X(12).
           05  FILLER         pic X(01).
           05  SU-REC-NO      pic X(06).
           05  FILLER         pic X(291).

       FD  STSFIL.
       01  STSLINE            pic X(100).

       FD  RPTFIL.
       01  RPTLINE            pic X(100).

       working-storage section.
       01 A-ARB.
          05 SRC-FS           pic XX.
          05 STS-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(6) comp-4 value ZERO.
          05 W-EX-COUNT       pic S9(6) comp-4 value ZERO.
          05 W-EX-MAX         pic S9(6) comp-4 value 20000.
          05 W-RJ-COUNT       pic S9(6) comp-4 value ZERO.
          05 W-RJ-MAX         pic S9(6) comp-4 value 5000.
          05 W-LINE-COUNT     pic S9(8) comp-4 value ZERO.
          05 W-VIOL-COUNT     pic S9(8) comp-4 value ZERO.
          05 W-RPT-CTL-CNT    pic S9(8) comp-4 value ZERO.
          05 W-REC-NO         pic S9(6) comp-4 value ZERO.
          05 W-A-READ         pic S9(8) comp-4 value ZERO.
          05 W-A-REJ          pic S9(8) comp-4 value ZERO.
          05 W-A-UNSAFE       pic S9(8) comp-4 value ZERO.
          05 W-A-SAFE         pic S9(8) comp-4 value ZERO.
          05 W-B-READ         pic S9(8) comp-4 value ZERO.
          05 W-B-REJ          pic S9(8) comp-4 value ZERO.
          05 W-B-UNSAFE       pic S9(8) comp-4 value ZERO.
          05 W-B-SAFE         pic S9(8) comp-4 value ZERO.
          05 W-SRC-DSN        pic X(64).
          05 W-KEY            pic X(12).
          05 W-REC-DISP       pic 9(06).
          05 W-CNT-DISP       pic ZZZZZZZ9.
          05 W-ERR-PROGRAM    pic X(8)  value 'AOC2RCN'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).
          05 W-STS-PHASE      pic X(05).
          05 W-STS-READ       pic S9(8) comp-4 value ZERO.
          05 W-STS-REJ        pic S9(8) comp-4 value ZERO.
          05 W-STS-DISP       pic X(08).
          05 W-STS-SAVED-RC   pic S9(4) comp-4 value ZERO.
      * Compile stamp and version tag for the START status record;
      * raise the tag with every change put into production.
          05 W-STS-VERSION.
             10 W-STS-COMPILED pic X(14).
             10 W-STS-TAG      pic X(08) value '01.00'.
          05 W-CHAIN-RST-ENV  pic X(08).
          05 W-DONE-FLAG      pic X(01).
          05 W-PREFLT-ENV     pic X(08).
          05 W-STS-DSN        pic X(64) value 'STATUS.DAT'.

       01 CONTROL-AREA.
          05 W-RUNDATE        pic X(08).
          05 W-RUNID          pic X(08).
          COPY CTLREC.

       COPY STSREC.

      * AOC2A's unsafe reports, keyed by report id where the feed
      * names one and by record number ('#' and six digits) where
      * it does not; sorted once so each AOC2B unsafe report is
      * looked up directly.
       01 FILLER.
          05 EX-ENTRY occurs 1 to 20000 times
                      depending on W-EX-COUNT
                      ascending key EX-KEY
                      indexed by EXX.
             10 EX-KEY        pic X(12).
             10 EX-REC-NO     pic 9(06).

      * AOC2A's rejected record numbers, ascending as written.
       01 FILLER.
          05 RJ-ENTRY occurs 1 to 5000 times
                      depending on W-RJ-COUNT
                      ascending key RJ-REC-NO
                      indexed by RJX.
             10 RJ-REC-NO     pic 9(06).
             10 RJ-MATCH-FLAG pic X(01).
                88 RJ-MATCHED    value 'Y'.

       01 RPT-HDG1.
          05 filler           pic X(34) value
             'AOC2A / AOC2B RECONCILIATION     '.
          05 RH-RUNDATE       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RH-RUNID         pic X(08).
       01 RPT-SECTION.
          05 RS-TITLE         pic X(60).
       01 RPT-CNT-HDG.
          05 filler           pic X(50) value
             'PROGRAM        READ  REJECTED    UNSAFE      SAFE'.
       01 RPT-COUNTS.
          05 RC-PROGRAM       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RC-READ          pic ZZZZZZZ9.
          05 filler           pic X(2) value SPACES.
          05 RC-REJ           pic ZZZZZZZ9.
          05 filler           pic X(2) value SPACES.
          05 RC-UNSAFE        pic ZZZZZZZ9.
          05 filler           pic X(2) value SPACES.
          05 RC-SAFE          pic ZZZZZZZ9.
       01 RPT-VIOL-HDG.
          05 filler           pic X(60) value
             'RULE                                      RECORD  REPORT'.
       01 RPT-VIOL.
          05 RV-RULE          pic X(40).
          05 filler           pic X(2) value SPACES.
          05 RV-REC-NO        pic ZZZZZ9 blank when zero.
          05 filler           pic X(2) value SPACES.
          05 RV-RPTID         pic X(12).
       01 RPT-TOTAL.
          05 filler           pic X(12) value 'VIOLATIONS  '.
          05 RT-COUNT         pic ZZZZZZZ9.
          05 filler           pic X(10) value '  RESULT  '.
          05 RT-RESULT        pic X(12).
       01 RPT-NOTE.
          05 RN-TEXT          pic X(60).

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-SRC-FLAG     pic X value 'N'.
             88 V-SRC-OPEN     value 'Y'.
          05 W-A-END-FLAG   pic X value 'N'.
             88 V-A-ENDED      value 'Y'.
          05 W-B-END-FLAG   pic X value 'N'.
             88 V-B-ENDED      value 'Y'.
          05 W-EX-OVF-FLAG  pic X value 'N'.
             88 V-EX-OVERFLOW  value 'Y'.
          05 W-RJ-OVF-FLAG  pic X value 'N'.
             88 V-RJ-OVERFLOW  value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOC2RCN'
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
                 display 'AOC2RCN ALREADY COMPLETE - STEP SKIPPED'
                 goback
              end-if
           end-if
      * A pre-flight run (AOCPRFL) keeps its step records on the
      * pre-flight status file; the counts are read from there.
           move spaces to W-PREFLT-ENV
           accept W-PREFLT-ENV from environment 'AOCPREFLIGHT'
           if W-PREFLT-ENV(1:1) = 'Y'
              move 'STATUS.PRF' to W-STS-DSN
           end-if
           move function when-compiled to W-STS-COMPILED
           move 'START' to W-STS-PHASE
           move ZERO    to W-STS-READ W-STS-REJ
           move 'RUNNING' to W-STS-DISP
           call 'STSWRT' using W-ERR-PROGRAM W-STS-PHASE
                               W-STS-READ W-STS-REJ
                               W-STS-DISP W-STS-VERSION

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOC2RCN.RPT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 8 to return-code
              perform 9900-WRITE-END-STATUS
              goback
           end-if
           move 'CTLHDR'   to CTL-HDR-ID
           move W-ERR-PROGRAM to CTL-HDR-PROGRAM
           move W-RUNDATE  to CTL-HDR-RUNDATE
           move W-RUNID    to CTL-HDR-RUNID
           write RPTLINE from CTL-HEADER
           move W-RUNDATE  to RH-RUNDATE
           move W-RUNID    to RH-RUNID
           write RPTLINE from RPT-HDG1
           add 1 to W-RPT-CTL-CNT
           move 'VIOLATIONS' to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-VIOL-HDG
           add 2 to W-RPT-CTL-CNT

           move spaces to RV-RULE RV-RPTID
           move ZERO   to RV-REC-NO
           perform 1000-READ-STATUS
           perform 2000-LOAD-EXCEPTIONS
           perform 3000-CHECK-REJECTS
           perform 4000-CHECK-UNSAFE
           perform 5000-CHECK-COUNTS
           perform 6000-WRITE-TOTALS

           move 'CTLTRL'       to CTL-TRL-ID
           move W-RPT-CTL-CNT  to CTL-TRL-COUNT
           move ZERO           to CTL-TRL-HASH
           write RPTLINE from CTL-TRAILER
           close RPTFIL

           if W-VIOL-COUNT > ZERO
              move 'RECONCILE'  to W-ERR-OP
              move 'RX'         to W-ERR-FS
              move SPACES       to W-ERR-DETAIL
              move W-VIOL-COUNT to W-CNT-DISP
              string 'AOC2A/AOC2B ' W-CNT-DISP ' VIOLATIONS'
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to return-code
              display 'AOC2A/AOC2B RECONCILIATION MISMATCH'
           else
              display 'AOC2A/AOC2B RECONCILIATION OK'
           end-if
           perform 9900-WRITE-END-STATUS
           goback
           .

      * Records read and rejected as each step reported them on
      * its END status record under this run; a rerun's later
      * END supersedes the earlier one.
       1000-READ-STATUS section.
           open input STSFIL
           if STS-FS not = '00'
              move 'OPEN STSFIL' to W-ERR-OP
              move W-STS-DSN     to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  STS-FS W-ERR-DETAIL
              move 4 to return-code
              exit section
           end-if
           set V-INIT to true
           read STSFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move STSLINE to STS-RECORD
              if STS-RUNID = W-RUNID and STS-PHASE = 'END'
                 evaluate STS-PROGRAM
                 when 'AOC2A'
                    set V-A-ENDED to true
                    move STS-READ-COUNT to W-A-READ
                    move STS-REJ-COUNT  to W-A-REJ
                 when 'AOC2B'
                    set V-B-ENDED to true
                    move STS-READ-COUNT to W-B-READ
                    move STS-REJ-COUNT  to W-B-REJ
                 when other
                    continue
                 end-evaluate
              end-if
              read STSFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close STSFIL
           set V-INIT to true
           if not V-A-ENDED
              move 'NO AOC2A END STATUS FOR THIS RUN' to RV-RULE
              perform 8000-NOTE-VIOLATION
           end-if
           if not V-B-ENDED
              move 'NO AOC2B END STATUS FOR THIS RUN' to RV-RULE
              perform 8000-NOTE-VIOLATION
           end-if
           .

       2000-LOAD-EXCEPTIONS section.
           move 'AOC2A.EXC' to W-SRC-DSN
           perform 7000-OPEN-SOURCE
           perform until V-INPUT-EOF
              if W-EX-COUNT >= W-EX-MAX
                 if not V-EX-OVERFLOW
                    set V-EX-OVERFLOW to true
                    move 'EXC TABLE'  to W-ERR-OP
                    move 'OV'         to W-ERR-FS
                    move 'AOC2A.EXC'  to W-ERR-DETAIL
                    call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                        W-ERR-FS W-ERR-DETAIL
                    move 'AOC2A.EXC TOO LARGE TO CHECK' to RV-RULE
                    perform 8000-NOTE-VIOLATION
                 end-if
              else
                 add 1 to W-EX-COUNT
                 compute W-REC-NO = numval(SX-REC-NO)
                 move W-REC-NO to EX-REC-NO(W-EX-COUNT)
                 if SX-RPTID not = spaces
                    move SX-RPTID to EX-KEY(W-EX-COUNT)
                 else
                    move W-REC-NO to W-REC-DISP
                    move spaces   to EX-KEY(W-EX-COUNT)
                    string '#' W-REC-DISP delimited by size
                       into EX-KEY(W-EX-COUNT)
                    end-string
                 end-if
              end-if
              perform 7100-READ-SOURCE
           end-perform
           move W-LINE-COUNT to W-A-UNSAFE
           perform 7200-CLOSE-SOURCE
           if W-EX-COUNT > 1
              sort EX-ENTRY ascending key EX-KEY
           end-if
           .

      * Both steps apply the same acceptance rule to the same
      * feed, so they must reject exactly the same records.
       3000-CHECK-REJECTS section.
           move 'AOC2A.REJ' to W-SRC-DSN
           perform 7000-OPEN-SOURCE
           perform until V-INPUT-EOF
              if W-RJ-COUNT >= W-RJ-MAX
                 if not V-RJ-OVERFLOW
                    set V-RJ-OVERFLOW to true
                    move 'REJ TABLE'  to W-ERR-OP
                    move 'OV'         to W-ERR-FS
                    move 'AOC2A.REJ'  to W-ERR-DETAIL
                    call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                        W-ERR-FS W-ERR-DETAIL
                    move 'AOC2A.REJ TOO LARGE TO CHECK' to RV-RULE
                    perform 8000-NOTE-VIOLATION
                 end-if
              else
                 add 1 to W-RJ-COUNT
                 compute RJ-REC-NO(W-RJ-COUNT) = numval(SJ-REC-NO)
                 move 'N' to RJ-MATCH-FLAG(W-RJ-COUNT)
              end-if
              perform 7100-READ-SOURCE
           end-perform
           perform 7200-CLOSE-SOURCE

           move 'AOC2B.REJ' to W-SRC-DSN
           perform 7000-OPEN-SOURCE
           perform until V-INPUT-EOF
              compute W-REC-NO = numval(SJ-REC-NO)
              set RJX to 1
              search all RJ-ENTRY
                 at end
                    move 'REJECTED BY AOC2B BUT NOT BY AOC2A'
                      to RV-RULE
                    move W-REC-NO to RV-REC-NO
                    perform 8000-NOTE-VIOLATION
                 when RJ-REC-NO(RJX) = W-REC-NO
                    set RJ-MATCHED(RJX) to true
              end-search
              perform 7100-READ-SOURCE
           end-perform
           perform 7200-CLOSE-SOURCE
           perform varying ix from 1 by 1 until ix > W-RJ-COUNT
              if not RJ-MATCHED(ix)
                 move 'REJECTED BY AOC2A BUT NOT BY AOC2B'
                   to RV-RULE
                 move RJ-REC-NO(ix) to RV-REC-NO
                 perform 8000-NOTE-VIOLATION
              end-if
           end-perform
           .

      * The dampener can only rescue a report, never condemn one:
      * every report AOC2B leaves unsafe must already be on
      * AOC2A's exception listing, i.e. nothing AOC2A called safe
      * may be unsafe in AOC2B.
       4000-CHECK-UNSAFE section.
           move 'AOC2B.UNS' to W-SRC-DSN
           perform 7000-OPEN-SOURCE
           perform until V-INPUT-EOF
              compute W-REC-NO = numval(SU-REC-NO)
              move W-REC-NO to W-REC-DISP
              if SU-RPTID not = spaces
                 move SU-RPTID to W-KEY
              else
                 move spaces to W-KEY
                 string '#' W-REC-DISP delimited by size into W-KEY
                 end-string
              end-if
              if W-EX-COUNT = ZERO
                 perform 4100-NOTE-UNMATCHED
              else
                 set EXX to 1
                 search all EX-ENTRY
                    at end
                       perform 4100-NOTE-UNMATCHED
                    when EX-KEY(EXX) = W-KEY
                       continue
                 end-search
              end-if
              perform 7100-READ-SOURCE
           end-perform
           move W-LINE-COUNT to W-B-UNSAFE
           perform 7200-CLOSE-SOURCE
           .

       4100-NOTE-UNMATCHED section.
           move 'SAFE IN AOC2A BUT UNSAFE IN AOC2B' to RV-RULE
           move W-REC-NO   to RV-REC-NO
           move SU-RPTID   to RV-RPTID
           perform 8000-NOTE-VIOLATION
           .

      * Both steps must have read the same data records, and the
      * dampened safe count can never fall below the strict one.
       5000-CHECK-COUNTS section.
           compute W-A-SAFE = W-A-READ - W-A-REJ - W-A-UNSAFE
           compute W-B-SAFE = W-B-READ - W-B-REJ - W-B-UNSAFE
           if V-A-ENDED and V-B-ENDED
              if W-A-READ not = W-B-READ
                 move 'RECORDS READ DIFFER' to RV-RULE
                 perform 8000-NOTE-VIOLATION
              end-if
              if W-A-REJ not = W-B-REJ
                 move 'RECORDS REJECTED DIFFER' to RV-RULE
                 perform 8000-NOTE-VIOLATION
              end-if
              if W-B-SAFE < W-A-SAFE
                 move 'AOC2B SAFE COUNT BELOW AOC2A' to RV-RULE
                 perform 8000-NOTE-VIOLATION
              end-if
           end-if
           .

       6000-WRITE-TOTALS section.
           if W-VIOL-COUNT = ZERO
              move '  NONE' to RN-TEXT
              write RPTLINE from RPT-NOTE
              add 1 to W-RPT-CTL-CNT
           end-if
           move 'COUNTS' to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-CNT-HDG
           move 'AOC2A'    to RC-PROGRAM
           move W-A-READ   to RC-READ
           move W-A-REJ    to RC-REJ
           move W-A-UNSAFE to RC-UNSAFE
           move W-A-SAFE   to RC-SAFE
           write RPTLINE from RPT-COUNTS
           move 'AOC2B'    to RC-PROGRAM
           move W-B-READ   to RC-READ
           move W-B-REJ    to RC-REJ
           move W-B-UNSAFE to RC-UNSAFE
           move W-B-SAFE   to RC-SAFE
           write RPTLINE from RPT-COUNTS
           move W-VIOL-COUNT to RT-COUNT
           if W-VIOL-COUNT = ZERO
              move 'CONSISTENT' to RT-RESULT
           else
              move 'BROKEN'     to RT-RESULT
           end-if
           write RPTLINE from RPT-TOTAL
           add 5 to W-RPT-CTL-CNT
           .

      * Each listing is checked before it is used: it must carry
      * this run's control header and a trailer whose count
      * agrees with the detail lines between them.  A listing
      * that fails is itself a violation and is read no further.
       7000-OPEN-SOURCE section.
           move ZERO to W-LINE-COUNT
           move 'N'  to W-SRC-FLAG
           set V-INPUT-EOF to true
           open input SRCFIL
           if SRC-FS not = '00'
              move 'OPEN SRCFIL' to W-ERR-OP
              move W-SRC-DSN     to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  SRC-FS W-ERR-DETAIL
              move spaces to RV-RULE
              string function trim(W-SRC-DSN) ' NOT AVAILABLE'
                 delimited by size into RV-RULE
              end-string
              perform 8000-NOTE-VIOLATION
              exit section
           end-if
           set V-SRC-OPEN to true
           set V-INIT to true
           read SRCFIL at end set V-INPUT-EOF to true end-read
           if V-INPUT-EOF or SRCLINE(1:6) not = 'CTLHDR'
              move spaces to RV-RULE
              string function trim(W-SRC-DSN) ' HAS NO CONTROL HEADER'
                 delimited by size into RV-RULE
              end-string
              perform 8000-NOTE-VIOLATION
              set V-INPUT-EOF to true
              exit section
           end-if
           move SRCLINE(1:30) to CTL-HEADER
           if CTL-HDR-RUNID not = W-RUNID
              move spaces to RV-RULE
              string function trim(W-SRC-DSN) ' IS FROM RUN '
                 CTL-HDR-RUNID
                 delimited by size into RV-RULE
              end-string
              perform 8000-NOTE-VIOLATION
              set V-INPUT-EOF to true
              exit section
           end-if
           perform 7100-READ-SOURCE
           .

       7100-READ-SOURCE section.
           read SRCFIL
              at end
                 set V-INPUT-EOF to true
                 move spaces to RV-RULE
                 string function trim(W-SRC-DSN) ' HAS NO TRAILER'
                    delimited by size into RV-RULE
                 end-string
                 perform 8000-NOTE-VIOLATION
                 exit section
           end-read
           if SRCLINE(1:6) = 'CTLTRL'
              set V-INPUT-EOF to true
              move SRCLINE(1:29) to CTL-TRAILER
              if CTL-TRL-COUNT not = W-LINE-COUNT
                 move spaces to RV-RULE
                 string function trim(W-SRC-DSN)
                    ' TRAILER COUNT DISAGREES'
                    delimited by size into RV-RULE
                 end-string
                 perform 8000-NOTE-VIOLATION
              end-if
           else
              add 1 to W-LINE-COUNT
           end-if
           .

       7200-CLOSE-SOURCE section.
           if V-SRC-OPEN
              close SRCFIL
              move 'N' to W-SRC-FLAG
           end-if
           set V-INIT to true
           .

       8000-NOTE-VIOLATION section.
           add 1 to W-VIOL-COUNT
           write RPTLINE from RPT-VIOL
           add 1 to W-RPT-CTL-CNT
           move spaces to RV-RULE RV-RPTID
           move ZERO   to RV-REC-NO
           .

      * Final status record for the scheduler: counts read and
      * rejected plus a disposition derived from the condition
      * code this step is ending with.
       9900-WRITE-END-STATUS section.
           move 'END'   to W-STS-PHASE
           move ZERO to W-STS-READ
           move ZERO to W-STS-REJ
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
