       identification division.
       program-id. AOCRUNQ.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select SRCFIL assign to W-SRC-DSN
           organization is line sequential
           file status is SRC-FS.

           select RPTFIL assign to 'AOCRUNQ.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
      * Every dataset the dossier draws on is read through this
      * one file in turn; each section maps the line itself.
       FD  SRCFIL.
       01  SRCLINE            pic X(120).

       FD  RPTFIL.
       01  RPTLINE            pic X(120).

       working-storage section.
       01 A-ARB.
          05 SRC-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(4) comp-4 value ZERO.
          05 JX               pic S9(4) comp-4 value ZERO.
          05 RX               pic S9(4) comp-4 value ZERO.
          05 W-RUN-COUNT      pic S9(4) comp-4 value ZERO.
          05 W-MAX-RUNS       pic S9(4) comp-4 value 20.
          05 W-LISTED         pic S9(6) comp-4 value ZERO.
          05 W-MISSING        pic S9(4) comp-4 value ZERO.
          05 W-PTR            pic S9(4) comp-4 value ZERO.
          05 W-TOKEN          pic X(08).
          05 W-RUNID-LIST     pic X(200).
          05 W-RUNDATE-ENV    pic X(08).
          05 W-RUNDATE        pic X(08).
          05 W-RUNID          pic X(08).
          05 W-LAST-RUNID     pic X(08).
          05 W-SRC-DSN        pic X(64).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCRUNQ'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).

       COPY RUNREC.
       COPY STSREC.

      * The runs asked about, with the run-control entry each was
      * found under and where it was found.
       01 FILLER.
          05 RQ-ENTRY occurs 20 times.
             10 RQ-RUNID      pic X(08).
             10 RQ-SOURCE     pic X(12).
             10 RQ-RUNLINE    pic X(58).

      * The live dataset and, where housekeeping rolls it off, its
      * history: history first so entries come out oldest first.
       01 FILLER.
          05 SOURCE-NAMES.
             10 filler        pic X(16) value 'RUNCTL.HIST'.
             10 filler        pic X(16) value 'RUNCTL.DAT'.
             10 filler        pic X(16) value 'STATUS.HIST'.
             10 filler        pic X(16) value 'STATUS.DAT'.
             10 filler        pic X(16) value 'SCORECARD.HIST'.
             10 filler        pic X(16) value 'SCORECARD.CSV'.
          05 FILLER redefines SOURCE-NAMES.
             10 SRC-NAME occurs 6 times pic X(16).

       01 ERRLOG-LINE.
          05 EG-PROGRAM       pic X(08).
          05 filler           pic X(01).
          05 EG-OPERATION     pic X(12).
          05 filler           pic X(04).
          05 EG-FS            pic X(02).
          05 filler           pic X(01).
          05 EG-MSG           pic X(30).
          05 filler           pic X(01).
          05 EG-DETAIL        pic X(40).
          05 filler           pic X(01).
          05 EG-RUNID         pic X(08).
          05 filler           pic X(01).
          05 EG-SEV           pic X(01).
          05 filler           pic X(01).
          05 EG-CAT           pic X(08).
       01 OVERRIDE-LINE.
          05 OG-RUNID         pic X(08).
          05 filler           pic X(01).
          05 OG-ACTION        pic X(08).
          05 filler           pic X(01).
          05 OG-SUPV          pic X(08).
          05 filler           pic X(01).
          05 OG-REASON        pic X(20).
       01 GATERC-LINE.
          05 GG-CC            pic X(04).
          05 filler           pic X(01).
          05 GG-OVR           pic X(01).
          05 filler           pic X(01).
          05 GG-SUPV          pic X(08).
       01 SCORE-LINE.
          05 SG-RUNDATE       pic X(08).
          05 filler           pic X(01).
          05 SG-PROGRAM       pic X(08).
          05 filler           pic X(01).
          05 SG-METRIC        pic X(20).
          05 filler           pic X(01).
          05 SG-VALUE         pic X(16).
          05 filler           pic X(01).
          05 SG-RUNID         pic X(08).
          05 filler           pic X(01).
          05 SG-ROW-TYPE      pic X(01).
          05 filler           pic X(01).
          05 SG-REASON        pic X(12).
       01 ARCHIVE-LINE.
          05 AG-SOURCE        pic X(12).
          05 filler           pic X(01).
          05 AG-RUNDATE       pic X(08).
          05 filler           pic X(01).
          05 AG-VERSION       pic X(02).
          05 filler           pic X(01).
          05 AG-COUNT         pic X(08).
          05 filler           pic X(01).
          05 AG-DSN           pic X(40).
       01 TRANSMIT-LINE.
          05 TG-RUNDATE       pic X(08).
          05 filler           pic X(01).
          05 TG-RUNID         pic X(08).
          05 filler           pic X(01).
          05 TG-RECIP         pic X(08).
          05 filler           pic X(01).
          05 TG-REPORT        pic X(12).
          05 filler           pic X(01).
          05 TG-COUNT         pic X(08).
          05 filler           pic X(01).
          05 TG-STATUS        pic X(08).
          05 filler           pic X(01).
          05 TG-TIMESTAMP     pic X(14).

       01 RPT-HDG1.
          05 filler           pic X(20) value 'RUN DOSSIER         '.
          05 RH-RUNID         pic X(08).
       01 RPT-SECTION.
          05 RS-TITLE         pic X(60).
       01 RPT-TEXT.
          05 filler           pic X(2) value SPACES.
          05 RT-LABEL         pic X(20).
          05 RT-VALUE         pic X(70).
       01 RPT-STEP-HDG.
          05 filler           pic X(40) value
             '  PROGRAM  PHASE TIMESTAMP          READ'.
          05 filler           pic X(55) value
             ' REJECTED DISP     VERSION  COMPILED       SOURCE'.
       01 RPT-STEP.
          05 filler           pic X(2) value SPACES.
          05 RP-PROGRAM       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RP-PHASE         pic X(05).
          05 filler           pic X(1) value SPACE.
          05 RP-TIMESTAMP     pic X(14).
          05 filler           pic X(1) value SPACE.
          05 RP-READ          pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RP-REJ           pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RP-DISP          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RP-VERSION       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RP-COMPILED      pic X(14).
          05 filler           pic X(1) value SPACE.
          05 RP-SOURCE        pic X(12).
       01 RPT-ERROR.
          05 filler           pic X(2) value SPACES.
          05 RE-PROGRAM       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RE-OPERATION     pic X(12).
          05 filler           pic X(1) value SPACE.
          05 RE-FS            pic X(02).
          05 filler           pic X(1) value SPACE.
          05 RE-SEV           pic X(01).
          05 filler           pic X(1) value SPACE.
          05 RE-MSG           pic X(30).
          05 filler           pic X(1) value SPACE.
          05 RE-DETAIL        pic X(40).
       01 RPT-SCORE.
          05 filler           pic X(2) value SPACES.
          05 RC-PROGRAM       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RC-METRIC        pic X(20).
          05 filler           pic X(1) value SPACE.
          05 RC-VALUE         pic X(16).
          05 filler           pic X(1) value SPACE.
          05 RC-ROW-TYPE      pic X(01).
          05 filler           pic X(1) value SPACE.
          05 RC-REASON        pic X(12).
       01 RPT-ARCHIVE.
          05 filler           pic X(2) value SPACES.
          05 RA-SOURCE        pic X(12).
          05 filler           pic X(3) value ' V'.
          05 RA-VERSION       pic X(02).
          05 filler           pic X(1) value SPACE.
          05 RA-COUNT         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RA-DSN           pic X(40).
       01 RPT-TRANSMIT.
          05 filler           pic X(2) value SPACES.
          05 RX-RECIP         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RX-REPORT        pic X(12).
          05 filler           pic X(1) value SPACE.
          05 RX-COUNT         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RX-STATUS        pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RX-TIMESTAMP     pic X(14).
       01 RPT-OVERRIDE.
          05 filler           pic X(2) value SPACES.
          05 filler           pic X(9) value 'OVERRIDE '.
          05 RO-ACTION        pic X(08).
          05 filler           pic X(4) value ' BY '.
          05 RO-SUPV          pic X(08).
          05 filler           pic X(8) value ' REASON '.
          05 RO-REASON        pic X(20).
       01 RPT-NONE.
          05 filler           pic X(8) value '  NONE'.

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-FOUND-FLAG   pic X value 'N'.
             88 V-FOUND        value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCRUNQ'
      * One or more run ids, separated by spaces or commas, or a
      * run date for every run registered under it.
           move spaces to W-RUNID-LIST
           accept W-RUNID-LIST from environment 'AOCRUNQ_RUNID'
           move spaces to W-RUNDATE-ENV
           accept W-RUNDATE-ENV from environment 'AOCRUNQ_RUNDATE'
           if W-RUNID-LIST = spaces
              and (W-RUNDATE-ENV = spaces
                   or W-RUNDATE-ENV is not numeric)
              move 'RUNID PARM'  to W-ERR-OP
              move '71'          to W-ERR-FS
              move 'AOCRUNQ_RUNID/RUNDATE MISSING OR INVALID'
                                 to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if
           if W-RUNID-LIST not = spaces
              perform 1000-PARSE-RUNIDS
           end-if

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOCRUNQ.RPT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if

           perform 2000-FIND-RUNS
           if W-RUN-COUNT = ZERO
              move 'NO RUNS REGISTERED FOR RUNDATE' to RS-TITLE
              write RPTLINE from RPT-SECTION
              display 'NO RUNS FOR ' W-RUNDATE-ENV
              move 4 to return-code
           end-if
           perform varying rx from 1 by 1 until rx > W-RUN-COUNT
              perform 3000-WRITE-DOSSIER
           end-perform
           close RPTFIL

           display W-RUN-COUNT ' runs reported, ' W-MISSING
                   ' not on run control'
           if W-MISSING > ZERO
              move 4 to return-code
           end-if
           goback
           .

       1000-PARSE-RUNIDS section.
           move 1 to W-PTR
           perform until W-PTR > length of W-RUNID-LIST
                      or W-RUN-COUNT >= W-MAX-RUNS
              move spaces to W-TOKEN
              unstring W-RUNID-LIST delimited by all ' ' or ','
                 into W-TOKEN
                 with pointer W-PTR
              end-unstring
              if W-TOKEN not = spaces
                 add 1 to W-RUN-COUNT
                 move W-TOKEN to RQ-RUNID(W-RUN-COUNT)
                 move spaces  to RQ-SOURCE(W-RUN-COUNT)
                 move spaces  to RQ-RUNLINE(W-RUN-COUNT)
              end-if
           end-perform
           .

      * Run control, history first.  Asked by id, each entry found
      * is attached to its request; asked by date, every run
      * registered under the date is taken in run order.  The last
      * id on the live file is the run GATERC.DAT belongs to.
       2000-FIND-RUNS section.
           move spaces to W-LAST-RUNID
           perform varying jx from 1 by 1 until jx > 2
              move SRC-NAME(jx) to W-SRC-DSN
              open input SRCFIL
              if SRC-FS = '00'
                 set V-INIT to true
                 read SRCFIL at end set V-INPUT-EOF to true end-read
                 perform until V-INPUT-EOF
                    move SRCLINE to RUN-RECORD
                    if jx = 2
                       move RUN-ID to W-LAST-RUNID
                    end-if
                    perform 2100-MATCH-RUN
                    read SRCFIL at end set V-INPUT-EOF to true end-read
                 end-perform
                 close SRCFIL
              end-if
           end-perform
           set V-INIT to true
           .

       2100-MATCH-RUN section.
           perform varying ix from 1 by 1 until ix > W-RUN-COUNT
              if RQ-RUNID(ix) = RUN-ID
                 move SRC-NAME(jx) to RQ-SOURCE(ix)
                 move RUN-RECORD   to RQ-RUNLINE(ix)
                 exit section
              end-if
           end-perform
           if W-RUNID-LIST = spaces
              and RUN-RUNDATE = W-RUNDATE-ENV
              and W-RUN-COUNT < W-MAX-RUNS
              add 1 to W-RUN-COUNT
              move RUN-ID       to RQ-RUNID(W-RUN-COUNT)
              move SRC-NAME(jx) to RQ-SOURCE(W-RUN-COUNT)
              move RUN-RECORD   to RQ-RUNLINE(W-RUN-COUNT)
           end-if
           .

       3000-WRITE-DOSSIER section.
           move RQ-RUNID(rx) to W-RUNID
           move RQ-RUNID(rx) to RH-RUNID
           move spaces to RPTLINE
           write RPTLINE
           write RPTLINE from RPT-HDG1
           move spaces to W-RUNDATE
           perform 3100-REGISTRATION
           perform 3200-STEPS
           perform 3300-ERRORS
           perform 3400-GATE
           perform 3500-SCORECARD
           perform 3600-ARCHIVE
           perform 3700-TRANSMISSIONS
           .

       3100-REGISTRATION section.
           move 'REGISTRATION' to RS-TITLE
           write RPTLINE from RPT-SECTION
           if RQ-SOURCE(rx) = spaces
              add 1 to W-MISSING
              move 'NOT ON RUNCTL.DAT OR RUNCTL.HIST' to RS-TITLE
              write RPTLINE from RPT-SECTION
              exit section
           end-if
           move RQ-RUNLINE(rx) to RUN-RECORD
           move RUN-RUNDATE to W-RUNDATE
           move 'RUN DATE'      to RT-LABEL
           move RUN-RUNDATE     to RT-VALUE
           write RPTLINE from RPT-TEXT
           move 'CYCLE'         to RT-LABEL
           move RUN-CYCLE       to RT-VALUE
           if RUN-CYCLE = spaces
              move '01'         to RT-VALUE
           end-if
           write RPTLINE from RPT-TEXT
           move 'REGISTERED'    to RT-LABEL
           move RUN-START-TS    to RT-VALUE
           write RPTLINE from RPT-TEXT
           move 'CLOSED'        to RT-LABEL
           move RUN-END-TS      to RT-VALUE
           write RPTLINE from RPT-TEXT
           move 'RUN STATUS'    to RT-LABEL
           move RUN-STATUS      to RT-VALUE
           write RPTLINE from RPT-TEXT
           move 'CONDITION CODE' to RT-LABEL
           move RUN-COND-CODE   to RT-VALUE
           write RPTLINE from RPT-TEXT
           move 'FOUND ON'      to RT-LABEL
           move RQ-SOURCE(rx)   to RT-VALUE
           write RPTLINE from RPT-TEXT
           .

      * Status records carry the run id from the extension on;
      * older records cannot be tied to a run and are not shown.
      * START records name the load module that ran the step.
       3200-STEPS section.
           move 'STEPS' to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-STEP-HDG
           move ZERO to W-LISTED
           perform varying jx from 3 by 1 until jx > 4
              move SRC-NAME(jx) to W-SRC-DSN
              open input SRCFIL
              if SRC-FS = '00'
                 set V-INIT to true
                 read SRCFIL at end set V-INPUT-EOF to true end-read
                 perform until V-INPUT-EOF
                    move SRCLINE to STS-RECORD
                    if STS-RUNID = W-RUNID
                       add 1 to W-LISTED
                       if W-RUNDATE = spaces
                          move STS-RUNDATE to W-RUNDATE
                       end-if
                       move STS-PROGRAM     to RP-PROGRAM
                       move STS-PHASE       to RP-PHASE
                       move STS-TIMESTAMP   to RP-TIMESTAMP
                       move STS-READ-COUNT  to RP-READ
                       move STS-REJ-COUNT   to RP-REJ
                       move STS-DISPOSITION to RP-DISP
                       move STS-VERSION     to RP-VERSION
                       move STS-COMPILED    to RP-COMPILED
                       move SRC-NAME(jx)    to RP-SOURCE
                       write RPTLINE from RPT-STEP
                    end-if
                    read SRCFIL at end set V-INPUT-EOF to true end-read
                 end-perform
                 close SRCFIL
              end-if
           end-perform
           set V-INIT to true
           if W-LISTED = ZERO
              write RPTLINE from RPT-NONE
           end-if
           .

       3300-ERRORS section.
           move 'ERRORS RAISED' to RS-TITLE
           write RPTLINE from RPT-SECTION
           move ZERO to W-LISTED
           move 'ERRLOG.TXT' to W-SRC-DSN
           open input SRCFIL
           if SRC-FS = '00'
              set V-INIT to true
              read SRCFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move SRCLINE to ERRLOG-LINE
                 if EG-RUNID = W-RUNID
                    add 1 to W-LISTED
                    move EG-PROGRAM   to RE-PROGRAM
                    move EG-OPERATION to RE-OPERATION
                    move EG-FS        to RE-FS
                    move EG-SEV       to RE-SEV
                    move EG-MSG       to RE-MSG
                    move EG-DETAIL    to RE-DETAIL
                    write RPTLINE from RPT-ERROR
                 end-if
                 read SRCFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close SRCFIL
              set V-INIT to true
           end-if
           if W-LISTED = ZERO
              write RPTLINE from RPT-NONE
           end-if
           .

      * The gate outcome survives on the run-control entry as the
      * final condition code, marked OVERRIDE when a supervisor
      * overrode it; GATERC.DAT only ever holds the latest run's.
      * Every override filed against the run is listed - the last
      * one filed before the gate ran is the one it honored.
       3400-GATE section.
           move 'GATE DECISION' to RS-TITLE
           write RPTLINE from RPT-SECTION
           move 'OUTCOME'       to RT-LABEL
           move spaces          to RT-VALUE
           if RQ-SOURCE(rx) = spaces
              move 'UNKNOWN - NO RUN CONTROL ENTRY' to RT-VALUE
           else
              move RQ-RUNLINE(rx) to RUN-RECORD
              evaluate true
              when RUN-STATUS = 'RUNNING'
                 move 'RUN NOT CLOSED' to RT-VALUE
              when RUN-COND-CODE = ZERO
                 move 'RELEASE'          to RT-VALUE
              when RUN-COND-CODE = 4
                 move 'RELEASE-WARNINGS' to RT-VALUE
              when other
                 move 'HOLD'             to RT-VALUE
              end-evaluate
              if RUN-STATUS = 'OVERRIDE'
                 move 'OVERRIDDEN'       to RT-VALUE(18:10)
              end-if
           end-if
           write RPTLINE from RPT-TEXT
           if W-RUNID = W-LAST-RUNID
              move 'GATERC.DAT' to W-SRC-DSN
              open input SRCFIL
              if SRC-FS = '00'
                 read SRCFIL
                    at end continue
                 end-read
                 if SRC-FS = '00'
                    move SRCLINE to GATERC-LINE
                    move 'GATERC.DAT'    to RT-LABEL
                    move spaces          to RT-VALUE
                    string 'CC ' GG-CC ' OVERRIDE ' GG-OVR ' '
                       GG-SUPV delimited by size into RT-VALUE
                    end-string
                    write RPTLINE from RPT-TEXT
                 end-if
                 close SRCFIL
              end-if
           end-if
           move 'OVERRIDE.DAT' to W-SRC-DSN
           open input SRCFIL
           if SRC-FS = '00'
              set V-INIT to true
              read SRCFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move SRCLINE to OVERRIDE-LINE
                 if OG-RUNID = W-RUNID
                    move OG-ACTION to RO-ACTION
                    move OG-SUPV   to RO-SUPV
                    move OG-REASON to RO-REASON
                    write RPTLINE from RPT-OVERRIDE
                 end-if
                 read SRCFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close SRCFIL
              set V-INIT to true
           end-if
           .

      * Restatement rows (type R) appear beside the originals.
       3500-SCORECARD section.
           move 'SCORECARD METRICS' to RS-TITLE
           write RPTLINE from RPT-SECTION
           move ZERO to W-LISTED
           perform varying jx from 5 by 1 until jx > 6
              move SRC-NAME(jx) to W-SRC-DSN
              open input SRCFIL
              if SRC-FS = '00'
                 set V-INIT to true
                 read SRCFIL at end set V-INPUT-EOF to true end-read
                 perform until V-INPUT-EOF
                    move SRCLINE to SCORE-LINE
                    if SG-RUNID = W-RUNID
                       add 1 to W-LISTED
                       move SG-PROGRAM  to RC-PROGRAM
                       move SG-METRIC   to RC-METRIC
                       move SG-VALUE    to RC-VALUE
                       move SG-ROW-TYPE to RC-ROW-TYPE
                       move SG-REASON   to RC-REASON
                       write RPTLINE from RPT-SCORE
                    end-if
                    read SRCFIL at end set V-INPUT-EOF to true end-read
                 end-perform
                 close SRCFIL
              end-if
           end-perform
           set V-INIT to true
           if W-LISTED = ZERO
              write RPTLINE from RPT-NONE
           end-if
           .

      * The archive is kept by run date, not run id: every version
      * taken for the date is shown, the highest being the last
      * run's outputs.
       3600-ARCHIVE section.
           move 'ARCHIVED FOR RUN DATE' to RS-TITLE
           write RPTLINE from RPT-SECTION
           move ZERO to W-LISTED
           if W-RUNDATE not = spaces
              move 'ARCHIVE.INV' to W-SRC-DSN
              open input SRCFIL
              if SRC-FS = '00'
                 set V-INIT to true
                 read SRCFIL at end set V-INPUT-EOF to true end-read
                 perform until V-INPUT-EOF
                    move SRCLINE to ARCHIVE-LINE
                    if AG-RUNDATE = W-RUNDATE
                       add 1 to W-LISTED
                       move AG-SOURCE  to RA-SOURCE
                       move AG-VERSION to RA-VERSION
                       move AG-COUNT   to RA-COUNT
                       move AG-DSN     to RA-DSN
                       write RPTLINE from RPT-ARCHIVE
                    end-if
                    read SRCFIL at end set V-INPUT-EOF to true end-read
                 end-perform
                 close SRCFIL
                 set V-INIT to true
              end-if
           end-if
           if W-LISTED = ZERO
              write RPTLINE from RPT-NONE
           end-if
           .

       3700-TRANSMISSIONS section.
           move 'REPORTS TRANSMITTED' to RS-TITLE
           write RPTLINE from RPT-SECTION
           move ZERO to W-LISTED
           move 'TRANSMIT.LOG' to W-SRC-DSN
           open input SRCFIL
           if SRC-FS = '00'
              set V-INIT to true
              read SRCFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move SRCLINE to TRANSMIT-LINE
                 if TG-RUNID = W-RUNID
                    add 1 to W-LISTED
                    move TG-RECIP     to RX-RECIP
                    move TG-REPORT    to RX-REPORT
                    move TG-COUNT     to RX-COUNT
                    move TG-STATUS    to RX-STATUS
                    move TG-TIMESTAMP to RX-TIMESTAMP
                    write RPTLINE from RPT-TRANSMIT
                 end-if
                 read SRCFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close SRCFIL
              set V-INIT to true
           end-if
           if W-LISTED = ZERO
              write RPTLINE from RPT-NONE
           end-if
           .
