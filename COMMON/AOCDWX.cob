           organization is line sequential
           file status is RCNB-FS.

           select STSFIL assign to 'STATUS.DAT'
           organization is line sequential
           file status is STS-FS.

           select DWXFIL assign to 'DWEXTR.DAT'
           organization is line sequential
           file status is DWX-FS.
           organization is line sequential
           file status is RPT-FS.

           select RETFIL assign to W-RET-DSN
           organization is line sequential
           file status is RET-FS.

           select TRKFIL assign to 'DWXTRACK.DAT'
           organization is indexed
           access is random
           record key is DWT-RUNDATE
           file status is TRK-FS.

       data division.
       file section.
       FD  SCRFIL.
                                  RCN-RECCOUNT BY RCNB-RECCOUNT
                                  RCN-CHECKSUM BY RCNB-CHECKSUM.

       FD  STSFIL.
       01  STSLINE            pic X(100).

       FD  DWXFIL.
       01  DWXLINE            pic X(140).

       FD  RPTFIL.
       01  RPTLINE            pic X(70).

       FD  RETFIL.
       01  RETLINE            pic X(140).

       FD  TRKFIL.
           COPY DWTREC.

       working-storage section.
       01 A-ARB.
          05 SCR-FS           pic XX.
          05 RCNA-FS          pic XX.
          05 RCNB-FS          pic XX.
          05 STS-FS           pic XX.
          05 DWX-FS           pic XX.
          05 RPT-FS           pic XX.
          05 RET-FS           pic XX.
          05 TRK-FS           pic XX.
          05 W-RET-DSN        pic X(64).
          05 W-RUNDATE        pic X(08).
          05 W-RUNID          pic X(08).
          05 W-NOW            pic X(21).
          05 W-SAFECOUNT      pic S9(15) comp-4 value ZERO.
          05 W-DUPCOUNT       pic S9(15) comp-4 value ZERO.
          05 W-MISS-COUNT     pic S9(4) comp-4 value ZERO.
          05 IX               pic S9(4) comp-4 value ZERO.
          05 W-VS-COUNT       pic S9(4) comp-4 value ZERO.
          05 W-VS-MAX         pic S9(4) comp-4 value 40.
          05 W-VS-IX          pic S9(4) comp-4 value ZERO.
          05 W-RESTATE-ENV    pic X(08).
          05 W-ORIG-RUNID     pic X(08).
          05 W-RESTATE-SITE   pic X(08).
          05 W-RESTATE-REASON pic X(20).
          05 W-PRES-FLAG      pic X     value 'N'.
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCDWX'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-DETAIL     pic X(40).

       COPY DWXREC.
       COPY STSREC.

      * The module each chain program ran under this run id; a
      * restarted step's later START wins.
       01 FILLER.
          05 VS-ENTRY occurs 40 times.
             10 VS-PROGRAM    pic X(08).
             10 VS-VERSION    pic X(08).
             10 VS-COMPILED   pic X(14).

       01 RPT-HDG1.
          05 filler           pic X(26) value
          05 RD-VALUE         pic Z(14)9.
          05 filler           pic X(1) value SPACE.
          05 RD-NOTE          pic X(12).
       01 RPT-RESTATE.
          05 filler           pic X(22) value
             'RESTATEMENT OF RUN    '.
          05 RR-ORIG-RUNID    pic X(08).
          05 filler           pic X(6)  value ' SITE '.
          05 RR-SITE          pic X(08).
       01 RPT-SENT.
          05 filler           pic X(22) value
             'INTERFACE RECORDS SENT'.
             88 V-HAVE-RCNA    value 'Y'.
          05 W-RCNB-FLAG    pic X value 'N'.
             88 V-HAVE-RCNB    value 'Y'.
          05 W-RESTATE-FLAG pic X value 'N'.
             88 V-RESTATEMENT  value 'Y'.

       procedure division.
       A-MAIN section.
           end-if
           call 'RUNIDGET' using W-RUNID
           move function current-date to W-NOW
      * Under a formal restatement the day goes to the warehouse
      * as an R record naming the run it replaces.
           move spaces to W-RESTATE-ENV
           accept W-RESTATE-ENV from environment 'AOCRESTATE'
           if W-RESTATE-ENV(1:1) = 'Y'
              set V-RESTATEMENT to true
              move spaces to W-ORIG-RUNID W-RESTATE-SITE
                             W-RESTATE-REASON
              accept W-ORIG-RUNID
                 from environment 'AOCRESTATE_ORIGRUN'
              accept W-RESTATE-SITE
                 from environment 'AOCRESTATE_SITE'
              accept W-RESTATE-REASON
                 from environment 'AOCRESTATE_REASON'
           end-if

           perform 1000-GATHER-METRICS
           perform 2000-GATHER-RCN
           perform 2500-GATHER-VERSIONS

           open output DWXFIL
           if DWX-FS not = '00'
           else
              move ZERO to DWX-B-RECCOUNT DWX-B-CHECKSUM
           end-if
           if V-RESTATEMENT
              move 'R'              to DWX-R-TYPE
              move DWX-RUNDATE      to DWX-R-RUNDATE
              move DWX-RUN-ID       to DWX-R-RUN-ID
              move DWX-TOTALDIST    to DWX-R-TOTALDIST
              move DWX-SIMILARITY   to DWX-R-SIMILARITY
              move DWX-SAFECOUNT    to DWX-R-SAFECOUNT
              move DWX-DUPCOUNT     to DWX-R-DUPCOUNT
              move DWX-A-RECCOUNT   to DWX-R-A-RECCOUNT
              move DWX-A-CHECKSUM   to DWX-R-A-CHECKSUM
              move DWX-B-RECCOUNT   to DWX-R-B-RECCOUNT
              move DWX-B-CHECKSUM   to DWX-R-B-CHECKSUM
              move W-ORIG-RUNID     to DWX-R-ORIG-RUN-ID
              move W-RESTATE-SITE   to DWX-R-SITE
              move W-RESTATE-REASON to DWX-R-REASON
              write DWXLINE from DWX-RESTATE
           else
              write DWXLINE from DWX-RECORD
           end-if

           perform varying ix from 1 by 1 until ix > W-VS-COUNT
              move 'V'             to DWX-V-TYPE
              move W-RUNDATE       to DWX-V-RUNDATE
              move W-RUNID         to DWX-V-RUN-ID
              move VS-PROGRAM(ix)  to DWX-V-PROGRAM
              move VS-VERSION(ix)  to DWX-V-VERSION
              move VS-COMPILED(ix) to DWX-V-COMPILED
              write DWXLINE from DWX-VERSION
           end-perform

           move 'T' to DWX-T-TYPE
           compute DWX-T-COUNT = 1 + W-VS-COUNT
           write DWXLINE from DWX-TRAILER
           close DWXFIL

           perform 4000-RETAIN-EXTRACT
           perform 4100-TRACK-EXTRACT
           perform 3000-WRITE-CONTROL-REPORT

           if W-MISS-COUNT > ZERO
           end-if
           .

       2500-GATHER-VERSIONS section.
           open input STSFIL
           if STS-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read STSFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move STSLINE to STS-RECORD
              if STS-RUNID = W-RUNID and STS-PHASE = 'START'
                 and STS-COMPILED not = spaces
                 move ZERO to W-VS-IX
                 perform varying ix from 1 by 1 until ix > W-VS-COUNT
                    if VS-PROGRAM(ix) = STS-PROGRAM
                       move ix to W-VS-IX
                    end-if
                 end-perform
                 if W-VS-IX = ZERO and W-VS-COUNT < W-VS-MAX
                    add 1 to W-VS-COUNT
                    move W-VS-COUNT to W-VS-IX
                 end-if
                 if W-VS-IX > ZERO
                    move STS-PROGRAM  to VS-PROGRAM(W-VS-IX)
                    move STS-VERSION  to VS-VERSION(W-VS-IX)
                    move STS-COMPILED to VS-COMPILED(W-VS-IX)
                 end-if
              end-if
              read STSFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close STSFIL
           set V-INIT to true
           .

       3000-WRITE-CONTROL-REPORT section.
           open output RPTFIL
           if RPT-FS not = '00'
           end-if
           move W-RUNDATE to RH-RUNDATE
           write RPTLINE from RPT-HDG1
           if V-RESTATEMENT
              move W-ORIG-RUNID   to RR-ORIG-RUNID
              move W-RESTATE-SITE to RR-SITE
              write RPTLINE from RPT-RESTATE
           end-if
           move 'TOTALDIST     ' to RD-LABEL
           move W-TOTALDIST      to RD-VALUE
           move W-TD-FLAG to W-PRES-FLAG
           move W-RCNB-FLAG to W-PRES-FLAG
           perform 3100-NOTE-PRESENCE
           write RPTLINE from RPT-DETAIL
           move 'MODULES       ' to RD-LABEL
           move W-VS-COUNT       to RD-VALUE
           move SPACES           to RD-NOTE
           write RPTLINE from RPT-DETAIL
           compute RS-COUNT = 1 + W-VS-COUNT
           write RPTLINE from RPT-SENT
           close RPTFIL
           .
              add 1 to W-MISS-COUNT
           end-if
           .

      * The extract is kept as DWEXTR.D<rundate> until the
      * warehouse confirms the load: AOCDWAK rebuilds a resend
      * from it, and deletes it once the load is confirmed.  A
      * restatement's extract replaces the day's.
       4000-RETAIN-EXTRACT section.
           move spaces to W-RET-DSN
           string 'DWEXTR.D' W-RUNDATE
              delimited by size into W-RET-DSN
           end-string
           open input DWXFIL
           open output RETFIL
           if DWX-FS not = '00' or RET-FS not = '00'
              move 'OPEN RETFIL'   to W-ERR-OP
              move RET-FS          to W-ERR-FS
              if DWX-FS not = '00'
                 move DWX-FS       to W-ERR-FS
              end-if
              move W-RET-DSN(1:40) to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to return-code
              close DWXFIL
              close RETFIL
              exit section
           end-if
           set V-INIT to true
           read DWXFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              write RETLINE from DWXLINE
              read DWXFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close DWXFIL
           close RETFIL
           set V-INIT to true
           .

      * Register the send on the extract tracking dataset; the
      * date's entry awaits the warehouse's acknowledgment again
      * from today, whatever became of an earlier extract.
       4100-TRACK-EXTRACT section.
           open i-o TRKFIL
           if TRK-FS = '35'
              open output TRKFIL
              close TRKFIL
              open i-o TRKFIL
           end-if
           if TRK-FS not = '00'
              move 'OPEN TRKFIL'  to W-ERR-OP
              move 'DWXTRACK.DAT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  TRK-FS W-ERR-DETAIL
              move 4 to return-code
              exit section
           end-if
           move W-RUNDATE to DWT-RUNDATE
           read TRKFIL
           move W-RUNDATE    to DWT-RUNDATE
           move W-RUNID      to DWT-RUN-ID
           move 'SENT'       to DWT-STATUS
           move W-NOW(1:8)   to DWT-SENT-DATE
           move W-NOW(1:14)  to DWT-EXTRACT-TS
           move DWX-T-COUNT  to DWT-SENT-COUNT
           move ZERO         to DWT-RESENDS DWT-RECEIVED DWT-LOADED
                                DWT-REJ-ROWS
           move spaces       to DWT-ACK-DATE DWT-REASON
           if TRK-FS = '00'
              rewrite DWT-RECORD
           else
              write DWT-RECORD
           end-if
           if TRK-FS not = '00'
              move 'WRITE TRKFIL' to W-ERR-OP
              move 'DWXTRACK.DAT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  TRK-FS W-ERR-DETAIL
              move 4 to return-code
           end-if
           close TRKFIL
           .
