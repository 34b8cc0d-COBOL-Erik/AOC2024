           organization is line sequential
           file status is ACK-FS.

           select SLAFIL assign to 'SITESLA.HIST'
           organization is line sequential
           file status is SLA-FS.

           select SITEFIL assign to 'SITEMAST.DAT'
           organization is indexed
           access is random
       FD  ACKFIL.
       01  ACKLINE            pic X(60).

       FD  SLAFIL.
       01  SLALINE            pic X(80).

       FD  SITEFIL.
           COPY SITEREC.

          05 RCN-FS           pic XX.
          05 SIT-FS           pic XX.
          05 ACK-FS           pic XX.
          05 SLA-FS           pic XX.
          05 TMP1-FS          pic XX.
          05 TMP2-FS          pic XX.
          05 SRT1-FS          pic XX.
          05 W-STS-REJ        pic S9(8) comp-4 value ZERO.
          05 W-STS-DISP       pic X(08).
          05 W-STS-SAVED-RC   pic S9(4) comp-4 value ZERO.
      * Compile stamp and version tag for the START status record;
      * raise the tag with every change put into production.
          05 W-STS-VERSION.
             10 W-STS-COMPILED pic X(14).
             10 W-STS-TAG      pic X(08) value '01.00'.
          05 W-EXPECT-COUNT   pic 9(6) value ZERO.
          05 W-EXPECT-COUNT-X pic 9(6) value ZERO.
          05 W-ACTUAL-COUNT   pic 9(6) value ZERO.
          05 SX                pic S9(4) comp-4 value ZERO.
          05 W-CHAIN-RST-ENV  pic X(08).
          05 W-DONE-FLAG      pic X(01).
          05 W-PREFLT-ENV     pic X(08).

       01 CONTROL-AREA.
          05 W-RUNID          pic X(08).
          COPY CTLREC.

       COPY SLAREC.

       01 SITE-TABLE.
          05 ST-ENTRY occurs 10 times.
             10 ST-CODE       pic X(08).
             88 V-S1-EOF       value 'E'.
          05 W-S2-EOF-FLAG  pic X value 'N'.
             88 V-S2-EOF       value 'E'.
          05 W-PREFLT-FLAG  pic X value 'N'.
             88 V-PREFLIGHT    value 'Y'.

       procedure division.
       A-MAIN section.
                 goback
              end-if
           end-if
           move function when-compiled to W-STS-COMPILED
           move 'START' to W-STS-PHASE
           move ZERO    to W-STS-READ W-STS-REJ
           move 'RUNNING' to W-STS-DISP
           call 'STSWRT' using W-ERR-PROGRAM W-STS-PHASE
                               W-STS-READ W-STS-REJ
                               W-STS-DISP W-STS-VERSION
           move spaces to W-TEMP-DSN
           accept W-TEMP-DSN from environment 'INFILDD'
           if W-TEMP-DSN not = spaces
              move W-TEMP-DSN to WS-INFIL-DSN
           end-if
      * A pre-flight run (AOCPRFL) checks the site sections the
      * same way but sends no site an ACK and adds nothing to the
      * site service history.
           move spaces to W-PREFLT-ENV
           accept W-PREFLT-ENV from environment 'AOCPREFLIGHT'
           if W-PREFLT-ENV(1:1) = 'Y'
              set V-PREFLIGHT to true
           end-if
           open input INFIL
           if INPUT-FS not = '00'
              move 'OPEN INFIL'  to W-ERR-OP
           if V-SITE-SEEN
              perform 9400-CHECK-SITE-TRAILERS
              perform 9450-CHECK-SITE-VOLUMES
              if not V-PREFLIGHT
                 perform 9500-WRITE-SITE-ACKS
              end-if
              perform 9300-SITE-SUBTOTALS
           end-if

      * One acknowledgment file per SITE section, named for the
      * transmitting site, so each site can auto-confirm that its
      * transmission arrived and closed clean without phoning us.
      * The same figures go on the site service history for the
      * monthly site quality scorecard.
       9500-WRITE-SITE-ACKS section.
           open extend SLAFIL
           if SLA-FS not = '05' and SLA-FS not = '00'
              open output SLAFIL
           end-if
           if SLA-FS not = '00'
              move 'OPEN SLAFIL'  to W-ERR-OP
              move 'SITESLA.HIST' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  SLA-FS W-ERR-DETAIL
           end-if
           perform varying sx from 1 by 1 until sx > W-SITE-COUNT
              move spaces to W-ACK-DSN
              string 'SITEACK.' function trim(ST-CODE(sx))
                 write ACKLINE from CTL-TRAILER
                 close ACKFIL
              end-if
              if SLA-FS = '00'
                 perform 9550-WRITE-SITE-QUALITY
              end-if
           end-perform
           if SLA-FS = '00'
              close SLAFIL
           end-if
           .

       9550-WRITE-SITE-QUALITY section.
           move SPACES        to SLA-RECORD
           move W-RUNDATE     to SLA-RUNDATE
           move ST-CODE(sx)   to SLA-SITE
           move 'Q'           to SLA-KIND
           move W-RUNID       to SLA-RUNID
           move ST-RECS(sx)   to SLA-ACCEPTED
           move ST-REJS(sx)   to SLA-REJECTED
           move ST-BAL(sx)    to SLA-BALANCE
           evaluate true
           when ST-VALID(sx) = 'N'
              move 'INVALID'  to SLA-STATUS
           when ST-VMAX(sx) = ZERO
              continue
           when ST-RECS(sx) < ST-VMIN(sx)
                or ST-RECS(sx) > ST-VMAX(sx)
              move 'BREACH'   to SLA-VOLUME
           when other
              move 'INRANGE'  to SLA-VOLUME
           end-evaluate
           write SLALINE from SLA-RECORD
           .

      * Final status record for the scheduler: counts read and
           end-evaluate
           call 'STSWRT' using W-ERR-PROGRAM W-STS-PHASE
                               W-STS-READ W-STS-REJ
                               W-STS-DISP W-STS-VERSION
           move W-STS-SAVED-RC to return-code
           .

