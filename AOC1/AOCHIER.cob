       identification division.
       program-id. AOCHIER.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select HIERFIL assign to 'LOCHIER.DAT'
           organization is indexed
           access is sequential
           record key is HIER-FROM-ID
           file status is HIR-FS.

           select PAIRFIL assign to 'AOC1A.RPT'
           organization is line sequential
           file status is PAIR-FS.

           select FRQFIL assign to 'AOC1B.FRQ'
           organization is line sequential
           file status is FRQ-FS.

           select RPTFIL assign to 'AOCHIER.RPT'
           organization is line sequential
           file status is RPT-FS.

           select UNAFIL assign to 'AOCHIER.UNA'
           organization is line sequential
           file status is UNA-FS.

       data division.
       file section.
       FD  HIERFIL.
           COPY HIERREC.

      * The AOC1A distance report: detail lines carry the i-th
      * smallest id of each list and their distance, edited.
       FD  PAIRFIL.
       01  PAIRLINE.
           05  PL-LI1         pic X(05).
           05  PL-GAP1        pic X(03).
           05  PL-LI2         pic X(05).
           05  PL-GAP2        pic X(03).
           05  PL-DIST        pic X(05).
           05  PL-REST        pic X(39).

       FD  FRQFIL.
       01  FRQLINE.
           05  FL-LOC         pic 9(5).
           05  FILLER         pic X(1).
           05  FL-OCCURS      pic 9(6).
           05  FILLER         pic X(1).
           05  FL-FREQ        pic 9(6).
           05  FILLER         pic X(1).
           05  FL-CONTRIB     pic 9(15).
           05  FILLER         pic X(5).

       FD  RPTFIL.
       01  RPTLINE            pic X(80).

       FD  UNAFIL.
       01  UNALINE            pic X(60).

       working-storage section.
       01 A-ARB.
          05 HIR-FS           pic XX.
          05 PAIR-FS          pic XX.
          05 FRQ-FS           pic XX.
          05 RPT-FS           pic XX.
          05 UNA-FS           pic XX.
          05 IX               pic S9(6) comp-4 value ZERO.
          05 HX               pic S9(6) comp-4 value ZERO.
          05 DX               pic S9(4) comp-4 value ZERO.
          05 W-ID             pic S9(6) comp-4 value ZERO.
          05 W-L2-ID          pic S9(6) comp-4 value ZERO.
          05 W-DIST           pic S9(6) comp-4 value ZERO.
          05 W-HR-COUNT       pic S9(6) comp-4 value ZERO.
          05 W-HR-MAX         pic S9(6) comp-4 value 5000.
          05 W-DT-COUNT       pic S9(4) comp-4 value ZERO.
          05 W-DT-MAX         pic S9(4) comp-4 value 500.
          05 W-PAIR-COUNT     pic S9(8) comp-4 value ZERO.
          05 W-FRQ-COUNT      pic S9(8) comp-4 value ZERO.
          05 W-UNA-COUNT      pic S9(8) comp-4 value ZERO.
          05 W-RPT-CTL-CNT    pic S9(8) comp-4 value ZERO.
          05 W-UNA-CTL-CNT    pic S9(8) comp-4 value ZERO.
          05 W-A1A-HASH       pic S9(15) comp-4 value ZERO.
          05 W-FRQ-HASH       pic S9(15) comp-4 value ZERO.
          05 W-PREV-REGION    pic X(08).
          05 W-RUNDATE        pic X(08).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCHIER'.
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

       01 CONTROL-AREA.
          05 W-RUNID          pic X(08).
          COPY CTLREC.

      * The hierarchy's ranges as read from the master.
       01 FILLER.
          05 HR-ENTRY occurs 1 to 5000 times
                      depending on W-HR-COUNT.
             10 HR-FROM       pic 9(05).
             10 HR-TO         pic 9(05).
             10 HR-DISTRICT   pic X(08).
             10 HR-REGION     pic X(08).

      * One row per district, ordered region then district for
      * the control breaks.
       01 FILLER.
          05 DT-ENTRY occurs 1 to 500 times
                      depending on W-DT-COUNT.
             10 DT-REGION     pic X(08).
             10 DT-DISTRICT   pic X(08).
             10 DT-L1         pic S9(8) comp-4.
             10 DT-L2         pic S9(8) comp-4.
             10 DT-DIST       pic S9(15) comp-4.
             10 DT-SIM        pic S9(15) comp-4.

      * Per-location accumulators, indexed by location id + 1 as
      * AOC1C does: the district the id resolves to (zero when
      * unassigned) and what the day's feed did with it.
       01 FILLER.
          05 ID-ENTRY occurs 100000 times.
             10 ID-DX         pic S9(4) comp-4 value ZERO.
             10 ID-L1         pic S9(6) comp-4 value ZERO.
             10 ID-L2         pic S9(6) comp-4 value ZERO.
             10 ID-DIST       pic S9(15) comp-4 value ZERO.
             10 ID-SIM        pic S9(15) comp-4 value ZERO.

       01 ROLLUP-TOTALS.
          05 RG-L1            pic S9(8) comp-4 value ZERO.
          05 RG-L2            pic S9(8) comp-4 value ZERO.
          05 RG-DIST          pic S9(15) comp-4 value ZERO.
          05 RG-SIM           pic S9(15) comp-4 value ZERO.
          05 UN-L1            pic S9(8) comp-4 value ZERO.
          05 UN-L2            pic S9(8) comp-4 value ZERO.
          05 UN-DIST          pic S9(15) comp-4 value ZERO.
          05 UN-SIM           pic S9(15) comp-4 value ZERO.
          05 GT-L1            pic S9(8) comp-4 value ZERO.
          05 GT-L2            pic S9(8) comp-4 value ZERO.
          05 GT-DIST          pic S9(15) comp-4 value ZERO.
          05 GT-SIM           pic S9(15) comp-4 value ZERO.

       01 RPT-HDG1.
          05 filler           pic X(36) value
             'LOCATION HIERARCHY ROLLUP   RUNDATE '.
          05 RH-RUNDATE       pic X(08).
       01 RPT-HDG2.
          05 filler           pic X(40) value
             'REGION    DISTRICT  L1 COUNT  L2 COUNT  '.
          05 filler           pic X(32) value
             '       DISTANCE       SIMILARITY'.
       01 RPT-DETAIL.
          05 RD-REGION        pic X(08).
          05 filler           pic X(2) value SPACES.
          05 RD-DISTRICT      pic X(08).
          05 filler           pic X(2) value SPACES.
          05 RD-L1            pic Z(7)9.
          05 filler           pic X(2) value SPACES.
          05 RD-L2            pic Z(7)9.
          05 filler           pic X(2) value SPACES.
          05 RD-DIST          pic Z(14)9.
          05 filler           pic X(2) value SPACES.
          05 RD-SIM           pic Z(14)9.
       01 RPT-UNA-LINE.
          05 filler           pic X(22) value
             'UNASSIGNED LOCATIONS  '.
          05 RU-COUNT         pic Z(7)9.
          05 filler           pic X(18) value
             ' - SEE AOCHIER.UNA'.

       01 UNA-HDG.
          05 filler           pic X(43) value
             'LOCATN  L1 COUNT  L2 COUNT       SIMILARITY'.
       01 UNA-DETAIL.
          05 UD-LOC           pic 9(05).
          05 filler           pic X(3) value SPACES.
          05 UD-L1            pic Z(7)9.
          05 filler           pic X(2) value SPACES.
          05 UD-L2            pic Z(7)9.
          05 filler           pic X(2) value SPACES.
          05 UD-SIM           pic Z(14)9.

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-UNA-FLAG     pic X value 'N'.
             88 V-UNA-OPEN     value 'Y'.
          05 W-A1A-TRL-FLAG pic X value 'N'.
             88 V-A1A-TRL      value 'Y'.
          05 W-FRQ-TRL-FLAG pic X value 'N'.
             88 V-FRQ-TRL      value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCHIER'
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
                 display 'AOCHIER ALREADY COMPLETE - STEP SKIPPED'
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

           perform 1000-LOAD-HIERARCHY
           perform 2000-READ-PAIRINGS
           if return-code > 4
              perform 9900-WRITE-END-STATUS
              goback
           end-if
           perform 3000-READ-FREQUENCIES
           perform 4000-ROLL-UP
           perform 5000-WRITE-REPORT
           perform 6000-CHECK-TOTALS

           display W-PAIR-COUNT ' pairings read'
           display W-DT-COUNT ' districts'
           display W-UNA-COUNT ' unassigned locations'
           perform 9900-WRITE-END-STATUS
           goback
           .

      * Every range on the hierarchy master is held, the distinct
      * districts are collected and put in region order, and each
      * id of each range is pointed at its district's row.  With
      * no master yet every location simply comes out unassigned.
       1000-LOAD-HIERARCHY section.
           open input HIERFIL
           if HIR-FS not = '00'
              move 'OPEN HIERFIL' to W-ERR-OP
              move 'LOCHIER.DAT'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  HIR-FS W-ERR-DETAIL
              move 4 to return-code
              exit section
           end-if
           move 'N' to W-EOF-FLAG
           read HIERFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              if W-HR-COUNT >= W-HR-MAX
                 move 'LOAD HIER'   to W-ERR-OP
                 move 'OV'          to W-ERR-FS
                 move 'LOCHIER.DAT' to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 move 4 to return-code
                 set V-INPUT-EOF to true
              else
                 add 1 to W-HR-COUNT
                 move HIER-FROM-ID  to HR-FROM(W-HR-COUNT)
                 move HIER-TO-ID    to HR-TO(W-HR-COUNT)
                 move HIER-DISTRICT to HR-DISTRICT(W-HR-COUNT)
                 move HIER-REGION   to HR-REGION(W-HR-COUNT)
                 perform 1100-ADD-DISTRICT
                 read HIERFIL at end set V-INPUT-EOF to true
                 end-read
              end-if
           end-perform
           close HIERFIL

           if W-DT-COUNT > 1
              sort DT-ENTRY ascending key DT-REGION DT-DISTRICT
           end-if
           perform varying hx from 1 by 1 until hx > W-HR-COUNT
              move ZERO to DX
              perform varying ix from 1 by 1
                      until ix > W-DT-COUNT or DX > ZERO
                 if DT-DISTRICT(ix) = HR-DISTRICT(hx)
                    move ix to DX
                 end-if
              end-perform
              if DX > ZERO
                 perform varying W-ID from HR-FROM(hx) by 1
                         until W-ID > HR-TO(hx)
                    move DX to ID-DX(W-ID + 1)
                 end-perform
              end-if
           end-perform
           .

       1100-ADD-DISTRICT section.
           move ZERO to DX
           perform varying ix from 1 by 1
                   until ix > W-DT-COUNT or DX > ZERO
              if DT-DISTRICT(ix) = HIER-DISTRICT
                 move ix to DX
              end-if
           end-perform
           if DX > ZERO
              exit section
           end-if
           if W-DT-COUNT >= W-DT-MAX
              move 'DIST TABLE'   to W-ERR-OP
              move 'OV'           to W-ERR-FS
              move HIER-DISTRICT  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to return-code
              exit section
           end-if
           add 1 to W-DT-COUNT
           move HIER-REGION   to DT-REGION(W-DT-COUNT)
           move HIER-DISTRICT to DT-DISTRICT(W-DT-COUNT)
           move ZERO to DT-L1(W-DT-COUNT) DT-L2(W-DT-COUNT)
                        DT-DIST(W-DT-COUNT) DT-SIM(W-DT-COUNT)
           .

      * The AOC1A sorted pairings: each detail line counts once for
      * its list-1 id and once for its list-2 id, and its distance
      * is carried by the list-1 id.  The report must belong to
      * this run; its trailer hash is the day's total distance.
       2000-READ-PAIRINGS section.
           open input PAIRFIL
           if PAIR-FS not = '00'
              move 'OPEN PAIRFIL' to W-ERR-OP
              move 'AOC1A.RPT'    to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  PAIR-FS W-ERR-DETAIL
              move 8 to return-code
              exit section
           end-if
           move 'N' to W-EOF-FLAG
           read PAIRFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              evaluate true
              when PAIRLINE(1:6) = 'CTLHDR'
                 move PAIRLINE(1:30) to CTL-HEADER
                 if CTL-HDR-RUNID not = W-RUNID
                    move 'CHECK A1A'  to W-ERR-OP
                    move 'RX'         to W-ERR-FS
                    move SPACES       to W-ERR-DETAIL
                    string 'AOC1A.RPT IS FROM RUN ' CTL-HDR-RUNID
                       delimited by size into W-ERR-DETAIL
                    end-string
                    call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                        W-ERR-FS W-ERR-DETAIL
                    move 4 to return-code
                 end-if
              when PAIRLINE(1:6) = 'CTLTRL'
                 move PAIRLINE(1:29) to CTL-TRAILER
                 move CTL-TRL-HASH to W-A1A-HASH
                 set V-A1A-TRL to true
              when PL-GAP1 = spaces and PL-GAP2 = spaces
                   and PL-REST = spaces
                   and PL-LI1 not = spaces and PL-LI2 not = spaces
                   and function trim(PL-LI1) is numeric
                   and function trim(PL-LI2) is numeric
                   and function trim(PL-DIST) is numeric
                 compute W-ID    = function numval(PL-LI1)
                 compute W-L2-ID = function numval(PL-LI2)
                 compute W-DIST  = function numval(PL-DIST)
                 add 1      to ID-L1(W-ID + 1)
                 add 1      to ID-L2(W-L2-ID + 1)
                 add W-DIST to ID-DIST(W-ID + 1)
                 add 1      to W-PAIR-COUNT
              when other
                 continue
              end-evaluate
              read PAIRFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close PAIRFIL
           move W-PAIR-COUNT to W-STS-READ
           .

      * The AOC1B frequency extract gives each list-1 location's
      * share of the similarity score; its trailer hash is the
      * score itself.
       3000-READ-FREQUENCIES section.
           open input FRQFIL
           if FRQ-FS not = '00'
              move 'OPEN FRQFIL' to W-ERR-OP
              move 'AOC1B.FRQ'   to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  FRQ-FS W-ERR-DETAIL
              move 4 to return-code
              exit section
           end-if
           move 'N' to W-EOF-FLAG
           read FRQFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              evaluate true
              when FRQLINE(1:6) = 'CTLHDR'
                 move FRQLINE(1:30) to CTL-HEADER
                 if CTL-HDR-RUNID not = W-RUNID
                    move 'CHECK FRQ'  to W-ERR-OP
                    move 'RX'         to W-ERR-FS
                    move SPACES       to W-ERR-DETAIL
                    string 'AOC1B.FRQ IS FROM RUN ' CTL-HDR-RUNID
                       delimited by size into W-ERR-DETAIL
                    end-string
                    call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                        W-ERR-FS W-ERR-DETAIL
                    move 4 to return-code
                 end-if
              when FRQLINE(1:6) = 'CTLTRL'
                 move FRQLINE(1:29) to CTL-TRAILER
                 move CTL-TRL-HASH to W-FRQ-HASH
                 set V-FRQ-TRL to true
              when FL-LOC is numeric and FL-CONTRIB is numeric
                 add FL-CONTRIB to ID-SIM(FL-LOC + 1)
                 add 1 to W-FRQ-COUNT
              when other
                 continue
              end-evaluate
              read FRQFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close FRQFIL
           .

      * Every location the day touched lands in its district's row
      * or, when the hierarchy does not place it, on the unassigned
      * listing for the reference team - so the rows always add
      * back to the day's totals.
       4000-ROLL-UP section.
           open output UNAFIL
           if UNA-FS not = '00'
              move 'OPEN UNAFIL'  to W-ERR-OP
              move 'AOCHIER.UNA'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  UNA-FS W-ERR-DETAIL
              move 4 to return-code
           else
              set V-UNA-OPEN to true
              move 'CTLHDR'   to CTL-HDR-ID
              move W-ERR-PROGRAM to CTL-HDR-PROGRAM
              move W-RUNDATE  to CTL-HDR-RUNDATE
              move W-RUNID    to CTL-HDR-RUNID
              write UNALINE from CTL-HEADER
              write UNALINE from UNA-HDG
              add 1 to W-UNA-CTL-CNT
           end-if
           perform varying ix from 1 by 1 until ix > 100000
              if ID-L1(ix) > ZERO or ID-L2(ix) > ZERO
                 or ID-SIM(ix) > ZERO
                 if ID-DX(ix) > ZERO
                    move ID-DX(ix) to DX
                    add ID-L1(ix)   to DT-L1(DX)
                    add ID-L2(ix)   to DT-L2(DX)
                    add ID-DIST(ix) to DT-DIST(DX)
                    add ID-SIM(ix)  to DT-SIM(DX)
                 else
                    add 1 to W-UNA-COUNT
                    add ID-L1(ix)   to UN-L1
                    add ID-L2(ix)   to UN-L2
                    add ID-DIST(ix) to UN-DIST
                    add ID-SIM(ix)  to UN-SIM
                    if V-UNA-OPEN
                       compute UD-LOC = ix - 1
                       move ID-L1(ix)  to UD-L1
                       move ID-L2(ix)  to UD-L2
                       move ID-SIM(ix) to UD-SIM
                       write UNALINE from UNA-DETAIL
                       add 1 to W-UNA-CTL-CNT
                    end-if
                 end-if
              end-if
           end-perform
           if V-UNA-OPEN
              move 'CTLTRL'       to CTL-TRL-ID
              move W-UNA-CTL-CNT  to CTL-TRL-COUNT
              move UN-SIM         to CTL-TRL-HASH
              write UNALINE from CTL-TRAILER
              close UNAFIL
           end-if
           .

      * District rows in region order with a total at each change
      * of region, the unassigned row, and the grand total.
       5000-WRITE-REPORT section.
           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL'  to W-ERR-OP
              move 'AOCHIER.RPT'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 4 to return-code
              exit section
           end-if
           move 'CTLHDR'   to CTL-HDR-ID
           move W-ERR-PROGRAM to CTL-HDR-PROGRAM
           move W-RUNDATE  to CTL-HDR-RUNDATE
           move W-RUNID    to CTL-HDR-RUNID
           write RPTLINE from CTL-HEADER
           move W-RUNDATE to RH-RUNDATE
           write RPTLINE from RPT-HDG1
           write RPTLINE from RPT-HDG2
           add 2 to W-RPT-CTL-CNT

           move ZERO to GT-L1 GT-L2 GT-DIST GT-SIM
           move ZERO to RG-L1 RG-L2 RG-DIST RG-SIM
           if W-DT-COUNT > ZERO
              move DT-REGION(1) to W-PREV-REGION
           end-if
           perform varying DX from 1 by 1 until DX > W-DT-COUNT
              if DT-REGION(DX) not = W-PREV-REGION
                 perform 5100-WRITE-REGION-TOTAL
                 move DT-REGION(DX) to W-PREV-REGION
              end-if
              move DT-REGION(DX)   to RD-REGION
              move DT-DISTRICT(DX) to RD-DISTRICT
              move DT-L1(DX)       to RD-L1
              move DT-L2(DX)       to RD-L2
              move DT-DIST(DX)     to RD-DIST
              move DT-SIM(DX)      to RD-SIM
              write RPTLINE from RPT-DETAIL
              add 1 to W-RPT-CTL-CNT
              add DT-L1(DX)   to RG-L1
              add DT-L2(DX)   to RG-L2
              add DT-DIST(DX) to RG-DIST
              add DT-SIM(DX)  to RG-SIM
           end-perform
           if W-DT-COUNT > ZERO
              perform 5100-WRITE-REGION-TOTAL
           end-if

           move '*NONE*'  to RD-REGION
           move '*NONE*'  to RD-DISTRICT
           move UN-L1     to RD-L1
           move UN-L2     to RD-L2
           move UN-DIST   to RD-DIST
           move UN-SIM    to RD-SIM
           write RPTLINE from RPT-DETAIL
           add 1 to W-RPT-CTL-CNT
           add UN-L1   to GT-L1
           add UN-L2   to GT-L2
           add UN-DIST to GT-DIST
           add UN-SIM  to GT-SIM

           move '*ALL*'   to RD-REGION
           move '*TOTAL*' to RD-DISTRICT
           move GT-L1     to RD-L1
           move GT-L2     to RD-L2
           move GT-DIST   to RD-DIST
           move GT-SIM    to RD-SIM
           write RPTLINE from RPT-DETAIL
           add 1 to W-RPT-CTL-CNT
           move W-UNA-COUNT to RU-COUNT
           write RPTLINE from RPT-UNA-LINE
           add 1 to W-RPT-CTL-CNT

           move 'CTLTRL'      to CTL-TRL-ID
           move W-RPT-CTL-CNT to CTL-TRL-COUNT
           move GT-SIM        to CTL-TRL-HASH
           write RPTLINE from CTL-TRAILER
           close RPTFIL
           .

       5100-WRITE-REGION-TOTAL section.
           move W-PREV-REGION to RD-REGION
           move '*TOTAL*'     to RD-DISTRICT
           move RG-L1         to RD-L1
           move RG-L2         to RD-L2
           move RG-DIST       to RD-DIST
           move RG-SIM        to RD-SIM
           write RPTLINE from RPT-DETAIL
           add 1 to W-RPT-CTL-CNT
           add RG-L1   to GT-L1
           add RG-L2   to GT-L2
           add RG-DIST to GT-DIST
           add RG-SIM  to GT-SIM
           move ZERO to RG-L1 RG-L2 RG-DIST RG-SIM
           .

      * The rollup must give back exactly the day's total distance
      * and similarity score that AOC1A and AOC1B published.
       6000-CHECK-TOTALS section.
           if V-A1A-TRL and GT-DIST not = W-A1A-HASH
              move 'TIE DISTANCE' to W-ERR-OP
              move 'RX'           to W-ERR-FS
              move SPACES         to W-ERR-DETAIL
              string 'ROLLUP DISTANCE DOES NOT TIE TO AOC1A'
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to return-code
           end-if
           if V-FRQ-TRL and GT-SIM not = W-FRQ-HASH
              move 'TIE SIMILAR'  to W-ERR-OP
              move 'RX'           to W-ERR-FS
              move SPACES         to W-ERR-DETAIL
              string 'ROLLUP SIMILARITY DOES NOT TIE TO AOC1B'
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to return-code
           end-if
           .

      * Final status record for the scheduler: counts read and
      * rejected plus a disposition derived from the condition
      * code this step is ending with.
       9900-WRITE-END-STATUS section.
           move 'END'   to W-STS-PHASE
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
