           organization is line sequential
           file status is DTL-FS.

           select FRQFIL assign to 'AOC1B.FRQ'
           organization is line sequential
           file status is FRQ-FS.

           select MTXFIL assign to 'AOC1B.MTX'
           organization is line sequential
           file status is MTX-FS.

           select SITEFIL assign to 'SITEMAST.DAT'
           organization is indexed
           access is random
       FD  DTLFIL.
       01  DTLLINE              pic X(60).

       FD  FRQFIL.
       01  FRQLINE              pic X(40).

       FD  MTXFIL.
       01  MTXLINE              pic X(80).

       FD  SITEFIL.
           COPY SITEREC.

       FD  TMP1FIL.
       01  TMP1REC.
           05  T1-SITE        pic 9(4).
           05  T1-VAL         pic 9(5).

       FD  TMP2FIL.
       01  TMP2REC.
           05  T2-SITE        pic 9(4).
           05  T2-VAL         pic 9(5).

       FD  SRT1FIL.
       01  S1REC.
           05  S1-SITE        pic 9(4).
           05  S1-VAL         pic 9(5).

       FD  SRT2FIL.
       01  S2REC.
           05  S2-SITE        pic 9(4).
           05  S2-VAL         pic 9(5).

      * One record per distinct list-1 location, ranked by its

       SD  SRTFIL.
       01  SRTREC.
           05  SW-SITE        pic 9(4).
           05  SW-VAL         pic 9(5).

       SD  SRGFIL.
          05 RCN-FS           pic XX.
          05 CKP-FS           pic XX.
          05 DTL-FS           pic XX.
          05 FRQ-FS           pic XX.
          05 MTX-FS           pic XX.
          05 SIT-FS           pic XX.
          05 TMP1-FS          pic XX.
          05 TMP2-FS          pic XX.
          05 W-GRP-NO         pic S9(6) comp-4 value ZERO.
          05 W-CONTRIB        pic S9(15) comp-4 value ZERO.
          05 W-CUR-SITE-CODE  pic X(08).
          05 W-SITE-COUNT     pic S9(4) comp-4 value ZERO.
          05 W-CUR-SITE       pic S9(4) comp-4 value ZERO.
          05 W-MAX-SITES      pic S9(4) comp-4 value 10.
          05 SX               pic S9(4) comp-4 value ZERO.
          05 SY               pic S9(4) comp-4 value ZERO.
          05 W-MTX-CTL-CNT    pic S9(8) comp-4 value ZERO.
          05 W-MTX-MATCH      pic S9(12) comp-4 value ZERO.
          05 W-MTX-SIM        pic S9(15) comp-4 value ZERO.
          05 A-COUNT          pic S9(6) comp-4 value ZERO.
          05 REC-NO           pic S9(6) comp-4 value ZERO.
          05 IX               pic S9(6) comp-4 value ZERO.
          05 W-STS-REJ        pic S9(8) comp-4 value ZERO.
          05 W-STS-DISP       pic X(08).
          05 W-STS-SAVED-RC   pic S9(4) comp-4 value ZERO.
          05 W-STEP-RC        pic S9(4) comp-4 value ZERO.
      * Compile stamp and version tag for the START status record;
      * raise the tag with every change put into production.
          05 W-STS-VERSION.
             10 W-STS-COMPILED pic X(14).
             10 W-STS-TAG      pic X(08) value '01.00'.
          05 W-EXPECT-COUNT   pic 9(6) value ZERO.
          05 W-ACTUAL-COUNT   pic 9(6) value ZERO.
          05 W-METRIC         pic X(20).
          05 W-REJ-CTL-CNT    pic S9(8) comp-4 value ZERO.
          05 W-DTL-CTL-CNT    pic S9(8) comp-4 value ZERO.
          05 W-DTL-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-FRQ-CTL-CNT    pic S9(8) comp-4 value ZERO.
          05 W-TOPN           pic S9(6) comp-4 value 20.
          05 W-GRP-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-DTL-PCT        pic S9(4) comp-4 value ZERO.
          05 W-RUNID          pic X(08).
          COPY CTLREC.

      * Sites in order of first appearance on the feed.  Site
      * zero is the leading pairs read before any SITE header,
      * and every site is carried one slot up in the matrix.
       01 SITE-TABLE.
          05 ST-ENTRY occurs 10 times.
             10 ST-CODE       pic X(08).

      * Cross-site matrix: row = the site that sent the list-1 id,
      * column = the site that sent the matching list-2 id.  Each
      * cell holds the matching pairs and their share of the
      * similarity score.
       01 SITE-MATRIX.
          05 MX-ROW occurs 11 times.
             10 MX-CELL occurs 11 times.
                15 MX-MATCH   pic S9(12) comp-4 value ZERO.
                15 MX-SIM     pic S9(15) comp-4 value ZERO.
       01 FILLER.
          05 MS-ENTRY occurs 11 times.
             10 MS-CODE       pic X(08).
             10 MS-G1         pic S9(6)  comp-4 value ZERO.
             10 MS-G2         pic S9(6)  comp-4 value ZERO.
             10 MS-L1-RECS    pic S9(6)  comp-4 value ZERO.
             10 MS-L2-RECS    pic S9(6)  comp-4 value ZERO.
             10 MS-COL-MATCH  pic S9(12) comp-4 value ZERO.
             10 MS-COL-SIM    pic S9(15) comp-4 value ZERO.

       01 MTX-HDG1.
          05 filler pic X(36) value
             'CROSS-SITE SIMILARITY MATRIX        '.
          05 MH-RUNDATE       pic X(08).
       01 MTX-HDG2.
          05 filler pic X(54) value
             'L1 SITE   L2 SITE        MATCHES     CONTRIBUTION  PCT'.
       01 MTX-DETAIL.
          05 MD-ROW           pic X(08).
          05 filler           pic X(2) value SPACES.
          05 MD-COL           pic X(08).
          05 filler           pic X(2) value SPACES.
          05 MD-MATCH         pic Z(11)9.
          05 filler           pic X(2) value SPACES.
          05 MD-SIM           pic Z(14)9.
          05 filler           pic X(2) value SPACES.
          05 MD-PCT           pic ZZ9.

       01 DTL-HDG1.
          05 filler pic X(44) value
             'SIMILARITY CONTRIBUTION DETAIL              '.
          05 filler pic X(17) value 'SIMILARITY SCORE '.
          05 DL-ACC           pic Z(14)9.

      * Full frequency extract: one line per distinct list-1
      * location in ascending order, for the downstream rollups
      * that need every location's share rather than the top N.
       01 FRQ-DETAIL.
          05 FQ-LOC           pic 9(5).
          05 filler           pic X(1) value SPACE.
          05 FQ-OCCURS        pic 9(6).
          05 filler           pic X(1) value SPACE.
          05 FQ-FREQ          pic 9(6).
          05 filler           pic X(1) value SPACE.
          05 FQ-CONTRIB       pic 9(15).

       01 REJ-DETAIL.
          05 RJ-REC-NO        pic ZZZZZ9.
          05 filler           pic X(2) value SPACES.
             88 V-SG-EOF       value 'E'.
          05 W-WKG-FAIL-FLAG pic X value 'N'.
             88 V-WKG-FAIL      value 'Y'.
          05 W-FRQ-FAIL-FLAG pic X value 'N'.
             88 V-FRQ-FAIL      value 'Y'.

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
      * the sum of the site trailers.
                 set V-SITE-SEEN to true
                 move SI-CODE to W-CUR-SITE-CODE
                 perform 9100-FIND-SITE
                 move 'Y'     to W-SITE-OK-FLAG
                 if V-SITEMAST
                    perform 9150-VALIDATE-SITE
                 if FLI1 is numeric and FLI2 is numeric
                    add 1 to A-COUNT
                    add FLI1 FLI2 to W-CHECKSUM
                    move W-CUR-SITE to T1-SITE
                    move FLI1 to T1-VAL
                    write TMP1REC
                    move W-CUR-SITE to T2-SITE
                    move FLI2 to T2-VAL
                    write TMP2REC
                 else
           end-if

           perform 3000-COMPUTE-SIMILARITY
           perform 6500-WRITE-SITE-MATRIX

           open output CKPFIL
           if CKP-FS = '00'

           display ACC
           if V-TRLR-FAIL
              if W-STEP-RC < 4
                 move 4 to W-STEP-RC
              end-if
           end-if
      * The SCORECRD and ERRLOG calls reset RETURN-CODE, so the
      * step's warnings are carried in W-STEP-RC and set here.
           move W-STEP-RC to return-code
           perform 9900-WRITE-END-STATUS
           goback
           .

      * A SITE header opens (or re-opens) that site's section; the
      * pairs that follow carry its number into the work files.
       9100-FIND-SITE section.
           move ZERO to W-CUR-SITE
           perform varying sx from 1 by 1 until sx > W-SITE-COUNT
              if ST-CODE(sx) = SI-CODE
                 move sx to W-CUR-SITE
              end-if
           end-perform
           if W-CUR-SITE = ZERO
              if W-SITE-COUNT >= W-MAX-SITES
                 move 'SITE TABLE' to W-ERR-OP
                 move 'OV'         to W-ERR-FS
                 move SI-CODE      to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 if W-STEP-RC < 4
                    move 4 to W-STEP-RC
                 end-if
              else
                 add 1 to W-SITE-COUNT
                 move W-SITE-COUNT to W-CUR-SITE
                 move SI-CODE to ST-CODE(W-CUR-SITE)
              end-if
           end-if
           .

      * Look the header's code up on the site master.  A code the
      * master does not carry, or carries as inactive, invalidates
      * the section until its TRAILER closes it.
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              if W-STEP-RC < 4
                 move 4 to W-STEP-RC
              end-if
           when SIT-FS = '23'
              move 'N'          to W-SITE-OK-FLAG
              move 'SITE CHECK' to W-ERR-OP
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              if W-STEP-RC < 4
                 move 4 to W-STEP-RC
              end-if
           when other
              move 'READ SITEFIL' to W-ERR-OP
              move 'SITEMAST.DAT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  SIT-FS W-ERR-DETAIL
              if W-STEP-RC < 4
                 move 4 to W-STEP-RC
              end-if
           end-evaluate
           .

      * both streams ascend, so one forward pass covers every
      * group and only one record of each stream is in storage.
      * Each group also writes its work record for the ranked
      * detail report and its line on the frequency extract.
       3000-COMPUTE-SIMILARITY section.
      * The group work file only feeds the ranked detail report;
      * the similarity score itself never depends on it.  When
              move 'AOC1B.WKG'    to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  TMPG-FS W-ERR-DETAIL
              if W-STEP-RC < 4
                 move 4 to W-STEP-RC
              end-if
              set V-WKG-FAIL to true
           end-if
           open output FRQFIL
           if FRQ-FS not = '00'
              move 'OPEN FRQFIL' to W-ERR-OP
              move 'AOC1B.FRQ'   to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  FRQ-FS W-ERR-DETAIL
              if W-STEP-RC < 4
                 move 4 to W-STEP-RC
              end-if
              set V-FRQ-FAIL to true
           else
              move 'CTLHDR'   to CTL-HDR-ID
              move W-ERR-PROGRAM to CTL-HDR-PROGRAM
              move W-RUNDATE  to CTL-HDR-RUNDATE
              move W-RUNID    to CTL-HDR-RUNID
              write FRQLINE from CTL-HEADER
           end-if
           open input SRT1FIL
           open input SRT2FIL
           move ZERO to ACC W-GRP-NO W-DTL-COUNT
           perform until V-S1-EOF
              move S1-VAL to W-GRP-VAL
              move ZERO to W-GRP-COUNT
              perform varying sx from 1 by 1 until sx > 11
                 move ZERO to MS-G1(sx) MS-G2(sx)
              end-perform
              perform until V-S1-EOF or S1-VAL not = W-GRP-VAL
                 add 1 to W-GRP-COUNT
                 add 1 to MS-G1(S1-SITE + 1)
                 read SRT1FIL at end set V-S1-EOF to true end-read
              end-perform
              perform until V-S2-EOF or S2-VAL >= W-GRP-VAL
                 add 1 to MS-L2-RECS(S2-SITE + 1)
                 read SRT2FIL at end set V-S2-EOF to true end-read
              end-perform
              move ZERO to W-FREQ
              perform until V-S2-EOF or S2-VAL > W-GRP-VAL
                 add 1 to W-FREQ
                 add 1 to MS-G2(S2-SITE + 1)
                 add 1 to MS-L2-RECS(S2-SITE + 1)
                 read SRT2FIL at end set V-S2-EOF to true end-read
              end-perform
              perform 3100-POST-MATRIX
              compute W-CONTRIB =
                 W-GRP-VAL * W-FREQ * W-GRP-COUNT
              add W-CONTRIB to ACC
                 write TMPGREC
                 add 1 to W-DTL-COUNT
              end-if
              if not V-FRQ-FAIL
                 move W-GRP-VAL   to FQ-LOC
                 move W-GRP-COUNT to FQ-OCCURS
                 move W-FREQ      to FQ-FREQ
                 move W-CONTRIB   to FQ-CONTRIB
                 write FRQLINE from FRQ-DETAIL
                 add 1 to W-FRQ-CTL-CNT
              end-if
              if function mod(W-GRP-NO, W-CKP-INTERVAL) = 0
                 move W-GRP-NO to W-CKP-IX
                 move ACC      to W-CKP-ACC
                 perform 7000-WRITE-CHECKPOINT
              end-if
           end-perform
      * List-2 ids above the last list-1 value match nothing but
      * still mark their site as present in the matrix.
           perform until V-S2-EOF
              add 1 to MS-L2-RECS(S2-SITE + 1)
              read SRT2FIL at end set V-S2-EOF to true end-read
           end-perform
           close SRT1FIL
           close SRT2FIL
           if not V-WKG-FAIL
              close TMPGFIL
           end-if
           if not V-FRQ-FAIL
              move 'CTLTRL'       to CTL-TRL-ID
              move W-FRQ-CTL-CNT  to CTL-TRL-COUNT
              move ACC            to CTL-TRL-HASH
              write FRQLINE from CTL-TRAILER
              close FRQFIL
           end-if
           .

      * Spread the group's contribution over the sites: every
      * list-1 occurrence from site A meets every list-2
      * occurrence from site B, so the cell takes the product of
      * the two site counts and the value times that product.
       3100-POST-MATRIX section.
           perform varying sx from 1 by 1 until sx > 11
              if MS-G1(sx) > ZERO
                 add MS-G1(sx) to MS-L1-RECS(sx)
                 if W-FREQ > ZERO
                    perform varying sy from 1 by 1 until sy > 11
                       if MS-G2(sy) > ZERO
                          compute MX-MATCH(sx, sy) = MX-MATCH(sx, sy)
                             + MS-G1(sx) * MS-G2(sy)
                          compute MX-SIM(sx, sy) = MX-SIM(sx, sy)
                             + W-GRP-VAL * MS-G1(sx) * MS-G2(sy)
                       end-if
                    end-perform
                 end-if
              end-if
           end-perform
           .

       7000-WRITE-CHECKPOINT section.
           end-evaluate
           call 'STSWRT' using W-ERR-PROGRAM W-STS-PHASE
                               W-STS-READ W-STS-REJ
                               W-STS-DISP W-STS-VERSION
           move W-STS-SAVED-RC to return-code
           .

              move 'AOC1B.DTL'   to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  DTL-FS W-ERR-DETAIL
              if W-STEP-RC < 4
                 move 4 to W-STEP-RC
              end-if
              exit section
           end-if
           move 'CTLHDR'   to CTL-HDR-ID
           close DTLFIL
           .

      * Site-by-site matrix: for each list-1 site a cell per list-2
      * site and a row total, then the column totals per list-2
      * site.  Row and column totals both add back to the score.
       6500-WRITE-SITE-MATRIX section.
           move '*NONE*' to MS-CODE(1)
           perform varying sx from 1 by 1 until sx > W-SITE-COUNT
              move ST-CODE(sx) to MS-CODE(sx + 1)
           end-perform
           open output MTXFIL
           if MTX-FS not = '00'
              move 'OPEN MTXFIL' to W-ERR-OP
              move 'AOC1B.MTX'   to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  MTX-FS W-ERR-DETAIL
              if W-STEP-RC < 4
                 move 4 to W-STEP-RC
              end-if
              exit section
           end-if
           move 'CTLHDR'   to CTL-HDR-ID
           move W-ERR-PROGRAM to CTL-HDR-PROGRAM
           move W-RUNDATE  to CTL-HDR-RUNDATE
           move W-RUNID    to CTL-HDR-RUNID
           write MTXLINE from CTL-HEADER
           move W-RUNDATE to MH-RUNDATE
           write MTXLINE from MTX-HDG1
           write MTXLINE from MTX-HDG2
           add 2 to W-MTX-CTL-CNT
      * A site appears once it sent a pair on either side; site
      * zero only when the feed opened without a SITE header.
           perform varying sx from 1 by 1 until sx > 11
              if MS-L1-RECS(sx) > ZERO
                 move ZERO to W-MTX-MATCH W-MTX-SIM
                 perform varying sy from 1 by 1 until sy > 11
                    if MS-L2-RECS(sy) > ZERO
                       move MS-CODE(sx)      to MD-ROW
                       move MS-CODE(sy)      to MD-COL
                       move MX-MATCH(sx, sy) to MD-MATCH
                       move MX-SIM(sx, sy)   to W-SCR-VALUE
                       perform 6510-WRITE-MATRIX-LINE
                       add MX-MATCH(sx, sy) to W-MTX-MATCH
                       add MX-SIM(sx, sy)   to W-MTX-SIM
                       add MX-MATCH(sx, sy) to MS-COL-MATCH(sy)
                       add MX-SIM(sx, sy)   to MS-COL-SIM(sy)
                    end-if
                 end-perform
                 move MS-CODE(sx)   to MD-ROW
                 move '*TOTAL*'     to MD-COL
                 move W-MTX-MATCH   to MD-MATCH
                 move W-MTX-SIM     to W-SCR-VALUE
                 perform 6510-WRITE-MATRIX-LINE
              end-if
           end-perform
           move ZERO to W-MTX-MATCH W-MTX-SIM
           perform varying sy from 1 by 1 until sy > 11
              if MS-L2-RECS(sy) > ZERO
                 move '*TOTAL*'         to MD-ROW
                 move MS-CODE(sy)       to MD-COL
                 move MS-COL-MATCH(sy)  to MD-MATCH
                 move MS-COL-SIM(sy)    to W-SCR-VALUE
                 perform 6510-WRITE-MATRIX-LINE
                 add MS-COL-MATCH(sy) to W-MTX-MATCH
                 add MS-COL-SIM(sy)   to W-MTX-SIM
              end-if
           end-perform
           move '*TOTAL*'     to MD-ROW
           move '*TOTAL*'     to MD-COL
           move W-MTX-MATCH   to MD-MATCH
           move W-MTX-SIM     to W-SCR-VALUE
           perform 6510-WRITE-MATRIX-LINE
           if W-MTX-SIM not = ACC
              move 'MATRIX TIE'  to W-ERR-OP
              move 'RX'          to W-ERR-FS
              move SPACES        to W-ERR-DETAIL
              string 'SITE MATRIX DOES NOT TIE TO SCORE'
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              if W-STEP-RC < 4
                 move 4 to W-STEP-RC
              end-if
           end-if
           move 'CTLTRL'       to CTL-TRL-ID
           move W-MTX-CTL-CNT  to CTL-TRL-COUNT
           move W-MTX-SIM      to CTL-TRL-HASH
           write MTXLINE from CTL-TRAILER
           close MTXFIL
           .

      * The cell's contribution arrives in W-SCR-VALUE; its share
      * of the score is shown as a whole percentage.
       6510-WRITE-MATRIX-LINE section.
           move W-SCR-VALUE to MD-SIM
           if ACC > ZERO
              compute W-DTL-PCT rounded = W-SCR-VALUE * 100 / ACC
           else
              move ZERO to W-DTL-PCT
           end-if
           move W-DTL-PCT to MD-PCT
           write MTXLINE from MTX-DETAIL
           add 1 to W-MTX-CTL-CNT
           .
