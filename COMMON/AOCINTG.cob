       identification division.
       program-id. AOCINTG.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select RUNFIL assign to W-RUN-DSN
           organization is line sequential
           file status is RUN-FS.

           select STSFIL assign to W-STS-DSN
           organization is line sequential
           file status is STS-FS.

           select INVFIL assign to 'ARCHIVE.INV'
           organization is line sequential
           file status is INV-FS.

           select ARCFIL assign to W-ARC-DSN
           organization is line sequential
           file status is ARC-FS.

           select OFFFIL assign to 'OFFENDER.DAT'
           organization is line sequential
           file status is OFF-FS.

           select MSTFIL assign to 'EXCMAST.DAT'
           organization is line sequential
           file status is MST-FS.

           select LOCFIL assign to 'LOCMAST.DAT'
           organization is indexed
           access is sequential
           record key is LOC-ID
           file status is LOC-FS.

           select JRNFIL assign to 'LOCJRNL.DAT'
           organization is line sequential
           file status is JRN-FS.

      * Journal sort work files.
           select TMPJFIL assign to 'AOCINTG.WK1'
           organization is line sequential
           file status is TMPJ-FS.

           select SRTJFIL assign to 'AOCINTG.SR1'
           organization is line sequential
           file status is SRTJ-FS.

           select SDJFIL assign to 'AOCINTG.SWJ'.

           select SITEFIL assign to 'SITEMAST.DAT'
           organization is indexed
           access is sequential
           record key is SITE-CODE
           file status is SIT-FS.

           select ACKFIL assign to W-ACK-DSN
           organization is line sequential
           file status is ACK-FS.

           select SLAFIL assign to 'SITESLA.HIST'
           organization is line sequential
           file status is SLA-FS.

           select OVRFIL assign to 'OVERRIDE.DAT'
           organization is line sequential
           file status is OVR-FS.

           select GRCFIL assign to 'GATERC.DAT'
           organization is line sequential
           file status is GRC-FS.

           select RPTFIL assign to 'AOCINTG.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  RUNFIL.
       01  RUNLINE            pic X(60).

       FD  STSFIL.
       01  STSLINE            pic X(100).

       FD  INVFIL.
       01  INVLINE            pic X(80).

       FD  ARCFIL.
       01  ARCLINE            pic X(310).

       FD  OFFFIL.
       01  OFFLINE            pic X(50).

       FD  MSTFIL.
       01  MSTLINE            pic X(360).

       FD  LOCFIL.
           COPY LOCREC.

       FD  JRNFIL.
       01  JRNLINE            pic X(126).

       FD  TMPJFIL.
       01  TMPJREC            pic X(75).

       FD  SRTJFIL.
       01  SRTJREC.
           05  SJ-LOC-ID      pic 9(05).
           05  SJ-SEQ         pic 9(09).
           05  SJ-ACTION      pic X(01).
           05  SJ-RUNID       pic X(08).
           05  SJ-AFTER       pic X(52).

       SD  SDJFIL.
       01  SDJREC.
           05  JW-LOC-ID      pic 9(05).
           05  JW-SEQ         pic 9(09).
           05  FILLER         pic X(61).

       FD  SITEFIL.
           COPY SITEREC.

       FD  ACKFIL.
       01  ACKLINE            pic X(50).

       FD  SLAFIL.
       01  SLALINE            pic X(80).

       FD  OVRFIL.
       01  OVRDATA.
           05  OV-RUNID       pic X(08).
           05  FILLER         pic X(01).
           05  OV-ACTION      pic X(08).
           05  FILLER         pic X(01).
           05  OV-SUPV        pic X(08).
           05  FILLER         pic X(01).
           05  OV-REASON      pic X(20).

       FD  GRCFIL.
       01  GRCLINE            pic X(20).
       01  GRCLINE-DETAIL redefines GRCLINE.
           05  GRC-CC         pic X(04).
           05  FILLER         pic X(01).
           05  GRC-OVR        pic X(01).
           05  FILLER         pic X(01).
           05  GRC-SUPV       pic X(08).

       FD  RPTFIL.
       01  RPTLINE            pic X(100).

       working-storage section.
       01 A-ARB.
          05 RUN-FS           pic XX.
          05 STS-FS           pic XX.
          05 INV-FS           pic XX.
          05 ARC-FS           pic XX.
          05 OFF-FS           pic XX.
          05 MST-FS           pic XX.
          05 LOC-FS           pic XX.
          05 JRN-FS           pic XX.
          05 TMPJ-FS          pic XX.
          05 SRTJ-FS          pic XX.
          05 SIT-FS           pic XX.
          05 ACK-FS           pic XX.
          05 SLA-FS           pic XX.
          05 OVR-FS           pic XX.
          05 GRC-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(6) comp-4 value ZERO.
          05 W-STEP-RC        pic S9(4) comp-4 value ZERO.
          05 JX               pic S9(6) comp-4 value ZERO.
          05 W-RUN-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-MAX-RUNS       pic S9(6) comp-4 value 20000.
          05 W-DATE-COUNT     pic S9(6) comp-4 value ZERO.
          05 W-ORPH-COUNT     pic S9(6) comp-4 value ZERO.
          05 W-MAX-ORPH       pic S9(6) comp-4 value 500.
          05 W-OFF-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-MAX-OFF        pic S9(6) comp-4 value 5000.
          05 W-SITE-COUNT     pic S9(6) comp-4 value ZERO.
          05 W-MAX-SITES      pic S9(6) comp-4 value 500.
          05 W-XSITE-COUNT    pic S9(6) comp-4 value ZERO.
          05 W-REC-COUNT      pic S9(8) comp-4 value ZERO.
          05 W-JRN-SEQ        pic S9(9) comp-4 value ZERO.
          05 W-HIGH-COUNT     pic S9(6) comp-4 value ZERO.
          05 W-MED-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-LOW-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-STS-ROWS       pic S9(8) comp-4 value ZERO.
          05 W-INV-ROWS       pic S9(8) comp-4 value ZERO.
          05 W-EXC-ROWS       pic S9(8) comp-4 value ZERO.
          05 W-JRN-ROWS       pic S9(8) comp-4 value ZERO.
          05 W-LOC-ROWS       pic S9(8) comp-4 value ZERO.
          05 W-UNJRN-COUNT    pic S9(8) comp-4 value ZERO.
          05 W-ACK-FILES      pic S9(6) comp-4 value ZERO.
          05 W-OVR-ROWS       pic S9(6) comp-4 value ZERO.
          05 W-STS-FIRST-DATE pic X(08) value HIGH-VALUES.
          05 W-LAST-RUNID     pic X(08) value SPACES.
          05 W-LAST-STATUS    pic X(08) value SPACES.
          05 W-LAST-CC        pic 9(04) value ZERO.
          05 W-FIND-ID        pic X(08).
          05 W-FIND-DATE      pic X(08).
          05 W-FIND-RPTID     pic X(12).
          05 W-HIT-IX         pic S9(6) comp-4 value ZERO.
          05 W-CUR-LOC-ID     pic 9(05).
          05 W-CUR-ACTION     pic X(01).
          05 W-CUR-RUNID      pic X(08).
          05 W-CUR-AFTER      pic X(52).
          05 W-COUNT-DISP     pic Z(7)9.
          05 W-COUNT-DISP2    pic Z(7)9.
          05 W-RUN-DSN        pic X(64).
          05 W-STS-DSN        pic X(64).
          05 W-ARC-DSN        pic X(64).
          05 W-ACK-DSN        pic X(64).
          05 W-RUNDATE        pic X(08).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCINTG'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).
          05 W-F-SEV          pic X(06).
          05 W-F-DATASET      pic X(12).
          05 W-F-CHECK        pic X(30).
          05 W-F-KEY          pic X(12).
          05 W-F-DETAIL       pic X(36).

       COPY RUNREC.
       COPY STSREC.
       COPY LOCJREC.
       COPY SLAREC.

       01 CONTROL-AREA.
          05 W-RUNID          pic X(08).
          COPY CTLREC.

      * Every run id registered on RUNCTL.DAT and RUNCTL.HIST,
      * sorted by id so each pointer on the other datasets is a
      * binary search.  STS and OVR note whether any status row or
      * override names the run.
       01 FILLER.
          05 RT-ENTRY occurs 1 to 20000 times
                      depending on W-RUN-COUNT
                      ascending key RT-ID
                      indexed by RTX.
             10 RT-ID         pic X(08).
             10 RT-DATE       pic X(08).
             10 RT-STATUS     pic X(08).
             10 RT-SOURCE     pic X(12).
             10 RT-STS-FLAG   pic X(01).
             10 RT-OVR-FLAG   pic X(01).

      * The distinct run dates on the same two datasets.
       01 FILLER.
          05 DT-ENTRY occurs 1 to 20000 times
                      depending on W-DATE-COUNT
                      ascending key DT-DATE
                      indexed by DTX.
             10 DT-DATE       pic X(08).

      * Status run ids with no registered run, one line each.
       01 FILLER.
          05 OR-ENTRY occurs 500 times.
             10 OR-RUNID      pic X(08).
             10 OR-SOURCE     pic X(12).
             10 OR-COUNT      pic S9(8) comp-4.

       01 FILLER.
          05 OF-ENTRY occurs 1 to 5000 times
                      depending on W-OFF-COUNT
                      ascending key OF-ID
                      indexed by OFX.
             10 OF-ID         pic X(12).

       01 FILLER.
          05 ST-ENTRY occurs 500 times.
             10 ST-CODE       pic X(08).
             10 ST-ACTIVE     pic X(01).

      * Sites already reported off the master from SITESLA.HIST.
       01 FILLER.
          05 XS-CODE occurs 500 times pic X(08).

       01 INV-DETAIL.
          05 ID-SOURCE        pic X(12).
          05 filler           pic X(1).
          05 ID-RUNDATE       pic X(08).
          05 filler           pic X(1).
          05 ID-VERSION       pic 9(02).
          05 filler           pic X(1).
          05 ID-COUNT         pic 9(08).
          05 filler           pic X(1).
          05 ID-DSN           pic X(40).

       01 MST-DETAIL.
          05 MD-RPTID         pic X(12).
          05 filler           pic X(1).
          05 MD-REC-NO        pic X(06).
          05 filler           pic X(1).
          05 MD-REASON        pic X(30).
          05 filler           pic X(1).
          05 MD-STATUS        pic X(08).
          05 filler           pic X(1).
          05 MD-FIRST-DATE    pic X(08).

       01 ACK-DETAIL.
          05 AK-SITE          pic X(08).
          05 filler           pic X(1).
          05 AK-RUNDATE       pic X(08).
          05 filler           pic X(1).
          05 AK-RUNID         pic X(08).

       01 RPT-HDG1.
          05 filler           pic X(30) value
             'REFERENTIAL INTEGRITY AUDIT   '.
          05 RH-RUNDATE       pic X(08).
          05 filler           pic X(5)  value ' RUN '.
          05 RH-RUNID         pic X(08).
       01 RPT-HDG2.
          05 filler           pic X(51) value
             'SEV    DATASET      CHECK'.
          05 filler           pic X(48) value
             'KEY          DETAIL'.
       01 RPT-DETAIL.
          05 RD-SEV           pic X(06).
          05 filler           pic X(1) value SPACE.
          05 RD-DATASET       pic X(12).
          05 filler           pic X(1) value SPACE.
          05 RD-CHECK         pic X(30).
          05 filler           pic X(1) value SPACE.
          05 RD-KEY           pic X(12).
          05 filler           pic X(1) value SPACE.
          05 RD-DETAIL        pic X(36).
       01 RPT-NONE.
          05 filler           pic X(30) value
             'NO FINDINGS                   '.
       01 RPT-COUNTS.
          05 RC-LABEL         pic X(30).
          05 RC-COUNT         pic ZZZZZZZ9.
       01 RPT-BLANK           pic X(01) value SPACE.

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-MST-EOF-FLAG pic X value 'N'.
             88 V-MST-EOF      value 'Y'.
          05 W-KNOWN-FLAG   pic X value 'N'.
             88 V-KNOWN        value 'Y'.
          05 W-RUN-OVFL-FLAG pic X value 'N'.
             88 V-RUN-OVERFLOW value 'Y'.
          05 W-OFF-OK-FLAG  pic X value 'N'.
             88 V-OFF-LOADED   value 'Y'.
          05 W-LOC-OPEN-FLAG pic X value 'N'.
             88 V-LOC-OPEN     value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCINTG'
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

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOCINTG.RPT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if
           move W-RUNDATE to RH-RUNDATE
           move W-RUNID   to RH-RUNID
           write RPTLINE from RPT-HDG1
           write RPTLINE from RPT-HDG2

           perform 1000-LOAD-RUNS
           perform 2000-CHECK-STATUS
           perform 3000-CHECK-ARCHIVE
           perform 4000-CHECK-REPORT-IDS
           perform 5000-CHECK-LOCATIONS
           perform 6000-CHECK-SITES
           perform 7000-CHECK-OVERRIDES
           perform 9000-WRITE-TOTALS
           close RPTFIL

           display W-HIGH-COUNT ' high findings'
           display W-MED-COUNT  ' medium findings'
           display W-LOW-COUNT  ' low findings'
      * One log entry per audit that found anything worth a look,
      * pointing the morning review at the report.
           if W-HIGH-COUNT > ZERO or W-MED-COUNT > ZERO
              move 'AUDIT'        to W-ERR-OP
              move 'IA'           to W-ERR-FS
              move SPACES         to W-ERR-DETAIL
              move W-HIGH-COUNT   to W-COUNT-DISP
              move W-MED-COUNT    to W-COUNT-DISP2
              string function trim(W-COUNT-DISP) ' HIGH '
                 function trim(W-COUNT-DISP2) ' MEDIUM - AOCINTG.RPT'
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
           end-if
           if W-HIGH-COUNT > ZERO and W-STEP-RC < 4
              move 4 to W-STEP-RC
           end-if
      * ERRLOG resets RETURN-CODE on every call, so the step's
      * condition is carried in W-STEP-RC and set once here.
           move W-STEP-RC to return-code
           goback
           .

      * Live entries first, then history.  A run id on both is a
      * roll that was restored, or a restore that was rolled again
      * - either way one of the copies is stale.  The last live
      * entry is the run whose outcome GATERC.DAT still holds.
       1000-LOAD-RUNS section.
           move 'RUNCTL.DAT'  to W-RUN-DSN
           perform 1100-LOAD-RUN-FILE
           move 'RUNCTL.HIST' to W-RUN-DSN
           perform 1100-LOAD-RUN-FILE
           if V-RUN-OVERFLOW
              move 'RUN TABLE'  to W-ERR-OP
              move 'OV'         to W-ERR-FS
              move 'RUN TABLE FULL - RUN ID CHECKS PARTIAL'
                                to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 'LOW'            to W-F-SEV
              move 'RUNCTL.HIST'    to W-F-DATASET
              move 'RUN TABLE FULL - PARTIAL CHECK' to W-F-CHECK
              move SPACES           to W-F-KEY
              move SPACES           to W-F-DETAIL
              perform 8000-WRITE-FINDING
           end-if
           if W-RUN-COUNT > 1
              sort RT-ENTRY ascending key RT-ID
           end-if
           perform varying ix from 2 by 1 until ix > W-RUN-COUNT
              if RT-ID(ix) = RT-ID(ix - 1)
                 move 'MEDIUM'         to W-F-SEV
                 move RT-SOURCE(ix)    to W-F-DATASET
                 move 'RUN ID REGISTERED TWICE' to W-F-CHECK
                 move RT-ID(ix)        to W-F-KEY
                 move SPACES           to W-F-DETAIL
                 string 'ALSO ON ' RT-SOURCE(ix - 1)
                    delimited by size into W-F-DETAIL
                 end-string
                 perform 8000-WRITE-FINDING
              end-if
           end-perform

           move ZERO to W-DATE-COUNT
           perform varying ix from 1 by 1 until ix > W-RUN-COUNT
              add 1 to W-DATE-COUNT
              move RT-DATE(ix) to DT-DATE(W-DATE-COUNT)
           end-perform
           if W-DATE-COUNT > 1
              sort DT-ENTRY ascending key DT-DATE
           end-if
           .

       1100-LOAD-RUN-FILE section.
           open input RUNFIL
           if RUN-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read RUNFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move RUNLINE to RUN-RECORD
              if W-RUN-DSN = 'RUNCTL.DAT'
                 move RUN-ID        to W-LAST-RUNID
                 move RUN-STATUS    to W-LAST-STATUS
                 move RUN-COND-CODE to W-LAST-CC
              end-if
              if W-RUN-COUNT < W-MAX-RUNS
                 add 1 to W-RUN-COUNT
                 move RUN-ID      to RT-ID(W-RUN-COUNT)
                 move RUN-RUNDATE to RT-DATE(W-RUN-COUNT)
                 move RUN-STATUS  to RT-STATUS(W-RUN-COUNT)
                 move W-RUN-DSN   to RT-SOURCE(W-RUN-COUNT)
                 move 'N'         to RT-STS-FLAG(W-RUN-COUNT)
                 move 'N'         to RT-OVR-FLAG(W-RUN-COUNT)
              else
                 set V-RUN-OVERFLOW to true
              end-if
              read RUNFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close RUNFIL
           .

      * Status rows from before the run id was appended carry
      * spaces there and are not checked.  A run is expected to
      * have status rows only from the first date a stamped row
      * appears.
       2000-CHECK-STATUS section.
           move 'STATUS.DAT'  to W-STS-DSN
           perform 2100-SCAN-STATUS-FILE
           move 'STATUS.HIST' to W-STS-DSN
           perform 2100-SCAN-STATUS-FILE
           perform varying ix from 1 by 1 until ix > W-ORPH-COUNT
              move 'MEDIUM'         to W-F-SEV
              move OR-SOURCE(ix)    to W-F-DATASET
              move 'RUN ID NOT ON RUNCTL OR HIST' to W-F-CHECK
              move OR-RUNID(ix)     to W-F-KEY
              move OR-COUNT(ix)     to W-COUNT-DISP
              move SPACES           to W-F-DETAIL
              string function trim(W-COUNT-DISP) ' STATUS ROWS'
                 delimited by size into W-F-DETAIL
              end-string
              perform 8000-WRITE-FINDING
           end-perform
           perform varying ix from 1 by 1 until ix > W-RUN-COUNT
              if RT-STS-FLAG(ix) = 'N'
                 and RT-DATE(ix) >= W-STS-FIRST-DATE
                 and RT-STATUS(ix) not = 'RUNNING'
                 move 'LOW'            to W-F-SEV
                 move RT-SOURCE(ix)    to W-F-DATASET
                 move 'RUN HAS NO STATUS ROWS' to W-F-CHECK
                 move RT-ID(ix)        to W-F-KEY
                 move SPACES           to W-F-DETAIL
                 string 'RUNDATE ' RT-DATE(ix) ' ' RT-STATUS(ix)
                    delimited by size into W-F-DETAIL
                 end-string
                 perform 8000-WRITE-FINDING
              end-if
           end-perform
           .

       2100-SCAN-STATUS-FILE section.
           open input STSFIL
           if STS-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read STSFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move STSLINE to STS-RECORD
              if STS-RUNID not = spaces
                 add 1 to W-STS-ROWS
                 if STS-RUNDATE < W-STS-FIRST-DATE
                    move STS-RUNDATE to W-STS-FIRST-DATE
                 end-if
                 move STS-RUNID to W-FIND-ID
                 perform 8100-FIND-RUN
                 if W-HIT-IX > ZERO
                    move 'Y' to RT-STS-FLAG(W-HIT-IX)
                 else
                    perform 2200-NOTE-ORPHAN
                 end-if
              end-if
              read STSFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close STSFIL
           .

       2200-NOTE-ORPHAN section.
           perform varying jx from 1 by 1 until jx > W-ORPH-COUNT
              if OR-RUNID(jx) = STS-RUNID
                 and OR-SOURCE(jx) = W-STS-DSN
                 add 1 to OR-COUNT(jx)
                 exit section
              end-if
           end-perform
           if W-ORPH-COUNT < W-MAX-ORPH
              add 1 to W-ORPH-COUNT
              move STS-RUNID to OR-RUNID(W-ORPH-COUNT)
              move W-STS-DSN to OR-SOURCE(W-ORPH-COUNT)
              move 1         to OR-COUNT(W-ORPH-COUNT)
           end-if
           .

      * Every inventory row must still have its dataset on disk
      * with the record count archived, or AOCREST and AOCQREL
      * would restore something other than what was kept.
       3000-CHECK-ARCHIVE section.
           open input INVFIL
           if INV-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read INVFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              add 1 to W-INV-ROWS
              move INVLINE to INV-DETAIL
              perform 3100-CHECK-ARCHIVE-ONE
              move ID-RUNDATE to W-FIND-DATE
              perform 8200-FIND-DATE
              if W-HIT-IX = ZERO
                 move 'LOW'            to W-F-SEV
                 move 'ARCHIVE.INV'    to W-F-DATASET
                 move 'ARCHIVE DATE NOT A RUN DATE' to W-F-CHECK
                 move ID-SOURCE        to W-F-KEY
                 move ID-DSN           to W-F-DETAIL
                 perform 8000-WRITE-FINDING
              end-if
              read INVFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close INVFIL
           set V-INIT to true
           .

       3100-CHECK-ARCHIVE-ONE section.
           move spaces to W-ARC-DSN
           move ID-DSN to W-ARC-DSN
           open input ARCFIL
           if ARC-FS not = '00'
              move 'HIGH'           to W-F-SEV
              move 'ARCHIVE.INV'    to W-F-DATASET
              move 'ARCHIVED DATASET MISSING' to W-F-CHECK
              move ID-SOURCE        to W-F-KEY
              move ID-DSN           to W-F-DETAIL
              perform 8000-WRITE-FINDING
              exit section
           end-if
           move ZERO to W-REC-COUNT
           read ARCFIL
              at end continue
           end-read
           perform until ARC-FS not = '00'
              add 1 to W-REC-COUNT
              read ARCFIL
                 at end continue
              end-read
           end-perform
           close ARCFIL
           if W-REC-COUNT not = ID-COUNT
              move 'HIGH'           to W-F-SEV
              move 'ARCHIVE.INV'    to W-F-DATASET
              move 'ARCHIVE COUNT MISMATCH' to W-F-CHECK
              move ID-SOURCE        to W-F-KEY
              move W-REC-COUNT      to W-COUNT-DISP
              move ID-COUNT         to W-COUNT-DISP2
              move SPACES           to W-F-DETAIL
              string ID-RUNDATE ' HAS ' function trim(W-COUNT-DISP)
                 ' INV ' function trim(W-COUNT-DISP2)
                 delimited by size into W-F-DETAIL
              end-string
              perform 8000-WRITE-FINDING
           end-if
           .

      * AOCOFND posts every report id the exception listing names,
      * so an exception master entry whose id the offender master
      * has never seen did not come from the feed as processed -
      * or the offender master was restored over.
       4000-CHECK-REPORT-IDS section.
           open input OFFFIL
           if OFF-FS = '00'
              set V-OFF-LOADED to true
              set V-INIT to true
              read OFFFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 if W-OFF-COUNT < W-MAX-OFF
                    add 1 to W-OFF-COUNT
                    move OFFLINE(1:12) to OF-ID(W-OFF-COUNT)
                 end-if
                 read OFFFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close OFFFIL
           end-if
           if W-OFF-COUNT > 1
              sort OF-ENTRY ascending key OF-ID
           end-if
           perform varying ix from 2 by 1 until ix > W-OFF-COUNT
              if OF-ID(ix) = OF-ID(ix - 1)
                 move 'MEDIUM'         to W-F-SEV
                 move 'OFFENDER.DAT'   to W-F-DATASET
                 move 'REPORT ID ON MASTER TWICE' to W-F-CHECK
                 move OF-ID(ix)        to W-F-KEY
                 move SPACES           to W-F-DETAIL
                 perform 8000-WRITE-FINDING
              end-if
           end-perform

           open input MSTFIL
           if MST-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read MSTFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              add 1 to W-EXC-ROWS
              move MSTLINE to MST-DETAIL
              if MD-RPTID not = spaces and V-OFF-LOADED
                 move MD-RPTID to W-FIND-RPTID
                 move ZERO     to W-HIT-IX
                 if W-OFF-COUNT > ZERO
                    search all OF-ENTRY
                       when OF-ID(OFX) = W-FIND-RPTID
                          set W-HIT-IX to OFX
                    end-search
                 end-if
                 if W-HIT-IX = ZERO
                    move 'MEDIUM'         to W-F-SEV
                    move 'EXCMAST.DAT'    to W-F-DATASET
                    move 'REPORT ID NEVER SEEN ON FEED' to W-F-CHECK
                    move MD-RPTID         to W-F-KEY
                    move SPACES           to W-F-DETAIL
                    string 'FIRST ' MD-FIRST-DATE ' ' MD-STATUS
                       delimited by size into W-F-DETAIL
                    end-string
                    perform 8000-WRITE-FINDING
                 end-if
              end-if
              move MD-FIRST-DATE to W-FIND-DATE
              perform 8200-FIND-DATE
              if W-HIT-IX = ZERO
                 move 'LOW'            to W-F-SEV
                 move 'EXCMAST.DAT'    to W-F-DATASET
                 move 'FIRST DATE NOT A RUN DATE' to W-F-CHECK
                 move MD-RPTID         to W-F-KEY
                 move SPACES           to W-F-DETAIL
                 string 'FIRST ' MD-FIRST-DATE ' REC ' MD-REC-NO
                    delimited by size into W-F-DETAIL
                 end-string
                 perform 8000-WRITE-FINDING
              end-if
              read MSTFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close MSTFIL
           set V-INIT to true
           .

      * The journal, sorted by location in the order it was
      * written, leaves each id's latest entry last; that entry's
      * after image must be the master record, and a purge must
      * have taken the id off.  Master records the journal never
      * touched came from the backup AOCLRBL starts from, and are
      * only counted.
       5000-CHECK-LOCATIONS section.
           open input JRNFIL
           if JRN-FS not = '00'
              exit section
           end-if
           open output TMPJFIL
           if TMPJ-FS not = '00'
              move 'OPEN TMPJFIL' to W-ERR-OP
              move 'AOCINTG.WK1'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  TMPJ-FS W-ERR-DETAIL
              close JRNFIL
              if W-STEP-RC < 4
                 move 4 to W-STEP-RC
              end-if
              exit section
           end-if
           set V-INIT to true
           read JRNFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              add 1 to W-JRN-SEQ
              move JRNLINE    to JRN-RECORD
              move JRN-LOC-ID to SJ-LOC-ID
              move W-JRN-SEQ  to SJ-SEQ
              move JRN-ACTION to SJ-ACTION
              move JRN-RUNID  to SJ-RUNID
              move JRN-AFTER  to SJ-AFTER
              write TMPJREC from SRTJREC
              read JRNFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close JRNFIL
           close TMPJFIL
           move W-JRN-SEQ to W-JRN-ROWS

           sort SDJFIL ascending key JW-LOC-ID JW-SEQ
              using TMPJFIL giving SRTJFIL

           open input SRTJFIL
           if SRTJ-FS not = '00'
              exit section
           end-if
           open input LOCFIL
           if LOC-FS not = '00'
              set V-MST-EOF to true
           else
              set V-LOC-OPEN to true
              perform 5300-READ-MASTER
           end-if
           move ZERO to W-CUR-LOC-ID
           move SPACE to W-CUR-ACTION
           set V-INIT to true
           read SRTJFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              if W-CUR-ACTION not = SPACE
                 and SJ-LOC-ID not = W-CUR-LOC-ID
                 perform 5100-MATCH-LOCATION
              end-if
              move SJ-LOC-ID to W-CUR-LOC-ID
              move SJ-ACTION to W-CUR-ACTION
              move SJ-RUNID  to W-CUR-RUNID
              move SJ-AFTER  to W-CUR-AFTER
              read SRTJFIL at end set V-INPUT-EOF to true end-read
           end-perform
           if W-CUR-ACTION not = SPACE
              perform 5100-MATCH-LOCATION
           end-if
           perform until V-MST-EOF
              add 1 to W-UNJRN-COUNT
              perform 5300-READ-MASTER
           end-perform
           close SRTJFIL
           if V-LOC-OPEN
              close LOCFIL
           end-if
           set V-INIT to true
           if W-UNJRN-COUNT > ZERO
              move 'LOW'            to W-F-SEV
              move 'LOCMAST.DAT'    to W-F-DATASET
              move 'IDS NOT ON JOURNAL' to W-F-CHECK
              move SPACES           to W-F-KEY
              move W-UNJRN-COUNT    to W-COUNT-DISP
              move SPACES           to W-F-DETAIL
              string function trim(W-COUNT-DISP)
                 ' RECORDS - BACKUP ONLY'
                 delimited by size into W-F-DETAIL
              end-string
              perform 8000-WRITE-FINDING
           end-if
           .

       5100-MATCH-LOCATION section.
           perform until V-MST-EOF or LOC-ID >= W-CUR-LOC-ID
              add 1 to W-UNJRN-COUNT
              perform 5300-READ-MASTER
           end-perform
           move 'LOCJRNL.DAT' to W-F-DATASET
           move SPACES        to W-F-KEY
           move W-CUR-LOC-ID  to W-F-KEY
           move SPACES        to W-F-DETAIL
           string 'LAST ' W-CUR-ACTION ' RUN ' W-CUR-RUNID
              delimited by size into W-F-DETAIL
           end-string
           if not V-MST-EOF and LOC-ID = W-CUR-LOC-ID
              evaluate true
              when W-CUR-ACTION = 'D'
                 move 'HIGH' to W-F-SEV
                 move 'PURGED ID STILL ON MASTER' to W-F-CHECK
                 perform 8000-WRITE-FINDING
              when LOC-RECORD not = W-CUR-AFTER
                 move 'HIGH' to W-F-SEV
                 move 'MASTER DIFFERS FROM JOURNAL' to W-F-CHECK
                 perform 8000-WRITE-FINDING
              when other
                 continue
              end-evaluate
              perform 5300-READ-MASTER
           else
              if W-CUR-ACTION not = 'D'
                 move 'HIGH' to W-F-SEV
                 move 'JOURNALED ID NOT ON MASTER' to W-F-CHECK
                 perform 8000-WRITE-FINDING
              end-if
           end-if
           .

       5300-READ-MASTER section.
           read LOCFIL
              at end set V-MST-EOF to true
           end-read
           if not V-MST-EOF
              add 1 to W-LOC-ROWS
           end-if
           .

      * Each active site on the master should have an ACK file,
      * and the ACK must name that site and a registered run.  A
      * site acknowledged on the service history must still be on
      * the master.  ACK files cannot be listed, so they are found
      * through the site codes that could have produced them.
       6000-CHECK-SITES section.
           open input SITEFIL
           if SIT-FS = '00'
              set V-INIT to true
              read SITEFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 if W-SITE-COUNT < W-MAX-SITES
                    add 1 to W-SITE-COUNT
                    move SITE-CODE   to ST-CODE(W-SITE-COUNT)
                    move SITE-ACTIVE to ST-ACTIVE(W-SITE-COUNT)
                 end-if
                 read SITEFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close SITEFIL
           end-if
           perform varying ix from 1 by 1 until ix > W-SITE-COUNT
              perform 6100-CHECK-ACK
           end-perform

           open input SLAFIL
           if SLA-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read SLAFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move SLALINE to SLA-RECORD
              if SLA-KIND = 'Q'
                 perform 6200-CHECK-SLA-SITE
              end-if
              read SLAFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close SLAFIL
           set V-INIT to true
           .

       6100-CHECK-ACK section.
           move spaces to W-ACK-DSN
           string 'SITEACK.' function trim(ST-CODE(ix))
              delimited by size into W-ACK-DSN
           end-string
           move 'SITEACK' to W-F-DATASET
           move ST-CODE(ix) to W-F-KEY
           open input ACKFIL
           if ACK-FS not = '00'
              if ST-ACTIVE(ix) = 'A'
                 move 'LOW'    to W-F-SEV
                 move 'ACTIVE SITE HAS NO ACK' to W-F-CHECK
                 move W-ACK-DSN(1:36) to W-F-DETAIL
                 perform 8000-WRITE-FINDING
              end-if
              exit section
           end-if
           add 1 to W-ACK-FILES
           set V-INIT to true
           read ACKFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              if ACKLINE(1:6) not = 'CTLHDR'
                 and ACKLINE(1:6) not = 'CTLTRL'
                 move ACKLINE to ACK-DETAIL
                 if AK-SITE not = ST-CODE(ix)
                    move 'HIGH'   to W-F-SEV
                    move 'ACK NAMES ANOTHER SITE' to W-F-CHECK
                    move SPACES   to W-F-DETAIL
                    string 'ACK SITE ' AK-SITE
                       delimited by size into W-F-DETAIL
                    end-string
                    perform 8000-WRITE-FINDING
                 end-if
                 move AK-RUNID to W-FIND-ID
                 perform 8100-FIND-RUN
                 if W-HIT-IX = ZERO
                    move 'MEDIUM' to W-F-SEV
                    move 'ACK RUN ID NOT ON RUNCTL/HIST' to W-F-CHECK
                    move SPACES   to W-F-DETAIL
                    string 'RUN ' AK-RUNID ' DATE ' AK-RUNDATE
                       delimited by size into W-F-DETAIL
                    end-string
                    perform 8000-WRITE-FINDING
                 end-if
              end-if
              read ACKFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close ACKFIL
           .

       6200-CHECK-SLA-SITE section.
           perform varying jx from 1 by 1 until jx > W-SITE-COUNT
              if ST-CODE(jx) = SLA-SITE
                 exit section
              end-if
           end-perform
           perform varying jx from 1 by 1 until jx > W-XSITE-COUNT
              if XS-CODE(jx) = SLA-SITE
                 exit section
              end-if
           end-perform
           if W-XSITE-COUNT < W-MAX-SITES
              add 1 to W-XSITE-COUNT
              move SLA-SITE to XS-CODE(W-XSITE-COUNT)
           end-if
           move 'MEDIUM'         to W-F-SEV
           move 'SITESLA.HIST'   to W-F-DATASET
           move 'ACKED SITE NOT ON MASTER' to W-F-CHECK
           move SLA-SITE         to W-F-KEY
           move SPACES           to W-F-DETAIL
           string 'LAST SEEN ' SLA-RUNDATE ' RUN ' SLA-RUNID
              delimited by size into W-F-DETAIL
           end-string
           perform 8000-WRITE-FINDING
           .

      * An override must name a registered run, and a run AOCEND
      * closed as OVERRIDE must have a signed override behind it.
      * GATERC.DAT holds the outcome of the last gated run only,
      * which is the last live RUNCTL entry once AOCEND has closed
      * it.
       7000-CHECK-OVERRIDES section.
           open input OVRFIL
           if OVR-FS = '00'
              set V-INIT to true
              read OVRFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 add 1 to W-OVR-ROWS
                 move OV-RUNID to W-FIND-ID
                 perform 8100-FIND-RUN
                 if W-HIT-IX > ZERO
                    move 'Y' to RT-OVR-FLAG(W-HIT-IX)
                 else
                    move 'MEDIUM'         to W-F-SEV
                    move 'OVERRIDE.DAT'   to W-F-DATASET
                    move 'OVERRIDE FOR UNKNOWN RUN ID' to W-F-CHECK
                    move OV-RUNID         to W-F-KEY
                    move SPACES           to W-F-DETAIL
                    string function trim(OV-ACTION) ' BY ' OV-SUPV
                       delimited by size into W-F-DETAIL
                    end-string
                    perform 8000-WRITE-FINDING
                 end-if
                 read OVRFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close OVRFIL
              set V-INIT to true
           end-if
           perform varying ix from 1 by 1 until ix > W-RUN-COUNT
              if RT-STATUS(ix) = 'OVERRIDE'
                 and RT-OVR-FLAG(ix) = 'N'
                 move 'HIGH'           to W-F-SEV
                 move RT-SOURCE(ix)    to W-F-DATASET
                 move 'OVERRIDDEN RUN HAS NO OVERRIDE' to W-F-CHECK
                 move RT-ID(ix)        to W-F-KEY
                 move SPACES           to W-F-DETAIL
                 string 'RUNDATE ' RT-DATE(ix)
                    delimited by size into W-F-DETAIL
                 end-string
                 perform 8000-WRITE-FINDING
              end-if
           end-perform

           open input GRCFIL
           if GRC-FS not = '00'
              exit section
           end-if
           read GRCFIL
              at end continue
           end-read
           if GRC-FS = '00'
              and W-LAST-RUNID not = spaces
              and W-LAST-STATUS not = 'RUNNING'
              move 'GATERC.DAT'  to W-F-DATASET
              move W-LAST-RUNID  to W-F-KEY
              move SPACES        to W-F-DETAIL
              string 'GATE ' GRC-CC ' ' GRC-OVR ' RUN '
                 W-LAST-CC ' ' W-LAST-STATUS
                 delimited by size into W-F-DETAIL
              end-string
              evaluate true
              when (GRC-OVR = 'R' or GRC-OVR = 'H')
                   and W-LAST-STATUS not = 'OVERRIDE'
                 move 'MEDIUM' to W-F-SEV
                 move 'GATE OVERRIDE NOT ON RUNCTL' to W-F-CHECK
                 perform 8000-WRITE-FINDING
              when GRC-OVR not = 'R' and GRC-OVR not = 'H'
                   and W-LAST-STATUS = 'OVERRIDE'
                 move 'MEDIUM' to W-F-SEV
                 move 'RUNCTL OVERRIDE NOT ON GATE' to W-F-CHECK
                 perform 8000-WRITE-FINDING
              when GRC-CC is numeric and GRC-CC not = W-LAST-CC
      * AOCEND_CC lets the operator close with another code.
                 move 'LOW'    to W-F-SEV
                 move 'GATE RC DIFFERS FROM RUN CC' to W-F-CHECK
                 perform 8000-WRITE-FINDING
              when other
                 continue
              end-evaluate
           end-if
           close GRCFIL
           .

       8000-WRITE-FINDING section.
           evaluate W-F-SEV
           when 'HIGH'
              add 1 to W-HIGH-COUNT
           when 'MEDIUM'
              add 1 to W-MED-COUNT
           when other
              add 1 to W-LOW-COUNT
           end-evaluate
           move W-F-SEV     to RD-SEV
           move W-F-DATASET to RD-DATASET
           move W-F-CHECK   to RD-CHECK
           move W-F-KEY     to RD-KEY
           move W-F-DETAIL  to RD-DETAIL
           write RPTLINE from RPT-DETAIL
           .

       8100-FIND-RUN section.
           move ZERO to W-HIT-IX
           if W-RUN-COUNT = ZERO
              exit section
           end-if
           search all RT-ENTRY
              when RT-ID(RTX) = W-FIND-ID
                 set W-HIT-IX to RTX
           end-search
           .

       8200-FIND-DATE section.
           move ZERO to W-HIT-IX
           if W-DATE-COUNT = ZERO
              exit section
           end-if
           search all DT-ENTRY
              when DT-DATE(DTX) = W-FIND-DATE
                 set W-HIT-IX to DTX
           end-search
           .

       9000-WRITE-TOTALS section.
           if W-HIGH-COUNT + W-MED-COUNT + W-LOW-COUNT = ZERO
              write RPTLINE from RPT-NONE
           end-if
           write RPTLINE from RPT-BLANK
           move 'RUNS REGISTERED               ' to RC-LABEL
           move W-RUN-COUNT to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'STATUS ROWS CHECKED           ' to RC-LABEL
           move W-STS-ROWS  to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'ARCHIVE INVENTORY ROWS        ' to RC-LABEL
           move W-INV-ROWS  to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'OFFENDER REPORT IDS           ' to RC-LABEL
           move W-OFF-COUNT to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'EXCEPTION MASTER ENTRIES      ' to RC-LABEL
           move W-EXC-ROWS  to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'LOCATION JOURNAL ENTRIES      ' to RC-LABEL
           move W-JRN-ROWS  to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'LOCATION MASTER RECORDS       ' to RC-LABEL
           move W-LOC-ROWS  to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'SITES ON MASTER               ' to RC-LABEL
           move W-SITE-COUNT to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'SITE ACK FILES READ           ' to RC-LABEL
           move W-ACK-FILES to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'OVERRIDE ENTRIES              ' to RC-LABEL
           move W-OVR-ROWS  to RC-COUNT
           write RPTLINE from RPT-COUNTS
           write RPTLINE from RPT-BLANK
           move 'HIGH FINDINGS                 ' to RC-LABEL
           move W-HIGH-COUNT to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'MEDIUM FINDINGS               ' to RC-LABEL
           move W-MED-COUNT to RC-COUNT
           write RPTLINE from RPT-COUNTS
           move 'LOW FINDINGS                  ' to RC-LABEL
           move W-LOW-COUNT to RC-COUNT
           write RPTLINE from RPT-COUNTS
           .
