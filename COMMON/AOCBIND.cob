       identification division.
       program-id. AOCBIND.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select SRCFIL assign to W-SRC-DSN
           organization is line sequential
           file status is SRC-FS.

           select WRKFIL assign to 'AOCBIND.WK1'
           organization is line sequential
           file status is WRK-FS.

           select RPTFIL assign to 'AOCBIND.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
      * Every dataset the binder draws on is read through this
      * one file in turn; each section maps the line itself.
       FD  SRCFIL.
       01  SRCLINE            pic X(310).

      * The control sections are built here first so that the
      * exceptions they raise can be summarized ahead of them.
       FD  WRKFIL.
       01  WRKLINE            pic X(132).

       FD  RPTFIL.
       01  RPTLINE            pic X(132).

       working-storage section.
       01 A-ARB.
          05 SRC-FS           pic XX.
          05 WRK-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(4) comp-4 value ZERO.
          05 JX               pic S9(4) comp-4 value ZERO.
          05 KX               pic S9(4) comp-4 value ZERO.
          05 RX               pic S9(4) comp-4 value ZERO.
          05 SX               pic S9(6) comp-4 value ZERO.
          05 W-RN-COUNT       pic S9(4) comp-4 value ZERO.
          05 W-MAX-RUNS       pic S9(4) comp-4 value 2000.
          05 W-ST-COUNT       pic S9(6) comp-4 value ZERO.
          05 W-MAX-STEPS      pic S9(6) comp-4 value 20000.
          05 W-DT-COUNT       pic S9(4) comp-4 value ZERO.
          05 W-MAX-DATES      pic S9(4) comp-4 value 500.
          05 W-EX-COUNT       pic S9(4) comp-4 value ZERO.
          05 W-MAX-EXC        pic S9(4) comp-4 value 2000.
          05 W-EX-DROPPED     pic S9(6) comp-4 value ZERO.
          05 W-PA-COUNT       pic S9(4) comp-4 value ZERO.
          05 W-PB-COUNT       pic S9(4) comp-4 value ZERO.
          05 W-MAX-PARMS      pic S9(4) comp-4 value 500.
          05 W-OVR-COUNT      pic S9(4) comp-4 value ZERO.
          05 W-OV-COUNT       pic S9(4) comp-4 value ZERO.
          05 W-SECT           pic S9(4) comp-4 value ZERO.
          05 W-HIT-IX         pic S9(4) comp-4 value ZERO.
          05 W-LISTED         pic S9(6) comp-4 value ZERO.
          05 W-CNT-OK         pic S9(6) comp-4 value ZERO.
          05 W-CNT-NOCTL      pic S9(6) comp-4 value ZERO.
          05 W-CNT-BAD        pic S9(6) comp-4 value ZERO.
          05 W-CNT-MISSING    pic S9(6) comp-4 value ZERO.
          05 W-CNT-OTHER      pic S9(6) comp-4 value ZERO.
          05 W-TOTAL-ITEMS    pic S9(8) comp-4 value ZERO.
          05 W-TOTAL-EXC      pic S9(8) comp-4 value ZERO.
          05 W-TOTAL-LINES    pic S9(8) comp-4 value ZERO.
          05 W-BINDER-LINES   pic S9(8) comp-4 value ZERO.
          05 W-ED-1           pic ZZZZ9.
          05 W-ED-2           pic ZZZZ9.
          05 W-ED-3           pic ZZZZ9.
          05 W-ED-4           pic ZZZZ9.
          05 W-ED-5           pic ZZZZ9.
          05 W-FROM           pic X(08).
          05 W-TO             pic X(08).
          05 W-DATE-BLD.
             10 W-BLD-YEAR    pic 9(04).
             10 W-BLD-MONTH   pic 9(02).
             10 W-BLD-DAY     pic 9(02).
          05 W-YEAR           pic 9(04).
          05 W-MONTH          pic 9(02).
          05 W-QTR            pic 9(01).
          05 W-KEY-RUNID      pic X(08).
          05 W-KEY-DATE       pic X(08).
          05 W-DATE           pic X(08).
          05 W-ITEM-RUNID     pic X(08).
          05 W-ITEM-FLAG      pic X(01) value space.
          05 W-TEXT           pic X(100).
          05 W-PARM-MODE      pic X(01).
          05 W-PARM-KEY       pic X(25).
          05 W-PARM-VALUE     pic X(40).
          05 W-SCAN-CODES     pic X(08).
          05 W-SCAN-MODE      pic X(01).
          05 W-CLOSE-DATE     pic X(08).
          05 W-OUTCOME        pic X(28).
          05 W-ENV-NAME       pic X(20).
             88 V-ROUTINE-ENV  values 'INFILDD' 'COMBFILDD'
                                'PREVFILDD' 'RUNDATE' 'RUNID'.
          05 W-LAST-RUNID     pic X(08).
          05 W-SRC-DSN        pic X(64).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCBIND'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).

       01 CONTROL-AREA.
          05 W-RUNDATE        pic X(08).
          05 W-RUNID          pic X(08).
          COPY CTLREC.

       COPY RUNREC.
       COPY STSREC.
       COPY LOCJREC.
       COPY CHGQREC.
       COPY RSTREC.

      * Every run registered in the period, date order.  The
      * step counts and reconciliation results are filled in
      * from the status records.
       01 FILLER.
          05 RN-ENTRY occurs 1 to 2000 times
                      depending on W-RN-COUNT
                      ascending key RN-RUNDATE RN-RUNID.
             10 RN-RUNDATE    pic X(08).
             10 RN-RUNID      pic X(08).
             10 RN-STATUS     pic X(08).
             10 RN-COND-CODE  pic 9(04).
             10 RN-CYCLE      pic X(02).
             10 RN-START-TS   pic X(14).
             10 RN-END-TS     pic X(14).
             10 RN-SOURCE     pic X(12).
             10 RN-STARTS     pic S9(4) comp-4.
             10 RN-ENDS       pic S9(4) comp-4.
             10 RN-ERRORS     pic S9(4) comp-4.
             10 RN-FEED-STEPS pic S9(4) comp-4.
             10 RN-1RCN       pic X(08).
             10 RN-2RCN       pic X(08).

      * Run id look-up into the run table - ERRLOG, the status
      * records and the override file carry a run id but no date.
       01 FILLER.
          05 LK-ENTRY occurs 1 to 2000 times
                      depending on W-RN-COUNT
                      ascending key LK-RUNID
                      indexed by LKX.
             10 LK-RUNID      pic X(08).
             10 LK-IX         pic S9(4) comp-4.

      * One entry per step per run: a step started more often
      * than it ended did not complete (abend or cancel).
       01 FILLER.
          05 ST-ENTRY occurs 1 to 20000 times
                      depending on W-ST-COUNT
                      ascending key ST-RX ST-PROGRAM.
             10 ST-RX         pic S9(4) comp-4.
             10 ST-PROGRAM    pic X(08).
             10 ST-STARTS     pic S9(4) comp-4.
             10 ST-ENDS       pic S9(4) comp-4.
             10 ST-ERRORS     pic S9(4) comp-4.

      * The run dates of the period with what the archive
      * inventory and the location journal hold for each.
       01 FILLER.
          05 DT-ENTRY occurs 1 to 500 times
                      depending on W-DT-COUNT
                      ascending key DT-DATE.
             10 DT-DATE       pic X(08).
             10 DT-RUN        pic X(01).
             10 DT-ARCHIVED   pic S9(4) comp-4.
             10 DT-PARM-VER   pic X(02).
             10 DT-PARM-DSN   pic X(40).
             10 DT-JRN-ADD    pic S9(6) comp-4.
             10 DT-JRN-UPD    pic S9(6) comp-4.
             10 DT-JRN-DEL    pic S9(6) comp-4.

       01 FILLER.
          05 EX-ENTRY occurs 2000 times.
             10 EX-SECT       pic S9(4) comp-4.
             10 EX-DATE       pic X(08).
             10 EX-RUNID      pic X(08).
             10 EX-TEXT       pic X(100).

      * Parameter listing of the previous archived date (PA)
      * and of the date being compared (PB).
       01 FILLER.
          05 PA-ENTRY occurs 500 times.
             10 PA-KEY        pic X(25).
             10 PA-VALUE      pic X(40).
       01 FILLER.
          05 PB-ENTRY occurs 500 times.
             10 PB-KEY        pic X(25).
             10 PB-VALUE      pic X(40).

      * Non-routine environment overrides of the listing being
      * read, raised once its summary line is out.
       01 FILLER.
          05 OV-TEXT occurs 50 times pic X(100).

       01 FILLER.
          05 SECTION-TITLES.
             10 filler        pic X(40) value
                'RUN REGISTRATION'.
             10 filler        pic X(40) value
                'STEP COMPLETION'.
             10 filler        pic X(40) value
                'TRAILER RECONCILIATION'.
             10 filler        pic X(40) value
                'RECONCILIATION RESULTS'.
             10 filler        pic X(40) value
                'CONTROL BALANCING'.
             10 filler        pic X(40) value
                'GATE DECISIONS AND OVERRIDES'.
             10 filler        pic X(40) value
                'PARAMETER AUDIT'.
             10 filler        pic X(40) value
                'MASTER CHANGES'.
             10 filler        pic X(40) value
                'HOUSEKEEPING'.
          05 FILLER redefines SECTION-TITLES.
             10 SC-TITLE occurs 9 times pic X(40).
       01 FILLER.
          05 SC-ENTRY occurs 9 times.
             10 SC-ITEMS      pic S9(8) comp-4.
             10 SC-EXC        pic S9(8) comp-4.
             10 SC-LINES      pic S9(8) comp-4.

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
       01 RESTORE-LINE.
          05 LG-TIMESTAMP     pic X(14).
          05 filler           pic X(01).
          05 LG-RUNID         pic X(08).
          05 filler           pic X(01).
          05 LG-OPERATOR      pic X(08).
          05 filler           pic X(01).
          05 LG-SOURCE        pic X(12).
          05 filler           pic X(01).
          05 LG-RUNDATE       pic X(08).
          05 filler           pic X(01).
          05 LG-VERSION       pic X(02).
          05 filler           pic X(01).
          05 LG-TARGET        pic X(40).
          05 filler           pic X(01).
          05 LG-COUNT         pic X(08).
          05 filler           pic X(01).
          05 LG-REASON        pic X(30).
      * PARMAUD.RPT as AOCPAUD writes it.
       01 PARMAUD-LINE.
          05 PG-INDENT        pic X(02).
          05 PG-PROGRAM       pic X(08).
          05 filler           pic X(01).
          05 PG-KEYWORD       pic X(16).
          05 filler           pic X(01).
          05 PG-VALUE         pic X(40).
       01 PARMAUD-OVR-LINE.
          05 filler           pic X(02).
          05 PO-NAME          pic X(20).
          05 filler           pic X(01).
          05 PO-VALUE         pic X(40).

       01 RPT-HDG1.
          05 filler           pic X(32) value
             'CONTROL EVIDENCE BINDER  PERIOD '.
          05 RH-FROM          pic X(08).
          05 filler           pic X(4)  value ' TO '.
          05 RH-TO            pic X(08).
          05 filler           pic X(11) value '  PRODUCED '.
          05 RH-RUNDATE       pic X(08).
          05 filler           pic X(5)  value ' RUN '.
          05 RH-RUNID         pic X(08).
       01 RPT-HDG2.
          05 filler           pic X(40) value
             'ITEMS MARKED * ARE EXCEPTIONS AND ARE LI'.
          05 filler           pic X(40) value
             'STED IN THE SUMMARY BELOW'.
       01 RPT-EXC-HDG.
          05 filler           pic X(21) value
             'EXCEPTIONS SUMMARY - '.
          05 RX-EXC-COUNT     pic ZZZZZZZ9.
          05 filler           pic X(11) value ' EXCEPTIONS'.
       01 RPT-EXC-COLS.
          05 filler           pic X(40) value
             '  SECTION DATE     RUN ID   EXCEPTION'.
       01 RPT-EXC.
          05 filler           pic X(2) value SPACES.
          05 RX-SECT          pic Z9.
          05 filler           pic X(6) value SPACES.
          05 RX-DATE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RX-RUNID         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RX-TEXT          pic X(100).
       01 RPT-EXC-DROPPED.
          05 filler           pic X(2) value SPACES.
          05 RD-COUNT         pic ZZZZZ9.
          05 filler           pic X(40) value
             ' FURTHER EXCEPTIONS - SEE THE SECTIONS'.
       01 RPT-SECTION.
          05 filler           pic X(8) value 'SECTION '.
          05 RS-NO            pic Z9.
          05 filler           pic X(3) value ' - '.
          05 RS-TITLE         pic X(40).
       01 RPT-ITEM-HDG.
          05 filler           pic X(40) value
             '  DATE     RUN ID   EVIDENCE'.
       01 RPT-ITEM.
          05 RI-FLAG          pic X(01).
          05 filler           pic X(1) value SPACE.
          05 RI-DATE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RI-RUNID         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RI-TEXT          pic X(100).
       01 RPT-NONE.
          05 filler           pic X(8) value '  NONE'.
       01 RPT-TOT-HDG.
          05 filler           pic X(40) value
             'CONTROL TOTALS'.
       01 RPT-TOT-COLS.
          05 filler           pic X(46) value '  SECTION'.
          05 filler           pic X(30) value
             '   ITEMS EXCEPTIONS    LINES'.
       01 RPT-TOTAL.
          05 filler           pic X(2) value SPACES.
          05 RT-SECT          pic Z9.
          05 filler           pic X(1) value SPACE.
          05 RT-TITLE         pic X(40).
          05 filler           pic X(1) value SPACE.
          05 RT-ITEMS         pic ZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RT-EXC           pic ZZZZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RT-LINES         pic ZZZZZZZ9.

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-FOUND-FLAG   pic X value 'N'.
             88 V-FOUND        value 'Y'.
          05 W-PARM-FLAG    pic X value 'N'.
             88 V-PARM-BAD     value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCBIND'
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

           perform 1000-SET-PERIOD
           if V-PARM-BAD
              move 8 to return-code
              goback
           end-if

           open output WRKFIL
           if WRK-FS not = '00'
              move 'OPEN WRKFIL' to W-ERR-OP
              move 'AOCBIND.WK1' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  WRK-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if
           perform varying ix from 1 by 1 until ix > 9
              move ZERO to SC-ITEMS(ix) SC-EXC(ix) SC-LINES(ix)
           end-perform

           perform 1100-LOAD-RUNS
           perform 1200-LOAD-ARCHIVE
           perform 3100-REGISTRATION
           perform 3200-STEPS
           perform 3300-TRAILERS
           perform 3400-RECONCILIATION
           perform 3500-BALANCING
           perform 3600-GATE
           perform 3700-PARAMETERS
           perform 3800-MASTER-CHANGES
           perform 3900-HOUSEKEEPING
           close WRKFIL

           perform 5000-WRITE-BINDER

           display W-RN-COUNT    ' runs in the period'
           display W-TOTAL-ITEMS ' evidence items'
           display W-TOTAL-EXC   ' exceptions'
           if W-TOTAL-EXC > ZERO and return-code < 4
              move 4 to return-code
           end-if
           goback
           .

      * AOCBIND_FROM and AOCBIND_TO give the period; when both
      * are left out the binder covers the calendar quarter
      * before the one RUNDATE falls in.
       1000-SET-PERIOD section.
           move spaces to W-FROM W-TO
           accept W-FROM from environment 'AOCBIND_FROM'
           accept W-TO   from environment 'AOCBIND_TO'
           if W-FROM = spaces and W-TO = spaces
              move W-RUNDATE(1:4) to W-YEAR
              move W-RUNDATE(5:2) to W-MONTH
              compute W-QTR = (W-MONTH - 1) / 3
              if W-QTR = ZERO
                 subtract 1 from W-YEAR
                 move 4 to W-QTR
              end-if
              move W-YEAR to W-BLD-YEAR
              compute W-BLD-MONTH = (W-QTR - 1) * 3 + 1
              move 1 to W-BLD-DAY
              move W-DATE-BLD to W-FROM
              compute W-BLD-MONTH = W-QTR * 3
              if W-QTR = 1 or W-QTR = 4
                 move 31 to W-BLD-DAY
              else
                 move 30 to W-BLD-DAY
              end-if
              move W-DATE-BLD to W-TO
           end-if
           if W-FROM is not numeric or W-TO is not numeric
              or W-FROM > W-TO
              or W-FROM(5:2) < '01' or W-FROM(5:2) > '12'
              or W-TO(5:2)   < '01' or W-TO(5:2)   > '12'
              set V-PARM-BAD to true
              move 'PERIOD PARM' to W-ERR-OP
              move '71'          to W-ERR-FS
              move 'AOCBIND_FROM/TO MISSING OR INVALID'
                                 to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              exit section
           end-if
           display 'PERIOD ' W-FROM ' TO ' W-TO
           .

      * Run control, history first, so that an entry still on the
      * live file replaces the copy housekeeping rolled off.  The
      * last id on the live file is the run GATERC.DAT belongs to.
       1100-LOAD-RUNS section.
           move spaces to W-LAST-RUNID
           perform varying jx from 1 by 1 until jx > 2
              if jx = 1
                 move 'RUNCTL.HIST' to W-SRC-DSN
              else
                 move 'RUNCTL.DAT'  to W-SRC-DSN
              end-if
              open input SRCFIL
              if SRC-FS = '00'
                 set V-INIT to true
                 read SRCFIL at end set V-INPUT-EOF to true end-read
                 perform until V-INPUT-EOF
                    move SRCLINE to RUN-RECORD
                    if jx = 2
                       move RUN-ID to W-LAST-RUNID
                    end-if
                    if RUN-RUNDATE >= W-FROM
                       and RUN-RUNDATE <= W-TO
                       perform 1110-ADD-RUN
                    end-if
                    read SRCFIL at end set V-INPUT-EOF to true end-read
                 end-perform
                 close SRCFIL
              end-if
           end-perform
           set V-INIT to true
           if W-RN-COUNT > 1
              sort RN-ENTRY ascending key RN-RUNDATE RN-RUNID
           end-if
           perform varying rx from 1 by 1 until rx > W-RN-COUNT
              move RN-RUNID(rx) to LK-RUNID(rx)
              move rx           to LK-ix(rx)
              move RN-RUNDATE(rx) to W-KEY-DATE
              perform 8200-FIND-DATE
              if W-HIT-ix > ZERO
                 move 'Y' to DT-RUN(W-HIT-ix)
              end-if
           end-perform
           if W-RN-COUNT > 1
              sort LK-ENTRY ascending key LK-RUNID
           end-if
           .

       1110-ADD-RUN section.
           perform varying rx from 1 by 1 until rx > W-RN-COUNT
              if RN-RUNID(rx) = RUN-ID
                 exit perform
              end-if
           end-perform
           if rx > W-RN-COUNT
              if W-RN-COUNT >= W-MAX-RUNS
                 move 'LOAD RUNS'   to W-ERR-OP
                 move 'OV'          to W-ERR-FS
                 move 'RUN TABLE FULL - PERIOD TRUNCATED'
                                    to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 move 4 to return-code
                 exit section
              end-if
              add 1 to W-RN-COUNT
              move W-RN-COUNT to rx
           end-if
           move RUN-ID        to RN-RUNID(rx)
           move RUN-RUNDATE   to RN-RUNDATE(rx)
           move RUN-STATUS    to RN-STATUS(rx)
           move RUN-COND-CODE to RN-COND-CODE(rx)
           move RUN-CYCLE     to RN-CYCLE(rx)
           if RUN-CYCLE = spaces
              move '01'       to RN-CYCLE(rx)
           end-if
           move RUN-START-TS  to RN-START-TS(rx)
           move RUN-END-TS    to RN-END-TS(rx)
           move W-SRC-DSN     to RN-SOURCE(rx)
           move ZERO to RN-STARTS(rx) RN-ENDS(rx) RN-ERRORS(rx)
                        RN-FEED-STEPS(rx)
           move spaces to RN-1RCN(rx) RN-2RCN(rx)
           .

      * The inventory only lists copies still inside the archive
      * retention, so a binder run long after the period ends
      * will find older dates with nothing archived.
       1200-LOAD-ARCHIVE section.
           move 'ARCHIVE.INV' to W-SRC-DSN
           open input SRCFIL
           if SRC-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read SRCFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move SRCLINE to ARCHIVE-LINE
              move AG-RUNDATE to W-KEY-DATE
              perform 8300-LOOKUP-DATE
              if W-HIT-ix > ZERO
                 add 1 to DT-ARCHIVED(W-HIT-ix)
                 if AG-SOURCE = 'PARMAUD.RPT'
                    and AG-VERSION > DT-PARM-VER(W-HIT-ix)
                    move AG-VERSION to DT-PARM-VER(W-HIT-ix)
                    move AG-DSN     to DT-PARM-DSN(W-HIT-ix)
                 end-if
              end-if
              read SRCFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close SRCFIL
           set V-INIT to true
           .

       3100-REGISTRATION section.
           move 1 to W-SECT
           perform 9000-BEGIN-SECTION
           perform varying rx from 1 by 1 until rx > W-RN-COUNT
              move RN-RUNDATE(rx) to W-DATE
              move RN-RUNID(rx)   to W-ITEM-RUNID
              move spaces to W-TEXT
              evaluate RN-STATUS(rx)
              when 'RUNNING'
                 string 'RUN NEVER CLOSED - CYCLE ' RN-CYCLE(rx)
                        ' START ' RN-START-TS(rx)
                        ' ON ' RN-SOURCE(rx)
                    delimited by size into W-TEXT
                 end-string
                 perform 9200-PUT-EXCEPTION
              when 'ABORTED'
                 string 'RUN ABORTED AS STALE - CYCLE ' RN-CYCLE(rx)
                        ' START ' RN-START-TS(rx)
                        ' ON ' RN-SOURCE(rx)
                    delimited by size into W-TEXT
                 end-string
                 perform 9200-PUT-EXCEPTION
              when other
                 string 'CYCLE ' RN-CYCLE(rx)
                        ' STATUS ' RN-STATUS(rx)
                        ' CC ' RN-COND-CODE(rx)
                        ' START ' RN-START-TS(rx)
                        ' END ' RN-END-TS(rx)
                        ' ON ' RN-SOURCE(rx)
                    delimited by size into W-TEXT
                 end-string
                 perform 9100-PUT-ITEM
              end-evaluate
           end-perform
           perform 9300-END-SECTION
           .

      * Status records carry the run id from the extension on;
      * older records cannot be tied to a run and are not used.
       3200-STEPS section.
           move 2 to W-SECT
           perform 9000-BEGIN-SECTION
           perform varying jx from 1 by 1 until jx > 2
              if jx = 1
                 move 'STATUS.HIST' to W-SRC-DSN
              else
                 move 'STATUS.DAT'  to W-SRC-DSN
              end-if
              open input SRCFIL
              if SRC-FS = '00'
                 set V-INIT to true
                 read SRCFIL at end set V-INPUT-EOF to true end-read
                 perform until V-INPUT-EOF
                    move SRCLINE to STS-RECORD
                    move STS-RUNID to W-KEY-RUNID
                    perform 8000-FIND-RUN
                    if W-HIT-ix > ZERO
                       perform 3210-COUNT-STEP
                    end-if
                    read SRCFIL at end set V-INPUT-EOF to true end-read
                 end-perform
                 close SRCFIL
              end-if
           end-perform
           set V-INIT to true
           if W-ST-COUNT > 1
              sort ST-ENTRY ascending key ST-RX ST-PROGRAM
           end-if

           move 1 to sx
           perform varying rx from 1 by 1 until rx > W-RN-COUNT
              move RN-RUNDATE(rx) to W-DATE
              move RN-RUNID(rx)   to W-ITEM-RUNID
              move RN-STARTS(rx)  to W-ED-1
              move RN-ENDS(rx)    to W-ED-2
              move RN-ERRORS(rx)  to W-ED-3
              move spaces to W-TEXT
              string 'STEPS STARTED ' W-ED-1
                     ' ENDED ' W-ED-2
                     ' ENDED IN ERROR ' W-ED-3
                 delimited by size into W-TEXT
              end-string
              if RN-STARTS(rx) = ZERO
                 move 'NO STEP STATUS RECORDED' to W-TEXT(55:)
                 perform 9200-PUT-EXCEPTION
              else
                 perform 9100-PUT-ITEM
              end-if
              perform until sx > W-ST-COUNT
                         or ST-RX(sx) > rx
                 if ST-STARTS(sx) > ST-ENDS(sx)
                    move ST-STARTS(sx) to W-ED-1
                    move ST-ENDS(sx)   to W-ED-2
                    move spaces to W-TEXT
                    string ST-PROGRAM(sx) ' STARTED ' W-ED-1
                           ' ENDED ' W-ED-2
                           ' - STEP DID NOT COMPLETE'
                       delimited by size into W-TEXT
                    end-string
                    perform 9200-PUT-EXCEPTION
                 end-if
                 if ST-ERRORS(sx) > ZERO
                    move spaces to W-TEXT
                    string ST-PROGRAM(sx)
                           ' ENDED WITH DISPOSITION ERROR'
                       delimited by size into W-TEXT
                    end-string
                    perform 9200-PUT-EXCEPTION
                 end-if
      * A feed step with an END record reached its trailer check;
      * each counts once however often it was rerun.
                 if ST-ENDS(sx) > ZERO
                    evaluate ST-PROGRAM(sx)
                    when 'AOC1A'
                    when 'AOC1B'
                    when 'AOC2A'
                    when 'AOC2B'
                       add 1 to RN-FEED-STEPS(rx)
                    end-evaluate
                 end-if
                 add 1 to sx
              end-perform
           end-perform
           perform 9300-END-SECTION
           .

      * The reconciliation steps' last END record is their result
      * for the run.
       3210-COUNT-STEP section.
           move W-HIT-ix to rx
           perform varying sx from 1 by 1 until sx > W-ST-COUNT
              if ST-RX(sx) = rx and ST-PROGRAM(sx) = STS-PROGRAM
                 exit perform
              end-if
           end-perform
           if sx > W-ST-COUNT
              if W-ST-COUNT >= W-MAX-STEPS
                 exit section
              end-if
              add 1 to W-ST-COUNT
              move W-ST-COUNT  to sx
              move rx          to ST-RX(sx)
              move STS-PROGRAM to ST-PROGRAM(sx)
              move ZERO to ST-STARTS(sx) ST-ENDS(sx) ST-ERRORS(sx)
           end-if
           if STS-PHASE = 'START'
              add 1 to ST-STARTS(sx)
              add 1 to RN-STARTS(rx)
              exit section
           end-if
           add 1 to ST-ENDS(sx)
           add 1 to RN-ENDS(rx)
           if STS-DISPOSITION = 'ERROR'
              add 1 to ST-ERRORS(sx)
              add 1 to RN-ERRORS(rx)
           end-if
           evaluate STS-PROGRAM
           when 'AOC1RCN'
              move STS-DISPOSITION to RN-1RCN(rx)
           when 'AOC2RCN'
              move STS-DISPOSITION to RN-2RCN(rx)
           end-evaluate
           .

      * Each feed step checks its input against the trailer
      * control and logs TC on a mismatch, EV on a broken
      * envelope; a feed step that never ended never checked.
       3300-TRAILERS section.
           move 3 to W-SECT
           perform 9000-BEGIN-SECTION
           perform varying rx from 1 by 1 until rx > W-RN-COUNT
              move RN-RUNDATE(rx)    to W-DATE
              move RN-RUNID(rx)      to W-ITEM-RUNID
              move RN-FEED-STEPS(rx) to W-ED-1
              move spaces to W-TEXT
              string 'FEED STEPS CHECKED ' W-ED-1
                     ' OF 4 (AOC1A AOC1B AOC2A AOC2B)'
                 delimited by size into W-TEXT
              end-string
              if RN-FEED-STEPS(rx) < 4
                 move 'TRAILER CHECK INCOMPLETE' to W-TEXT(60:)
                 perform 9200-PUT-EXCEPTION
              else
                 perform 9100-PUT-ITEM
              end-if
           end-perform
           move 'TCEV' to W-SCAN-CODES
           move 'E'    to W-SCAN-MODE
           perform 8100-SCAN-ERRLOG
           perform 9300-END-SECTION
           .

       3400-RECONCILIATION section.
           move 4 to W-SECT
           perform 9000-BEGIN-SECTION
           perform varying rx from 1 by 1 until rx > W-RN-COUNT
              move RN-RUNDATE(rx) to W-DATE
              move RN-RUNID(rx)   to W-ITEM-RUNID
              if RN-1RCN(rx) = spaces
                 move 'NOT RUN' to RN-1RCN(rx)
              end-if
              if RN-2RCN(rx) = spaces
                 move 'NOT RUN' to RN-2RCN(rx)
              end-if
              move spaces to W-TEXT
              string 'AOC1RCN ' RN-1RCN(rx)
                     ' AOC2RCN ' RN-2RCN(rx)
                 delimited by size into W-TEXT
              end-string
              if RN-1RCN(rx) = 'ERROR' or RN-1RCN(rx) = 'NOT RUN'
                 or RN-2RCN(rx) = 'ERROR'
                 or RN-2RCN(rx) = 'NOT RUN'
                 perform 9200-PUT-EXCEPTION
              else
                 perform 9100-PUT-ITEM
              end-if
           end-perform
           move 'RX'   to W-SCAN-CODES
           move 'E'    to W-SCAN-MODE
           perform 8100-SCAN-ERRLOG
           perform 9300-END-SECTION
           .

      * AOCDIST checks every report envelope before it goes out
      * and logs the result on TRANSMIT.LOG; AOCBAL and the DIST
      * CHECK log CB on ERRLOG when a balance fails.
       3500-BALANCING section.
           move 5 to W-SECT
           perform 9000-BEGIN-SECTION
           move ZERO to W-CNT-OK W-CNT-NOCTL W-CNT-BAD
                        W-CNT-MISSING W-CNT-OTHER
           move 'TRANSMIT.LOG' to W-SRC-DSN
           open input SRCFIL
           if SRC-FS = '00'
              set V-INIT to true
              read SRCFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move SRCLINE to TRANSMIT-LINE
                 if TG-RUNDATE >= W-FROM and TG-RUNDATE <= W-TO
                    perform 3510-COUNT-TRANSMIT
                 end-if
                 read SRCFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close SRCFIL
              set V-INIT to true
           end-if
           move spaces to W-DATE W-ITEM-RUNID
           move W-CNT-OK      to W-ED-1
           move W-CNT-NOCTL   to W-ED-2
           move W-CNT-BAD     to W-ED-3
           move W-CNT-MISSING to W-ED-4
           move W-CNT-OTHER   to W-ED-5
           move spaces to W-TEXT
           string 'TRANSMISSIONS BALANCED ' W-ED-1
                  ' NO CONTROL ' W-ED-2
                  ' OUT OF BALANCE ' W-ED-3
                  ' MISSING ' W-ED-4
                  ' OTHER ' W-ED-5
              delimited by size into W-TEXT
           end-string
           perform 9100-PUT-ITEM
           move 'CB'   to W-SCAN-CODES
           move 'E'    to W-SCAN-MODE
           perform 8100-SCAN-ERRLOG
           perform 9300-END-SECTION
           .

       3510-COUNT-TRANSMIT section.
           evaluate TG-STATUS
           when 'OK'
              add 1 to W-CNT-OK
              exit section
           when 'NOCTL'
              add 1 to W-CNT-NOCTL
              exit section
           when 'BAD'
              add 1 to W-CNT-BAD
           when 'MISSING'
              add 1 to W-CNT-MISSING
           when other
              add 1 to W-CNT-OTHER
           end-evaluate
           move TG-RUNDATE to W-DATE
           move TG-RUNID   to W-ITEM-RUNID
           move spaces to W-TEXT
           string 'TRANSMIT ' TG-REPORT ' TO ' TG-RECIP
                  ' COUNT ' TG-COUNT ' STATUS ' TG-STATUS
              delimited by size into W-TEXT
           end-string
           perform 9200-PUT-EXCEPTION
           .

      * The outcome survives on the run-control entry as the
      * final condition code, marked OVERRIDE when a supervisor
      * overrode it; GATERC.DAT only holds the latest run's.
       3600-GATE section.
           move 6 to W-SECT
           perform 9000-BEGIN-SECTION
           perform varying rx from 1 by 1 until rx > W-RN-COUNT
              move RN-RUNDATE(rx) to W-DATE
              move RN-RUNID(rx)   to W-ITEM-RUNID
              move spaces to W-OUTCOME
              evaluate true
              when RN-STATUS(rx) = 'RUNNING'
                 move 'RUN NOT CLOSED'   to W-OUTCOME
              when RN-STATUS(rx) = 'ABORTED'
                 move 'RUN ABORTED'      to W-OUTCOME
              when RN-COND-CODE(rx) = ZERO
                 move 'RELEASE'          to W-OUTCOME
              when RN-COND-CODE(rx) = 4
                 move 'RELEASE-WARNINGS' to W-OUTCOME
              when other
                 move 'HOLD'             to W-OUTCOME
              end-evaluate
              if RN-STATUS(rx) = 'OVERRIDE'
                 move 'OVERRIDDEN'       to W-OUTCOME(18:10)
              end-if
              move spaces to W-TEXT
              string 'GATE ' W-OUTCOME ' CC ' RN-COND-CODE(rx)
                 delimited by size into W-TEXT
              end-string
              if W-OUTCOME(1:7) = 'RELEASE'
                 and W-OUTCOME(18:10) = spaces
                 perform 9100-PUT-ITEM
              else
                 perform 9200-PUT-EXCEPTION
              end-if
           end-perform

           move 'OVERRIDE.DAT' to W-SRC-DSN
           open input SRCFIL
           if SRC-FS = '00'
              set V-INIT to true
              read SRCFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move SRCLINE to OVERRIDE-LINE
                 move OG-RUNID to W-KEY-RUNID
                 perform 8000-FIND-RUN
                 if W-HIT-ix > ZERO
                    move RN-RUNDATE(W-HIT-ix) to W-DATE
                    move OG-RUNID to W-ITEM-RUNID
                    move spaces to W-TEXT
                    string 'OVERRIDE FILED ' OG-ACTION
                           ' BY ' OG-SUPV ' REASON ' OG-REASON
                       delimited by size into W-TEXT
                    end-string
                    perform 9200-PUT-EXCEPTION
                 end-if
                 read SRCFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close SRCFIL
              set V-INIT to true
           end-if

           move 'OR'   to W-SCAN-CODES
           move 'I'    to W-SCAN-MODE
           perform 8100-SCAN-ERRLOG

           move W-LAST-RUNID to W-KEY-RUNID
           perform 8000-FIND-RUN
           if W-HIT-ix > ZERO
              move 'GATERC.DAT' to W-SRC-DSN
              open input SRCFIL
              if SRC-FS = '00'
                 read SRCFIL
                    at end continue
                 end-read
                 if SRC-FS = '00'
                    move SRCLINE to GATERC-LINE
                    move RN-RUNDATE(W-HIT-ix) to W-DATE
                    move W-LAST-RUNID to W-ITEM-RUNID
                    move spaces to W-TEXT
                    string 'GATERC.DAT CC ' GG-CC
                           ' OVERRIDE ' GG-OVR ' SUPERVISOR ' GG-SUPV
                       delimited by size into W-TEXT
                    end-string
                    perform 9100-PUT-ITEM
                 end-if
                 close SRCFIL
              end-if
           end-if
           perform 9300-END-SECTION
           .

      * The effective-parameter listing AOCPAUD writes each night
      * is taken from its latest archived copy for the date and
      * compared with the previous date's.  Overrides of the run
      * date, run id and the input datasets are routine; any
      * other environment override is an exception.
       3700-PARAMETERS section.
           move 7 to W-SECT
           perform 9000-BEGIN-SECTION
           move ZERO to W-PA-COUNT
           perform varying kx from 1 by 1 until kx > W-DT-COUNT
              if DT-RUN(kx) = 'Y'
                 perform 3710-PARAMETER-DATE
              end-if
           end-perform
           perform 9300-END-SECTION
           .

       3710-PARAMETER-DATE section.
           move DT-DATE(kx) to W-DATE
           move spaces      to W-ITEM-RUNID
           if DT-PARM-VER(kx) = spaces
              move 'PARMAUD.RPT NOT ON ARCHIVE INVENTORY'
                                 to W-TEXT
              perform 9200-PUT-EXCEPTION
              exit section
           end-if
           move DT-PARM-DSN(kx) to W-SRC-DSN
           open input SRCFIL
           if SRC-FS not = '00'
              move spaces to W-TEXT
              string 'PARMAUD.RPT ARCHIVE COPY UNREADABLE '
                     DT-PARM-DSN(kx)
                 delimited by size into W-TEXT
              end-string
              perform 9200-PUT-EXCEPTION
              exit section
           end-if
           move ZERO  to W-PB-COUNT W-OVR-COUNT W-OV-COUNT
           move space to W-PARM-MODE
           set V-INIT to true
           read SRCFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              evaluate true
              when SRCLINE(1:17) = 'CENTRAL PARAMETER'
                 move 'P' to W-PARM-MODE
              when SRCLINE(1:21) = 'ENVIRONMENT OVERRIDES'
                 move 'E' to W-PARM-MODE
              when SRCLINE(1:2) not = spaces
                 or SRCLINE(3:8) = '(NONE)'
                 or SRCLINE = spaces
                 continue
              when W-PARM-MODE = 'P'
                 perform 3720-STORE-PARAMETER
              when W-PARM-MODE = 'E'
                 perform 3730-ENV-OVERRIDE
              end-evaluate
              read SRCFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close SRCFIL
           set V-INIT to true

           move W-PB-COUNT  to W-ED-1
           move W-OVR-COUNT to W-ED-2
           move spaces to W-TEXT
           string 'PARMAUD.RPT V' DT-PARM-VER(kx)
                  ' PARAMETERS ' W-ED-1 ' OVERRIDES ' W-ED-2
                  ' ' DT-PARM-DSN(kx)
              delimited by size into W-TEXT
           end-string
           perform 9100-PUT-ITEM
           perform varying ix from 1 by 1 until ix > W-OV-COUNT
              move OV-TEXT(ix) to W-TEXT
              perform 9200-PUT-EXCEPTION
           end-perform
           if kx > 1 and W-PA-COUNT > ZERO
              perform 3740-COMPARE-PARAMETERS
           end-if
           move W-PB-COUNT to W-PA-COUNT
           perform varying ix from 1 by 1 until ix > W-PB-COUNT
              move PB-ENTRY(ix) to PA-ENTRY(ix)
           end-perform
           .

       3720-STORE-PARAMETER section.
           if W-PB-COUNT >= W-MAX-PARMS
              exit section
           end-if
           move SRCLINE to PARMAUD-LINE
           add 1 to W-PB-COUNT
           move spaces to PB-KEY(W-PB-COUNT)
           string PG-PROGRAM ' ' PG-KEYWORD
              delimited by size into PB-KEY(W-PB-COUNT)
           end-string
           move PG-VALUE to PB-VALUE(W-PB-COUNT)
           .

       3730-ENV-OVERRIDE section.
           move SRCLINE to PARMAUD-OVR-LINE
           add 1 to W-OVR-COUNT
           move PO-NAME to W-ENV-NAME
           if V-ROUTINE-ENV or W-OV-COUNT >= 50
              exit section
           end-if
           add 1 to W-OV-COUNT
           move spaces to OV-TEXT(W-OV-COUNT)
           string 'ENVIRONMENT OVERRIDE ' PO-NAME ' = ' PO-VALUE
              delimited by size into OV-TEXT(W-OV-COUNT)
           end-string
           .

       3740-COMPARE-PARAMETERS section.
           perform varying ix from 1 by 1 until ix > W-PB-COUNT
              perform varying jx from 1 by 1 until jx > W-PA-COUNT
                 if PA-KEY(jx) = PB-KEY(ix)
                    exit perform
                 end-if
              end-perform
              move spaces to W-TEXT
              evaluate true
              when jx > W-PA-COUNT
                 string 'PARAMETER ADDED   ' PB-KEY(ix)
                        ' = ' PB-VALUE(ix)
                    delimited by size into W-TEXT
                 end-string
                 perform 9100-PUT-ITEM
              when PA-VALUE(jx) not = PB-VALUE(ix)
                 string 'PARAMETER CHANGED ' PB-KEY(ix)
                        ' = ' PB-VALUE(ix)
                    delimited by size into W-TEXT
                 end-string
                 perform 9100-PUT-ITEM
                 move spaces to W-TEXT
                 string '                  WAS '
                        PA-VALUE(jx)
                    delimited by size into W-TEXT
                 end-string
                 move W-TEXT to RI-TEXT
                 move spaces to RI-FLAG RI-DATE RI-RUNID
                 move RPT-ITEM to WRKLINE
                 perform 9010-WRITE-WORK
              end-evaluate
           end-perform
           perform varying jx from 1 by 1 until jx > W-PA-COUNT
              perform varying ix from 1 by 1 until ix > W-PB-COUNT
                 if PB-KEY(ix) = PA-KEY(jx)
                    exit perform
                 end-if
              end-perform
              if ix > W-PB-COUNT
                 move spaces to W-TEXT
                 string 'PARAMETER REMOVED ' PA-KEY(jx)
                        ' WAS ' PA-VALUE(jx)
                    delimited by size into W-TEXT
                 end-string
                 perform 9100-PUT-ITEM
              end-if
           end-perform
           .

      * Location master maintenance journals every change with
      * its run date (the purge's deletes included); change
      * requests are dated by the day they were closed.
       3800-MASTER-CHANGES section.
           move 8 to W-SECT
           perform 9000-BEGIN-SECTION
           move 'LOCJRNL.DAT' to W-SRC-DSN
           open input SRCFIL
           if SRC-FS = '00'
              set V-INIT to true
              read SRCFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move SRCLINE to JRN-RECORD
                 if JRN-RUNDATE >= W-FROM and JRN-RUNDATE <= W-TO
                    move JRN-RUNDATE to W-KEY-DATE
                    perform 8200-FIND-DATE
                    if W-HIT-ix > ZERO
                       evaluate JRN-ACTION
                       when 'A'
                          add 1 to DT-JRN-ADD(W-HIT-ix)
                       when 'U'
                          add 1 to DT-JRN-UPD(W-HIT-ix)
                       when 'D'
                          add 1 to DT-JRN-DEL(W-HIT-ix)
                       end-evaluate
                    end-if
                 end-if
                 read SRCFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close SRCFIL
              set V-INIT to true
           end-if
           if W-DT-COUNT > 1
              sort DT-ENTRY ascending key DT-DATE
           end-if
           perform varying kx from 1 by 1 until kx > W-DT-COUNT
              if DT-JRN-ADD(kx) + DT-JRN-UPD(kx) + DT-JRN-DEL(kx)
                 > ZERO
                 move DT-DATE(kx)    to W-DATE
                 move spaces         to W-ITEM-RUNID
                 move DT-JRN-ADD(kx) to W-ED-1
                 move DT-JRN-UPD(kx) to W-ED-2
                 move DT-JRN-DEL(kx) to W-ED-3
                 move spaces to W-TEXT
                 string 'LOCATION MASTER ADDED ' W-ED-1
                        ' UPDATED ' W-ED-2 ' DELETED ' W-ED-3
                    delimited by size into W-TEXT
                 end-string
                 perform 9100-PUT-ITEM
              end-if
           end-perform

           move 'PENDCHG.LOG' to W-SRC-DSN
           open input SRCFIL
           if SRC-FS = '00'
              set V-INIT to true
              read SRCFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move SRCLINE to CHGQ-RECORD
                 move CQ-CHECK-DATE to W-CLOSE-DATE
                 if W-CLOSE-DATE = spaces
                    move CQ-MAKE-DATE to W-CLOSE-DATE
                 end-if
                 if W-CLOSE-DATE >= W-FROM
                    and W-CLOSE-DATE <= W-TO
                    move W-CLOSE-DATE to W-DATE
                    move spaces       to W-ITEM-RUNID
                    move spaces to W-TEXT
                    string 'CHANGE ' CQ-ID ' ' CQ-TARGET ' '
                           CQ-STATUS ' MAKER ' CQ-MAKER
                           ' CHECKER ' CQ-CHECKER ' ' CQ-NOTE
                       delimited by size into W-TEXT
                    end-string
                    if CQ-STATUS = 'EXPIRED'
                       perform 9200-PUT-EXCEPTION
                    else
                       perform 9100-PUT-ITEM
                    end-if
                 end-if
                 read SRCFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close SRCFIL
              set V-INIT to true
           end-if
           perform 9300-END-SECTION
           .

      * Archiving and the location purge are dated by run date;
      * restores and restatements are exceptional by nature, as
      * are the integrity audit's findings.
       3900-HOUSEKEEPING section.
           move 9 to W-SECT
           perform 9000-BEGIN-SECTION
           perform varying kx from 1 by 1 until kx > W-DT-COUNT
              if DT-RUN(kx) = 'Y'
                 move DT-DATE(kx)     to W-DATE
                 move spaces          to W-ITEM-RUNID
                 move DT-ARCHIVED(kx) to W-ED-1
                 move DT-JRN-DEL(kx)  to W-ED-2
                 move spaces to W-TEXT
                 string 'DATASETS ARCHIVED ' W-ED-1
                        ' LOCATIONS PURGED ' W-ED-2
                    delimited by size into W-TEXT
                 end-string
                 if DT-ARCHIVED(kx) = ZERO
                    move 'NO ARCHIVE COPIES ON INVENTORY'
                                      to W-TEXT(50:)
                    perform 9200-PUT-EXCEPTION
                 else
                    perform 9100-PUT-ITEM
                 end-if
              end-if
           end-perform

           move 'RESTORE.LOG' to W-SRC-DSN
           open input SRCFIL
           if SRC-FS = '00'
              set V-INIT to true
              read SRCFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move SRCLINE to RESTORE-LINE
                 if LG-TIMESTAMP(1:8) >= W-FROM
                    and LG-TIMESTAMP(1:8) <= W-TO
                    move LG-TIMESTAMP(1:8) to W-DATE
                    move LG-RUNID          to W-ITEM-RUNID
                    move spaces to W-TEXT
                    string 'RESTORE ' LG-SOURCE ' ' LG-RUNDATE
                           ' V' LG-VERSION ' BY ' LG-OPERATOR
                           ' ' LG-REASON
                       delimited by size into W-TEXT
                    end-string
                    perform 9200-PUT-EXCEPTION
                 end-if
                 read SRCFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close SRCFIL
              set V-INIT to true
           end-if

           move 'RESTATE.REG' to W-SRC-DSN
           open input SRCFIL
           if SRC-FS = '00'
              set V-INIT to true
              read SRCFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move SRCLINE to RST-RECORD
                 if RST-RUNDATE >= W-FROM and RST-RUNDATE <= W-TO
                    move RST-RUNDATE to W-DATE
                    move RST-RUNID   to W-ITEM-RUNID
                    move spaces to W-TEXT
                    string 'RESTATEMENT OF RUN ' RST-ORIG-RUNID
                           ' SITE ' RST-SITE ' ' RST-REASON
                       delimited by size into W-TEXT
                    end-string
                    perform 9200-PUT-EXCEPTION
                 end-if
                 read SRCFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close SRCFIL
              set V-INIT to true
           end-if

           move 'IA'   to W-SCAN-CODES
           move 'E'    to W-SCAN-MODE
           perform 8100-SCAN-ERRLOG
           perform 9300-END-SECTION
           .

      * The binder proper: control header, the exceptions ahead
      * of the sections they were raised in, the sections, and
      * the control totals.  The trailer counts every line
      * between the controls and hashes the evidence items.
       5000-WRITE-BINDER section.
           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOCBIND.RPT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 8 to return-code
              exit section
           end-if
           move 'CTLHDR'  to CTL-HDR-ID
           move 'AOCBIND' to CTL-HDR-PROGRAM
           move W-RUNDATE to CTL-HDR-RUNDATE
           move W-RUNID   to CTL-HDR-RUNID
           write RPTLINE from CTL-HEADER
           move ZERO to W-BINDER-LINES

           move W-FROM    to RH-FROM
           move W-TO      to RH-TO
           move W-RUNDATE to RH-RUNDATE
           move W-RUNID   to RH-RUNID
           move RPT-HDG1 to RPTLINE
           perform 5900-WRITE-BINDER-LINE
           move RPT-HDG2 to RPTLINE
           perform 5900-WRITE-BINDER-LINE

           move spaces to RPTLINE
           perform 5900-WRITE-BINDER-LINE
           move W-TOTAL-EXC to RX-EXC-COUNT
           move RPT-EXC-HDG to RPTLINE
           perform 5900-WRITE-BINDER-LINE
           move RPT-EXC-COLS to RPTLINE
           perform 5900-WRITE-BINDER-LINE
           perform varying ix from 1 by 1 until ix > W-EX-COUNT
              move EX-SECT(ix)  to RX-SECT
              move EX-DATE(ix)  to RX-DATE
              move EX-RUNID(ix) to RX-RUNID
              move EX-TEXT(ix)  to RX-TEXT
              move RPT-EXC to RPTLINE
              perform 5900-WRITE-BINDER-LINE
           end-perform
           if W-EX-DROPPED > ZERO
              move W-EX-DROPPED to RD-COUNT
              move RPT-EXC-DROPPED to RPTLINE
              perform 5900-WRITE-BINDER-LINE
           end-if
           if W-TOTAL-EXC = ZERO
              move RPT-NONE to RPTLINE
              perform 5900-WRITE-BINDER-LINE
           end-if

           open input WRKFIL
           if WRK-FS = '00'
              set V-INIT to true
              read WRKFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move WRKLINE to RPTLINE
                 perform 5900-WRITE-BINDER-LINE
                 read WRKFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close WRKFIL
              set V-INIT to true
           end-if

           move spaces to RPTLINE
           perform 5900-WRITE-BINDER-LINE
           move RPT-TOT-HDG to RPTLINE
           perform 5900-WRITE-BINDER-LINE
           move RPT-TOT-COLS to RPTLINE
           perform 5900-WRITE-BINDER-LINE
           move ZERO to W-TOTAL-LINES
           perform varying ix from 1 by 1 until ix > 9
              move ix           to RT-SECT
              move SC-TITLE(ix) to RT-TITLE
              move SC-ITEMS(ix) to RT-ITEMS
              move SC-EXC(ix)   to RT-EXC
              move SC-LINES(ix) to RT-LINES
              add SC-LINES(ix)  to W-TOTAL-LINES
              move RPT-TOTAL to RPTLINE
              perform 5900-WRITE-BINDER-LINE
           end-perform
           move ZERO            to RT-SECT
           move 'ALL SECTIONS'  to RT-TITLE
           move W-TOTAL-ITEMS   to RT-ITEMS
           move W-TOTAL-EXC     to RT-EXC
           move W-TOTAL-LINES   to RT-LINES
           move RPT-TOTAL to RPTLINE
           move spaces to RPTLINE(3:2)
           perform 5900-WRITE-BINDER-LINE

           move 'CTLTRL'       to CTL-TRL-ID
           move W-BINDER-LINES to CTL-TRL-COUNT
           move W-TOTAL-ITEMS  to CTL-TRL-HASH
           write RPTLINE from CTL-TRAILER
           close RPTFIL
           .

       5900-WRITE-BINDER-LINE section.
           write RPTLINE
           add 1 to W-BINDER-LINES
           .

      * Run id to run-table entry; zero when the run is not one
      * of the period's.
       8000-FIND-RUN section.
           move ZERO to W-HIT-ix
           if W-RN-COUNT = ZERO or W-KEY-RUNID = spaces
              exit section
           end-if
           search all LK-ENTRY
              at end continue
              when LK-RUNID(LKX) = W-KEY-RUNID
                 move LK-ix(LKX) to W-HIT-ix
           end-search
           .

      * ERRLOG entries of the period (dated through their run)
      * whose code is one of W-SCAN-CODES, listed as evidence
      * (mode I) or as exceptions (mode E).
       8100-SCAN-ERRLOG section.
           move 'ERRLOG.TXT' to W-SRC-DSN
           open input SRCFIL
           if SRC-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read SRCFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move SRCLINE to ERRLOG-LINE
              if EG-FS = W-SCAN-CODES(1:2)
                 or EG-FS = W-SCAN-CODES(3:2)
                 or EG-FS = W-SCAN-CODES(5:2)
                 or EG-FS = W-SCAN-CODES(7:2)
                 move EG-RUNID to W-KEY-RUNID
                 perform 8000-FIND-RUN
                 if W-HIT-ix > ZERO and EG-FS not = spaces
                    move RN-RUNDATE(W-HIT-ix) to W-DATE
                    move EG-RUNID to W-ITEM-RUNID
                    move spaces to W-TEXT
                    string 'ERRLOG ' EG-FS ' ' EG-PROGRAM ' '
                           EG-MSG ' ' EG-DETAIL
                       delimited by size into W-TEXT
                    end-string
                    if W-SCAN-MODE = 'E'
                       perform 9200-PUT-EXCEPTION
                    else
                       perform 9100-PUT-ITEM
                    end-if
                 end-if
              end-if
              read SRCFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close SRCFIL
           set V-INIT to true
           .

      * Run date to date-table entry, adding the date when it is
      * new; zero only when the table is full.
       8200-FIND-DATE section.
           perform 8300-LOOKUP-DATE
           if W-HIT-ix > ZERO or W-DT-COUNT >= W-MAX-DATES
              exit section
           end-if
           add 1 to W-DT-COUNT
           move W-DT-COUNT to W-HIT-ix
           move W-KEY-DATE to DT-DATE(W-HIT-ix)
           move 'N'        to DT-RUN(W-HIT-ix)
           move ZERO       to DT-ARCHIVED(W-HIT-ix)
                              DT-JRN-ADD(W-HIT-ix)
                              DT-JRN-UPD(W-HIT-ix)
                              DT-JRN-DEL(W-HIT-ix)
           move spaces     to DT-PARM-VER(W-HIT-ix)
                              DT-PARM-DSN(W-HIT-ix)
           .

       8300-LOOKUP-DATE section.
           move ZERO to W-HIT-ix
           perform varying ix from 1 by 1 until ix > W-DT-COUNT
              if DT-DATE(ix) = W-KEY-DATE
                 move ix to W-HIT-ix
                 exit section
              end-if
           end-perform
           .

       9000-BEGIN-SECTION section.
           move spaces to WRKLINE
           perform 9010-WRITE-WORK
           move W-SECT           to RS-NO
           move SC-TITLE(W-SECT) to RS-TITLE
           move RPT-SECTION to WRKLINE
           perform 9010-WRITE-WORK
           move RPT-ITEM-HDG to WRKLINE
           perform 9010-WRITE-WORK
           .

       9010-WRITE-WORK section.
           write WRKLINE
           add 1 to SC-LINES(W-SECT)
           .

       9100-PUT-ITEM section.
           move W-ITEM-FLAG  to RI-FLAG
           move W-DATE       to RI-DATE
           move W-ITEM-RUNID to RI-RUNID
           move W-TEXT       to RI-TEXT
           move RPT-ITEM to WRKLINE
           perform 9010-WRITE-WORK
           add 1 to SC-ITEMS(W-SECT)
           add 1 to W-TOTAL-ITEMS
           .

       9200-PUT-EXCEPTION section.
           move '*' to W-ITEM-FLAG
           perform 9100-PUT-ITEM
           move space to W-ITEM-FLAG
           add 1 to SC-EXC(W-SECT)
           add 1 to W-TOTAL-EXC
           if W-EX-COUNT >= W-MAX-EXC
              add 1 to W-EX-DROPPED
              exit section
           end-if
           add 1 to W-EX-COUNT
           move W-SECT       to EX-SECT(W-EX-COUNT)
           move W-DATE       to EX-DATE(W-EX-COUNT)
           move W-ITEM-RUNID to EX-RUNID(W-EX-COUNT)
           move W-TEXT       to EX-TEXT(W-EX-COUNT)
           .

       9300-END-SECTION section.
           if SC-ITEMS(W-SECT) = ZERO
              move RPT-NONE to WRKLINE
              perform 9010-WRITE-WORK
           end-if
           .
