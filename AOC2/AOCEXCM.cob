           organization is line sequential
           file status is EXC-FS.

           select DSPFIL assign to 'EXCDISP.APR'
           organization is line sequential
           file status is DSP-FS.

          05 W-X-REASON       pic X(30).
          05 W-X-LEVELS       pic X(256).
          05 W-RUNDATE        pic X(08).
          05 W-PREFLT-ENV     pic X(08).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCEXCM'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-DSP-FLAG pic X value 'N'.
             88 V-DSP-READ     value 'Y'.
          05 W-PREFLT-FLAG  pic X value 'N'.
             88 V-PREFLIGHT    value 'Y'.

       procedure division.
       A-MAIN section.
           if W-RUNDATE = spaces
              accept W-RUNDATE from date yyyymmdd
           end-if
      * A pre-flight run (AOCPRFL) ages the exceptions as today
      * would leave them, released dispositions included, but the
      * master and the disposition hand-off file are not touched.
           move spaces to W-PREFLT-ENV
           accept W-PREFLT-ENV from environment 'AOCPREFLIGHT'
           if W-PREFLT-ENV(1:1) = 'Y'
              set V-PREFLIGHT to true
           end-if

           perform 1000-LOAD-MASTER
           perform 2000-MERGE-DAILY-LISTING
           perform 3000-APPLY-DISPOSITIONS
           if not V-PREFLIGHT
              perform 4000-SAVE-MASTER
           end-if
           perform 5000-WRITE-AGING-REPORT

           display W-SEEN-COUNT ' exceptions seen today'

      * Analyst dispositions: report id (or record number when no
      * id is carried), new status REVIEWED or RESOLVED, and a
      * reason.  Anything else is logged and skipped.  They arrive
      * only once a second analyst has approved them in AOCCHGQ.
       3000-APPLY-DISPOSITIONS section.
           open input DSPFIL
           if DSP-FS not = '00'
              exit section
           end-if
           set V-DSP-READ to true
           read DSPFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              perform 3100-APPLY-ONE
              write MSTLINE from MST-DETAIL
           end-perform
           close MSTFIL
      * Released dispositions are applied once; the master now
      * carries them, so the hand-off file is emptied.
           if V-DSP-READ
              open output DSPFIL
              close DSPFIL
           end-if
           .

      * Unresolved exceptions by age band so nothing sits
