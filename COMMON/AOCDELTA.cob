          05 W-DOW-NAME       pic X(03).
          05 W-TEMP           pic X(08).
          05 W-OVERRIDE-ENV   pic X(08).
          05 W-PREFLT-ENV     pic X(08).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCDELTA'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
             88 V-PREVDD-SET   value 'Y'.
          05 W-DOWBASE-FLAG pic X value 'N'.
             88 V-DOW-BASELINE value 'Y'.
          05 W-PREFLT-FLAG  pic X value 'N'.
             88 V-PREFLIGHT    value 'Y'.

       procedure division.
       A-MAIN section.
           if W-OVERRIDE-ENV(1:1) = 'Y' or W-OVERRIDE-ENV(1:1) = 'y'
              set V-OVERRIDE to true
           end-if
      * A pre-flight run (AOCPRFL) compares and reports but leaves
      * the baselines alone - the real run still compares against
      * the same previous feed.
           move spaces to W-PREFLT-ENV
           accept W-PREFLT-ENV from environment 'AOCPREFLIGHT'
           if W-PREFLT-ENV(1:1) = 'Y'
              set V-PREFLIGHT to true
           end-if

           perform 1000-LOAD-TODAY
           perform 2000-LOAD-PREVIOUS
           perform 3000-COMPARE
           perform 4000-WRITE-REPORT
           if not V-HOLD and not V-PREFLIGHT
              perform 5000-SAVE-TODAY
           end-if
           goback
