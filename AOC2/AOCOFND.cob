          05 W-PARM-ENV       pic X(20).
          05 W-PARM-VALUE     pic X(40).
          05 W-PARM-SRC       pic X(08).
          05 W-PREFLT-ENV     pic X(08).

       COPY RUNREC.

          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-PREFLT-FLAG  pic X value 'N'.
             88 V-PREFLIGHT    value 'Y'.

       procedure division.
       A-MAIN section.
                 compute W-THRESHOLD = function numval(W-PARM-VALUE)
              end-if
           end-if
      * A pre-flight run (AOCPRFL) reports the streaks today would
      * give but leaves the offender master as it stands.
           move spaces to W-PREFLT-ENV
           accept W-PREFLT-ENV from environment 'AOCPREFLIGHT'
           if W-PREFLT-ENV(1:1) = 'Y'
              set V-PREFLIGHT to true
           end-if

           perform 1000-LOAD-MASTER
           perform 1500-FIND-PREV-DATE
           perform 2000-POST-UNSAFE
           perform 3000-POST-EXCEPTIONS
           if not V-PREFLIGHT
              perform 4000-SAVE-MASTER
           end-if
           perform 5000-WRITE-REPORT

           display W-UNSAFE-COUNT ' unsafe reports posted'
