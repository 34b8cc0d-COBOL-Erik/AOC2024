       repository. function all intrinsic.
       input-output section.
       file-control.
           select SCRFIL assign to W-SCRFIL-DSN
           organization is line sequential
           file status is SCR-FS.

          05 SCR-FS           pic XX.
          05 W-RUNDATE        pic X(08).
          05 W-RUNID          pic X(08).
          05 W-RESTATE-ENV    pic X(08).
          05 W-REASON-ENV     pic X(20).
          05 W-PREFLT-ENV     pic X(08).
          05 W-SCRFIL-DSN     pic X(64) value 'SCORECARD.CSV'.

       01 SCR-DETAIL.
          05 XD-RUNDATE          pic X(08).
          05 XD-VALUE             pic -(15)9.
          05 XD-COMMA4           pic X(01) value ','.
          05 XD-RUNID            pic X(08).
          05 XD-COMMA5           pic X(01).
          05 XD-ROW-TYPE         pic X(01).
          05 XD-COMMA6           pic X(01).
          05 XD-REASON           pic X(12).

       linkage section.
       01 EL-PROGRAM            pic X(8).
           move ','              to XD-COMMA4
           call 'RUNIDGET' using W-RUNID
           move W-RUNID         to XD-RUNID
      * A restatement run keeps the original row and adds its own
      * next to it, marked R with the short reason, so readers
      * taking the last row per date pick up the restated figure
      * while the originally reported one stays on file.
           move spaces to W-RESTATE-ENV
           accept W-RESTATE-ENV from environment 'AOCRESTATE'
           if W-RESTATE-ENV(1:1) = 'Y'
              move spaces to W-REASON-ENV
              accept W-REASON-ENV
                 from environment 'AOCRESTATE_REASON'
              move ','              to XD-COMMA5
              move 'R'              to XD-ROW-TYPE
              move ','              to XD-COMMA6
              move W-REASON-ENV     to XD-REASON
           end-if

      * A pre-flight run (AOCPRFL) never touches the scorecard;
      * its figures go to a side file the driver reports from.
           move spaces to W-PREFLT-ENV
           accept W-PREFLT-ENV from environment 'AOCPREFLIGHT'
           if W-PREFLT-ENV(1:1) = 'Y'
              move 'SCORECARD.PRF' to W-SCRFIL-DSN
           else
              move 'SCORECARD.CSV' to W-SCRFIL-DSN
           end-if

           open extend SCRFIL
           if SCR-FS = '05' or SCR-FS = '00'
