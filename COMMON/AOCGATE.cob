       repository. function all intrinsic.
       input-output section.
       file-control.
           select STSFIL assign to W-STS-DSN
           organization is line sequential
           file status is STS-FS.

       data division.
       file section.
       FD  STSFIL.
       01  STSLINE            pic X(100).

       FD  RPTFIL.
       01  RPTLINE            pic X(60).
          05 W-OVR-SUPV       pic X(08).
          05 W-OVR-REASON     pic X(20).
          05 W-OVERALL-RC     pic S9(4) comp-4 value ZERO.
          05 W-PREFLT-ENV     pic X(08).
          05 W-STS-DSN        pic X(64) value 'STATUS.DAT'.
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCGATE'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.

       COPY STSREC.

      * The six steps the gate waits on: each branch with its
      * reconciliation.
       01 GATE-TABLE.
          05 GT-ENTRY occurs 6 times.
             10 GT-PROGRAM    pic X(08).
             10 GT-START-FLAG pic X.
             10 GT-END-FLAG   pic X.
          05 W-OVR-FLAG     pic X value 'N'.
             88 V-OVR-RELEASE  value 'R'.
             88 V-OVR-HOLD     value 'H'.
          05 W-PREFLT-FLAG  pic X value 'N'.
             88 V-PREFLIGHT    value 'Y'.

       procedure division.
       A-MAIN section.
           if W-RUNID = spaces
              call 'RUNIDGET' using W-RUNID
           end-if
      * A pre-flight run (AOCPRFL) is gated on its own step records
      * and leaves no outcome for AOCEND - there is no run to close.
           move spaces to W-PREFLT-ENV
           accept W-PREFLT-ENV from environment 'AOCPREFLIGHT'
           if W-PREFLT-ENV(1:1) = 'Y'
              set V-PREFLIGHT to true
              move 'STATUS.PRF' to W-STS-DSN
           end-if

           move 'AOC1A'   to GT-PROGRAM(1)
           move 'AOC1B'   to GT-PROGRAM(2)
           move 'AOC1RCN' to GT-PROGRAM(3)
           move 'AOC2A'   to GT-PROGRAM(4)
           move 'AOC2B'   to GT-PROGRAM(5)
           move 'AOC2RCN' to GT-PROGRAM(6)
           perform varying ix from 1 by 1 until ix > 6
              move 'N'    to GT-START-FLAG(ix)
              move 'N'    to GT-END-FLAG(ix)
              move SPACES to GT-DISP(ix)
           perform 2000-MERGE-DISPOSITIONS
           perform 2500-APPLY-OVERRIDE
           perform 3000-WRITE-REPORT
           if V-PREFLIGHT
              move W-OVERALL-RC to return-code
              goback
           end-if

      * Leave the merged outcome where AOCEND can pick it up as
      * the run's final condition code, with the override flag
           open input STSFIL
           if STS-FS not = '00'
              move 'OPEN STSFIL' to W-ERR-OP
              move W-STS-DSN     to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  STS-FS W-ERR-DETAIL
              move 8 to W-OVERALL-RC
           perform until V-INPUT-EOF
              move STSLINE to STS-RECORD
              if STS-RUNDATE = W-RUNDATE
                 perform varying ix from 1 by 1 until ix > 6
                    if STS-PROGRAM = GT-PROGRAM(ix)
                       if STS-PHASE = 'START'
                          move 'Y' to GT-START-FLAG(ix)
      * Worst disposition wins: a step that never wrote its END
      * record abended and blocks release outright.
       2000-MERGE-DISPOSITIONS section.
           perform varying ix from 1 by 1 until ix > 6
              evaluate true
              when GT-END-FLAG(ix) = 'N'
                 move 8 to W-OVERALL-RC
           end-if
           move W-RUNDATE to RH-RUNDATE
           write RPTLINE from RPT-HDG1
           perform varying ix from 1 by 1 until ix > 6
              move GT-PROGRAM(ix) to RD-PROGRAM
              evaluate true
              when GT-END-FLAG(ix) = 'Y'
