          05 W-STS-REJ        pic S9(8) comp-4 value ZERO.
          05 W-STS-DISP       pic X(08).
          05 W-STS-SAVED-RC   pic S9(4) comp-4 value ZERO.
      * Compile stamp and version tag for the START status record;
      * raise the tag with every change put into production.
          05 W-STS-VERSION.
             10 W-STS-COMPILED pic X(14).
             10 W-STS-TAG      pic X(08) value '01.00'.
          05 W-A-DISP          pic ZZZZZZZ9.
          05 W-B-DISP          pic ZZZZZZZ9.
          05 W-RUNDATE         pic X(08).
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
           accept W-TEMP-DSN from environment 'AOC1A_RCN_DSN'
           if W-TEMP-DSN not = spaces
           end-evaluate
           call 'STSWRT' using W-ERR-PROGRAM W-STS-PHASE
                               W-STS-READ W-STS-REJ
                               W-STS-DISP W-STS-VERSION
           move W-STS-SAVED-RC to return-code
           .

