          05 W-HLTH-RC        pic S9(4) comp-4 value ZERO.
          05 W-TREND-RC       pic S9(4) comp-4 value ZERO.
          05 W-A1A-RC         pic S9(4) comp-4 value ZERO.
          05 W-A1B-RC         pic S9(4) comp-4 value ZERO.
          05 W-A2A-RC         pic S9(4) comp-4 value ZERO.
          05 W-A2B-RC         pic S9(4) comp-4 value ZERO.
          05 W-STEP-NAME      pic X(08).
          05 W-OVFL-FLAG    pic X value 'N'.
             88 V-OVERFLOW     value 'Y'.
          05 W-HELD-FLAG    pic X value 'N'.
             88 V-DATE-HELD    value 'Y' 'Q'.
             88 V-QUAR-HELD    value 'Q'.

       procedure division.
       A-MAIN section.
           move 'N'  to W-HELD-FLAG
           move ZERO to W-DATE-MAXRC
           move ZERO to W-GATE-RC W-HLTH-RC W-TREND-RC
           move ZERO to W-A1A-RC W-A1B-RC W-A2A-RC W-A2B-RC
           set environment 'RUNDATE' to CU-DATE(ix)
           set environment 'INFILDD' to CU-INPUT(ix)
           set environment 'RUNID'   to ' '
              set V-DATE-HELD to true
           end-if

      * Bad site sections go to suspense; the branches read only
      * what the quarantine step accepted.
           if not V-DATE-HELD
              move 'AOCQUAR' to W-STEP-NAME
              perform 2900-CALL-STEP
              if W-STEP-RC > 4
                 set V-QUAR-HELD to true
              end-if
              set environment 'INFILDD' to 'AOCQUAR.ACC'
           end-if

           if not V-DATE-HELD
              move 'AOC1A' to W-STEP-NAME
              perform 2900-CALL-STEP
              if W-A1A-RC = ZERO
                 move 'AOC1B' to W-STEP-NAME
                 perform 2900-CALL-STEP
                 move W-STEP-RC to W-A1B-RC
                 if W-A1B-RC = ZERO
                    move 'AOC1RCN' to W-STEP-NAME
                    perform 2900-CALL-STEP
                 end-if
              perform 2900-CALL-STEP
              move 'AOCLMST' to W-STEP-NAME
              perform 2900-CALL-STEP
              if W-STEP-RC <= 4
                 move 'AOCLANM' to W-STEP-NAME
                 perform 2900-CALL-STEP
              end-if
              if W-A1A-RC = ZERO and W-A1B-RC <= 4
                 move 'AOCHIER' to W-STEP-NAME
                 perform 2900-CALL-STEP
              end-if
              move 'AOC2A' to W-STEP-NAME
              perform 2900-CALL-STEP
              move W-STEP-RC to W-A2A-RC
                 move 'AOC2B' to W-STEP-NAME
                 perform 2900-CALL-STEP
                 move W-STEP-RC to W-A2B-RC
                 if W-A2B-RC = ZERO
                    move 'AOC2RCN' to W-STEP-NAME
                    perform 2900-CALL-STEP
                 end-if
              end-if
              if W-A2A-RC < 8 and W-A2B-RC < 8
                 move 'AOCOFND' to W-STEP-NAME
                 move 'AOCEXCM' to W-STEP-NAME
                 perform 2900-CALL-STEP
              end-if
              if W-A2A-RC < 8 and W-A2B-RC < 8
                 move 'AOCNOTC' to W-STEP-NAME
                 perform 2900-CALL-STEP
              end-if
              move 'AOC2STAT' to W-STEP-NAME
              perform 2900-CALL-STEP
              move 'AOCQAS' to W-STEP-NAME
              perform 2900-CALL-STEP
           end-if

           move 'AOCGATE' to W-STEP-NAME
           perform 2900-CALL-STEP
           move W-STEP-RC to W-GATE-RC
           move 'AOCDWAK' to W-STEP-NAME
           perform 2900-CALL-STEP
           move 'AOCARCH' to W-STEP-NAME
           perform 2900-CALL-STEP
           move 'AOCHLTH' to W-STEP-NAME
              move 'AOCDWX' to W-STEP-NAME
              perform 2900-CALL-STEP
           end-if
           move 'AOCVERR' to W-STEP-NAME
           perform 2900-CALL-STEP
           move 'AOCDIST' to W-STEP-NAME
           perform 2900-CALL-STEP
           move 'AOCEND' to W-STEP-NAME

           add 1 to W-DONE-COUNT
           move CU-DATE(ix) to RD-DATE
           evaluate true
           when V-QUAR-HELD
              move 'HELD - QUARANTINE FAILED      ' to RD-TEXT
           when V-DATE-HELD
              move 'HELD BY DELTA CHECK           ' to RD-TEXT
           when other
              move 'PROCESSED                     ' to RD-TEXT
           end-evaluate
           if W-DATE-MAXRC > 9
              move 9 to RD-RC
           else
