       repository. function all intrinsic.
       input-output section.
       file-control.
           select STSFIL assign to W-STSFIL-DSN
           organization is line sequential
           file status is STS-FS.

           select VERFIL assign to 'VERREG.DAT'
           organization is indexed
           access is random
           record key is VER-PROGRAM
           file status is VER-FS.

       data division.
       file section.
       FD  STSFIL.
       01  STSLINE                pic X(100).

       FD  VERFIL.
           COPY VERREC.

       working-storage section.
       01 S-ARB.
          05 STS-FS           pic XX.
          05 VER-FS           pic XX.
          05 W-ERR-PROGRAM    pic X(8)  value 'STSWRT'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-DETAIL     pic X(40).
          05 W-RUNDATE        pic X(08).
          05 W-RUNID          pic X(08).
          05 W-NOW            pic X(21).
          05 W-PREFLT-ENV     pic X(08).
          05 W-STSFIL-DSN     pic X(64) value 'STATUS.DAT'.

       COPY STSREC.

       01 EL-READ-COUNT         pic S9(8) comp-4.
       01 EL-REJ-COUNT          pic S9(8) comp-4.
       01 EL-DISPOSITION        pic X(8).
       01 EL-VERSION.
          05 EL-COMPILED        pic X(14).
          05 EL-TAG             pic X(08).

       procedure division using EL-PROGRAM EL-PHASE
                                 EL-READ-COUNT EL-REJ-COUNT
                                 EL-DISPOSITION EL-VERSION.
       A-MAIN section.
           move spaces to W-RUNDATE
           accept W-RUNDATE from environment 'RUNDATE'
           move EL-DISPOSITION  to STS-DISPOSITION
           call 'RUNIDGET' using W-RUNID
           move W-RUNID         to STS-RUNID
           if EL-PHASE = 'START'
              move EL-COMPILED  to STS-COMPILED
              move EL-TAG       to STS-VERSION
           end-if

      * A pre-flight run (AOCPRFL) keeps its step records apart
      * from the published feed - the scheduler, the gate and the
      * elapsed-time baselines never see them - and registers no
      * module versions.
           move spaces to W-PREFLT-ENV
           accept W-PREFLT-ENV from environment 'AOCPREFLIGHT'
           if W-PREFLT-ENV(1:1) = 'Y'
              move 'STATUS.PRF' to W-STSFIL-DSN
           else
              move 'STATUS.DAT' to W-STSFIL-DSN
           end-if

           open extend STSFIL
           if STS-FS = '05' or STS-FS = '00'
              write STSLINE from STS-RECORD
              close STSFIL
           end-if
           if EL-PHASE = 'START' and W-PREFLT-ENV(1:1) not = 'Y'
              perform 1000-REGISTER-VERSION
           end-if
           goback
           .

      * A different compile stamp or tag from the one on file is
      * a change of module: the old one moves to PREV and this
      * run becomes the first to use the new one.
       1000-REGISTER-VERSION section.
           open i-o VERFIL
           if VER-FS = '35'
              open output VERFIL
              close VERFIL
              open i-o VERFIL
           end-if
           if VER-FS not = '00'
              move 'OPEN VERFIL' to W-ERR-OP
              move 'VERREG.DAT'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  VER-FS W-ERR-DETAIL
              exit section
           end-if
           move EL-PROGRAM to VER-PROGRAM
           read VERFIL
           if VER-FS = '00'
              if VER-COMPILED not = EL-COMPILED
                 or VER-VERSION not = EL-TAG
                 move VER-VERSION  to VER-PREV-VERSION
                 move VER-COMPILED to VER-PREV-COMPILED
                 move EL-TAG       to VER-VERSION
                 move EL-COMPILED  to VER-COMPILED
                 move W-RUNID      to VER-FIRST-RUNID
                 move W-RUNDATE    to VER-FIRST-RUNDATE
                 move ZERO         to VER-STARTS
              end-if
              move W-RUNID   to VER-LAST-RUNID
              move W-RUNDATE to VER-LAST-RUNDATE
              add 1 to VER-STARTS
              rewrite VER-RECORD
           else
              move SPACES      to VER-RECORD
              move EL-PROGRAM  to VER-PROGRAM
              move EL-TAG      to VER-VERSION
              move EL-COMPILED to VER-COMPILED
              move W-RUNID     to VER-FIRST-RUNID VER-LAST-RUNID
              move W-RUNDATE   to VER-FIRST-RUNDATE VER-LAST-RUNDATE
              move 1           to VER-STARTS
              write VER-RECORD
           end-if
           if VER-FS not = '00'
              move 'WRITE VERFIL' to W-ERR-OP
              move EL-PROGRAM     to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  VER-FS W-ERR-DETAIL
           end-if
           close VERFIL
           .
