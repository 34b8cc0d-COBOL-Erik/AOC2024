       identification division.
       program-id. AOCVERR.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select VERFIL assign to 'VERREG.DAT'
           organization is indexed
           access is sequential
           record key is VER-PROGRAM
           file status is VER-FS.

           select STSFIL assign to W-STS-DSN
           organization is line sequential
           file status is STS-FS.

           select RPTFIL assign to 'AOCVERR.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  VERFIL.
           COPY VERREC.

       FD  STSFIL.
       01  STSLINE            pic X(100).

       FD  RPTFIL.
       01  RPTLINE            pic X(120).

       working-storage section.
       01 A-ARB.
          05 VER-FS           pic XX.
          05 STS-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(6) comp-4 value ZERO.
          05 JX               pic S9(6) comp-4 value ZERO.
          05 W-VT-COUNT       pic S9(6) comp-4 value ZERO.
          05 W-VT-MAX         pic S9(6) comp-4 value 20000.
          05 W-MOD-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-CHG-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-CHG-TODAY      pic S9(6) comp-4 value ZERO.
          05 W-STS-DSN        pic X(64).
          05 W-RUNDATE        pic X(08).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCVERR'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).

       COPY STSREC.

      * Every START that carried a compile stamp, from history and
      * the live feed, ordered by program and time for the breaks.
       01 FILLER.
          05 VT-ENTRY occurs 1 to 20000 times
                      depending on W-VT-COUNT.
             10 VT-PROGRAM    pic X(08).
             10 VT-TIMESTAMP  pic X(14).
             10 VT-RUNDATE    pic X(08).
             10 VT-RUNID      pic X(08).
             10 VT-VERSION    pic X(08).
             10 VT-COMPILED   pic X(14).

       01 RPT-HDG1.
          05 filler           pic X(30) value
             'LOAD MODULE VERSIONS          '.
          05 RH-RUNDATE       pic X(08).
       01 RPT-SECTION.
          05 RS-TITLE         pic X(60).
       01 RPT-MOD-HDG.
          05 filler           pic X(51) value
             'PROGRAM  VERSION  COMPILED       FIRST RUN         '.
          05 filler           pic X(49) value
             'LAST RUN          STARTS REPLACED'.
       01 RPT-MODULE.
          05 RM-PROGRAM       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RM-VERSION       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RM-COMPILED      pic X(14).
          05 filler           pic X(1) value SPACE.
          05 RM-FIRST-RUNID   pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RM-FIRST-DATE    pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RM-LAST-RUNID    pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RM-LAST-DATE     pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RM-STARTS        pic ZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RM-PREV-VERSION  pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RM-PREV-COMPILED pic X(14).
       01 RPT-RUN-HDG.
          05 filler           pic X(60) value
             'PROGRAM  RUNDATE  RUN ID   VERSION  COMPILED'.
       01 RPT-RUN.
          05 RR-PROGRAM       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RR-RUNDATE       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RR-RUNID         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RR-VERSION       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RR-COMPILED      pic X(14).
          05 filler           pic X(1) value SPACE.
          05 RR-NOTE          pic X(40).
       01 RPT-TOTAL.
          05 filler           pic X(22) value
             'VERSION CHANGES       '.
          05 RT-CHANGES       pic ZZZZZ9.
          05 filler           pic X(14) value
             '  FIRST TODAY '.
          05 RT-TODAY         pic ZZZZZ9.
       01 RPT-NOTE.
          05 RN-TEXT          pic X(60).

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-OVF-FLAG     pic X value 'N'.
             88 V-OVERFLOW     value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCVERR'
           move spaces to W-RUNDATE
           accept W-RUNDATE from environment 'RUNDATE'
           if W-RUNDATE = spaces
              accept W-RUNDATE from date yyyymmdd
           end-if

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOCVERR.RPT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if
           move W-RUNDATE to RH-RUNDATE
           write RPTLINE from RPT-HDG1

           perform 1000-WRITE-REGISTRY
           move 'STATUS.HIST' to W-STS-DSN
           perform 2000-LOAD-STARTS
           move 'STATUS.DAT'  to W-STS-DSN
           perform 2000-LOAD-STARTS
           if W-VT-COUNT > 1
              sort VT-ENTRY ascending key VT-PROGRAM VT-TIMESTAMP
           end-if
           perform 3000-WRITE-RUN-HISTORY
           close RPTFIL

           display W-MOD-COUNT ' modules registered, ' W-CHG-COUNT
                   ' version changes, ' W-CHG-TODAY ' first used today'
           goback
           .

      * The module each program runs today and the one it
      * replaced.
       1000-WRITE-REGISTRY section.
           move 'MODULES IN USE' to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-MOD-HDG
           open input VERFIL
           if VER-FS not = '00'
              move '  NO VERSION REGISTRY' to RN-TEXT
              write RPTLINE from RPT-NOTE
              exit section
           end-if
           set V-INIT to true
           read VERFIL next at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              add 1 to W-MOD-COUNT
              move VER-PROGRAM       to RM-PROGRAM
              move VER-VERSION       to RM-VERSION
              move VER-COMPILED      to RM-COMPILED
              move VER-FIRST-RUNID   to RM-FIRST-RUNID
              move VER-FIRST-RUNDATE to RM-FIRST-DATE
              move VER-LAST-RUNID    to RM-LAST-RUNID
              move VER-LAST-RUNDATE  to RM-LAST-DATE
              move VER-STARTS        to RM-STARTS
              move VER-PREV-VERSION  to RM-PREV-VERSION
              move VER-PREV-COMPILED to RM-PREV-COMPILED
              write RPTLINE from RPT-MODULE
              read VERFIL next at end set V-INPUT-EOF to true end-read
           end-perform
           close VERFIL
           set V-INIT to true
           .

      * START records from before the stamp was carried have no
      * compile date and cannot be placed, so they are left out.
       2000-LOAD-STARTS section.
           open input STSFIL
           if STS-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read STSFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move STSLINE to STS-RECORD
              if STS-PHASE = 'START' and STS-COMPILED not = spaces
                 if W-VT-COUNT >= W-VT-MAX
                    if not V-OVERFLOW
                       set V-OVERFLOW to true
                       move 'START TABLE'  to W-ERR-OP
                       move 'OV'           to W-ERR-FS
                       move W-STS-DSN(1:40) to W-ERR-DETAIL
                       call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                           W-ERR-FS W-ERR-DETAIL
                       move 4 to return-code
                    end-if
                 else
                    add 1 to W-VT-COUNT
                    move STS-PROGRAM   to VT-PROGRAM(W-VT-COUNT)
                    move STS-TIMESTAMP to VT-TIMESTAMP(W-VT-COUNT)
                    move STS-RUNDATE   to VT-RUNDATE(W-VT-COUNT)
                    move STS-RUNID     to VT-RUNID(W-VT-COUNT)
                    move STS-VERSION   to VT-VERSION(W-VT-COUNT)
                    move STS-COMPILED  to VT-COMPILED(W-VT-COUNT)
                 end-if
              end-if
              read STSFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close STSFIL
           set V-INIT to true
           .

      * One line per program per run; a restarted step that
      * started again under the same run and module is shown once.
      * The first run of a program on a new module is flagged
      * with the module it replaced.
       3000-WRITE-RUN-HISTORY section.
           move SPACES to RPTLINE
           write RPTLINE
           move 'VERSION BY RUN' to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-RUN-HDG
           if V-OVERFLOW
              move '  HISTORY TRUNCATED - START TABLE FULL' to RN-TEXT
              write RPTLINE from RPT-NOTE
           end-if
           move ZERO to JX
           perform varying ix from 1 by 1 until ix > W-VT-COUNT
              if JX > ZERO
                 and VT-PROGRAM(ix)  = VT-PROGRAM(JX)
                 and VT-RUNID(ix)    = VT-RUNID(JX)
                 and VT-VERSION(ix)  = VT-VERSION(JX)
                 and VT-COMPILED(ix) = VT-COMPILED(JX)
                 continue
              else
                 move SPACES          to RR-NOTE
                 if JX > ZERO
                    and VT-PROGRAM(ix) = VT-PROGRAM(JX)
                    and (VT-VERSION(ix) not = VT-VERSION(JX)
                      or VT-COMPILED(ix) not = VT-COMPILED(JX))
                    add 1 to W-CHG-COUNT
                    if VT-RUNDATE(ix) = W-RUNDATE
                       add 1 to W-CHG-TODAY
                    end-if
                    string '*CHANGED* FROM ' VT-VERSION(JX) ' '
                       VT-COMPILED(JX)
                       delimited by size into RR-NOTE
                    end-string
                 end-if
                 move VT-PROGRAM(ix)  to RR-PROGRAM
                 move VT-RUNDATE(ix)  to RR-RUNDATE
                 move VT-RUNID(ix)    to RR-RUNID
                 move VT-VERSION(ix)  to RR-VERSION
                 move VT-COMPILED(ix) to RR-COMPILED
                 write RPTLINE from RPT-RUN
                 move ix to JX
              end-if
           end-perform
           if W-VT-COUNT = ZERO
              move '  NONE' to RN-TEXT
              write RPTLINE from RPT-NOTE
           end-if
           move W-CHG-COUNT to RT-CHANGES
           move W-CHG-TODAY to RT-TODAY
           write RPTLINE from RPT-TOTAL
           .
