       identification division.
       program-id. AOCNOTC.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select OWNFIL assign to 'RPTOWNER.DAT'
           organization is indexed
           access is sequential
           record key is OWN-PATTERN
           file status is OWN-FS.

           select OFFFIL assign to 'OFFENDER.DAT'
           organization is line sequential
           file status is OFF-FS.

           select MSTFIL assign to 'EXCMAST.DAT'
           organization is line sequential
           file status is MST-FS.

           select NTCFIL assign to W-NTC-DSN
           organization is line sequential
           file status is NTC-FS.

           select LOGFIL assign to 'TRANSMIT.LOG'
           organization is line sequential
           file status is LOG-FS.

           select RPTFIL assign to 'AOCNOTC.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  OWNFIL.
           COPY OWNREC.

       FD  OFFFIL.
       01  OFFLINE            pic X(50).

       FD  MSTFIL.
       01  MSTLINE            pic X(360).

       FD  NTCFIL.
       01  NTCLINE            pic X(92).

       FD  LOGFIL.
       01  LOGLINE            pic X(80).

       FD  RPTFIL.
       01  RPTLINE            pic X(100).

       working-storage section.
       01 A-ARB.
          05 OWN-FS           pic XX.
          05 OFF-FS           pic XX.
          05 MST-FS           pic XX.
          05 NTC-FS           pic XX.
          05 LOG-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(6) comp-4 value ZERO.
          05 JX               pic S9(6) comp-4 value ZERO.
          05 OX               pic S9(4) comp-4 value ZERO.
          05 W-OWN-COUNT      pic S9(4) comp-4 value ZERO.
          05 W-OWN-MAX        pic S9(4) comp-4 value 500.
          05 W-NT-COUNT       pic S9(6) comp-4 value ZERO.
          05 W-NT-MAX         pic S9(6) comp-4 value 5000.
          05 W-CUR-IX         pic S9(6) comp-4 value ZERO.
          05 W-BEST-IX        pic S9(4) comp-4 value ZERO.
          05 W-BEST-LEN       pic S9(4) comp-4 value ZERO.
          05 W-LEN            pic S9(4) comp-4 value ZERO.
          05 W-AGE-DAYS       pic S9(6) comp-4 value ZERO.
          05 W-THRESHOLD      pic S9(4) comp-4 value 3.
          05 W-NTC-LINES      pic S9(8) comp-4 value ZERO.
          05 W-NTC-REPEAT     pic S9(6) comp-4 value ZERO.
          05 W-NOTICE-COUNT   pic S9(6) comp-4 value ZERO.
          05 W-FAIL-COUNT     pic S9(6) comp-4 value ZERO.
          05 W-OWNED-COUNT    pic S9(6) comp-4 value ZERO.
          05 W-REPEAT-COUNT   pic S9(6) comp-4 value ZERO.
          05 W-UNOWNED-COUNT  pic S9(6) comp-4 value ZERO.
          05 W-CUR-SYSTEM     pic X(08).
          05 W-NTC-DSN        pic X(64).
          05 W-NOW            pic X(21).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCNOTC'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).
          05 W-PARM-PROGRAM   pic X(8).
          05 W-PARM-KEY       pic X(16).
          05 W-PARM-ENV       pic X(20).
          05 W-PARM-VALUE     pic X(40).
          05 W-PARM-SRC       pic X(08).

       01 CONTROL-AREA.
          05 W-RUNDATE        pic X(08).
          05 W-RUNID          pic X(08).
          COPY CTLREC.

      * Report owners as on the master, in pattern order.  PLEN is
      * the length of a prefix pattern without its '*', zero for
      * a full report id.
       01 FILLER.
          05 OW-ENTRY occurs 500 times.
             10 OW-PATTERN    pic X(12).
             10 OW-PLEN       pic S9(4) comp-4.
             10 OW-SYSTEM     pic X(08).
             10 OW-CONTACT    pic X(30).
             10 OW-DONE       pic X(01).

      * Reports to give notice of: every report the offender master
      * saw unsafe (AOC2B) or in exception (AOC2A) on today's feed,
      * with its owner and the oldest unresolved exception the
      * exception master holds for it.
       01 FILLER.
          05 NT-ENTRY occurs 5000 times.
             10 NT-RPTID      pic X(12).
             10 NT-CLASS      pic X(06).
             10 NT-UNSAFE-RUN pic 9(04).
             10 NT-EXC-RUN    pic 9(04).
             10 NT-OWN-IX     pic S9(4) comp-4.
             10 NT-REASON     pic X(30).
             10 NT-STATUS     pic X(08).
             10 NT-FIRST      pic X(08).
             10 NT-AGE        pic 9(04).

       01 OFF-DETAIL.
          05 OD-ID            pic X(12).
          05 filler           pic X(1).
          05 OD-LAST-DATE     pic X(08).
          05 filler           pic X(1).
          05 OD-UNSAFE-RUN    pic 9(04).
          05 filler           pic X(1).
          05 OD-EXC-RUN       pic 9(04).
          05 filler           pic X(1).
          05 OD-UNSAFE-DT     pic X(08).
          05 filler           pic X(1).
          05 OD-EXC-DT        pic X(08).

       01 MST-DETAIL.
          05 MD-RPTID         pic X(12).
          05 filler           pic X(1).
          05 MD-REC-NO        pic X(06).
          05 filler           pic X(1).
          05 MD-REASON        pic X(30).
          05 filler           pic X(1).
          05 MD-STATUS        pic X(08).
          05 filler           pic X(1).
          05 MD-FIRST-DATE    pic X(08).
          05 filler           pic X(1).
          05 MD-LAST-DATE     pic X(08).
          05 filler           pic X(1).
          05 MD-DISP-RSN      pic X(20).
          05 filler           pic X(1).
          05 MD-LEVELS        pic X(256).

      * Outbound notice line, one per report, between the control
      * header and trailer.  CLASS is REPEAT once either streak
      * reaches the repeat-offender threshold (AOCOFND DAYS), else
      * TODAY.  The run columns count consecutive feed days unsafe
      * and in exception, zero when not so today.  REASON, STATUS
      * and OPEN-SINCE describe the oldest unresolved AOC2A
      * exception, and AGE is the calendar days it has been open;
      * all four are blank/zero for a report that is only unsafe.
       01 NTC-DETAIL.
          05 ND-SYSTEM        pic X(08).
          05 filler           pic X(1) value SPACE.
          05 ND-RPTID         pic X(12).
          05 filler           pic X(1) value SPACE.
          05 ND-CLASS         pic X(06).
          05 filler           pic X(1) value SPACE.
          05 ND-UNSAFE-RUN    pic 9(04).
          05 filler           pic X(1) value SPACE.
          05 ND-EXC-RUN       pic 9(04).
          05 filler           pic X(1) value SPACE.
          05 ND-REASON        pic X(30).
          05 filler           pic X(1) value SPACE.
          05 ND-STATUS        pic X(08).
          05 filler           pic X(1) value SPACE.
          05 ND-OPEN-SINCE    pic X(08).
          05 filler           pic X(1) value SPACE.
          05 ND-AGE           pic 9(04).

       01 LOG-DETAIL.
          05 LG-RUNDATE       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 LG-RUNID         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 LG-RECIP         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 LG-REPORT        pic X(12).
          05 filler           pic X(1) value SPACE.
          05 LG-COUNT         pic 9(08).
          05 filler           pic X(1) value SPACE.
          05 LG-STATUS        pic X(08).
          05 filler           pic X(1) value SPACE.
          05 LG-TIMESTAMP     pic X(14).

       01 RPT-HDG1.
          05 filler           pic X(28) value
             'UNSAFE-REPORT OWNER NOTICES '.
          05 RH-RUNDATE       pic X(08).
          05 filler           pic X(5)  value ' RUN '.
          05 RH-RUNID         pic X(08).
       01 RPT-SECTION.
          05 RS-TITLE         pic X(40).
       01 RPT-NTC-HDG.
          05 filler           pic X(42) value
             '  SYSTEM   CONTACT'.
          05 filler           pic X(19) value
             'REPORTS REPEAT FILE'.
       01 RPT-NTC-LINE.
          05 filler           pic X(2) value SPACES.
          05 RN-SYSTEM        pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RN-CONTACT       pic X(30).
          05 filler           pic X(1) value SPACE.
          05 RN-COUNT         pic ZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RN-REPEAT        pic ZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RN-DSN           pic X(40).
       01 RPT-UNO-HDG.
          05 filler           pic X(36) value
             '  REPORT-ID    CLASS  UNSAFE EXCEPT'.
          05 filler           pic X(31) value 'REASON'.
          05 filler           pic X(12) value 'OPENED   AGE'.
       01 RPT-UNO-LINE.
          05 filler           pic X(2) value SPACES.
          05 RU-RPTID         pic X(12).
          05 filler           pic X(1) value SPACE.
          05 RU-CLASS         pic X(06).
          05 filler           pic X(1) value SPACE.
          05 RU-UNSAFE        pic ZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RU-EXC           pic ZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RU-REASON        pic X(30).
          05 filler           pic X(1) value SPACE.
          05 RU-FIRST         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RU-AGE           pic ZZZ9.
       01 RPT-NONE.
          05 filler           pic X(10) value '  (NONE)  '.
       01 RPT-TOTAL.
          05 RT-LABEL         pic X(20).
          05 RT-COUNT         pic ZZZZZ9.

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCNOTC'
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
           move function current-date to W-NOW
      * The repeat-offender threshold is the offender master's own,
      * so the notice and AOCOFND.RPT never disagree on a report.
           move 'AOCOFND'      to W-PARM-PROGRAM
           move 'DAYS'         to W-PARM-KEY
           move 'AOCOFND_DAYS' to W-PARM-ENV
           move spaces         to W-PARM-VALUE
           call 'AOCPARM' using W-PARM-PROGRAM W-PARM-KEY
                                W-PARM-ENV W-PARM-VALUE W-PARM-SRC
           if W-PARM-VALUE not = spaces
              and function trim(W-PARM-VALUE) is numeric
              if function numval(W-PARM-VALUE) > 0
                 compute W-THRESHOLD = function numval(W-PARM-VALUE)
              end-if
           end-if

           perform 1000-LOAD-OWNERS
           perform 2000-LOAD-OFFENDERS
           perform 3000-LOAD-EXCEPTIONS

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOCNOTC.RPT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 4 to return-code
              goback
           end-if
           move W-RUNDATE to RH-RUNDATE
           move W-RUNID   to RH-RUNID
           write RPTLINE from RPT-HDG1
           perform 4000-WRITE-NOTICES
           perform 5000-WRITE-UNOWNED
           perform 6000-WRITE-TOTALS
           close RPTFIL

           display W-OWNED-COUNT   ' reports notified'
           display W-NOTICE-COUNT  ' notices built'
           display W-UNOWNED-COUNT ' reports with no owner'
           if W-UNOWNED-COUNT > ZERO or W-FAIL-COUNT > ZERO
              move 4 to return-code
           end-if
           goback
           .

       1000-LOAD-OWNERS section.
           open input OWNFIL
           if OWN-FS not = '00'
              display 'NO REPORT OWNERS ON FILE'
              exit section
           end-if
           set V-INIT to true
           read OWNFIL next at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              if W-OWN-COUNT >= W-OWN-MAX
                 move 'OWNER TABLE'  to W-ERR-OP
                 move 'OV'           to W-ERR-FS
                 move 'RPTOWNER.DAT' to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 move 4 to return-code
                 set V-INPUT-EOF to true
              else
                 add 1 to W-OWN-COUNT
                 move OWN-PATTERN to OW-PATTERN(W-OWN-COUNT)
                 move OWN-SYSTEM  to OW-SYSTEM(W-OWN-COUNT)
                 move OWN-CONTACT to OW-CONTACT(W-OWN-COUNT)
                 move 'N'         to OW-DONE(W-OWN-COUNT)
                 move ZERO        to OW-PLEN(W-OWN-COUNT)
                 compute W-LEN = function length(
                    function trim(OWN-PATTERN trailing))
                 if OWN-PATTERN(W-LEN:1) = '*'
                    compute OW-PLEN(W-OWN-COUNT) = W-LEN - 1
                 end-if
                 read OWNFIL next at end set V-INPUT-EOF to true
                 end-read
              end-if
           end-perform
           close OWNFIL
           set V-INIT to true
           .

       2000-LOAD-OFFENDERS section.
           open input OFFFIL
           if OFF-FS not = '00'
              display 'NO OFFENDER MASTER - NOTHING TO NOTIFY'
              exit section
           end-if
           set V-INIT to true
           read OFFFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move OFFLINE to OFF-DETAIL
              if OD-ID not = spaces
                 and (OD-UNSAFE-DT = W-RUNDATE
                      or OD-EXC-DT = W-RUNDATE)
                 perform 2100-ADD-REPORT
              end-if
              read OFFFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close OFFFIL
           set V-INIT to true
           .

       2100-ADD-REPORT section.
           if W-NT-COUNT >= W-NT-MAX
              move 'NOTICE TABLE' to W-ERR-OP
              move 'OV'           to W-ERR-FS
              move 'NOTICE TABLE FULL' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to return-code
              exit section
           end-if
           add 1 to W-NT-COUNT
           move OD-ID     to NT-RPTID(W-NT-COUNT)
           move ZERO      to NT-UNSAFE-RUN(W-NT-COUNT)
           move ZERO      to NT-EXC-RUN(W-NT-COUNT)
           if OD-UNSAFE-DT = W-RUNDATE
              move OD-UNSAFE-RUN to NT-UNSAFE-RUN(W-NT-COUNT)
           end-if
           if OD-EXC-DT = W-RUNDATE
              move OD-EXC-RUN    to NT-EXC-RUN(W-NT-COUNT)
           end-if
           if NT-UNSAFE-RUN(W-NT-COUNT) >= W-THRESHOLD
              or NT-EXC-RUN(W-NT-COUNT) >= W-THRESHOLD
              move 'REPEAT' to NT-CLASS(W-NT-COUNT)
           else
              move 'TODAY ' to NT-CLASS(W-NT-COUNT)
           end-if
           move SPACES    to NT-REASON(W-NT-COUNT)
           move SPACES    to NT-STATUS(W-NT-COUNT)
           move SPACES    to NT-FIRST(W-NT-COUNT)
           move ZERO      to NT-AGE(W-NT-COUNT)
           move OD-ID     to MD-RPTID
           perform 2200-FIND-OWNER
           move W-BEST-IX to NT-OWN-IX(W-NT-COUNT)
           .

      * The exact report id wins outright; otherwise the longest
      * prefix that matches the start of the id.
       2200-FIND-OWNER section.
           move ZERO to W-BEST-IX
           move ZERO to W-BEST-LEN
           perform varying ox from 1 by 1 until ox > W-OWN-COUNT
              if OW-PLEN(ox) = ZERO
                 if OW-PATTERN(ox) = MD-RPTID
                    move ox to W-BEST-IX
                    move 99 to W-BEST-LEN
                 end-if
              else
                 move OW-PLEN(ox) to W-LEN
                 if OW-PATTERN(ox)(1:W-LEN) = MD-RPTID(1:W-LEN)
                    and W-LEN > W-BEST-LEN
                    move ox    to W-BEST-IX
                    move W-LEN to W-BEST-LEN
                 end-if
              end-if
           end-perform
           .

       3000-LOAD-EXCEPTIONS section.
           if W-NT-COUNT = ZERO
              exit section
           end-if
           open input MSTFIL
           if MST-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read MSTFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move MSTLINE to MST-DETAIL
              if MD-RPTID not = spaces
                 and MD-STATUS not = 'RESOLVED'
                 perform 3100-POST-EXCEPTION
              end-if
              read MSTFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close MSTFIL
           set V-INIT to true
           .

      * A report with several open exceptions is described by the
      * one open longest.  Age is counted as AOCEXCM counts it.
       3100-POST-EXCEPTION section.
           move ZERO to W-CUR-IX
           perform varying ix from 1 by 1 until ix > W-NT-COUNT
              if NT-RPTID(ix) = MD-RPTID
                 move ix to W-CUR-IX
              end-if
           end-perform
           if W-CUR-IX = ZERO
              exit section
           end-if
           if NT-FIRST(W-CUR-IX) not = spaces
              and NT-FIRST(W-CUR-IX) <= MD-FIRST-DATE
              exit section
           end-if
           move MD-REASON     to NT-REASON(W-CUR-IX)
           move MD-STATUS     to NT-STATUS(W-CUR-IX)
           move MD-FIRST-DATE to NT-FIRST(W-CUR-IX)
           if MD-FIRST-DATE is numeric
              compute W-AGE-DAYS =
                 function integer-of-date(
                    function numval(W-RUNDATE))
                 - function integer-of-date(
                    function numval(MD-FIRST-DATE))
           else
              move ZERO to W-AGE-DAYS
           end-if
           if W-AGE-DAYS < ZERO
              move ZERO to W-AGE-DAYS
           end-if
           move W-AGE-DAYS to NT-AGE(W-CUR-IX)
           .

      * One notice file per owning system, however many patterns
      * it owns: NOTICE.<system>.D<rundate>, inside the control
      * envelope, logged on TRANSMIT.LOG like every AOCDIST
      * package.  A system with nothing to hear about today gets
      * no file.
       4000-WRITE-NOTICES section.
           move 'NOTICES BUILT' to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-NTC-HDG
           perform varying ox from 1 by 1 until ox > W-OWN-COUNT
              if OW-DONE(ox) = 'N'
                 move OW-SYSTEM(ox) to W-CUR-SYSTEM
                 perform 4100-BUILD-NOTICE
              end-if
           end-perform
           if W-NOTICE-COUNT = ZERO and W-FAIL-COUNT = ZERO
              write RPTLINE from RPT-NONE
           end-if
           .

       4100-BUILD-NOTICE section.
           move ZERO to W-NTC-LINES
           move ZERO to W-NTC-REPEAT
           perform varying jx from 1 by 1 until jx > W-OWN-COUNT
              if OW-SYSTEM(jx) = W-CUR-SYSTEM
                 move 'Y' to OW-DONE(jx)
              end-if
           end-perform
           perform varying ix from 1 by 1 until ix > W-NT-COUNT
              if NT-OWN-IX(ix) > ZERO
                 move NT-OWN-IX(ix) to jx
                 if OW-SYSTEM(jx) = W-CUR-SYSTEM
                    add 1 to W-NTC-LINES
                 end-if
              end-if
           end-perform
           if W-NTC-LINES = ZERO
              exit section
           end-if

           move spaces to W-NTC-DSN
           string 'NOTICE.' function trim(W-CUR-SYSTEM)
              '.D' W-RUNDATE
              delimited by size into W-NTC-DSN
           end-string
           move W-CUR-SYSTEM to RN-SYSTEM
           move OW-CONTACT(ox) to RN-CONTACT
           move W-NTC-DSN    to RN-DSN
           open output NTCFIL
           if NTC-FS not = '00'
              move 'OPEN NTCFIL'   to W-ERR-OP
              move W-NTC-DSN(1:40) to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  NTC-FS W-ERR-DETAIL
              add 1 to W-FAIL-COUNT
              move ZERO to RN-COUNT
              move ZERO to RN-REPEAT
              move '** NOT BUILT **' to RN-DSN
              write RPTLINE from RPT-NTC-LINE
              exit section
           end-if
           move 'CTLHDR'       to CTL-HDR-ID
           move W-ERR-PROGRAM  to CTL-HDR-PROGRAM
           move W-RUNDATE      to CTL-HDR-RUNDATE
           move W-RUNID        to CTL-HDR-RUNID
           write NTCLINE from CTL-HEADER
           move ZERO to W-NTC-LINES
           perform varying ix from 1 by 1 until ix > W-NT-COUNT
              if NT-OWN-IX(ix) > ZERO
                 move NT-OWN-IX(ix) to jx
                 if OW-SYSTEM(jx) = W-CUR-SYSTEM
                    perform 4200-WRITE-NOTICE-LINE
                 end-if
              end-if
           end-perform
           move 'CTLTRL'       to CTL-TRL-ID
           move W-NTC-LINES    to CTL-TRL-COUNT
           move ZERO           to CTL-TRL-HASH
           write NTCLINE from CTL-TRAILER
           close NTCFIL
           add 1 to W-NOTICE-COUNT
           move W-NTC-LINES  to RN-COUNT
           move W-NTC-REPEAT to RN-REPEAT
           write RPTLINE from RPT-NTC-LINE
           perform 4300-WRITE-TRANSMIT-LOG
           .

       4200-WRITE-NOTICE-LINE section.
           move W-CUR-SYSTEM      to ND-SYSTEM
           move NT-RPTID(ix)      to ND-RPTID
           move NT-CLASS(ix)      to ND-CLASS
           move NT-UNSAFE-RUN(ix) to ND-UNSAFE-RUN
           move NT-EXC-RUN(ix)    to ND-EXC-RUN
           move NT-REASON(ix)     to ND-REASON
           move NT-STATUS(ix)     to ND-STATUS
           move NT-FIRST(ix)      to ND-OPEN-SINCE
           move NT-AGE(ix)        to ND-AGE
           write NTCLINE from NTC-DETAIL
           add 1 to W-NTC-LINES
           add 1 to W-OWNED-COUNT
           if NT-CLASS(ix) = 'REPEAT'
              add 1 to W-NTC-REPEAT
              add 1 to W-REPEAT-COUNT
           end-if
           .

       4300-WRITE-TRANSMIT-LOG section.
           move SPACES         to LOG-DETAIL
           move W-RUNDATE      to LG-RUNDATE
           move W-RUNID        to LG-RUNID
           move W-CUR-SYSTEM   to LG-RECIP
           move 'OWNER NOTICE' to LG-REPORT
           move W-NTC-LINES    to LG-COUNT
           move 'OK      '     to LG-STATUS
           move W-NOW(1:14)    to LG-TIMESTAMP
           open extend LOGFIL
           if LOG-FS = '05' or LOG-FS = '00'
              write LOGLINE from LOG-DETAIL
              close LOGFIL
           else
              open output LOGFIL
              write LOGLINE from LOG-DETAIL
              close LOGFIL
           end-if
           .

      * Reports nobody owns yet go to the control desk instead -
      * each one wants an owner entry on RPTOWNER.DAT.
       5000-WRITE-UNOWNED section.
           move 'UNOWNED REPORTS' to RS-TITLE
           write RPTLINE from RPT-SECTION
           write RPTLINE from RPT-UNO-HDG
           perform varying ix from 1 by 1 until ix > W-NT-COUNT
              if NT-OWN-IX(ix) = ZERO
                 add 1 to W-UNOWNED-COUNT
                 move NT-RPTID(ix)      to RU-RPTID
                 move NT-CLASS(ix)      to RU-CLASS
                 move NT-UNSAFE-RUN(ix) to RU-UNSAFE
                 move NT-EXC-RUN(ix)    to RU-EXC
                 move NT-REASON(ix)     to RU-REASON
                 move NT-FIRST(ix)      to RU-FIRST
                 move NT-AGE(ix)        to RU-AGE
                 write RPTLINE from RPT-UNO-LINE
                 if NT-CLASS(ix) = 'REPEAT'
                    add 1 to W-REPEAT-COUNT
                 end-if
              end-if
           end-perform
           if W-UNOWNED-COUNT = ZERO
              write RPTLINE from RPT-NONE
           end-if
           .

       6000-WRITE-TOTALS section.
           move spaces to RPTLINE
           write RPTLINE
           move 'REPORTS NOTIFIED   ' to RT-LABEL
           move W-OWNED-COUNT         to RT-COUNT
           write RPTLINE from RPT-TOTAL
           move 'REPORTS UNOWNED    ' to RT-LABEL
           move W-UNOWNED-COUNT       to RT-COUNT
           write RPTLINE from RPT-TOTAL
           move 'REPEAT OFFENDERS   ' to RT-LABEL
           move W-REPEAT-COUNT        to RT-COUNT
           write RPTLINE from RPT-TOTAL
           move 'NOTICES BUILT      ' to RT-LABEL
           move W-NOTICE-COUNT        to RT-COUNT
           write RPTLINE from RPT-TOTAL
           move 'NOTICES NOT BUILT  ' to RT-LABEL
           move W-FAIL-COUNT          to RT-COUNT
           write RPTLINE from RPT-TOTAL
           .
