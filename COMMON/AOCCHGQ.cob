       identification division.
       program-id. AOCCHGQ.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select TXNFIL assign to WS-TXNFIL-DSN
           organization is line sequential
           file status is TXN-FS.

           select QUEFIL assign to 'PENDCHG.DAT'
           organization is line sequential
           file status is QUE-FS.

           select QLGFIL assign to 'PENDCHG.LOG'
           organization is line sequential
           file status is QLG-FS.

           select SITEFIL assign to 'SITEMAST.DAT'
           organization is indexed
           access is random
           record key is SITE-CODE
           file status is SIT-FS.

           select MSTFIL assign to 'EXCMAST.DAT'
           organization is line sequential
           file status is MST-FS.

           select PRFFIL assign to 'DISTPROF.DAT'
           organization is line sequential
           file status is PRF-FS.

           select APRFIL assign to W-APR-DSN
           organization is line sequential
           file status is APR-FS.

           select RPTFIL assign to 'AOCCHGQ.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
      * One queue action per line:
      *   S user target  change   - submit, change in the target's
      *                             own transaction layout
      *   A user nnnnnn           - approve change nnnnnn
      *   R user nnnnnn  reason   - reject change nnnnnn
       FD  TXNFIL.
       01  TXNDATA.
           05  TC-ACTION      pic X(01).
           05  FILLER         pic X(01).
           05  TC-USER        pic X(08).
           05  FILLER         pic X(01).
           05  TC-KEY         pic X(08).
           05  FILLER         pic X(01).
           05  TC-DATA        pic X(110).
       01  TXNDATA-ID redefines TXNDATA.
           05  FILLER         pic X(11).
           05  TC-ID          pic X(06).
           05  FILLER         pic X(03).
           05  TC-REASON      pic X(20).
           05  FILLER         pic X(90).

       FD  QUEFIL.
       01  QUELINE            pic X(303).

       FD  QLGFIL.
       01  QLGLINE            pic X(303).

       FD  SITEFIL.
           COPY SITEREC.

       FD  MSTFIL.
       01  MSTLINE            pic X(360).

       FD  PRFFIL.
       01  PRFLINE            pic X(21).

       FD  APRFIL.
       01  APRLINE            pic X(110).

       FD  RPTFIL.
       01  RPTLINE            pic X(120).

       working-storage section.
       01 A-ARB.
          05 TXN-FS           pic XX.
          05 QUE-FS           pic XX.
          05 QLG-FS           pic XX.
          05 SIT-FS           pic XX.
          05 MST-FS           pic XX.
          05 PRF-FS           pic XX.
          05 APR-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(4) comp-4 value ZERO.
          05 QX               pic S9(4) comp-4 value ZERO.
          05 PX               pic S9(4) comp-4 value ZERO.
          05 SX               pic S9(4) comp-4 value ZERO.
          05 W-STEP-RC        pic S9(4) comp-4 value ZERO.
          05 W-Q-COUNT        pic S9(4) comp-4 value ZERO.
          05 W-Q-MAX          pic S9(4) comp-4 value 2000.
          05 W-P-COUNT        pic S9(4) comp-4 value ZERO.
          05 W-P-MAX          pic S9(4) comp-4 value 200.
          05 W-LAST-ID        pic 9(06) value ZERO.
          05 W-ID             pic 9(06) value ZERO.
          05 W-AGE            pic S9(6) comp-4 value ZERO.
          05 W-EXP-DAYS       pic S9(4) comp-4 value 5.
          05 W-SUBMITTED      pic S9(4) comp-4 value ZERO.
          05 W-APPROVED       pic S9(4) comp-4 value ZERO.
          05 W-REJECTED       pic S9(4) comp-4 value ZERO.
          05 W-EXPIRED        pic S9(4) comp-4 value ZERO.
          05 W-REFUSED        pic S9(4) comp-4 value ZERO.
          05 W-LISTED         pic S9(4) comp-4 value ZERO.
          05 W-TEMP           pic X(08).
          05 WS-TXNFIL-DSN    pic X(64) value 'CHGQ.TXT'.
          05 W-TEMP-DSN       pic X(64).
          05 W-APR-DSN        pic X(64).
          05 W-RUNDATE        pic X(08).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCCHGQ'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).
          05 W-PARM-KEY       pic X(16).
          05 W-PARM-ENV       pic X(20).
          05 W-PARM-VALUE     pic X(40).
          05 W-PARM-SRC       pic X(08).

       COPY CHGQREC.

      * The open queue plus today's closed entries, each held as
      * its record image.
       01 FILLER.
          05 QT-ENTRY occurs 2000 times pic X(303).

      * Recipient profile lines while a profile change is posted.
       01 FILLER.
          05 PT-ENTRY occurs 200 times pic X(21).

      * Before images are kept in the layout of the change itself
      * so the report shows the two one above the other.
       01 SITE-IMAGE.
          05 SB-ACTION        pic X(01).
          05 filler           pic X(1) value SPACE.
          05 SB-CODE          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 SB-NAME          pic X(30).
          05 filler           pic X(1) value SPACE.
          05 SB-CONTACT       pic X(30).
          05 filler           pic X(1) value SPACE.
          05 SB-ACTIVE        pic X(01).
          05 filler           pic X(1) value SPACE.
          05 SB-VOL-MIN       pic 9(06).
          05 filler           pic X(1) value SPACE.
          05 SB-VOL-MAX       pic 9(06).
          05 filler           pic X(1) value SPACE.
          05 SB-CUTOFF        pic X(04).
          05 filler           pic X(1) value SPACE.
          05 SB-DAYS          pic X(07).
       01 EXC-IMAGE.
          05 EB-RPTID         pic X(12).
          05 filler           pic X(1) value SPACE.
          05 EB-REC-NO        pic X(06).
          05 filler           pic X(1) value SPACE.
          05 EB-STATUS        pic X(08).
          05 filler           pic X(1) value SPACE.
          05 EB-REASON        pic X(20).
       01 PRF-IMAGE.
          05 PB-ACTION        pic X(01).
          05 filler           pic X(1) value SPACE.
          05 PB-RECIP         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 PB-REPORT        pic X(12).
       01 PRF-DETAIL.
          05 PD-RECIP         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 PD-REPORT        pic X(12).

       01 FILLER.
          05 STATUS-NAMES.
             10 filler        pic X(08) value 'PENDING'.
             10 filler        pic X(08) value 'APPROVED'.
             10 filler        pic X(08) value 'REJECTED'.
             10 filler        pic X(08) value 'EXPIRED'.
          05 FILLER redefines STATUS-NAMES.
             10 SN-NAME occurs 4 times pic X(08).

       01 RPT-HDG1.
          05 filler           pic X(30) value
             'DUAL CONTROL CHANGE QUEUE     '.
          05 RH-RUNDATE       pic X(08).
       01 RPT-HDG2.
          05 filler           pic X(60) value
             'ACT USER     KEY      RESULT'.
       01 RPT-TXN.
          05 RX-ACTION        pic X(01).
          05 filler           pic X(3) value SPACES.
          05 RX-USER          pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RX-KEY           pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RX-RESULT        pic X(40).
       01 RPT-TXN-TOTAL.
          05 filler           pic X(10) value 'SUBMITTED '.
          05 RT-SUBMITTED     pic ZZZ9.
          05 filler           pic X(11) value '  APPROVED '.
          05 RT-APPROVED      pic ZZZ9.
          05 filler           pic X(11) value '  REJECTED '.
          05 RT-REJECTED      pic ZZZ9.
          05 filler           pic X(10) value '  EXPIRED '.
          05 RT-EXPIRED       pic ZZZ9.
          05 filler           pic X(10) value '  REFUSED '.
          05 RT-REFUSED       pic ZZZ9.
       01 RPT-STATUS-HDG.
          05 RS-NAME          pic X(08).
          05 filler           pic X(52) value
             ' CHANGES'.
       01 RPT-ENTRY-HDG.
          05 filler           pic X(70) value
             'ID     TARGET   MAKER    MADE     CHECKER  CHECKED  NOTE'.
       01 RPT-ENTRY.
          05 RE-ID            pic 9(06).
          05 filler           pic X(1) value SPACE.
          05 RE-TARGET        pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RE-MAKER         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RE-MAKE-DATE     pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RE-CHECKER       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RE-CHECK-DATE    pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RE-NOTE          pic X(20).
       01 RPT-IMAGE.
          05 filler           pic X(2) value SPACES.
          05 RI-LABEL         pic X(07).
          05 RI-IMAGE         pic X(110).
       01 RPT-NOTE.
          05 RN-TEXT          pic X(60).

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-REFUSE-FLAG  pic X value 'N'.
             88 V-REFUSED      value 'Y'.
          05 W-FOUND-FLAG   pic X value 'N'.
             88 V-FOUND        value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCCHGQ'
           move spaces to W-RUNDATE
           accept W-RUNDATE from environment 'RUNDATE'
           if W-RUNDATE = spaces
              accept W-RUNDATE from date yyyymmdd
           end-if
           move spaces to W-TEMP-DSN
           accept W-TEMP-DSN from environment 'CHGQTXNDD'
           if W-TEMP-DSN not = spaces
              move W-TEMP-DSN to WS-TXNFIL-DSN
           end-if
      * A change nobody approves within this many days lapses
      * and has to be submitted again.
           move 'CHGEXPDAYS'      to W-PARM-KEY
           move 'AOCCHGQ_EXPDAYS' to W-PARM-ENV
           move spaces            to W-PARM-VALUE
           call 'AOCPARM' using W-ERR-PROGRAM W-PARM-KEY
                                W-PARM-ENV W-PARM-VALUE W-PARM-SRC
           move W-PARM-VALUE(1:8) to W-TEMP
           if W-TEMP not = spaces and function trim(W-TEMP) is numeric
              compute W-EXP-DAYS = function numval(W-TEMP)
           end-if

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL' to W-ERR-OP
              move 'AOCCHGQ.RPT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if
           move W-RUNDATE to RH-RUNDATE
           write RPTLINE from RPT-HDG1

           perform 1000-LOAD-QUEUE
           perform 1100-SCAN-LOG
           open extend QLGFIL
           if QLG-FS not = '05' and QLG-FS not = '00'
              open output QLGFIL
           end-if
           if QLG-FS not = '00'
              move 'OPEN QLGFIL' to W-ERR-OP
              move 'PENDCHG.LOG' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  QLG-FS W-ERR-DETAIL
              close RPTFIL
              move 8 to return-code
              goback
           end-if
           perform 3000-EXPIRE-PENDING
           perform 2000-APPLY-TRANSACTIONS
           close QLGFIL
           perform 4000-SAVE-QUEUE
           perform 5000-WRITE-CHANGE-REPORT
           close RPTFIL

           display W-SUBMITTED ' submitted, ' W-APPROVED
                   ' approved, ' W-REJECTED ' rejected, '
                   W-EXPIRED ' expired, ' W-REFUSED ' refused'
           if W-REFUSED > ZERO and W-STEP-RC < 4
              move 4 to W-STEP-RC
           end-if
      * ERRLOG resets RETURN-CODE on every call, so the step's
      * condition is carried in W-STEP-RC and set once here.
           move W-STEP-RC to return-code
           goback
           .

      * Open changes carry forward; closed ones only stay for the
      * day they closed (a same-day rerun still reports them) -
      * their lasting record is the log.
       1000-LOAD-QUEUE section.
           open input QUEFIL
           if QUE-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read QUEFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move QUELINE to CHGQ-RECORD
              if CQ-ID is numeric and CQ-ID > W-LAST-ID
                 move CQ-ID to W-LAST-ID
              end-if
              if CQ-STATUS = 'PENDING'
                 or CQ-CHECK-DATE = W-RUNDATE
                 if W-Q-COUNT >= W-Q-MAX
                    move 'QUEUE TABLE'  to W-ERR-OP
                    move 'OV'           to W-ERR-FS
                    move 'PENDCHG.DAT'  to W-ERR-DETAIL
                    call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                        W-ERR-FS W-ERR-DETAIL
                    move 8 to W-STEP-RC
                    close QUEFIL
                    close RPTFIL
                    move W-STEP-RC to return-code
                    goback
                 end-if
                 add 1 to W-Q-COUNT
                 move CHGQ-RECORD to QT-ENTRY(W-Q-COUNT)
              end-if
              read QUEFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close QUEFIL
           .

      * Change numbers are never reused, so the next one follows
      * the highest on the log as well as on the queue.
       1100-SCAN-LOG section.
           open input QLGFIL
           if QLG-FS not = '00'
              exit section
           end-if
           set V-INIT to true
           read QLGFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              move QLGLINE to CHGQ-RECORD
              if CQ-ID is numeric and CQ-ID > W-LAST-ID
                 move CQ-ID to W-LAST-ID
              end-if
              read QLGFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close QLGFIL
           .

       2000-APPLY-TRANSACTIONS section.
           open input TXNFIL
           if TXN-FS not = '00'
              move 'NO QUEUE TRANSACTIONS' to RN-TEXT
              write RPTLINE from RPT-NOTE
              exit section
           end-if
           write RPTLINE from RPT-HDG2
           set V-INIT to true
           read TXNFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              perform 2100-APPLY-ONE
              read TXNFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close TXNFIL
           .

       2100-APPLY-ONE section.
           move 'N'       to W-REFUSE-FLAG
           move TC-ACTION to RX-ACTION
           move TC-USER   to RX-USER
           move TC-KEY    to RX-KEY
           if TC-ACTION = 'A' or TC-ACTION = 'R'
              move TC-ID  to RX-KEY
           end-if
           move SPACES    to RX-RESULT
           evaluate true
           when TC-USER = spaces
              move 'NO USER ID' to RX-RESULT
              set V-REFUSED to true
           when TC-ACTION = 'S'
              perform 2200-SUBMIT
           when TC-ACTION = 'A' or TC-ACTION = 'R'
              perform 2400-FIND-CHANGE
              if not V-REFUSED
                 if TC-ACTION = 'A'
                    perform 2500-APPROVE
                 else
                    perform 2700-REJECT
                 end-if
              end-if
           when other
              move 'INVALID ACTION' to RX-RESULT
              set V-REFUSED to true
           end-evaluate
           if V-REFUSED
              add 1 to W-REFUSED
              move 'CHANGE QUEUE' to W-ERR-OP
              move 'DC'           to W-ERR-FS
              move SPACES         to W-ERR-DETAIL
              string TC-ACTION ' ' function trim(TC-USER) ' '
                 function trim(RX-KEY) ' ' function trim(RX-RESULT)
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
           end-if
           write RPTLINE from RPT-TXN
           .

      * A submitted change is only checked for shape here; the
      * program that applies it still validates it in full.
       2200-SUBMIT section.
           evaluate true
           when TC-KEY = 'SITEMAST'
              if (TC-DATA(1:1) not = 'A' and TC-DATA(1:1) not = 'D')
                 or TC-DATA(3:8) = spaces
                 move 'BAD SITE MASTER CHANGE' to RX-RESULT
                 set V-REFUSED to true
              end-if
           when TC-KEY = 'EXCDISP'
              if (TC-DATA(21:8) not = 'REVIEWED'
                  and TC-DATA(21:8) not = 'RESOLVED')
                 or (TC-DATA(1:12) = spaces
                     and TC-DATA(14:6) = spaces)
                 move 'BAD DISPOSITION CHANGE' to RX-RESULT
                 set V-REFUSED to true
              end-if
           when TC-KEY = 'DISTPROF'
              if (TC-DATA(1:1) not = 'A' and TC-DATA(1:1) not = 'D')
                 or TC-DATA(3:8) = spaces
                 or TC-DATA(12:12) = spaces
                 move 'BAD PROFILE CHANGE' to RX-RESULT
                 set V-REFUSED to true
              end-if
           when other
              move 'UNKNOWN TARGET' to RX-RESULT
              set V-REFUSED to true
           end-evaluate
           if V-REFUSED
              exit section
           end-if
           if W-Q-COUNT >= W-Q-MAX
              move 'QUEUE FULL' to RX-RESULT
              set V-REFUSED to true
              exit section
           end-if
           move SPACES     to CHGQ-RECORD
           add 1 to W-LAST-ID
           move W-LAST-ID  to CQ-ID
           move TC-KEY     to CQ-TARGET
           move 'PENDING'  to CQ-STATUS
           move TC-USER    to CQ-MAKER
           move W-RUNDATE  to CQ-MAKE-DATE
           move TC-DATA    to CQ-AFTER
           perform 2300-CAPTURE-BEFORE
           add 1 to W-Q-COUNT
           move CHGQ-RECORD to QT-ENTRY(W-Q-COUNT)
           add 1 to W-SUBMITTED
           move CQ-ID to W-ID
           string 'PENDING AS CHANGE ' W-ID
              delimited by size into RX-RESULT
           end-string
           .

      * What the master carries today for the key the change
      * names, shown as the change that would recreate it.
       2300-CAPTURE-BEFORE section.
           move '(NOT ON FILE)' to CQ-BEFORE
           evaluate CQ-TARGET
           when 'SITEMAST'
              open input SITEFIL
              if SIT-FS not = '00'
                 exit section
              end-if
              move CQ-AFTER(3:8) to SITE-CODE
              read SITEFIL
              if SIT-FS = '00'
                 move 'A'          to SB-ACTION
                 move SITE-CODE    to SB-CODE
                 move SITE-NAME    to SB-NAME
                 move SITE-CONTACT to SB-CONTACT
                 move SITE-ACTIVE  to SB-ACTIVE
                 move SITE-VOL-MIN to SB-VOL-MIN
                 move SITE-VOL-MAX to SB-VOL-MAX
                 move SITE-CUTOFF  to SB-CUTOFF
                 move SITE-DAYS    to SB-DAYS
                 move SITE-IMAGE   to CQ-BEFORE
              end-if
              close SITEFIL
      * The open exception the disposition would match, found the
      * way AOCEXCM finds it.
           when 'EXCDISP'
              open input MSTFIL
              if MST-FS not = '00'
                 exit section
              end-if
              set V-INIT to true
              read MSTFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 if MSTLINE(52:8) not = 'RESOLVED'
                    and ((CQ-AFTER(1:12) not = spaces
                          and MSTLINE(1:12) = CQ-AFTER(1:12))
                      or (CQ-AFTER(1:12) = spaces
                          and MSTLINE(14:6) = CQ-AFTER(14:6)))
                    move MSTLINE(1:12)  to EB-RPTID
                    move MSTLINE(14:6)  to EB-REC-NO
                    move MSTLINE(52:8)  to EB-STATUS
                    move MSTLINE(79:20) to EB-REASON
                    move EXC-IMAGE      to CQ-BEFORE
                 end-if
                 read MSTFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close MSTFIL
              set V-INIT to true
           when 'DISTPROF'
              open input PRFFIL
              if PRF-FS not = '00'
                 exit section
              end-if
              set V-INIT to true
              read PRFFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 move PRFLINE to PRF-DETAIL
                 if PD-RECIP = CQ-AFTER(3:8)
                    and PD-REPORT = CQ-AFTER(12:12)
                    move 'A'       to PB-ACTION
                    move PD-RECIP  to PB-RECIP
                    move PD-REPORT to PB-REPORT
                    move PRF-IMAGE to CQ-BEFORE
                 end-if
                 read PRFFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close PRFFIL
              set V-INIT to true
           end-evaluate
           .

       2400-FIND-CHANGE section.
           move ZERO to QX
           if TC-ID is not numeric
              move 'BAD CHANGE NUMBER' to RX-RESULT
              set V-REFUSED to true
              exit section
           end-if
           perform varying ix from 1 by 1 until ix > W-Q-COUNT
              if QT-ENTRY(ix)(1:6) = TC-ID
                 move ix to QX
              end-if
           end-perform
           if QX = ZERO
              move 'NO SUCH CHANGE PENDING' to RX-RESULT
              set V-REFUSED to true
              exit section
           end-if
           move QT-ENTRY(QX) to CHGQ-RECORD
           if CQ-STATUS not = 'PENDING'
              string 'ALREADY ' CQ-STATUS
                 delimited by size into RX-RESULT
              end-string
              set V-REFUSED to true
           end-if
           .

      * The second name on every change: the maker can never be
      * the one who approves it.
       2500-APPROVE section.
           if TC-USER = CQ-MAKER
              move 'MAKER MAY NOT APPROVE OWN CHANGE' to RX-RESULT
              set V-REFUSED to true
              exit section
           end-if
           perform 2600-RELEASE-CHANGE
           if V-REFUSED
              exit section
           end-if
           move 'APPROVED' to CQ-STATUS
           move TC-USER    to CQ-CHECKER
           move W-RUNDATE  to CQ-CHECK-DATE
           move CHGQ-RECORD to QT-ENTRY(QX)
           write QLGLINE from CHGQ-RECORD
           add 1 to W-APPROVED
           if RX-RESULT = spaces
              move 'APPROVED AND RELEASED' to RX-RESULT
           end-if
           .

      * Site master changes and dispositions are handed to the
      * programs that already apply them, through files only this
      * program writes; profile changes have no program of their
      * own and are posted here.
       2600-RELEASE-CHANGE section.
           move SPACES to W-APR-DSN
           evaluate CQ-TARGET
           when 'SITEMAST'
              move 'SITEMAST.APR' to W-APR-DSN
           when 'EXCDISP'
              move 'EXCDISP.APR'  to W-APR-DSN
           when other
              perform 2650-POST-PROFILE
              exit section
           end-evaluate
           open extend APRFIL
           if APR-FS not = '05' and APR-FS not = '00'
              open output APRFIL
           end-if
           if APR-FS not = '00'
              move 'OPEN APRFIL'   to W-ERR-OP
              move W-APR-DSN(1:40) to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  APR-FS W-ERR-DETAIL
              move 'RELEASE FILE NOT WRITTEN' to RX-RESULT
              set V-REFUSED to true
              exit section
           end-if
           write APRLINE from CQ-AFTER
           close APRFIL
           .

       2650-POST-PROFILE section.
           move ZERO to W-P-COUNT
           open input PRFFIL
           if PRF-FS = '00'
              set V-INIT to true
              read PRFFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 if W-P-COUNT < W-P-MAX
                    add 1 to W-P-COUNT
                    move PRFLINE to PT-ENTRY(W-P-COUNT)
                 end-if
                 read PRFFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close PRFFIL
              set V-INIT to true
           end-if
           move CQ-AFTER(3:8)  to PD-RECIP
           move CQ-AFTER(12:12) to PD-REPORT
           move ZERO to PX
           perform varying ix from 1 by 1 until ix > W-P-COUNT
              if PT-ENTRY(ix) = PRF-DETAIL
                 move ix to PX
              end-if
           end-perform
           evaluate true
           when CQ-AFTER(1:1) = 'A' and PX > ZERO
              move 'ALREADY ON PROFILE - NO CHANGE' to RX-RESULT
              exit section
           when CQ-AFTER(1:1) = 'D' and PX = ZERO
              move 'NOT ON PROFILE - NO CHANGE' to RX-RESULT
              exit section
           when CQ-AFTER(1:1) = 'A' and W-P-COUNT >= W-P-MAX
              move 'PROFILE TABLE FULL' to RX-RESULT
              set V-REFUSED to true
              exit section
           end-evaluate
           open output PRFFIL
           if PRF-FS not = '00'
              move 'OPEN PRFFIL'  to W-ERR-OP
              move 'DISTPROF.DAT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  PRF-FS W-ERR-DETAIL
              move 'PROFILE NOT WRITTEN' to RX-RESULT
              set V-REFUSED to true
              exit section
           end-if
           perform varying ix from 1 by 1 until ix > W-P-COUNT
              if ix not = PX
                 write PRFLINE from PT-ENTRY(ix)
              end-if
           end-perform
           if CQ-AFTER(1:1) = 'A'
              write PRFLINE from PRF-DETAIL
           end-if
           close PRFFIL
           move 'APPROVED AND POSTED' to RX-RESULT
           .

      * The maker may withdraw a change the same way.
       2700-REJECT section.
           move 'REJECTED' to CQ-STATUS
           move TC-USER    to CQ-CHECKER
           move W-RUNDATE  to CQ-CHECK-DATE
           move TC-REASON  to CQ-NOTE
           move CHGQ-RECORD to QT-ENTRY(QX)
           write QLGLINE from CHGQ-RECORD
           add 1 to W-REJECTED
           move 'REJECTED' to RX-RESULT
           .

      * Lapsed changes close before today's approvals are read, so
      * a change cannot be approved after its time has run out.
       3000-EXPIRE-PENDING section.
           perform varying ix from 1 by 1 until ix > W-Q-COUNT
              move QT-ENTRY(ix) to CHGQ-RECORD
              if CQ-STATUS = 'PENDING' and CQ-MAKE-DATE is numeric
                 compute W-AGE =
                    function integer-of-date(
                       function numval(W-RUNDATE))
                    - function integer-of-date(
                       function numval(CQ-MAKE-DATE))
                 if W-AGE > W-EXP-DAYS
                    move 'EXPIRED'  to CQ-STATUS
                    move W-RUNDATE  to CQ-CHECK-DATE
                    move 'NOT APPROVED IN TIME' to CQ-NOTE
                    move CHGQ-RECORD to QT-ENTRY(ix)
                    write QLGLINE from CHGQ-RECORD
                    add 1 to W-EXPIRED
                    move CQ-ID to W-ID
                    move 'CHANGE QUEUE' to W-ERR-OP
                    move 'DX'           to W-ERR-FS
                    move SPACES         to W-ERR-DETAIL
                    string 'CHANGE ' W-ID ' ' function trim(CQ-TARGET)
                       ' BY ' function trim(CQ-MAKER)
                       delimited by size into W-ERR-DETAIL
                    end-string
                    call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                        W-ERR-FS W-ERR-DETAIL
                 end-if
              end-if
           end-perform
           .

       4000-SAVE-QUEUE section.
           open output QUEFIL
           if QUE-FS not = '00'
              move 'OPEN QUEFIL' to W-ERR-OP
              move 'PENDCHG.DAT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  QUE-FS W-ERR-DETAIL
              move 8 to W-STEP-RC
              exit section
           end-if
           perform varying ix from 1 by 1 until ix > W-Q-COUNT
              write QUELINE from QT-ENTRY(ix)
           end-perform
           close QUEFIL
           .

      * Everything still waiting for a second name, then what was
      * approved, rejected and lapsed today, each with the master
      * image before the change and the change itself.
       5000-WRITE-CHANGE-REPORT section.
           move W-SUBMITTED to RT-SUBMITTED
           move W-APPROVED  to RT-APPROVED
           move W-REJECTED  to RT-REJECTED
           move W-EXPIRED   to RT-EXPIRED
           move W-REFUSED   to RT-REFUSED
           write RPTLINE from RPT-TXN-TOTAL
           perform varying sx from 1 by 1 until sx > 4
              move SPACES      to RPTLINE
              write RPTLINE
              move SN-NAME(sx) to RS-NAME
              write RPTLINE from RPT-STATUS-HDG
              write RPTLINE from RPT-ENTRY-HDG
              move ZERO to W-LISTED
              perform varying ix from 1 by 1 until ix > W-Q-COUNT
                 move QT-ENTRY(ix) to CHGQ-RECORD
                 if CQ-STATUS = SN-NAME(sx)
                    add 1 to W-LISTED
                    move CQ-ID         to RE-ID
                    move CQ-TARGET     to RE-TARGET
                    move CQ-MAKER      to RE-MAKER
                    move CQ-MAKE-DATE  to RE-MAKE-DATE
                    move CQ-CHECKER    to RE-CHECKER
                    move CQ-CHECK-DATE to RE-CHECK-DATE
                    move CQ-NOTE       to RE-NOTE
                    write RPTLINE from RPT-ENTRY
                    move 'BEFORE '     to RI-LABEL
                    move CQ-BEFORE     to RI-IMAGE
                    write RPTLINE from RPT-IMAGE
                    move 'AFTER  '     to RI-LABEL
                    move CQ-AFTER      to RI-IMAGE
                    write RPTLINE from RPT-IMAGE
                 end-if
              end-perform
              if W-LISTED = ZERO
                 move '  NONE' to RN-TEXT
                 write RPTLINE from RPT-NOTE
              end-if
           end-perform
           .
