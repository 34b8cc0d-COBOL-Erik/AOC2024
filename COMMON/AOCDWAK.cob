       identification division.
       program-id. AOCDWAK.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select ACKFIL assign to WS-ACKFIL-DSN
           organization is line sequential
           file status is ACK-FS.

           select TRKFIL assign to 'DWXTRACK.DAT'
           organization is indexed
           access is dynamic
           record key is DWT-RUNDATE
           file status is TRK-FS.

           select RETFIL assign to W-RET-DSN
           organization is line sequential
           file status is RET-FS.

           select RSDFIL assign to 'DWRESEND.DAT'
           organization is line sequential
           file status is RSD-FS.

           select LOGFIL assign to 'TRANSMIT.LOG'
           organization is line sequential
           file status is LOG-FS.

           select RPTFIL assign to 'AOCDWAK.RPT'
           organization is line sequential
           file status is RPT-FS.

       data division.
       file section.
       FD  ACKFIL.
       01  ACKLINE            pic X(80).

       FD  TRKFIL.
           COPY DWTREC.

       FD  RETFIL.
       01  RETLINE            pic X(140).

       FD  RSDFIL.
       01  RSDLINE            pic X(140).

       FD  LOGFIL.
       01  LOGLINE            pic X(80).

       FD  RPTFIL.
       01  RPTLINE            pic X(100).

       working-storage section.
       01 A-ARB.
          05 ACK-FS           pic XX.
          05 TRK-FS           pic XX.
          05 RET-FS           pic XX.
          05 RSD-FS           pic XX.
          05 LOG-FS           pic XX.
          05 RPT-FS           pic XX.
          05 IX               pic S9(4) comp-4 value ZERO.
          05 W-XR-COUNT       pic S9(4) comp-4 value ZERO.
          05 W-XR-MAX         pic S9(4) comp-4 value 60.
          05 W-ROW-COUNT      pic S9(8) comp-4 value ZERO.
          05 W-TRL-COUNT      pic S9(8) comp-4 value ZERO.
          05 W-SENT-COUNT     pic S9(8) comp-4 value ZERO.
          05 W-REJ-ROWS       pic S9(6) comp-4 value ZERO.
          05 W-ACK-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-CONF-COUNT     pic S9(6) comp-4 value ZERO.
          05 W-RESEND-COUNT   pic S9(6) comp-4 value ZERO.
          05 W-OUT-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-AGE-DAYS       pic S9(6) comp-4 value ZERO.
          05 W-ACK-DAYS       pic S9(6) comp-4 value 3.
          05 W-MAX-RESENDS    pic S9(6) comp-4 value 3.
          05 W-PARM-NUM       pic S9(6) comp-4 value ZERO.
          05 W-DWAK-RC        pic S9(4) comp-4 value ZERO.
          05 W-DELETE-RC      pic S9(8) comp-4 value ZERO.
          05 W-TEMP           pic X(08).
          05 W-PARM-KEY       pic X(16).
          05 W-PARM-ENV       pic X(20).
          05 W-PARM-VALUE     pic X(40).
          05 W-PARM-SRC       pic X(08).
          05 W-ACK-DATE       pic X(08).
          05 W-ACK-TS         pic X(14).
          05 W-ACK-RECEIVED   pic 9(08).
          05 W-ACK-LOADED     pic 9(08).
          05 W-FIRST-REASON   pic X(08).
          05 W-NOTE           pic X(24).
          05 W-RET-DSN        pic X(64).
          05 W-USED-DSN       pic X(64).
          05 WS-ACKFIL-DSN    pic X(64) value 'DWACK.DAT'.
          05 W-TEMP-DSN       pic X(64).
          05 W-RUNDATE        pic X(08).
          05 W-NOW            pic X(21).
          05 W-TODAY          pic X(08).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCDWAK'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).

       COPY DWXREC.
       COPY DWAREC.

      * The rows of the extract being acknowledged, as sent: the
      * record type and key the warehouse names a refused row by.
       01 FILLER.
          05 XR-ENTRY occurs 60 times.
             10 XR-TYPE       pic X(01).
             10 XR-KEY        pic X(08).

       01 RPT-HDG1.
          05 filler           pic X(34) value
             'DW LOAD ACKNOWLEDGMENT CONTROL    '.
          05 RH-RUNDATE       pic X(08).
       01 RPT-HDG2.
          05 filler           pic X(40) value
             '----------------------------------------'.
       01 RPT-SECT.
          05 RX-TEXT          pic X(60).
       01 RPT-ACK-HDG.
          05 filler           pic X(40) value
             '  EXTRACT  STATUS       SENT  RECEIVED  '.
          05 filler           pic X(31) value
             '  LOADED REJROWS  REASON   NOTE'.
       01 RPT-ACK-LINE.
          05 filler           pic X(2) value SPACES.
          05 RA-RUNDATE       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RA-STATUS        pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RA-SENT          pic ZZZZZZZ9.
          05 filler           pic X(2) value SPACES.
          05 RA-RECEIVED      pic ZZZZZZZ9.
          05 filler           pic X(2) value SPACES.
          05 RA-LOADED        pic ZZZZZZZ9.
          05 filler           pic X(2) value SPACES.
          05 RA-REJ-ROWS      pic ZZZZZ9.
          05 filler           pic X(2) value SPACES.
          05 RA-REASON        pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RA-NOTE          pic X(24).
       01 RPT-OUT-HDG.
          05 filler           pic X(56) value
             '  EXTRACT  RUN ID   STATUS   LAST SENT  AGE RESENDS NOTE'.
       01 RPT-OUT-LINE.
          05 filler           pic X(2) value SPACES.
          05 RO-RUNDATE       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RO-RUNID         pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RO-STATUS        pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RO-SENT-DATE     pic X(08).
          05 filler           pic X(1) value SPACE.
          05 RO-AGE           pic ZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RO-RESENDS       pic ZZZZZZ9.
          05 filler           pic X(1) value SPACE.
          05 RO-NOTE          pic X(24).
       01 RPT-TOTAL.
          05 filler           pic X(30) value
             'ACKNOWLEDGMENTS APPLIED       '.
          05 RT-ACKS          pic ZZZZZ9.
          05 filler           pic X(12) value '  CONFIRMED '.
          05 RT-CONF          pic ZZZZZ9.
          05 filler           pic X(9)  value '  RESENT '.
          05 RT-RESENT        pic ZZZZZ9.
          05 filler           pic X(14) value '  OUTSTANDING '.
          05 RT-OUT           pic ZZZZZ9.

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

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-ACK-FLAG     pic X value 'N'.
             88 V-ACK-OPEN     value 'Y' 'I'.
             88 V-ACK-IGNORED  value 'I'.
          05 W-COPY-FLAG    pic X value 'N'.
             88 V-HAVE-COPY    value 'Y'.
          05 W-FOUND-FLAG   pic X value 'N'.
             88 V-FOUND        value 'Y'.
          05 W-TRK-EOF-FLAG pic X value 'N'.
             88 V-TRK-EOF      value 'Y'.
          05 W-RET-EOF-FLAG pic X value 'N'.
             88 V-RET-EOF      value 'Y'.

       procedure division.
       A-MAIN section.
           display 'AOCDWAK'
           move spaces to W-RUNDATE
           accept W-RUNDATE from environment 'RUNDATE'
           if W-RUNDATE = spaces
              accept W-RUNDATE from date yyyymmdd
           end-if
           move function current-date to W-NOW
           move W-NOW(1:8) to W-TODAY
           move spaces to W-TEMP-DSN
           accept W-TEMP-DSN from environment 'DWACKDD'
           if W-TEMP-DSN not = spaces
              move W-TEMP-DSN to WS-ACKFIL-DSN
           end-if
           perform 1000-GET-LIMITS

           open output RPTFIL
           if RPT-FS not = '00'
              move 'OPEN RPTFIL'  to W-ERR-OP
              move 'AOCDWAK.RPT'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RPT-FS W-ERR-DETAIL
              move 8 to return-code
              goback
           end-if
           move W-RUNDATE to RH-RUNDATE
           write RPTLINE from RPT-HDG1
           write RPTLINE from RPT-HDG2

           open i-o TRKFIL
           if TRK-FS = '35'
              open output TRKFIL
              close TRKFIL
              open i-o TRKFIL
           end-if
           if TRK-FS not = '00'
              move 'OPEN TRKFIL'  to W-ERR-OP
              move 'DWXTRACK.DAT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  TRK-FS W-ERR-DETAIL
              close RPTFIL
              move 8 to return-code
              goback
           end-if

           perform 2000-APPLY-ACKS
           close TRKFIL

      * The second pass reads the tracking dataset from the top.
           open i-o TRKFIL
           perform 3000-REVIEW-EXTRACTS
           close TRKFIL

           write RPTLINE from RPT-HDG2
           move W-ACK-COUNT    to RT-ACKS
           move W-CONF-COUNT   to RT-CONF
           move W-RESEND-COUNT to RT-RESENT
           move W-OUT-COUNT    to RT-OUT
           write RPTLINE from RPT-TOTAL
           close RPTFIL

           display W-ACK-COUNT ' acknowledgments applied, '
                   W-RESEND-COUNT ' extracts resent, '
                   W-OUT-COUNT ' outstanding'
           move W-DWAK-RC to return-code
           goback
           .

      * How long an extract may go unconfirmed (or stand rejected)
      * before it is rebuilt and sent again, and how many times it
      * is resent before the DW team has to be called instead.
       1000-GET-LIMITS section.
           move 'DWACKDAYS'       to W-PARM-KEY
           move 'AOCDWAK_DAYS'    to W-PARM-ENV
           perform 1100-GET-PARM
           if W-PARM-NUM > ZERO
              move W-PARM-NUM to W-ACK-DAYS
           end-if
           move 'DWRESENDS'       to W-PARM-KEY
           move 'AOCDWAK_RESENDS' to W-PARM-ENV
           perform 1100-GET-PARM
           if W-PARM-NUM > ZERO
              move W-PARM-NUM to W-MAX-RESENDS
           end-if
           .

       1100-GET-PARM section.
           move ZERO   to W-PARM-NUM
           move spaces to W-PARM-VALUE
           call 'AOCPARM' using W-ERR-PROGRAM W-PARM-KEY
                                W-PARM-ENV W-PARM-VALUE W-PARM-SRC
           move W-PARM-VALUE(1:8) to W-TEMP
           if W-TEMP not = spaces and function trim(W-TEMP) is numeric
              compute W-PARM-NUM = function numval(W-TEMP)
           end-if
           .

      * The warehouse's acknowledgment file: an A record per
      * extract load followed by an E record per refused row.
      * No file today simply means nothing was acknowledged.  A
      * file read through is set aside under the day and time it
      * was applied, so no acknowledgment is applied twice.
       2000-APPLY-ACKS section.
           move 'ACKNOWLEDGMENTS RECEIVED' to RX-TEXT
           write RPTLINE from RPT-SECT
           write RPTLINE from RPT-ACK-HDG
           open input ACKFIL
           if ACK-FS = '35'
              move '  (NO ACKNOWLEDGMENT FILE)' to RX-TEXT
              write RPTLINE from RPT-SECT
              exit section
           end-if
           if ACK-FS not = '00'
              move 'OPEN ACKFIL'        to W-ERR-OP
              move WS-ACKFIL-DSN(1:40)  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  ACK-FS W-ERR-DETAIL
              move 4 to W-DWAK-RC
              exit section
           end-if
           move 'N' to W-ACK-FLAG
           set V-INIT to true
           read ACKFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              evaluate ACKLINE(1:1)
              when 'A'
                 perform 2900-CLOSE-ACK
                 move ACKLINE to DWA-ACK
                 perform 2100-OPEN-ACK
              when 'E'
                 move ACKLINE to DWA-REJECT
                 perform 2200-MATCH-REJECT
              when space
                 continue
              when other
                 move 'ACK LINE'   to W-ERR-OP
                 move 'DA'         to W-ERR-FS
                 move SPACES       to W-ERR-DETAIL
                 string 'BAD ACK RECORD TYPE ' ACKLINE(1:1)
                    ' - SKIPPED'
                    delimited by size into W-ERR-DETAIL
                 end-string
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 move 4 to W-DWAK-RC
              end-evaluate
              read ACKFIL at end set V-INPUT-EOF to true end-read
           end-perform
           perform 2900-CLOSE-ACK
           close ACKFIL
           set V-INIT to true
           perform 2990-SET-ASIDE
           if W-ACK-COUNT = ZERO
              move '  (NONE)' to RX-TEXT
              write RPTLINE from RPT-SECT
           end-if
           .

      * An acknowledgment applies to the extract last sent for its
      * date.  One naming the timestamp of an earlier send - the
      * warehouse answering for an extract since resent or
      * restated - is listed and passed over.
       2100-OPEN-ACK section.
           move 'Y'          to W-ACK-FLAG
           move DWA-RUNDATE  to W-ACK-DATE
           move DWA-EXTRACT-TS to W-ACK-TS
           move ZERO         to W-ACK-RECEIVED W-ACK-LOADED
           if DWA-RECEIVED is numeric
              move DWA-RECEIVED to W-ACK-RECEIVED
           end-if
           if DWA-LOADED is numeric
              move DWA-LOADED   to W-ACK-LOADED
           end-if
           move ZERO         to W-REJ-ROWS W-XR-COUNT
           move spaces       to W-FIRST-REASON W-NOTE
           move 'N'          to W-COPY-FLAG
           move W-ACK-DATE   to DWT-RUNDATE
           read TRKFIL
           if TRK-FS not = '00'
              move 'I' to W-ACK-FLAG
              move 'ACK MATCH'  to W-ERR-OP
              move 'DA'         to W-ERR-FS
              move SPACES       to W-ERR-DETAIL
              string 'ACK FOR UNKNOWN EXTRACT ' W-ACK-DATE
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to W-DWAK-RC
              move 'NO SUCH EXTRACT SENT' to W-NOTE
              exit section
           end-if
           if W-ACK-TS not = spaces and W-ACK-TS not = DWT-EXTRACT-TS
              move 'I' to W-ACK-FLAG
              move 'FOR AN EARLIER SEND' to W-NOTE
              exit section
           end-if
           perform 2150-LOAD-EXTRACT
           .

      * The rows actually sent, from the retained copy; its
      * trailer must still agree with them.  Without the copy the
      * count on the tracking entry stands in.
       2150-LOAD-EXTRACT section.
           move DWT-SENT-COUNT to W-SENT-COUNT
           move spaces to W-RET-DSN
           string 'DWEXTR.D' W-ACK-DATE
              delimited by size into W-RET-DSN
           end-string
           open input RETFIL
           if RET-FS not = '00'
              move 'RETAINED COPY GONE' to W-NOTE
              exit section
           end-if
           set V-HAVE-COPY to true
           move ZERO to W-ROW-COUNT W-TRL-COUNT
           move 'N' to W-RET-EOF-FLAG
           read RETFIL at end set V-RET-EOF to true end-read
           perform until V-RET-EOF
              evaluate RETLINE(1:1)
              when 'D'
              when 'R'
                 add 1 to W-ROW-COUNT
                 if W-XR-COUNT < W-XR-MAX
                    add 1 to W-XR-COUNT
                    move RETLINE(1:1)  to XR-TYPE(W-XR-COUNT)
                    move RETLINE(10:8) to XR-KEY(W-XR-COUNT)
                 end-if
              when 'V'
                 add 1 to W-ROW-COUNT
                 if W-XR-COUNT < W-XR-MAX
                    add 1 to W-XR-COUNT
                    move 'V'           to XR-TYPE(W-XR-COUNT)
                    move RETLINE(18:8) to XR-KEY(W-XR-COUNT)
                 end-if
              when 'T'
                 move RETLINE to DWX-TRAILER
                 if DWX-T-COUNT is numeric
                    move DWX-T-COUNT to W-TRL-COUNT
                 end-if
              end-evaluate
              read RETFIL at end set V-RET-EOF to true end-read
           end-perform
           close RETFIL
           move W-ROW-COUNT to W-SENT-COUNT
           if W-TRL-COUNT not = W-ROW-COUNT
              move 'EXTRACT COPY'   to W-ERR-OP
              move 'EV'             to W-ERR-FS
              move W-RET-DSN(1:40)  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to W-DWAK-RC
              move 'COPY TRAILER MISMATCH' to W-NOTE
           end-if
           .

      * A refused row must be one we sent; one we cannot find in
      * the extract is logged - the warehouse is answering for
      * something else.
       2200-MATCH-REJECT section.
           if not V-ACK-OPEN or DWA-R-RUNDATE not = W-ACK-DATE
              move 'ACK MATCH'  to W-ERR-OP
              move 'DA'         to W-ERR-FS
              move SPACES       to W-ERR-DETAIL
              string 'REFUSED ROW WITHOUT ACK ' DWA-R-RUNDATE
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to W-DWAK-RC
              exit section
           end-if
           if V-ACK-IGNORED
              exit section
           end-if
           add 1 to W-REJ-ROWS
           if W-FIRST-REASON = spaces
              move DWA-R-REASON to W-FIRST-REASON
           end-if
           if not V-HAVE-COPY
              exit section
           end-if
           move 'N' to W-FOUND-FLAG
           perform varying ix from 1 by 1 until ix > W-XR-COUNT
              if XR-TYPE(ix) = DWA-R-REC-TYPE
                 and XR-KEY(ix) = DWA-R-KEY
                 set V-FOUND to true
              end-if
           end-perform
           if not V-FOUND
              move 'ACK MATCH'  to W-ERR-OP
              move 'DA'         to W-ERR-FS
              move SPACES       to W-ERR-DETAIL
              string 'ROW NOT SENT ' W-ACK-DATE ' '
                 DWA-R-REC-TYPE ' ' DWA-R-KEY
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to W-DWAK-RC
              move 'REFUSED ROW NOT SENT' to W-NOTE
           end-if
           .

      * Everything sent, received and loaded with no row refused
      * is confirmed; nothing loaded is a rejection; anything in
      * between is a partial load.
       2900-CLOSE-ACK section.
           if not V-ACK-OPEN
              exit section
           end-if
           move W-ACK-DATE     to RA-RUNDATE
           move W-ACK-RECEIVED to RA-RECEIVED
           move W-ACK-LOADED   to RA-LOADED
           move W-REJ-ROWS     to RA-REJ-ROWS
           move W-FIRST-REASON to RA-REASON
           if V-ACK-IGNORED
              move 'IGNORED'  to RA-STATUS
              move ZERO       to RA-SENT
              move W-NOTE     to RA-NOTE
              write RPTLINE from RPT-ACK-LINE
              move 'N' to W-ACK-FLAG
              exit section
           end-if
           add 1 to W-ACK-COUNT
           evaluate true
           when W-ACK-LOADED = ZERO
              move 'REJECTED' to DWT-STATUS
           when W-ACK-LOADED = W-SENT-COUNT
                and W-ACK-RECEIVED = W-SENT-COUNT
                and W-REJ-ROWS = ZERO
              move 'CONFIRMD' to DWT-STATUS
              add 1 to W-CONF-COUNT
           when other
              move 'PARTIAL'  to DWT-STATUS
           end-evaluate
           if W-NOTE = spaces
              evaluate true
              when W-ACK-RECEIVED not = W-SENT-COUNT
                 move 'NOT ALL RECEIVED' to W-NOTE
              when W-ACK-LOADED + W-REJ-ROWS not = W-ACK-RECEIVED
                 move 'DW COUNTS DISAGREE' to W-NOTE
              end-evaluate
           end-if
           move W-TODAY        to DWT-ACK-DATE
           move W-ACK-RECEIVED to DWT-RECEIVED
           move W-ACK-LOADED   to DWT-LOADED
           move W-REJ-ROWS     to DWT-REJ-ROWS
           move W-FIRST-REASON to DWT-REASON
           rewrite DWT-RECORD
           if TRK-FS not = '00'
              move 'REWRITE TRK'  to W-ERR-OP
              move W-ACK-DATE     to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  TRK-FS W-ERR-DETAIL
              move 4 to W-DWAK-RC
           end-if
           if DWT-STATUS = 'CONFIRMD' and V-HAVE-COPY
              perform 2950-DROP-COPY
           end-if
           if DWT-STATUS not = 'CONFIRMD'
              move 'DW LOAD'    to W-ERR-OP
              move 'DA'         to W-ERR-FS
              move SPACES       to W-ERR-DETAIL
              string 'EXTRACT ' W-ACK-DATE ' ' DWT-STATUS
                 ' ' W-FIRST-REASON
                 delimited by size into W-ERR-DETAIL
              end-string
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to W-DWAK-RC
           end-if
           move DWT-STATUS   to RA-STATUS
           move W-SENT-COUNT to RA-SENT
           move W-NOTE       to RA-NOTE
           write RPTLINE from RPT-ACK-LINE
           move 'N' to W-ACK-FLAG
           .

      * A confirmed load is never resent, so the retained copy
      * it would have been rebuilt from goes.
       2950-DROP-COPY section.
           move spaces to W-RET-DSN
           string 'DWEXTR.D' W-ACK-DATE
              delimited by size into W-RET-DSN
           end-string
           call 'CBL_DELETE_FILE' using W-RET-DSN
              returning W-DELETE-RC
           end-call
           if W-DELETE-RC not = ZERO
              move 'DELETE COPY'    to W-ERR-OP
              move '30'             to W-ERR-FS
              move W-RET-DSN(1:40)  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to W-DWAK-RC
           end-if
           .

       2990-SET-ASIDE section.
           move spaces to W-USED-DSN
           string 'DWACK.D' W-NOW(1:8) '.T' W-NOW(9:6)
              delimited by size into W-USED-DSN
           end-string
           call 'CBL_RENAME_FILE' using WS-ACKFIL-DSN W-USED-DSN
              returning W-DELETE-RC
           end-call
           if W-DELETE-RC not = ZERO
              move 'RENAME ACK'        to W-ERR-OP
              move '30'                to W-ERR-FS
              move WS-ACKFIL-DSN(1:40) to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              move 4 to W-DWAK-RC
           end-if
           .

      * Every extract not yet confirmed.  One unconfirmed or
      * rejected for the set number of days is rebuilt from its
      * retained copy under a fresh header timestamp and sent
      * again on DWRESEND.DAT, up to the resend limit; after that
      * it is MANUAL.  A partial load is never resent - the rows
      * the warehouse took would load twice - it is listed for
      * the DW team to finish by hand.  Age runs from the day
      * the extract last went out, by the calendar - not from its
      * RUNDATE, which a catch-up or restatement sends late.
      * Resends gather on DWRESEND.DAT until the DW transmission
      * takes the file and empties it, so a catch-up calling this
      * once per date, or a restarted chain, never drops one
      * already written.
       3000-REVIEW-EXTRACTS section.
           write RPTLINE from RPT-HDG2
           move 'OUTSTANDING EXTRACTS' to RX-TEXT
           write RPTLINE from RPT-SECT
           write RPTLINE from RPT-OUT-HDG
           open extend RSDFIL
           if RSD-FS not = '05' and RSD-FS not = '00'
              open output RSDFIL
           end-if
           if RSD-FS not = '00'
              move 'OPEN RSDFIL'  to W-ERR-OP
              move 'DWRESEND.DAT' to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  RSD-FS W-ERR-DETAIL
              move 4 to W-DWAK-RC
           end-if
           move 'N' to W-TRK-EOF-FLAG
           read TRKFIL next at end set V-TRK-EOF to true end-read
           perform until V-TRK-EOF
              if DWT-STATUS not = 'CONFIRMD'
                 perform 3100-REVIEW-ONE
              end-if
              read TRKFIL next at end set V-TRK-EOF to true end-read
           end-perform
           close RSDFIL
           if W-OUT-COUNT = ZERO
              move '  (NONE)' to RX-TEXT
              write RPTLINE from RPT-SECT
           end-if
           .

       3100-REVIEW-ONE section.
           move spaces to W-NOTE
           move ZERO   to W-AGE-DAYS
           if DWT-SENT-DATE is numeric and W-TODAY is numeric
              compute W-AGE-DAYS =
                 function integer-of-date(function numval(W-TODAY))
               - function integer-of-date(
                    function numval(DWT-SENT-DATE))
           end-if
           if W-AGE-DAYS < ZERO
              move ZERO to W-AGE-DAYS
           end-if
           if (DWT-STATUS = 'SENT' or DWT-STATUS = 'RESENT'
               or DWT-STATUS = 'REJECTED')
              and W-AGE-DAYS >= W-ACK-DAYS
              if DWT-RESENDS >= W-MAX-RESENDS
                 move 'MANUAL' to DWT-STATUS
                 move 'RESEND LIMIT REACHED' to W-NOTE
                 perform 3300-ESCALATE
              else
                 perform 3200-RESEND-EXTRACT
              end-if
           end-if
           if DWT-STATUS = 'PARTIAL' and W-NOTE = spaces
              move 'FINISH LOAD WITH DW TEAM' to W-NOTE
           end-if
           add 1 to W-OUT-COUNT
           move DWT-RUNDATE   to RO-RUNDATE
           move DWT-RUN-ID    to RO-RUNID
           move DWT-STATUS    to RO-STATUS
           move DWT-SENT-DATE to RO-SENT-DATE
           move W-AGE-DAYS    to RO-AGE
           move DWT-RESENDS   to RO-RESENDS
           move W-NOTE        to RO-NOTE
           write RPTLINE from RPT-OUT-LINE
           if DWT-STATUS not = 'SENT' and DWT-STATUS not = 'RESENT'
              move 4 to W-DWAK-RC
           end-if
           .

      * The extract goes out again exactly as sent - the same D
      * or R record and V records - inside a new envelope: the
      * H record carries today's timestamp, so the warehouse and
      * its acknowledgment can tell this send from the last, and
      * the T record is recounted from the rows copied.
       3200-RESEND-EXTRACT section.
           move spaces to W-RET-DSN
           string 'DWEXTR.D' DWT-RUNDATE
              delimited by size into W-RET-DSN
           end-string
           open input RETFIL
           if RET-FS not = '00' or RSD-FS not = '00'
              if RET-FS = '00'
                 close RETFIL
              end-if
              move 'MANUAL' to DWT-STATUS
              move 'RETAINED COPY GONE' to W-NOTE
              perform 3300-ESCALATE
              exit section
           end-if
           move 'H'           to DWX-H-TYPE
           move DWT-RUNDATE   to DWX-H-RUNDATE
           move W-NOW(1:14)   to DWX-H-EXTRACT-TS
           write RSDLINE from DWX-HEADER
           move ZERO to W-ROW-COUNT
           set V-INIT to true
           read RETFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              if RETLINE(1:1) = 'D' or RETLINE(1:1) = 'R'
                 or RETLINE(1:1) = 'V'
                 write RSDLINE from RETLINE
                 add 1 to W-ROW-COUNT
              end-if
              read RETFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close RETFIL
           set V-INIT to true
           move 'T'         to DWX-T-TYPE
           move W-ROW-COUNT to DWX-T-COUNT
           write RSDLINE from DWX-TRAILER

           add 1 to DWT-RESENDS
           move 'RESENT'      to DWT-STATUS
           move W-TODAY       to DWT-SENT-DATE
           move W-NOW(1:14)   to DWT-EXTRACT-TS
           move W-ROW-COUNT   to DWT-SENT-COUNT
           move ZERO          to DWT-RECEIVED DWT-LOADED DWT-REJ-ROWS
           move spaces        to DWT-ACK-DATE DWT-REASON
           move ZERO          to W-AGE-DAYS
           move 'RESENT TODAY' to W-NOTE
           add 1 to W-RESEND-COUNT
           perform 3400-REWRITE-ENTRY

           move 'DW RESEND'   to W-ERR-OP
           move 'DR'          to W-ERR-FS
           move SPACES        to W-ERR-DETAIL
           string 'EXTRACT ' DWT-RUNDATE ' RESENT - SEND '
              DWT-RESENDS
              delimited by size into W-ERR-DETAIL
           end-string
           call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                               W-ERR-FS W-ERR-DETAIL

           move SPACES        to LOG-DETAIL
           move DWT-RUNDATE   to LG-RUNDATE
           move DWT-RUN-ID    to LG-RUNID
           move 'DW'          to LG-RECIP
           move 'DWRESEND.DAT' to LG-REPORT
           move W-ROW-COUNT   to LG-COUNT
           move 'RESENT  '    to LG-STATUS
           move W-NOW(1:14)   to LG-TIMESTAMP
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

       3300-ESCALATE section.
           perform 3400-REWRITE-ENTRY
           move 'DW RESEND'   to W-ERR-OP
           move 'DA'          to W-ERR-FS
           move SPACES        to W-ERR-DETAIL
           string 'EXTRACT ' DWT-RUNDATE ' ' W-NOTE
              delimited by size into W-ERR-DETAIL
           end-string
           call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                               W-ERR-FS W-ERR-DETAIL
           .

       3400-REWRITE-ENTRY section.
           rewrite DWT-RECORD
           if TRK-FS not = '00'
              move 'REWRITE TRK'  to W-ERR-OP
              move DWT-RUNDATE    to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  TRK-FS W-ERR-DETAIL
              move 4 to W-DWAK-RC
           end-if
           .
