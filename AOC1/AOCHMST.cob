       identification division.
       program-id. AOCHMST.

       environment division.
       configuration section.
       repository. function all intrinsic.
       input-output section.
       file-control.
           select TXNFIL assign to WS-TXNFIL-DSN
           organization is line sequential
           file status is TXN-FS.

           select HIERFIL assign to 'LOCHIER.DAT'
           organization is indexed
           access is dynamic
           record key is HIER-FROM-ID
           file status is HIR-FS.

       data division.
       file section.
       FD  TXNFIL.
       01  TXNDATA.
           05  TX-ACTION      pic X(01).
           05  FILLER         pic X(01).
           05  TX-FROM        pic X(05).
           05  FILLER         pic X(01).
           05  TX-TO          pic X(05).
           05  FILLER         pic X(01).
           05  TX-DISTRICT    pic X(08).
           05  FILLER         pic X(01).
           05  TX-REGION      pic X(08).
           05  FILLER         pic X(01).
           05  TX-DESC        pic X(30).

       FD  HIERFIL.
           COPY HIERREC.

       working-storage section.
       01 A-ARB.
          05 TXN-FS           pic XX.
          05 HIR-FS           pic XX.
          05 REC-NO           pic S9(6) comp-4 value ZERO.
          05 HX               pic S9(6) comp-4 value ZERO.
          05 W-HX             pic S9(6) comp-4 value ZERO.
          05 W-HT-COUNT       pic S9(6) comp-4 value ZERO.
          05 W-HT-MAX         pic S9(6) comp-4 value 5000.
          05 W-NEW-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-UPD-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-DEL-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-REJ-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-FROM           pic 9(05) value ZERO.
          05 W-TO             pic 9(05) value ZERO.
          05 W-REJ-REASON     pic X(19).
          05 W-RUNDATE        pic X(08).
          05 WS-TXNFIL-DSN    pic X(64) value 'LOCHIER.TXT'.
          05 W-TEMP-DSN       pic X(64).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCHMST'.
          05 W-ERR-OP         pic X(12).
          05 W-ERR-FS         pic XX.
          05 W-ERR-DETAIL     pic X(40).

      * The master as it stands, held so that a new or changed
      * range can be checked against every other range before it
      * is posted; kept in step with each posting.
       01 FILLER.
          05 HT-ENTRY occurs 1 to 5000 times
                      depending on W-HT-COUNT.
             10 HT-FROM       pic 9(05).
             10 HT-TO         pic 9(05).
             10 HT-DISTRICT   pic X(08).
             10 HT-REGION     pic X(08).

       01 V-VAXLAR.
          05 W-EOF-FLAG pic X value ' '.
             88 V-INIT         value ' '.
             88 V-INPUT-EOF    value 'E'.
          05 W-HIR-EOF-FLAG pic X value 'N'.
             88 V-HIR-EOF      value 'E'.

       procedure division.
       A-MAIN section.
           display 'AOCHMST'
           move spaces to W-RUNDATE
           accept W-RUNDATE from environment 'RUNDATE'
           if W-RUNDATE = spaces
              accept W-RUNDATE from date yyyymmdd
           end-if
           move spaces to W-TEMP-DSN
           accept W-TEMP-DSN from environment 'HIERTXNDD'
           if W-TEMP-DSN not = spaces
              move W-TEMP-DSN to WS-TXNFIL-DSN
           end-if
           open input TXNFIL
           if TXN-FS not = '00'
              move 'OPEN TXNFIL' to W-ERR-OP
              move WS-TXNFIL-DSN to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  TXN-FS W-ERR-DETAIL
              move 4 to return-code
              goback
           end-if
           open i-o HIERFIL
           if HIR-FS = '35'
              open output HIERFIL
              close HIERFIL
              open i-o HIERFIL
           end-if
           if HIR-FS not = '00'
              move 'OPEN HIERFIL' to W-ERR-OP
              move 'LOCHIER.DAT'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  HIR-FS W-ERR-DETAIL
              move 4 to return-code
              close TXNFIL
              goback
           end-if
           perform 1000-LOAD-HIERARCHY
           read TXNFIL at end set V-INPUT-EOF to true end-read
           perform until V-INPUT-EOF
              add 1 to REC-NO
              perform 5000-APPLY-TXN
              read TXNFIL at end set V-INPUT-EOF to true end-read
           end-perform
           close TXNFIL
           close HIERFIL
           display W-NEW-COUNT ' ranges added'
           display W-UPD-COUNT ' ranges updated'
           display W-DEL-COUNT ' ranges deleted'
           display W-REJ-COUNT ' transactions rejected'
           goback
           .

       1000-LOAD-HIERARCHY section.
           move ZERO to W-HT-COUNT
           move 'N'  to W-HIR-EOF-FLAG
           read HIERFIL next at end set V-HIR-EOF to true end-read
           perform until V-HIR-EOF
              if W-HT-COUNT >= W-HT-MAX
                 move 'LOAD HIER'   to W-ERR-OP
                 move 'OV'          to W-ERR-FS
                 move 'LOCHIER.DAT' to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     W-ERR-FS W-ERR-DETAIL
                 move 4 to return-code
                 set V-HIR-EOF to true
              else
                 add 1 to W-HT-COUNT
                 move HIER-FROM-ID  to HT-FROM(W-HT-COUNT)
                 move HIER-TO-ID    to HT-TO(W-HT-COUNT)
                 move HIER-DISTRICT to HT-DISTRICT(W-HT-COUNT)
                 move HIER-REGION   to HT-REGION(W-HT-COUNT)
                 read HIERFIL next at end set V-HIR-EOF to true
                 end-read
              end-if
           end-perform
           .

      * An A transaction is an upsert keyed by the first id of the
      * range: the image replaces the range on file or creates it.
      * A blank TO makes it a single-id entry.  The new range may
      * not overlap any other range, and its district may not
      * already roll up to a different region.  A D transaction
      * removes the range; its ids fall back to unassigned.
       5000-APPLY-TXN section.
           move spaces to W-REJ-REASON
           evaluate true
           when TX-ACTION not = 'A' and TX-ACTION not = 'D'
              move 'BAD ACTION'      to W-REJ-REASON
           when TX-FROM is not numeric
              move 'BAD FROM ID'     to W-REJ-REASON
           when TX-ACTION = 'A' and TX-TO not = spaces
                and TX-TO is not numeric
              move 'BAD TO ID'       to W-REJ-REASON
           when TX-ACTION = 'A' and TX-TO not = spaces
                and TX-TO < TX-FROM
              move 'TO BEFORE FROM'  to W-REJ-REASON
           when TX-ACTION = 'A'
                and (TX-DISTRICT = spaces or TX-REGION = spaces)
              move 'NO DISTRICT/REGN' to W-REJ-REASON
           end-evaluate
           if W-REJ-REASON not = spaces
              perform 5100-REJECT-TXN
              exit section
           end-if
           move TX-FROM to W-FROM
           if TX-TO = spaces
              move W-FROM to W-TO
           else
              move TX-TO  to W-TO
           end-if
           move ZERO to W-HX
           perform varying hx from 1 by 1 until hx > W-HT-COUNT
              if HT-FROM(hx) = W-FROM
                 move hx to W-HX
              end-if
           end-perform

           if TX-ACTION = 'D'
              if W-HX = ZERO
                 move 'RANGE NOT ON FILE' to W-REJ-REASON
                 perform 5100-REJECT-TXN
                 exit section
              end-if
              move W-FROM to HIER-FROM-ID
              delete HIERFIL record
              if HIR-FS = '00'
                 add 1 to W-DEL-COUNT
                 move HT-ENTRY(W-HT-COUNT) to HT-ENTRY(W-HX)
                 subtract 1 from W-HT-COUNT
              else
                 move 'DELETE HIER' to W-ERR-OP
                 move TX-FROM       to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     HIR-FS W-ERR-DETAIL
                 add 1 to W-REJ-COUNT
                 move 4 to return-code
              end-if
              exit section
           end-if

           perform varying hx from 1 by 1 until hx > W-HT-COUNT
                   or W-REJ-REASON not = spaces
              if hx not = W-HX
                 if HT-FROM(hx) <= W-TO and HT-TO(hx) >= W-FROM
                    string 'OVERLAPS ' HT-FROM(hx)
                       delimited by size into W-REJ-REASON
                    end-string
                 else
                 if HT-DISTRICT(hx) = TX-DISTRICT
                    and HT-REGION(hx) not = TX-REGION
                    string 'REGION IS ' HT-REGION(hx)
                       delimited by size into W-REJ-REASON
                    end-string
                 end-if
                 end-if
              end-if
           end-perform
           if W-REJ-REASON not = spaces
              perform 5100-REJECT-TXN
              exit section
           end-if
           if W-HX = ZERO and W-HT-COUNT >= W-HT-MAX
              move 'HIER TABLE'  to W-ERR-OP
              move 'OV'          to W-ERR-FS
              move TX-FROM       to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  W-ERR-FS W-ERR-DETAIL
              add 1 to W-REJ-COUNT
              move 4 to return-code
              exit section
           end-if

           move W-FROM to HIER-FROM-ID
           read HIERFIL
           evaluate HIR-FS
           when '00'
              move W-TO        to HIER-TO-ID
              move TX-DISTRICT to HIER-DISTRICT
              move TX-REGION   to HIER-REGION
              move TX-DESC     to HIER-DESC
              move W-RUNDATE   to HIER-UPD-DATE
              rewrite HIER-RECORD
              if HIR-FS = '00'
                 add 1 to W-UPD-COUNT
              else
                 move 'REWRITE HIER' to W-ERR-OP
                 move TX-FROM        to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     HIR-FS W-ERR-DETAIL
                 add 1 to W-REJ-COUNT
                 move 4 to return-code
                 exit section
              end-if
           when '23'
              move W-FROM      to HIER-FROM-ID
              move W-TO        to HIER-TO-ID
              move TX-DISTRICT to HIER-DISTRICT
              move TX-REGION   to HIER-REGION
              move TX-DESC     to HIER-DESC
              move W-RUNDATE   to HIER-UPD-DATE
              write HIER-RECORD
              if HIR-FS = '00'
                 add 1 to W-NEW-COUNT
              else
                 move 'WRITE HIER'  to W-ERR-OP
                 move TX-FROM       to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     HIR-FS W-ERR-DETAIL
                 add 1 to W-REJ-COUNT
                 move 4 to return-code
                 exit section
              end-if
           when other
              move 'READ HIERFIL' to W-ERR-OP
              move 'LOCHIER.DAT'  to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  HIR-FS W-ERR-DETAIL
              add 1 to W-REJ-COUNT
              move 4 to return-code
              exit section
           end-evaluate
           if W-HX = ZERO
              add 1 to W-HT-COUNT
              move W-HT-COUNT to W-HX
           end-if
           move W-FROM      to HT-FROM(W-HX)
           move W-TO        to HT-TO(W-HX)
           move TX-DISTRICT to HT-DISTRICT(W-HX)
           move TX-REGION   to HT-REGION(W-HX)
           .

       5100-REJECT-TXN section.
           move 'TXN CHECK'   to W-ERR-OP
           move '71'          to W-ERR-FS
           move SPACES        to W-ERR-DETAIL
           string 'BAD HIER TXN ' TX-ACTION ' ' TX-FROM ' '
              W-REJ-REASON
              delimited by size into W-ERR-DETAIL
           end-string
           call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                               W-ERR-FS W-ERR-DETAIL
           add 1 to W-REJ-COUNT
           move 4 to return-code
           .
