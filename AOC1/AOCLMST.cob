           organization is line sequential
           file status is INPUT-FS.

           select LOCFIL assign to W-LOC-DSN
           organization is indexed
           access is random
           record key is LOC-ID
           file status is LOC-FS.

           select MSTFIL assign to 'LOCMAST.DAT'
           organization is indexed
           access is sequential
           record key is MST-ID
           file status is MST-FS.

           select JRNFIL assign to W-JRN-DSN
           organization is line sequential
           file status is JRN-FS.

       FD  LOCFIL.
           COPY LOCREC.

       FD  MSTFIL.
       01  MST-RECORD.
           05  MST-ID         pic 9(5).
           05  FILLER         pic X(47).

       FD  JRNFIL.
       01  JRNLINE            pic X(126).

       01 A-ARB.
          05 INPUT-FS         pic XX.
          05 LOC-FS           pic XX.
          05 MST-FS           pic XX.
          05 JRN-FS           pic XX.
          05 TMP1-FS          pic XX.
          05 TMP2-FS          pic XX.
          05 W-UPD-COUNT      pic S9(6) comp-4 value ZERO.
          05 WS-INFIL-DSN     pic X(64) value 'input.txt'.
          05 W-TEMP-DSN       pic X(64).
          05 W-LOC-DSN        pic X(64) value 'LOCMAST.DAT'.
          05 W-JRN-DSN        pic X(64) value 'LOCJRNL.DAT'.
          05 W-PREFLT-ENV     pic X(08).
          05 W-RUNDATE        pic X(08).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCLMST'.
          05 W-ERR-OP         pic X(12).
          05 W-STS-REJ        pic S9(8) comp-4 value ZERO.
          05 W-STS-DISP       pic X(08).
          05 W-STS-SAVED-RC   pic S9(4) comp-4 value ZERO.
      * Compile stamp and version tag for the START status record;
      * raise the tag with every change put into production.
          05 W-STS-VERSION.
             10 W-STS-COMPILED pic X(14).
             10 W-STS-TAG      pic X(08) value '01.00'.
          05 W-CHAIN-RST-ENV  pic X(08).
          05 W-DONE-FLAG      pic X(01).

             88 V-S1-EOF       value 'E'.
          05 W-S2-EOF-FLAG  pic X value 'N'.
             88 V-S2-EOF       value 'E'.
          05 W-PREFLT-FLAG  pic X value 'N'.
             88 V-PREFLIGHT    value 'Y'.

       procedure division.
       A-MAIN section.
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
           accept W-TEMP-DSN from environment 'INFILDD'
           if W-TEMP-DSN not = spaces
              perform 9900-WRITE-END-STATUS
              goback
           end-if
      * A pre-flight run (AOCPRFL) posts to a scratch copy of the
      * master and journals to a scratch file, so the day's
      * postings build on each other exactly as they would for
      * real while LOCMAST.DAT and LOCJRNL.DAT are only read.
           move spaces to W-PREFLT-ENV
           accept W-PREFLT-ENV from environment 'AOCPREFLIGHT'
           if W-PREFLT-ENV(1:1) = 'Y'
              set V-PREFLIGHT to true
              move 'LOCMAST.PRF' to W-LOC-DSN
              move 'LOCJRNL.PRF' to W-JRN-DSN
              perform 1000-COPY-MASTER
              if MST-FS not = '00' and MST-FS not = '35'
                 move 4 to return-code
                 close INFIL
                 perform 9900-WRITE-END-STATUS
                 goback
              end-if
           end-if
           open i-o LOCFIL
           if LOC-FS = '35'
              open output LOCFIL
           end-if
           if LOC-FS not = '00'
              move 'OPEN LOCFIL' to W-ERR-OP
              move W-LOC-DSN     to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  LOC-FS W-ERR-DETAIL
              move 4 to return-code
           end-if
           if JRN-FS not = '00'
              move 'OPEN JRNFIL' to W-ERR-OP
              move W-JRN-DSN     to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  JRN-FS W-ERR-DETAIL
              move 4 to return-code
           end-evaluate
           call 'STSWRT' using W-ERR-PROGRAM W-STS-PHASE
                               W-STS-READ W-STS-REJ
                               W-STS-DISP W-STS-VERSION
           move W-STS-SAVED-RC to return-code
           .

      * The scratch master starts as a copy of today's; no master
      * yet is an empty copy, as a real first run would find.
       1000-COPY-MASTER section.
           move '00' to MST-FS
           open output LOCFIL
           if LOC-FS not = '00'
              exit section
           end-if
           open input MSTFIL
           if MST-FS = '00'
              set V-INIT to true
              read MSTFIL at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 write LOC-RECORD from MST-RECORD
                 read MSTFIL at end set V-INPUT-EOF to true end-read
              end-perform
              close MSTFIL
              set V-INIT to true
           else
              if MST-FS not = '35'
                 move 'OPEN MSTFIL' to W-ERR-OP
                 move 'LOCMAST.DAT' to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     MST-FS W-ERR-DETAIL
              end-if
           end-if
           close LOCFIL
           .

      * Read-for-update on the location id; a missing record is a
      * first sighting and is created with today as first-seen.
       5000-POST-MASTER section.
                 perform 5100-WRITE-JOURNAL
              else
                 move 'REWRITE LOC' to W-ERR-OP
                 move W-LOC-DSN     to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     LOC-FS W-ERR-DETAIL
                 move 4 to return-code
                 perform 5100-WRITE-JOURNAL
              else
                 move 'WRITE LOC'   to W-ERR-OP
                 move W-LOC-DSN     to W-ERR-DETAIL
                 call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                     LOC-FS W-ERR-DETAIL
                 move 4 to return-code
              end-if
           when other
              move 'READ LOCFIL' to W-ERR-OP
              move W-LOC-DSN     to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  LOC-FS W-ERR-DETAIL
              move 4 to return-code
           write JRNLINE from JRN-RECORD
           if JRN-FS not = '00'
              move 'WRITE JRNL'  to W-ERR-OP
              move W-JRN-DSN     to W-ERR-DETAIL
              call 'ERRLOG' using W-ERR-PROGRAM W-ERR-OP
                                  JRN-FS W-ERR-DETAIL
              move 4 to return-code
