           organization is line sequential
           file status is GRC-FS.

           select TRKFIL assign to 'DWXTRACK.DAT'
           organization is indexed
           access is sequential
           record key is DWT-RUNDATE
           file status is TRK-FS.

           select HLTFIL assign to 'HEALTH.RPT'
           organization is line sequential
           file status is HLT-FS.
           05  GRC-SUPV       pic X(08).
           05  FILLER         pic X(05).

       FD  TRKFIL.
           COPY DWTREC.

       FD  HLTFIL.
       01  HLTLINE            pic X(80).

          05 EXC-FS           pic XX.
          05 AUD-FS           pic XX.
          05 GRC-FS           pic XX.
          05 TRK-FS           pic XX.
          05 HLT-FS           pic XX.
          05 IX               pic S9(6) comp-4 value ZERO.
          05 W-ERRLOG-COUNT   pic S9(6) comp-4 value ZERO.
          05 W-REJ2B-COUNT    pic S9(6) comp-4 value ZERO.
          05 W-EXC-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-AUD-COUNT      pic S9(6) comp-4 value ZERO.
          05 W-DWX-OUT-COUNT  pic S9(6) comp-4 value ZERO.
          05 W-DWX-BAD-COUNT  pic S9(6) comp-4 value ZERO.
          05 W-DWX-AGE        pic S9(6) comp-4 value ZERO.
          05 W-LOG-PROGRAM    pic X(08).
          05 W-LOG-FS         pic XX.
          05 W-RUNDATE        pic X(08).
          05 W-RUNID          pic X(08).
          05 W-TODAY          pic X(08).
          05 W-VERDICT        pic X(14).
          05 W-ERR-PROGRAM    pic X(8)  value 'AOCHLTH'.
          05 W-ERR-OP         pic X(12).
          05 filler           pic X(26) value
             'GATE OVERRIDE IN FORCE BY '.
          05 HO-SUPV          pic X(08).
       01 HLT-SECT-DWX.
          05 filler           pic X(40) value
             'OUTSTANDING DW EXTRACTS'.
       01 HLT-DWX-DETAIL.
          05 filler           pic X(2) value SPACES.
          05 HD-RUNDATE       pic X(08).
          05 filler           pic X(1) value SPACE.
          05 HD-STATUS        pic X(08).
          05 filler           pic X(6) value ' SENT '.
          05 HD-SENT-DATE     pic X(08).
          05 filler           pic X(1) value SPACE.
          05 HD-AGE           pic ZZZZ9.
          05 filler           pic X(6) value ' DAYS '.
          05 HD-LOADED        pic ZZZZZZZ9.
          05 filler           pic X(1) value '/'.
          05 HD-SENT-COUNT    pic 9(08).
          05 filler           pic X(8) value ' LOADED '.
          05 HD-REASON        pic X(08).
       01 HLT-VERDICT.
          05 filler           pic X(8) value 'VERDICT '.
          05 HV-VERDICT       pic X(14).
           move W-TC-COUNT  to HT-COUNT
           write HLTLINE from HLT-TC-DETAIL

           perform 3500-LIST-DW-EXTRACTS

      * An overridden gate decision belongs on the health page
      * so nobody mistakes a forced release for a clean one.
           open input GRCFIL
           end-if
           .

      * Warehouse extracts not yet confirmed loaded, from the
      * tracking dataset AOCDWAK maintains.  One merely awaiting
      * its acknowledgment is listed; one partially loaded,
      * rejected or handed over for manual follow-up also counts
      * against the verdict.  Ages are calendar days since the
      * last send, as AOCDWAK reckons them.
       3500-LIST-DW-EXTRACTS section.
           write HLTLINE from HLT-SECT-DWX
           move function current-date(1:8) to W-TODAY
           open input TRKFIL
           if TRK-FS = '00'
              read TRKFIL next at end set V-INPUT-EOF to true end-read
              perform until V-INPUT-EOF
                 if DWT-STATUS not = 'CONFIRMD'
                    add 1 to W-DWX-OUT-COUNT
                    if DWT-STATUS not = 'SENT'
                       and DWT-STATUS not = 'RESENT'
                       add 1 to W-DWX-BAD-COUNT
                    end-if
                    move ZERO to W-DWX-AGE
                    if DWT-SENT-DATE is numeric
                       and W-TODAY is numeric
                       compute W-DWX-AGE =
                          function integer-of-date(
                             function numval(W-TODAY))
                        - function integer-of-date(
                             function numval(DWT-SENT-DATE))
                    end-if
                    if W-DWX-AGE < ZERO
                       move ZERO to W-DWX-AGE
                    end-if
                    move DWT-RUNDATE    to HD-RUNDATE
                    move DWT-STATUS     to HD-STATUS
                    move DWT-SENT-DATE  to HD-SENT-DATE
                    move W-DWX-AGE      to HD-AGE
                    move DWT-LOADED     to HD-LOADED
                    move DWT-SENT-COUNT to HD-SENT-COUNT
                    move DWT-REASON     to HD-REASON
                    write HLTLINE from HLT-DWX-DETAIL
                 end-if
                 read TRKFIL next
                    at end set V-INPUT-EOF to true
                 end-read
              end-perform
              close TRKFIL
              set V-INIT to true
           end-if
           if W-DWX-OUT-COUNT = ZERO
              move SPACES to HLTLINE
              move '  (NONE)' to HLTLINE
              write HLTLINE
           end-if
           .

      * Severe findings (hard I/O errors, trailer mismatches,
      * overflow, reconciliation) hold the release; rejects and
      * exceptions alone are warnings the operator may accept.
             or W-REJ1A-COUNT > ZERO or W-REJ1B-COUNT > ZERO
             or W-REJ2A-COUNT > ZERO or W-REJ2B-COUNT > ZERO
             or W-EXC-COUNT > ZERO
             or W-DWX-BAD-COUNT > ZERO
              move 'WARNINGS'       to W-VERDICT
              move 4 to return-code
           when other
