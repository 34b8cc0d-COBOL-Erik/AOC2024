       repository. function all intrinsic.
       input-output section.
       file-control.
           select ERRFIL assign to W-ERRFIL-DSN
           organization is line sequential
           file status is ERR-FS.

          05 W-SEV            pic X(01).
          05 W-CAT            pic X(08).
          05 W-RUNID          pic X(08).
          05 W-PREFLT-ENV     pic X(08).
          05 W-ERRFIL-DSN     pic X(64) value 'ERRLOG.TXT'.

       01 ERR-DETAIL.
          05 XD-PROGRAM          pic X(8).
              move 'CALENDAR VALIDATION FAILURE' to W-MSGTXT
           when 'OR'
              move 'SUPERVISOR OVERRIDE APPLIED' to W-MSGTXT
           when 'PC'
              move 'RUN IN CLOSED PERIOD'        to W-MSGTXT
           when 'RS'
              move 'RESTATEMENT NOT APPLIED' to W-MSGTXT
           when 'SM'
              move 'SITE TRANSMISSION MISSING'   to W-MSGTXT
           when 'SL'
              move 'SITE TRANSMISSION SLA BREACH' to W-MSGTXT
           when 'QH'
              move 'SITE SECTION QUARANTINED'  to W-MSGTXT
           when 'QR'
              move 'SUSPENSE ACTION REFUSED'   to W-MSGTXT
           when 'CR'
              move 'CHARGEBACK RATE MISSING'   to W-MSGTXT
           when 'IA'
              move 'INTEGRITY AUDIT FINDING'   to W-MSGTXT
           when 'DC'
              move 'DUAL CONTROL REFUSED'      to W-MSGTXT
           when 'DX'
              move 'CHANGE EXPIRED UNAPPROVED' to W-MSGTXT
           when 'QD'
              move 'QA REVIEW DISAGREEMENT'    to W-MSGTXT
           when 'DA'
              move 'DW LOAD NOT CONFIRMED'     to W-MSGTXT
           when 'DR'
              move 'DW EXTRACT RESENT'         to W-MSGTXT
           when other
              move 'UNMAPPED FILE STATUS'    to W-MSGTXT
           end-evaluate
           when 'CD'
              move 'S'        to W-SEV
              move 'CALENDAR' to W-CAT
           when 'PC'
              move 'S'        to W-SEV
              move 'PERIOD  ' to W-CAT
           when 'RS'
              move 'W'        to W-SEV
              move 'RESTATE ' to W-CAT
           when 'SM'
              move 'S'        to W-SEV
              move 'SITE    ' to W-CAT
           when 'SL'
              move 'W'        to W-SEV
              move 'SITE    ' to W-CAT
           when 'QH'
              move 'W'        to W-SEV
              move 'SITE    ' to W-CAT
           when 'QR'
              move 'W'        to W-SEV
              move 'SITE    ' to W-CAT
           when 'CR'
              move 'W'        to W-SEV
              move 'BILLING ' to W-CAT
           when 'IA'
              move 'W'        to W-SEV
              move 'AUDIT   ' to W-CAT
           when 'DC'
              move 'W'        to W-SEV
              move 'AUDIT   ' to W-CAT
           when 'DX'
              move 'W'        to W-SEV
              move 'AUDIT   ' to W-CAT
           when 'QD'
              move 'W'        to W-SEV
              move 'AUDIT   ' to W-CAT
           when 'DA'
           when 'DR'
              move 'W'        to W-SEV
              move 'DWLOAD  ' to W-CAT
           when 'DT'
              move 'W'        to W-SEV
              move 'CONFIG  ' to W-CAT
           move W-SEV           to XD-SEV
           move W-CAT           to XD-CAT

      * A pre-flight run (AOCPRFL) logs to its own file, which the
      * driver lists on the pre-flight report: nothing it finds
      * is mixed into the day's log or pages the operators.
           move spaces to W-PREFLT-ENV
           accept W-PREFLT-ENV from environment 'AOCPREFLIGHT'
           if W-PREFLT-ENV(1:1) = 'Y'
              move 'ERRLOG.PRF' to W-ERRFIL-DSN
           else
              move 'ERRLOG.TXT' to W-ERRFIL-DSN
           end-if

           open extend ERRFIL
           if ERR-FS = '05' or ERR-FS = '00'
              write ERRLINE from ERR-DETAIL
      * Only the call-someone-now entries land on the alert
      * extract, so the operators read a short file instead of
      * the whole log.
           if W-SEV = 'S' and W-PREFLT-ENV(1:1) not = 'Y'
              open extend ALRFIL
              if ALR-FS = '05' or ALR-FS = '00'
                 write ALRLINE from ERR-DETAIL
