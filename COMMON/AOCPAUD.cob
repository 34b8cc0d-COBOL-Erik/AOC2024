             10 filler        pic X(20) value 'AOCEND_CC'.
             10 filler        pic X(20) value 'AOCCYCLE'.
             10 filler        pic X(20) value 'AOCOFND_DAYS'.
             10 filler        pic X(20) value 'AOCLANM_NEWCOUNT'.
             10 filler        pic X(20) value 'AOCLANM_GAPDAYS'.
             10 filler        pic X(20) value 'AOCLANM_NEARPCT'.
             10 filler        pic X(20) value 'AOCLANM_SPIKEPCT'.
             10 filler        pic X(20) value 'AOCLANM_MINDAYS'.
             10 filler        pic X(20) value 'DWACKDD'.
             10 filler        pic X(20) value 'AOCDWAK_DAYS'.
             10 filler        pic X(20) value 'AOCDWAK_RESENDS'.
             10 filler        pic X(20) value 'AOCSLA_HOLD'.
             10 filler        pic X(20) value 'AOCQUAR_REJPCT'.
             10 filler        pic X(20) value 'AOCQUAR_TRLDIF'.
             10 filler        pic X(20) value 'AOCQAS_PAIRS'.
             10 filler        pic X(20) value 'AOCQAS_REPORTS'.
             10 filler        pic X(20) value 'AOCPREFLIGHT'.
             10 filler        pic X(20) value 'AOCSTART_RESTATE'.
             10 filler        pic X(20) value 'AOCRESTATE'.
             10 filler        pic X(20) value 'AOCRESTATE_REASON'.
             10 filler        pic X(20) value 'AOCRESTATE_ORIGRUN'.
             10 filler        pic X(20) value 'AOCRESTATE_SITE'.
          05 FILLER redefines ENV-NAMES.
             10 ENV-NAME occurs 46 times pic X(20).

       01 RPT-HDG1.
          05 filler           pic X(28) value
           end-if

           write RPTLINE from RPT-SECT2
           perform varying ix from 1 by 1 until ix > 46
              move ENV-NAME(ix) to W-ENV-NAME
              move spaces to W-ENV-VALUE
              accept W-ENV-VALUE from environment W-ENV-NAME
