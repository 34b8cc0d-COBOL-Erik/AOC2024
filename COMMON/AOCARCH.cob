             10 filler        pic X(12) value 'AOC2B.WIF'.
             10 filler        pic X(12) value 'AOC1DUP.RPT'.
             10 filler        pic X(12) value 'AOC1STAT.RPT'.
             10 filler        pic X(12) value 'AOC2STAT.RPT'.
             10 filler        pic X(12) value 'AOC2RCN.RPT'.
             10 filler        pic X(12) value 'AOCQAS.RPT'.
             10 filler        pic X(12) value 'AOCNOTC.RPT'.
             10 filler        pic X(12) value 'PARMAUD.RPT'.
             10 filler        pic X(12) value 'AOCLANM.RPT'.
             10 filler        pic X(12) value 'AOCQUAR.ACC'.
             10 filler        pic X(12) value 'AOCDWAK.RPT'.
          05 FILLER redefines SOURCE-NAMES.
             10 SRC-NAME occurs 22 times pic X(12).

       01 INVENTORY.
          05 IV-ENTRY occurs 2000 times.
           move W-RUNDATE to RH-RUNDATE
           write RPTLINE from RPT-HDG1

           perform varying jx from 1 by 1 until jx > 22
              perform 2000-ARCHIVE-ONE
           end-perform

