       01  chk-ed       pic zzz9.
       01  rows-ed      pic zz9.
       01  tries-ed     pic zz9.
      *> report headings come from the message catalog, in the
      *> language the shop has set
       01  mc-param.
           05  mc-func   pic x(04).
           05  mc-id     pic x(16).
           05  mc-lang   pic x(02).
           05  mc-text   pic x(80).
           05  mc-rc     pic 9(01).

       PROCEDURE DIVISION.
       MAIN.
           move "HBRECON-H01" to mc-id.
           move "HitBlow grid export reconciliation" to mc-text.
           perform HDG-RTN.
           display function trim(mc-text trailing).
           display " ".
           perform LOAD-HISTORY-RTN.
           open input exports-file.
           if expt-f-sts not = "00"
              move "HBRECON-H02" to mc-id
              move "No hitblow_exports.log - nothing to reconcile"
                to mc-text
              perform HDG-RTN
              display function trim(mc-text trailing)
              goback
           end-if.
           perform until 1 = 0
           display "Exports checked:" chk-ed
                   "   exceptions:" exc-ed.
           if exc-cnt = 0
              move "HBRECON-H03" to mc-id
              move "History log and grid exports reconcile clean"
                to mc-text
              perform HDG-RTN
              display function trim(mc-text trailing)
           end-if.
           goback.

           perform until 1 = 0
              read history-file at end exit perform
              end-read
              if hist-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if ht-cnt < 2000
                 add 1 to ht-cnt
                 move hist-date   to ht-date(ht-cnt)
           end-if.
           if grd-last-hit = grd-digit
              if ht-result(best-idx) not = "WIN" and
                 ht-result(best-idx) not = "BZWIN" and
                 ht-result(best-idx) not = "PCWIN" and
                 ht-result(best-idx) not = "DUEL"
                 display "  RESULT      " expt-date " " expt-time
              end-if
           else
              if ht-result(best-idx) = "WIN" or
                 ht-result(best-idx) = "BZWIN" or
                 ht-result(best-idx) = "PCWIN"
                 display "  RESULT      " expt-date " " expt-time
                         " grid shows unsolved, history says "
                   function numval(wk-hhmmss(1:2)) * 3600 +
                   function numval(wk-hhmmss(3:2)) * 60 +
                   function numval(wk-hhmmss(5:2)).

       HDG-RTN.
      *> a fixed heading or note is looked up in the message
      *> catalog by the id in mc-id - mc-text holds the English
      *> and comes back in the shop's language
           move "GET " to mc-func.
           call "MsgCat" using mc-param.
