       IDENTIFICATION DIVISION.

       PROGRAM-ID. McAudit.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select catalog-file assign to "../data/monochrome_catalog.log"
           organization line sequential
           file status cat-f-sts.
       select pic-file assign to dynamic pic-file-name
           organization line sequential
           file status pic-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  catalog-file.
       01  catalog-record.
           05  cat-name   pic x(40).
           05  filler     pic x.
           05  cat-w      pic 9(02).
           05  filler     pic x.
           05  cat-h      pic 9(02).
           05  filler     pic x.
           05  cat-tones  pic x(04).
           05  filler     pic x.
           05  cat-date   pic x(08).
           05  filler     pic x.
           05  cat-code   pic x(1700).
       fd  pic-file.
       01  pic-record     pic x(80).

       WORKING-STORAGE SECTION.
       01  cat-f-sts    pic x(02).
       01  pic-f-sts    pic x(02).
       01  pic-file-name pic x(128).
       01  ca-tbl.
           05  ca-cnt pic 9(03) value 0.
           05  ca-ent occurs 100.
               10  ca-name   pic x(40).
               10  ca-date   pic x(08).
               10  ca-w      pic 9(02).
               10  ca-h      pic 9(02).
               10  ca-bad    pic x(30).
               10  ca-lost   pic 9(01).
               10  ca-grid   pic x(400).
       01  ca-over      pic 9(05) value 0.
       01  pr-tbl.
           05  pr-cnt pic 9(04) value 0.
           05  pr-ent occurs 5000.
               10  pr-i      pic 9(03).
               10  pr-j      pic 9(03).
               10  pr-v      pic 9(01).
               10  pr-diff   pic 9(03).
       01  var-names.
           05  filler pic x(24) value "unchanged".
           05  filler pic x(24) value "rotated 90".
           05  filler pic x(24) value "rotated 180".
           05  filler pic x(24) value "rotated 270".
           05  filler pic x(24) value "mirrored left-right".
           05  filler pic x(24) value "mirrored top-bottom".
           05  filler pic x(24) value "flipped on diagonal".
           05  filler pic x(24) value "flipped on anti-diagonal".
       01  var-name-tbl redefines var-names.
           05  var-name occurs 8 pic x(24).
       01  var-grid     pic x(400).
       01  var-w        pic 9(02).
       01  var-h        pic 9(02).
       01  wk-i         pic 9(03).
       01  wk-j         pic 9(03).
       01  wk-p         pic 9(04).
       01  wk-v         pic 9(01).
       01  wk-r         pic 9(02).
       01  wk-c         pic 9(02).
       01  wk-sr        pic 9(02).
       01  wk-sc        pic 9(02).
       01  wk-k         pic 9(03).
       01  wk-cells     pic 9(03).
       01  wk-diff      pic 9(03).
       01  best-v       pic 9(01).
       01  best-diff    pic 9(03).
       01  near-max     pic 9(02) value 3.
       01  wk-tok       pic x(20).
       01  wk-ptr       pic 9(03).
       01  code-leng    pic 9(04).
       01  code-pos     pic 9(04).
       01  wk-tone      pic x(01).
       01  wk-run       pic 9(03).
       01  wk-total     pic 9(04).
       01  wk-cs-i      pic 9(04).
       01  cs-val       pic 9(05).
       01  cs-expect    pic 9(02).
       01  sec-cnt      pic 9(04).
       01  cnt-exact    pic 9(04) value 0.
       01  cnt-trans    pic 9(04) value 0.
       01  cnt-near     pic 9(04) value 0.
       01  cnt-lost     pic 9(03) value 0.
       01  cnt-bad      pic 9(03) value 0.
       01  cnt-z        pic zzz9.
       01  diff-z       pic zz9.
       01  cmd-args     pic x(40).
       01  print-sw     pic 9(01) value 0.
       01  ps-param.
           05  ps-func   pic x(04).
           05  ps-tag    pic x(12).
           05  ps-title  pic x(40).
           05  ps-text   pic x(132).
       01  prt-text     pic x(132).
      *> report headings come from the message catalog, in the
      *> language the shop has set
       01  mc-param.
           05  mc-func   pic x(04).
           05  mc-id     pic x(16).
           05  mc-lang   pic x(02).
           05  mc-text   pic x(80).
           05  mc-rc     pic 9(01).
       01  hdg-lead     pic x(80).

       PROCEDURE DIVISION.
       MAIN.
           accept cmd-args from command-line
           move function upper-case(cmd-args) to cmd-args
           move 0 to print-sw
           inspect cmd-args tallying print-sw
                   for all "PRINT"
      *> NEAR=n sets how many differing cells still count as a copy
           move 1 to wk-ptr
           perform until wk-ptr > 40
              move spaces to wk-tok
              unstring cmd-args delimited by all space
                       into wk-tok with pointer wk-ptr
              if wk-tok(1:5) = "NEAR=" and wk-tok(6:1) is numeric
                 move function numval(wk-tok(6:2)) to near-max
              end-if
           end-perform
           if print-sw > 0
              move 1 to print-sw
              move "OPEN" to ps-func
              move "mcaudit" to ps-tag
              move "MonoChrome catalog audit" to ps-title
              call "PrintSpool" using ps-param
           end-if
           move "MonoChrome catalog audit" to prt-text
           move "MCAUDIT-H01" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move spaces to prt-text
           perform PRT-RTN
           open input catalog-file.
           if cat-f-sts not = "00"
              display "Cannot open monochrome_catalog.log sts="
                      cat-f-sts
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           perform until 1 = 0
              read catalog-file at end exit perform
              end-read
              if catalog-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if cat-name = spaces
                 exit perform cycle
              end-if
              if ca-cnt >= 100
                 add 1 to ca-over
                 exit perform cycle
              end-if
              add 1 to ca-cnt
              move cat-name to ca-name(ca-cnt)
              move cat-date to ca-date(ca-cnt)
              perform DECODE-RTN
              perform FILE-CHECK-RTN
           end-perform.
           close catalog-file.
           if ca-cnt = 0
              move "The catalog is empty" to prt-text
              move "MCAUDIT-H02" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           perform varying wk-i from 1 by 1 until wk-i >= ca-cnt
              if ca-bad(wk-i) = spaces
                 compute wk-j = wk-i + 1
                 perform until wk-j > ca-cnt
                    if ca-bad(wk-j) = spaces
                       perform COMPARE-RTN
                    end-if
                    add 1 to wk-j
                 end-perform
              end-if
           end-perform.
           move "Exact duplicates" to prt-text
           move "MCAUDIT-H03" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move 0 to sec-cnt
           perform varying wk-p from 1 by 1 until wk-p > pr-cnt
              if pr-diff(wk-p) = 0 and pr-v(wk-p) = 1
                 perform PAIR-LINE-RTN
                 add 1 to cnt-exact
              end-if
           end-perform.
           perform SECTION-END-RTN.
           move "Mirrored or rotated duplicates" to prt-text
           move "MCAUDIT-H04" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move 0 to sec-cnt
           perform varying wk-p from 1 by 1 until wk-p > pr-cnt
              if pr-diff(wk-p) = 0 and pr-v(wk-p) > 1
                 perform PAIR-LINE-RTN
                 add 1 to cnt-trans
              end-if
           end-perform.
           perform SECTION-END-RTN.
           move near-max to diff-z
           move "MCAUDIT-H08" to mc-id
           move "Near duplicates (" to mc-text
           perform LBL-RTN
           move mc-text to hdg-lead
           move "MCAUDIT-H09" to mc-id
           move "cells or fewer apart)" to mc-text
           perform LBL-RTN
           move spaces to prt-text
           string function trim(hdg-lead trailing) function trim(diff-z)
                  " " function trim(mc-text trailing)
                  delimited by size into prt-text
           perform PRT-RTN
           move 0 to sec-cnt
           perform varying wk-p from 1 by 1 until wk-p > pr-cnt
              if pr-diff(wk-p) > 0
                 perform PAIR-LINE-RTN
                 add 1 to cnt-near
              end-if
           end-perform.
           perform SECTION-END-RTN.
           move "Entries whose picture file is missing" to prt-text
           move "MCAUDIT-H05" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move 0 to sec-cnt
           perform varying wk-i from 1 by 1 until wk-i > ca-cnt
              if ca-lost(wk-i) = 1
                 move spaces to prt-text
                 string "  " ca-name(wk-i) "  saved " ca-date(wk-i)
                        delimited by size into prt-text
                 perform PRT-RTN
                 add 1 to sec-cnt
                 add 1 to cnt-lost
              end-if
           end-perform.
           perform SECTION-END-RTN.
           move "Entries with a damaged code (not compared)" to prt-text
           move "MCAUDIT-H06" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move 0 to sec-cnt
           perform varying wk-i from 1 by 1 until wk-i > ca-cnt
              if ca-bad(wk-i) not = spaces
                 move spaces to prt-text
                 string "  " ca-name(wk-i) "  " ca-bad(wk-i)
                        delimited by size into prt-text
                 perform PRT-RTN
                 add 1 to sec-cnt
                 add 1 to cnt-bad
              end-if
           end-perform.
           perform SECTION-END-RTN.
           move ca-cnt to cnt-z
           move spaces to prt-text
           string "Entries read: " function trim(cnt-z)
                  delimited by size into prt-text
           perform PRT-RTN
           move cnt-exact to cnt-z
           move spaces to prt-text
           string "Exact duplicate pairs: " function trim(cnt-z)
                  delimited by size into prt-text
           perform PRT-RTN
           move cnt-trans to cnt-z
           move spaces to prt-text
           string "Mirrored/rotated pairs: " function trim(cnt-z)
                  delimited by size into prt-text
           perform PRT-RTN
           move cnt-near to cnt-z
           move spaces to prt-text
           string "Near duplicate pairs: " function trim(cnt-z)
                  delimited by size into prt-text
           perform PRT-RTN
           move cnt-lost to cnt-z
           move spaces to prt-text
           string "Missing picture files: " function trim(cnt-z)
                  delimited by size into prt-text
           perform PRT-RTN
           move cnt-bad to cnt-z
           move spaces to prt-text
           string "Damaged codes: " function trim(cnt-z)
                  delimited by size into prt-text
           perform PRT-RTN
           if ca-over > 0
              move ca-over to cnt-z
              move spaces to prt-text
              string "Entries beyond the first 100 (not audited): "
                     function trim(cnt-z)
                     delimited by size into prt-text
              perform PRT-RTN
           end-if
           perform CLOSE-PRINT-RTN
           goback.

       PRT-RTN.
           display prt-text(1:78).
           if print-sw = 1
              move "LINE" to ps-func
              move prt-text to ps-text
              call "PrintSpool" using ps-param
           end-if.

       HDG-RTN.
      *> a fixed heading or note is looked up in the message
      *> catalog by the id in mc-id and comes back in the
      *> shop's language
           move "GET " to mc-func.
           move prt-text to mc-text.
           call "MsgCat" using mc-param.
           move mc-text to prt-text.

       LBL-RTN.
      *> the fixed wording of a heading that carries data -
      *> mc-text holds it in English and comes back in the
      *> shop's language
           move "GET " to mc-func.
           call "MsgCat" using mc-param.

       CLOSE-PRINT-RTN.
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if.

       SECTION-END-RTN.
           if sec-cnt = 0
              move "  (none)" to prt-text
              move "MCAUDIT-H07" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           end-if.
           move spaces to prt-text
           perform PRT-RTN.

       PAIR-LINE-RTN.
           move pr-i(wk-p) to wk-i
           move pr-j(wk-p) to wk-j
           move spaces to prt-text
           string "  " ca-name(wk-i)
                  delimited by size into prt-text
           perform PRT-RTN
      *> pr-v turns the second onto the first; the report says how
      *> the first was turned into the second, so the quarter turns
      *> swap over
           move pr-v(wk-p) to wk-v
           evaluate wk-v
              when 2
                 move 4 to wk-v
              when 4
                 move 2 to wk-v
           end-evaluate
           move pr-diff(wk-p) to diff-z
           move spaces to prt-text
           if pr-diff(wk-p) = 0
              string "    = " function trim(ca-name(wk-j)) "  ("
                     function trim(var-name(wk-v)) ")"
                     delimited by size into prt-text
           else
              string "    ~ " function trim(ca-name(wk-j)) "  ("
                     function trim(diff-z) " cell(s) apart, "
                     function trim(var-name(wk-v)) ")"
                     delimited by size into prt-text
           end-if
           perform PRT-RTN
           add 1 to sec-cnt.

      *> the catalog code is WWHH, then tone+3-digit runs row by
      *> row, then an optional #nn digit checksum
       DECODE-RTN.
           move spaces to ca-bad(ca-cnt)
           move all "0" to ca-grid(ca-cnt)
           move 0 to ca-w(ca-cnt) ca-h(ca-cnt)
           perform varying code-leng from 1700 by -1
                   until code-leng < 1
              if cat-code(code-leng:1) not = space
                 exit perform
              end-if
           end-perform.
           if code-leng >= 4 and cat-code(code-leng - 2:1) = "#"
              if cat-code(code-leng - 1:2) is not numeric
                 move "bad checksum digits" to ca-bad(ca-cnt)
                 exit paragraph
              end-if
              move 0 to cs-val
              perform varying wk-cs-i from 1 by 1
                      until wk-cs-i > code-leng - 3
                 if cat-code(wk-cs-i:1) is numeric
                    add function numval(cat-code(wk-cs-i:1)) to cs-val
                 end-if
              end-perform
              compute cs-expect = function mod(cs-val, 97)
              if cs-expect not = function numval(
                                     cat-code(code-leng - 1:2))
                 move "checksum mismatch" to ca-bad(ca-cnt)
                 exit paragraph
              end-if
              subtract 3 from code-leng
           end-if.
           if code-leng < 8 or cat-code(1:4) is not numeric
              move "code too short or bad header" to ca-bad(ca-cnt)
              exit paragraph
           end-if.
           move cat-code(1:2) to ca-w(ca-cnt)
           move cat-code(3:2) to ca-h(ca-cnt)
           if ca-w(ca-cnt) < 1 or ca-w(ca-cnt) > 20 or
              ca-h(ca-cnt) < 1 or ca-h(ca-cnt) > 20
              move "size out of range" to ca-bad(ca-cnt)
              exit paragraph
           end-if.
           compute wk-cells = ca-w(ca-cnt) * ca-h(ca-cnt)
           move 0 to wk-total
           move 5 to code-pos
           perform until code-pos > code-leng
              if cat-code(code-pos:4) is not numeric
                 move "run list is not numeric" to ca-bad(ca-cnt)
                 exit paragraph
              end-if
              move cat-code(code-pos:1) to wk-tone
              move cat-code(code-pos + 1:3) to wk-run
              if wk-total + wk-run > wk-cells
                 move "runs overflow width x height" to ca-bad(ca-cnt)
                 exit paragraph
              end-if
              perform varying wk-k from 1 by 1 until wk-k > wk-run
                 move wk-tone to ca-grid(ca-cnt)(wk-total + wk-k:1)
              end-perform
              add wk-run to wk-total
              add 4 to code-pos
           end-perform.
           if wk-total not = wk-cells
              move "runs short of width x height" to ca-bad(ca-cnt)
           end-if.

       FILE-CHECK-RTN.
           move 0 to ca-lost(ca-cnt)
           move cat-name to pic-file-name
           open input pic-file
           if pic-f-sts = "00"
              close pic-file
           else
              move 1 to ca-lost(ca-cnt)
           end-if.

      *> try all eight turns and mirrors of the second picture and
      *> keep the closest; ties go to the plainer transform
       COMPARE-RTN.
           move 9 to best-v
           move 999 to best-diff
           compute wk-cells = ca-w(wk-i) * ca-h(wk-i)
           perform varying wk-v from 1 by 1 until wk-v > 8
              perform VARIANT-RTN
              if var-w = ca-w(wk-i) and var-h = ca-h(wk-i)
                 move 0 to wk-diff
                 perform varying wk-k from 1 by 1
                         until wk-k > wk-cells or wk-diff > near-max
                    if ca-grid(wk-i)(wk-k:1) not = var-grid(wk-k:1)
                       add 1 to wk-diff
                    end-if
                 end-perform
                 if wk-diff < best-diff
                    move wk-diff to best-diff
                    move wk-v to best-v
                 end-if
              end-if
           end-perform.
           if best-v > 8 or best-diff > near-max
              exit paragraph
           end-if.
      *> on a tiny picture a few cells is most of it - not a copy
           if best-diff > 0 and best-diff * 4 >= wk-cells
              exit paragraph
           end-if.
           if pr-cnt < 5000
              add 1 to pr-cnt
              move wk-i      to pr-i(pr-cnt)
              move wk-j      to pr-j(pr-cnt)
              move best-v    to pr-v(pr-cnt)
              move best-diff to pr-diff(pr-cnt)
           end-if.

      *> var-grid = entry wk-j turned by transform wk-v; the turns
      *> match MonoChrome's own Rotate (clockwise) and Flip buttons
       VARIANT-RTN.
           move ca-w(wk-j) to var-w
           move ca-h(wk-j) to var-h
           if wk-v = 2 or wk-v = 4 or wk-v = 7 or wk-v = 8
              move ca-h(wk-j) to var-w
              move ca-w(wk-j) to var-h
           end-if.
           move all "0" to var-grid
           perform varying wk-r from 1 by 1 until wk-r > var-h
              perform varying wk-c from 1 by 1 until wk-c > var-w
                 evaluate wk-v
                    when 1
                       move wk-r to wk-sr
                       move wk-c to wk-sc
                    when 2
                       compute wk-sr = ca-h(wk-j) - wk-c + 1
                       move wk-r to wk-sc
                    when 3
                       compute wk-sr = ca-h(wk-j) - wk-r + 1
                       compute wk-sc = ca-w(wk-j) - wk-c + 1
                    when 4
                       move wk-c to wk-sr
                       compute wk-sc = ca-w(wk-j) - wk-r + 1
                    when 5
                       move wk-r to wk-sr
                       compute wk-sc = ca-w(wk-j) - wk-c + 1
                    when 6
                       compute wk-sr = ca-h(wk-j) - wk-r + 1
                       move wk-c to wk-sc
                    when 7
                       move wk-c to wk-sr
                       move wk-r to wk-sc
                    when other
                       compute wk-sr = ca-h(wk-j) - wk-c + 1
                       compute wk-sc = ca-w(wk-j) - wk-r + 1
                 end-evaluate
                 move ca-grid(wk-j)((wk-sr - 1) * ca-w(wk-j) + wk-sc:1)
                   to var-grid((wk-r - 1) * var-w + wk-c:1)
              end-perform
           end-perform.
