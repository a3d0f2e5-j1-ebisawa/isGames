       IDENTIFICATION DIVISION.

       PROGRAM-ID. CeAudit.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select pack-file assign to "../data/catseye_pack.idx"
           organization line sequential
           file status pack-f-sts.
       select best-file assign to "../data/catseye_beststeps.log"
           organization line sequential
           file status best-f-sts.
       select map-file assign to dynamic map-file-name
           organization line sequential
           file status map-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  pack-file.
       01  pack-record.
           05  pk-rec-file    pic x(40).
           05  filler         pic x.
           05  pk-rec-name    pic x(20).
           05  filler         pic x.
           05  pk-rec-author  pic x(12).
           05  filler         pic x.
           05  pk-rec-par     pic 9(04).
           05  filler         pic x.
           05  pk-rec-diff    pic 9(03).
       fd  best-file.
       01  best-record.
           05  best-map-label  pic x(80).
           05  filler          pic x.
           05  best-rec-steps  pic 9(04).
           05  filler          pic x.
           05  best-player     pic x(10).
           05  filler          pic x.
           05  best-seal-mark  pic x(01).
           05  best-seal       pic x(04).
       fd  map-file.
       01  map-record   pic x(42).

       WORKING-STORAGE SECTION.
       01  pack-f-sts   pic x(02).
       01  best-f-sts   pic x(02).
       01  map-f-sts    pic x(02).
       01  map-file-name pic x(80).
       01  bf-tbl.
           05  bf-cnt pic 9(03) value 0.
           05  filler occurs 200.
               10  bf-label   pic x(80).
               10  bf-steps   pic 9(04).
               10  bf-player  pic x(10).
      *> S = sealed and matching, U = unsealed, B = bad seal
               10  bf-seal    pic x(01).
       01  seal-param.
           05  rs-text  pic x(200).
           05  rs-len   pic 9(03).
           05  rs-seal  pic 9(04).
       01  wk-given     pic 9(04).
       01  map-row.
           05  map-col  pic x(02) occurs 21.
       01  chk-map-tbl.
           05  chk-map-row occurs 21.
               10  chk-map-cell occurs 21 pic x(01).
       01  dist-tbl.
           05  dist-row occurs 21.
               10  dist-cell occurs 21 pic 9(03).
       01  dev-tbl.
           05  dev-define.
               10  filler pic s9 value 1.
               10  filler pic s9 value 0.
               10  filler pic s9 value -1.
               10  filler pic s9 value 0.
               10  filler pic s9 value 0.
               10  filler pic s9 value 1.
               10  filler pic s9 value 0.
               10  filler pic s9 value -1.
           05  dev-red redefines dev-define.
               10  filler occurs 4.
                 15  dev-yy   pic s9.
                 15  dev-xx   pic s9.
       01  row-max      pic 9(02) value 21.
       01  col-max      pic 9(02) value 21.
       01  start-row    pic 9(02).
       01  start-col    pic 9(02).
       01  gold-row     pic 9(02).
       01  gold-col     pic 9(02).
       01  ck-r         pic 9(02).
       01  ck-c         pic 9(02).
       01  ck-d         pic 9(01).
       01  ck-nr        pic s9(03).
       01  ck-nc        pic s9(03).
       01  wk-nd        pic 9(03).
       01  wk-cost      pic 9(01).
       01  wk-cell      pic x(01).
       01  chg-sw       pic 9(01).
       01  key-time     pic 9(03).
       01  door-open-sw pic 9(01).
       01  solve-ok-sw  pic 9(01).
       01  opt-steps    pic 9(04).
       01  map-par      pic 9(04).
       01  map-par-sw   pic 9(01).
      *> teleporter pads: "P" plus the pair digit, tp-xd is the
      *> distance at which the cat lands on that pad
       01  tp-tbl.
           05  tp-pair occurs 9.
               10  tp-ends   pic 9(01).
               10  tp-cost   pic 9(01).
               10  tp-end occurs 2.
                   15  tp-r   pic 9(02).
                   15  tp-c   pic 9(02).
                   15  tp-xd  pic 9(03).
       01  tp-num-tbl.
           05  tp-num-row occurs 21.
               10  tp-num-cell occurs 21 pic x(01).
       01  tp-k         pic 9(02).
       01  tp-e         pic 9(01).
       01  tp-pe        pic 9(01).
       01  tp-nv        pic 9(04).
       01  tp-base      pic 9(03).
       01  tp-digit     pic x(01).
       01  wk-i         pic 9(03).
       01  wk-fog-key   pic x(80).
       01  lvl-cnt      pic 9(03) value 0.
       01  clean-cnt    pic 9(03) value 0.
       01  exc-cnt      pic 9(04) value 0.
       01  lvl-exc-cnt  pic 9(03).
       01  exc-code     pic x(12).
       01  exc-detail   pic x(50).
       01  exc-line.
           05  filler       pic x(02) value space.
           05  exc-name     pic x(20).
           05  filler       pic x(01) value space.
           05  exc-code-o   pic x(12).
           05  filler       pic x(01) value space.
           05  exc-detail-o pic x(50).
       01  num-ed       pic zzz9.
       01  num-ed2      pic zzz9.
       01  cnt-ed       pic zz9.
       01  cnt-ed2      pic zz9.
       01  cnt-ed3      pic zzz9.
       01  cmd-args     pic x(80).
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

       PROCEDURE DIVISION.
       MAIN.
           accept cmd-args from command-line
           move function upper-case(cmd-args) to cmd-args
           move 0 to print-sw
           inspect cmd-args tallying print-sw for all "PRINT"
           if print-sw > 0
              move 1 to print-sw
              move "OPEN" to ps-func
              move "ceaudit" to ps-tag
              move "catsEye level pack audit" to ps-title
              call "PrintSpool" using ps-param
           end-if
           move "catsEye level pack audit - exceptions" to prt-text
           move "CEAUDIT-H01" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move spaces to prt-text
           perform PRT-RTN
           perform LOAD-BEST-RTN.
           open input pack-file.
           if pack-f-sts not = "00"
              move "No catseye_pack.idx found - nothing to audit"
                to prt-text
              move "CEAUDIT-H02" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           move "  Level                Check        Detail"
             to prt-text.
           move "CEAUDIT-H03" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           perform until 1 = 0
              read pack-file at end exit perform
              end-read
              if pk-rec-file not = spaces
                 add 1 to lvl-cnt
                 perform AUDIT-LEVEL-RTN
              end-if
           end-perform.
           close pack-file.
           if exc-cnt = 0
              move "  No exceptions" to prt-text
              move "CEAUDIT-H04" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           end-if.
           move spaces to prt-text.
           perform PRT-RTN.
           move lvl-cnt to cnt-ed.
           move clean-cnt to cnt-ed2.
           move exc-cnt to cnt-ed3.
           move spaces to prt-text.
           string cnt-ed " level(s) audited," cnt-ed2 " clean,"
                  cnt-ed3 " exception(s)"
                  delimited by size into prt-text.
           perform PRT-RTN.
           perform CLOSE-PRINT-RTN.
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

       CLOSE-PRINT-RTN.
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if.

       LOAD-BEST-RTN.
      *> the seal covers the first 96 bytes, as catsEye writes it;
      *> rows from before the seals carry no # and are not judged
           open input best-file.
           if best-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read best-file at end exit perform
              end-read
              if best-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if bf-cnt < 200
                 add 1 to bf-cnt
                 move best-map-label to bf-label(bf-cnt)
                 move best-rec-steps to bf-steps(bf-cnt)
                 move best-player    to bf-player(bf-cnt)
                 move "U" to bf-seal(bf-cnt)
                 if best-seal-mark = "#"
                    move spaces to rs-text
                    move best-record(1:96) to rs-text
                    move 96 to rs-len
                    call "RecSeal" using seal-param
                    move "B" to bf-seal(bf-cnt)
                    if best-seal is numeric
                       move best-seal to wk-given
                       if wk-given = rs-seal
                          move "S" to bf-seal(bf-cnt)
                       end-if
                    end-if
                 end-if
              end-if
           end-perform.
           close best-file.

       AUDIT-LEVEL-RTN.
           move 0 to lvl-exc-cnt.
           perform LOAD-MAP-RTN.
           if map-f-sts not = "00"
              move "MISSING" to exc-code
              move spaces to exc-detail
              string "map file " function trim(pk-rec-file)
                     " not found" delimited by size into exc-detail
              perform EXCEPTION-RTN
              perform LEVEL-DONE-RTN
              exit paragraph
           end-if.
           if start-row = 0 or gold-row = 0
              move "NO START" to exc-code
              if start-row not = 0
                 move "NO GOLD" to exc-code
              end-if
              move "map has no Start or no Gold cell - cannot solve"
                to exc-detail
              perform EXCEPTION-RTN
              perform LEVEL-DONE-RTN
              exit paragraph
           end-if.
           perform varying tp-k from 1 by 1 until tp-k > 9
              if tp-ends(tp-k) = 1 or tp-ends(tp-k) > 2
                 move "TELEPORTER" to exc-code
                 move spaces to exc-detail
                 string "teleporter P" tp-k(2:1) " is not one pair"
                        delimited by size into exc-detail
                 perform EXCEPTION-RTN
              end-if
           end-perform.
           perform SOLVE-RTN.
           if solve-ok-sw = 0
              move "UNSOLVABLE" to exc-code
              move "Gold cannot be reached from Start" to exc-detail
              perform EXCEPTION-RTN
              perform LEVEL-DONE-RTN
              exit paragraph
           end-if.
           move opt-steps to num-ed.
           if pk-rec-par is not numeric
              move "PAR MISSING" to exc-code
              move spaces to exc-detail
              string "index has no par, optimum is" num-ed
                     delimited by size into exc-detail
              perform EXCEPTION-RTN
           else
              if pk-rec-par not = opt-steps
                 move "PAR WRONG" to exc-code
                 move pk-rec-par to num-ed2
                 move spaces to exc-detail
                 string "index par" num-ed2 ", optimum is" num-ed
                        delimited by size into exc-detail
                 perform EXCEPTION-RTN
              end-if
           end-if.
           if map-par-sw = 1 and map-par not = opt-steps
              move "MAP PAR" to exc-code
              move map-par to num-ed2
              move spaces to exc-detail
              string "PAR line in map" num-ed2 ", optimum is" num-ed
                     delimited by size into exc-detail
              perform EXCEPTION-RTN
           end-if.
           perform CHECK-BEST-RTN.
           perform LEVEL-DONE-RTN.

       LEVEL-DONE-RTN.
           if lvl-exc-cnt = 0
              add 1 to clean-cnt
           end-if.

       CHECK-BEST-RTN.
      *> the wavefront reaches Gold at exactly the optimum, so a
      *> record below it was never earned on this map; fogged runs
      *> are kept under their own #FOG label and judged the same way
           move spaces to wk-fog-key.
           string function trim(pk-rec-file) "#FOG"
                  delimited by size into wk-fog-key.
           perform varying wk-i from 1 by 1 until wk-i > bf-cnt
              if bf-label(wk-i) = pk-rec-file or
                 bf-label(wk-i) = wk-fog-key
                 if bf-steps(wk-i) is not numeric
                    move "BEST BAD" to exc-code
                    move spaces to exc-detail
                    string "step count unreadable, held by "
                           bf-player(wk-i)
                           delimited by size into exc-detail
                    perform EXCEPTION-RTN
                 else
                    if bf-steps(wk-i) < opt-steps
                       move "BEST < OPT" to exc-code
                       move bf-steps(wk-i) to num-ed2
                       move spaces to exc-detail
                       string num-ed2 " steps by "
                              function trim(bf-player(wk-i))
                              " - optimum is" num-ed
                              delimited by size into exc-detail
                       perform EXCEPTION-RTN
                    end-if
                 end-if
                 if bf-seal(wk-i) = "B"
                    move "BEST SEAL" to exc-code
                    move spaces to exc-detail
                    string "check value wrong on record held by "
                           bf-player(wk-i)
                           delimited by size into exc-detail
                    perform EXCEPTION-RTN
                 end-if
              end-if
           end-perform.

       EXCEPTION-RTN.
           add 1 to lvl-exc-cnt.
           add 1 to exc-cnt.
           move spaces to exc-line.
           move pk-rec-name to exc-name.
           if pk-rec-name = spaces
              move pk-rec-file to exc-name
           end-if.
           move exc-code to exc-code-o.
           move exc-detail to exc-detail-o.
           move exc-line to prt-text.
           perform PRT-RTN.

       LOAD-MAP-RTN.
      *> same layout catsEye saves: row heading then two bytes per
      *> column, and a closing PAR line
           move 0 to start-row start-col gold-row gold-col.
           move 0 to map-par map-par-sw.
           perform varying ck-r from 1 by 1 until ck-r > 21
              perform varying ck-c from 1 by 1 until ck-c > 21
                 move "#" to chk-map-cell(ck-r, ck-c)
                 move 999 to dist-cell(ck-r, ck-c)
              end-perform
           end-perform.
           move spaces to tp-num-tbl.
           perform varying tp-k from 1 by 1 until tp-k > 9
              move 0 to tp-ends(tp-k)
              move 1 to tp-cost(tp-k)
           end-perform.
           move pk-rec-file to map-file-name.
           open input map-file.
           if map-f-sts not = "00"
              exit paragraph
           end-if.
           move 2 to ck-r.
           perform until 1 = 0
              read map-file at end exit perform
              end-read
              if map-record(1:4) = "PAR "
                 if map-record(5:4) is numeric
                    move map-record(5:4) to map-par
                    move 1 to map-par-sw
                 end-if
                 exit perform cycle
              end-if
              if map-record(1:4) = "TPC "
                 if map-record(5:1) >= "1" and map-record(5:1) <= "9"
                    and map-record(7:1) >= "1" and
                    map-record(7:1) <= "9"
                    compute tp-k = function numval(map-record(5:1))
                    compute tp-cost(tp-k) =
                            function numval(map-record(7:1))
                 end-if
                 exit perform cycle
              end-if
              if ck-r > row-max
                 exit perform cycle
              end-if
              move map-record to map-row
              perform varying ck-c from 2 by 1 until ck-c > col-max
                 move map-col(ck-c)(1:1) to chk-map-cell(ck-r, ck-c)
                 evaluate chk-map-cell(ck-r, ck-c)
                    when "G"
                       move ck-r to gold-row
                       move ck-c to gold-col
                    when "S"
                       move ck-r to start-row
                       move ck-c to start-col
                    when "P"
                       perform TP-NOTE-RTN
                 end-evaluate
              end-perform
              add 1 to ck-r
           end-perform.
           close map-file.
           move "00" to map-f-sts.

       SOLVE-RTN.
      *> the catsEye solver: relax the weighted distances until they
      *> settle, doors shut until the flood reaches a key, then relax
      *> again with doors open but never crossed before the pickup
           move 0 to solve-ok-sw.
           move 0 to opt-steps.
           perform varying tp-k from 1 by 1 until tp-k > 9
              move 999 to tp-xd(tp-k, 1) tp-xd(tp-k, 2)
           end-perform.
           move 0 to dist-cell(start-row, start-col).
           move 0 to door-open-sw.
           move 999 to key-time.
           perform RELAX-ALL-RTN.
           perform varying ck-r from 2 by 1 until ck-r > row-max
              perform varying ck-c from 2 by 1 until ck-c > col-max
                 if chk-map-cell(ck-r, ck-c) = "K" and
                    dist-cell(ck-r, ck-c) < key-time
                    move dist-cell(ck-r, ck-c) to key-time
                 end-if
              end-perform
           end-perform.
           if key-time < 999
              move 1 to door-open-sw
              perform RELAX-ALL-RTN
           end-if.
           if dist-cell(gold-row, gold-col) < 999
              move 1 to solve-ok-sw
              move dist-cell(gold-row, gold-col) to opt-steps
           end-if.

       RELAX-ALL-RTN.
           move 1 to chg-sw.
           perform until chg-sw = 0
              move 0 to chg-sw
              perform varying ck-r from 2 by 1 until ck-r > row-max
                 perform varying ck-c from 2 by 1
                         until ck-c > col-max
                    if dist-cell(ck-r, ck-c) < 999
                       perform RELAX-CELL-RTN
                    end-if
                 end-perform
              end-perform
           end-perform.

       RELAX-CELL-RTN.
      *> walking onto a paired pad always sends the cat across, so
      *> the way on from a pad starts where the cat lands on it
           move dist-cell(ck-r, ck-c) to tp-base.
           if chk-map-cell(ck-r, ck-c) = "P"
              move ck-r to ck-nr
              move ck-c to ck-nc
              perform TP-FIND-RTN
              if tp-k > 0
                 if tp-xd(tp-k, tp-e) = 999
                    exit paragraph
                 end-if
                 move tp-xd(tp-k, tp-e) to tp-base
              end-if
           end-if.
           perform varying ck-d from 1 by 1 until ck-d > 4
              compute ck-nr = ck-r + dev-yy(ck-d)
              compute ck-nc = ck-c + dev-xx(ck-d)
              if ck-nr < 1 or ck-nr > 21 or
                 ck-nc < 1 or ck-nc > 21
                 exit perform cycle
              end-if
              move chk-map-cell(ck-nr, ck-nc) to wk-cell
              perform CELL-COST-RTN
              if wk-cost = 0
                 exit perform cycle
              end-if
              compute wk-nd = tp-base + wk-cost
              if wk-cell = "L" and wk-nd < key-time + 1
                 compute wk-nd = key-time + 1
              end-if
              if wk-nd < dist-cell(ck-nr, ck-nc)
                 move wk-nd to dist-cell(ck-nr, ck-nc)
                 move 1 to chg-sw
              end-if
              if wk-cell = "P"
                 perform TP-ARRIVE-RTN
              end-if
           end-perform.

       TP-ARRIVE-RTN.
      *> stepped onto pad (ck-nr, ck-nc) at wk-nd: out on the partner
      *> pad after the pair's cost
           perform TP-FIND-RTN.
           if tp-k = 0
              exit paragraph
           end-if.
           compute tp-nv = wk-nd + tp-cost(tp-k).
           if tp-nv > 998
              exit paragraph
           end-if.
           if tp-nv < tp-xd(tp-k, tp-pe)
              move tp-nv to tp-xd(tp-k, tp-pe)
              move 1 to chg-sw
           end-if.
           if tp-nv < dist-cell(tp-r(tp-k, tp-pe), tp-c(tp-k, tp-pe))
              move tp-nv to
                   dist-cell(tp-r(tp-k, tp-pe), tp-c(tp-k, tp-pe))
              move 1 to chg-sw
           end-if.

       TP-NOTE-RTN.
           move map-col(ck-c)(2:1) to tp-digit.
           if tp-digit < "1" or tp-digit > "9"
              exit paragraph
           end-if.
           compute tp-k = function numval(tp-digit).
           move tp-digit to tp-num-cell(ck-r, ck-c).
           if tp-ends(tp-k) < 2
              add 1 to tp-ends(tp-k)
              move ck-r to tp-r(tp-k, tp-ends(tp-k))
              move ck-c to tp-c(tp-k, tp-ends(tp-k))
           else
              if tp-ends(tp-k) < 9
                 add 1 to tp-ends(tp-k)
              end-if
           end-if.

       TP-FIND-RTN.
      *> pair and end of the pad at (ck-nr, ck-nc); tp-k = 0 when its
      *> pair is incomplete, which leaves it plain floor
           move 0 to tp-k.
           move tp-num-cell(ck-nr, ck-nc) to tp-digit.
           if tp-digit = space
              exit paragraph
           end-if.
           compute tp-k = function numval(tp-digit).
           if tp-ends(tp-k) not = 2
              move 0 to tp-k
              exit paragraph
           end-if.
           if tp-r(tp-k, 1) = ck-nr and tp-c(tp-k, 1) = ck-nc
              move 1 to tp-e
              move 2 to tp-pe
           else
              move 2 to tp-e
              move 1 to tp-pe
           end-if.

       CELL-COST-RTN.
           evaluate wk-cell
              when "#"
                 move 0 to wk-cost
              when "L"
                 if door-open-sw = 1
                    move 1 to wk-cost
                 else
                    move 0 to wk-cost
                 end-if
              when "M"
                 move 2 to wk-cost
              when "W"
                 move 3 to wk-cost
              when other
                 move 1 to wk-cost
           end-evaluate.
