       IDENTIFICATION DIVISION.

       PROGRAM-ID. SqCheck.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select script-file assign to dynamic script-file-name
           organization line sequential
           file status script-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  script-file.
       01  script-line    pic x(20).

       WORKING-STORAGE SECTION.
       01  script-f-sts pic x(02).
       01  script-file-name pic x(128).
       01  script-verb  pic x(08).
       01  script-operand pic x(04).
       01  dir-folder   pic x(80) value "../data/".
       01  dir-spec     pic x(80).
       01  dir-handle   pic x(4) comp-5.
       01  scan-filename pic x(80).
       01  scan-rcd     pic s9(9) comp-5.
       01  scan-tbl.
           05  scan-cnt pic 9(03) value 0.
           05  scan-name occurs 200 pic x(80).
       01  wk-s         pic 9(03).
       01  wk-ptr       pic 9(03).
       01  wk-row       pic 9(02).
       01  wk-row-x     pic 9(02).
      *> the structure being replayed - the same pointers and grid
      *> rows the StackQue screen keeps; row r lives in sq-cell(r+1)
      *> so the empty-stack pop that reads row 0 reads a blank
       01  sq-grid.
           05  sq-cell occurs 11 pic x(04).
       01  mode-sw      pic 9(01).
       01  cap-size     pic 9(02).
       01  sp           pic s9(02).
       01  rp           pic s9(02).
       01  wp           pic s9(02).
       01  dq-front     pic s9(02).
       01  dq-rear      pic s9(02).
       01  dq-cnt       pic 9(02).
       01  out-idx      pic 9(02).
       01  out-last     pic x(04).
       01  stat-ovf     pic 9(03).
       01  stat-unf     pic 9(03).
       01  log-status   pic x(06).
       01  ret-cd       pic s9(02).
       01  wk-cell      pic x(04).
       01  wk-min       pic x(04).
       01  wk-min-row   pic 9(02).
       01  wk-occ       pic s9(03).
       01  bst-tbl.
           05  filler occurs 15.
               10  bst-key   pic x(04).
               10  bst-left  pic 9(02).
               10  bst-right pic 9(02).
               10  bst-used  pic 9(01).
       01  bst-root     pic 9(02).
       01  bst-cnt      pic 9(02).
       01  bst-n        pic 9(02).
       01  bst-par      pic 9(02).
       01  bst-s        pic 9(02).
       01  bst-s-par    pic 9(02).
       01  bst-child    pic 9(02).
       01  bst-depth    pic 9(02).
       01  bst-key-in   pic x(04).
       01  bst-order    pic x(04).
       01  bst-stk-tbl.
           05  bst-stk-cnt pic 9(02).
           05  bst-stk occurs 15 pic 9(02).
       01  bst-stk2-tbl.
           05  bst-stk2-cnt pic 9(02).
           05  bst-stk2 occurs 15 pic 9(02).
      *> per-script results
       01  sq-line-no   pic 9(03).
       01  sq-checks    pic 9(03).
       01  sq-pend-sw   pic 9(01).
       01  sq-ok-sw     pic 9(01).
       01  sq-fail-sw   pic 9(01).
       01  sq-size      pic 9(02).
       01  sq-size-exp  pic 9(02).
       01  sq-top       pic x(04).
       01  sq-got       pic x(06).
       01  sq-why       pic x(60).
       01  fail-line    pic x(20).
       01  fail-no      pic 9(03).
       01  runs-pass    pic 9(03) value 0.
       01  runs-fail    pic 9(03) value 0.
       01  num-ed       pic zz9.
       01  num-ed2      pic zz9.
       01  dtl-line.
           05  dtl-name   pic x(30).
           05  filler     pic x(02) value space.
           05  dtl-result pic x(04).
           05  filler     pic x(03) value space.
           05  dtl-checks pic zz9.
           05  filler     pic x(04) value space.
           05  dtl-lines  pic zz9.
       01  cmd-args     pic x(80).
       01  cmd-upper    pic x(80).
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
           move function upper-case(cmd-args) to cmd-upper
           move 0 to print-sw
           inspect cmd-upper tallying print-sw
                   for all "PRINT"
      *> DIR=<folder> picks another script folder; the folder name
      *> keeps its case
           move 0 to wk-ptr
           inspect cmd-upper tallying wk-ptr
                   for characters before initial "DIR="
           if wk-ptr < 76
              move spaces to dir-folder
              unstring cmd-args(wk-ptr + 5:) delimited by all space
                       into dir-folder
           end-if
           if print-sw > 0
              move 1 to print-sw
              move "OPEN" to ps-func
              move "sqcheck" to ps-tag
              move "StackQue script check" to ps-title
              call "PrintSpool" using ps-param
           end-if
           move "SQCHECK-H01" to mc-id
           move "StackQue script check -" to mc-text
           perform LBL-RTN
           move spaces to prt-text
           string function trim(mc-text trailing) " "
                  function trim(dir-folder)
                  delimited by size into prt-text
           perform PRT-RTN
           move "Each script starts on an empty stack, capacity 10"
             to prt-text
           move "SQCHECK-H02" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move spaces to prt-text
           perform PRT-RTN
           perform SCAN-SCRIPTS-RTN.
           if scan-cnt = 0
              move "No script files (*.scr) in that folder" to prt-text
              move "SQCHECK-H03" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           move "Script                          Result  Checks  Lines"
             to prt-text
           move "SQCHECK-H04" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           perform varying wk-s from 1 by 1 until wk-s > scan-cnt
              perform RUN-ONE-RTN
           end-perform.
           move spaces to prt-text
           perform PRT-RTN
           move runs-pass to num-ed
           move runs-fail to num-ed2
           string "Passed: " function trim(num-ed)
                  "  Failed: " function trim(num-ed2)
                  delimited by size into prt-text
           perform PRT-RTN
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

       SCAN-SCRIPTS-RTN.
           move 0 to scan-cnt.
           move spaces to dir-spec.
           string function trim(dir-folder) "*.scr"
                  delimited by size into dir-spec.
           call "CBL_DIR_SCAN" using dir-spec, dir-handle.
           perform until 1 = 0
              call "CBL_READ_DIR" using dir-handle, scan-filename
                                  returning scan-rcd
              if scan-rcd not = 0
                 exit perform
              end-if
              if scan-cnt < 200
                 add 1 to scan-cnt
                 move scan-filename to scan-name(scan-cnt)
              end-if
           end-perform.

      *> replay one script the way SCRIPT-RUN-RTN does on screen: a
      *> failed operation ends it unless the next line expects the
      *> failure, and the first missed expectation ends it too
       RUN-ONE-RTN.
           move spaces to script-file-name.
           string function trim(dir-folder)
                  function trim(scan-name(wk-s))
                  delimited by size into script-file-name.
           open input script-file.
           if script-f-sts not = "00"
              exit paragraph
           end-if.
           move 10 to cap-size.
           perform RESET-RTN.
           move 0 to sq-line-no sq-checks sq-pend-sw sq-fail-sw.
           perform until 1 = 0
              read script-file at end exit perform
              end-read
              add 1 to sq-line-no
              if script-line = spaces
                 exit perform cycle
              end-if
              move spaces to script-verb script-operand
              unstring script-line delimited by all space
                       into script-verb script-operand
              if sq-pend-sw = 1
                 if script-verb not = "EXPFULL" and
                    script-verb not = "EXPEMPTY"
                    exit perform
                 end-if
                 move 0 to sq-pend-sw
              end-if
              if script-verb(1:3) = "EXP"
                 perform CHECK-RTN
                 if sq-ok-sw = 0
                    move 1 to sq-fail-sw
                    move sq-line-no to fail-no
                    move script-line to fail-line
                    move spaces to sq-why
                    string "got " function trim(sq-got)
                           delimited by size into sq-why
                    exit perform
                 end-if
                 exit perform cycle
              end-if
              move 0 to ret-cd
              move spaces to log-status
              perform OP-RTN
              if ret-cd = -1
                 move 1 to sq-pend-sw
                 move sq-line-no to fail-no
                 move script-line to fail-line
              end-if
           end-perform.
           close script-file.
           if sq-pend-sw = 1
              move 1 to sq-fail-sw
              move spaces to sq-why
              if log-status = spaces
                 move "stopped the script - no operand" to sq-why
              else
                 string "stopped the script - "
                        function trim(log-status)
                        delimited by size into sq-why
              end-if
           end-if.
           move spaces to dtl-line.
           move scan-name(wk-s) to dtl-name.
           move sq-checks to dtl-checks.
           move sq-line-no to dtl-lines.
           if sq-fail-sw = 1
              move "FAIL" to dtl-result
              add 1 to runs-fail
           else
              move "PASS" to dtl-result
              add 1 to runs-pass
           end-if.
           move dtl-line to prt-text.
           perform PRT-RTN.
           if sq-fail-sw = 1
              move fail-no to num-ed
              move spaces to prt-text
              string "    line " function trim(num-ed) ": "
                     function trim(fail-line) " ("
                     function trim(sq-why) ")"
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.

       OP-RTN.
           evaluate script-verb
              when "PUSH"
              when "PQPUSH"
                 perform PUSH-RTN
              when "QUEUE"
                 perform QUEUE-RTN
              when "POP"
                 perform POP-RTN
              when "DEQUE"
                 perform DEQUE-RTN
              when "PQPOP"
                 perform PRIORITY-POP-RTN
              when "DQADDR"
                 perform DQ-ADD-REAR-RTN
              when "DQADDF"
                 perform DQ-ADD-FRONT-RTN
              when "DQREMF"
                 perform DQ-REM-FRONT-RTN
              when "DQREMR"
                 perform DQ-REM-REAR-RTN
              when "INSERT"
                 perform BST-INSERT-RTN
              when "DELETE"
                 perform BST-DELETE-RTN
              when "SEARCH"
                 perform BST-SEARCH-RTN
              when "INORDER"
                 move "IN" to bst-order
                 perform BST-TRAVERSE-RTN
              when "PREORDER"
                 move "PRE" to bst-order
                 perform BST-TRAVERSE-RTN
              when "POSTORD"
                 move "POST" to bst-order
                 perform BST-TRAVERSE-RTN
              when "MODE"
                 evaluate script-operand
                    when "STAC" move 0 to mode-sw
                    when "QUEU" move 1 to mode-sw
                    when "PQ"   move 2 to mode-sw
                    when "DEQU" move 3 to mode-sw
                    when "BST"  move 4 to mode-sw
                 end-evaluate
              when "CAP"
                 move function numval(script-operand) to cap-size
                 if cap-size < 1
                    move 1 to cap-size
                 end-if
                 if cap-size > 10
                    move 10 to cap-size
                 end-if
              when "RESET"
                 perform RESET-RTN
              when other
                 continue
           end-evaluate.

       RESET-RTN.
           move spaces to sq-grid out-last.
           move 0 to mode-sw out-idx dq-front dq-rear dq-cnt.
           move 0 to stat-ovf stat-unf.
           move 1 to sp.
           move -1 to wp rp.
           initialize bst-tbl.
           move 0 to bst-root bst-cnt.

       STATUS-RTN.
           evaluate log-status
              when "FULL"
              when "DEEP"
                 add 1 to stat-ovf
              when "EMPTY"
                 add 1 to stat-unf
           end-evaluate.

       OUT-RTN.
           add 1 to out-idx.
           move wk-cell to out-last.

       CHECK-RTN.
           add 1 to sq-checks.
           move 0 to sq-ok-sw.
           perform PEEK-RTN.
           move spaces to sq-got.
           evaluate script-verb
              when "EXPTOP"
                 move sq-top to sq-got
                 if sq-top = script-operand
                    move 1 to sq-ok-sw
                 end-if
              when "EXPSIZE"
                 move sq-size to sq-got
                 move function numval(script-operand) to sq-size-exp
                 if sq-size = sq-size-exp
                    move 1 to sq-ok-sw
                 end-if
              when "EXPOUT"
                 move out-last to sq-got
                 if out-last = script-operand
                    move 1 to sq-ok-sw
                 end-if
              when "EXPFULL"
                 move log-status to sq-got
                 if log-status = "FULL" or log-status = "DEEP"
                    move 1 to sq-ok-sw
                 end-if
              when "EXPEMPTY"
                 move log-status to sq-got
                 if log-status = "EMPTY"
                    move 1 to sq-ok-sw
                 end-if
              when "EXPOVF"
                 move stat-ovf to sq-got
                 if stat-ovf = function numval(script-operand)
                    move 1 to sq-ok-sw
                 end-if
              when "EXPUNF"
                 move stat-unf to sq-got
                 if stat-unf = function numval(script-operand)
                    move 1 to sq-ok-sw
                 end-if
              when other
                 move "?" to sq-got
           end-evaluate.

       PEEK-RTN.
           move 0 to sq-size.
           move spaces to sq-top.
           evaluate mode-sw
              when 0
                 if sp > 1
                    compute sq-size = sp - 1
                    move sq-cell(sq-size + 1) to sq-top
                 end-if
              when 2
                 if sp > 1
                    compute sq-size = sp - 1
                    move high-value to wk-min
                    perform varying wk-row from 1 by 1
                            until wk-row > sq-size
                       if sq-cell(wk-row + 1) < wk-min
                          move sq-cell(wk-row + 1) to wk-min
                       end-if
                    end-perform
                    move wk-min to sq-top
                 end-if
              when 1
                 if rp > 0 and rp not = wp
                    compute wk-occ = wp - rp
                    if wk-occ < 0
                       add cap-size to wk-occ
                    end-if
                    move wk-occ to sq-size
                    move sq-cell(rp + 1) to sq-top
                 end-if
              when 3
                 move dq-cnt to sq-size
                 if dq-cnt > 0
                    move sq-cell(dq-front + 1) to sq-top
                 end-if
              when 4
                 move bst-cnt to sq-size
                 if bst-root > 0
                    move bst-key(bst-root) to sq-top
                 end-if
           end-evaluate.

       PUSH-RTN.
           if sp > cap-size
              move -1 to ret-cd
              move "FULL" to log-status
              perform STATUS-RTN
              exit paragraph
           end-if.
           if script-operand = spaces
              move -1 to ret-cd
              exit paragraph
           end-if.
           if sp = 0
              move 1 to sp
           end-if.
           move script-operand to sq-cell(sp + 1).
           add 1 to sp.
           move "OK" to log-status.

       POP-RTN.
           if sp = 0
              move -1 to ret-cd
              move "EMPTY" to log-status
              perform STATUS-RTN
              exit paragraph
           end-if.
           subtract 1 from sp.
           move sq-cell(sp + 1) to wk-cell.
           if sp > 0
              move spaces to sq-cell(sp + 1)
           end-if.
           perform OUT-RTN.
           if sp = 1
              move 0 to sp
           end-if.
           move "OK" to log-status.

       PRIORITY-POP-RTN.
           if sp = 0
              move -1 to ret-cd
              move "EMPTY" to log-status
              perform STATUS-RTN
              exit paragraph
           end-if.
           move high-value to wk-min.
           move 1 to wk-min-row.
           perform varying wk-row from 1 by 1 until wk-row > sp - 1
              if sq-cell(wk-row + 1) < wk-min
                 move sq-cell(wk-row + 1) to wk-min
                 move wk-row to wk-min-row
              end-if
           end-perform.
           perform varying wk-row from wk-min-row by 1
                   until wk-row > sp - 2
              compute wk-row-x = wk-row + 1
              move sq-cell(wk-row-x + 1) to sq-cell(wk-row + 1)
           end-perform.
           subtract 1 from sp.
           if sp > 0
              move spaces to sq-cell(sp + 1)
           end-if.
           move wk-min to wk-cell.
           perform OUT-RTN.
           move "OK" to log-status.

       QUEUE-RTN.
           if wp = -1
              move 1 to wp
           end-if.
           if rp = -1
              move wp to rp
           end-if.
           if wp + 1 = rp
              move -1 to ret-cd
              move "FULL" to log-status
              perform STATUS-RTN
              exit paragraph
           end-if.
           if script-operand = spaces
              move -1 to ret-cd
              exit paragraph
           end-if.
           move script-operand to sq-cell(wp + 1).
           add 1 to wp.
           if wp > cap-size
              move 1 to wp
           end-if.
           move spaces to sq-cell(wp + 1).
           move "OK" to log-status.

       DEQUE-RTN.
           if rp = -1 or rp = wp
              move -1 to ret-cd
              move "EMPTY" to log-status
              perform STATUS-RTN
              exit paragraph
           end-if.
           move sq-cell(rp + 1) to wk-cell.
           move spaces to sq-cell(rp + 1).
           perform OUT-RTN.
           move "OK" to log-status.
           add 1 to rp.
           if rp > cap-size
              move 1 to rp
           end-if.

       DQ-ADD-REAR-RTN.
           if dq-cnt >= cap-size
              move -1 to ret-cd
              move "FULL" to log-status
              perform STATUS-RTN
              exit paragraph
           end-if.
           if script-operand = spaces
              move -1 to ret-cd
              exit paragraph
           end-if.
           if dq-cnt = 0
              move 1 to dq-front dq-rear
           else
              add 1 to dq-rear
              if dq-rear > cap-size
                 move 1 to dq-rear
              end-if
           end-if.
           move script-operand to sq-cell(dq-rear + 1).
           add 1 to dq-cnt.
           move "OK" to log-status.

       DQ-ADD-FRONT-RTN.
           if dq-cnt >= cap-size
              move -1 to ret-cd
              move "FULL" to log-status
              perform STATUS-RTN
              exit paragraph
           end-if.
           if script-operand = spaces
              move -1 to ret-cd
              exit paragraph
           end-if.
           if dq-cnt = 0
              move 1 to dq-front dq-rear
           else
              subtract 1 from dq-front
              if dq-front < 1
                 move cap-size to dq-front
              end-if
           end-if.
           move script-operand to sq-cell(dq-front + 1).
           add 1 to dq-cnt.
           move "OK" to log-status.

       DQ-REM-FRONT-RTN.
           if dq-cnt = 0
              move -1 to ret-cd
              move "EMPTY" to log-status
              perform STATUS-RTN
              exit paragraph
           end-if.
           move sq-cell(dq-front + 1) to wk-cell.
           move spaces to sq-cell(dq-front + 1).
           perform OUT-RTN.
           subtract 1 from dq-cnt.
           if dq-cnt > 0
              add 1 to dq-front
              if dq-front > cap-size
                 move 1 to dq-front
              end-if
           end-if.
           move "OK" to log-status.

       DQ-REM-REAR-RTN.
           if dq-cnt = 0
              move -1 to ret-cd
              move "EMPTY" to log-status
              perform STATUS-RTN
              exit paragraph
           end-if.
           move sq-cell(dq-rear + 1) to wk-cell.
           move spaces to sq-cell(dq-rear + 1).
           perform OUT-RTN.
           subtract 1 from dq-cnt.
           if dq-cnt > 0
              subtract 1 from dq-rear
              if dq-rear < 1
                 move cap-size to dq-rear
              end-if
           end-if.
           move "OK" to log-status.

       BST-FIND-RTN.
           move bst-root to bst-n.
           move 0 to bst-par bst-depth.
           perform until bst-n = 0
              if bst-key-in = bst-key(bst-n)
                 exit perform
              end-if
              move bst-n to bst-par
              add 1 to bst-depth
              if bst-key-in < bst-key(bst-n)
                 move bst-left(bst-n) to bst-n
              else
                 move bst-right(bst-n) to bst-n
              end-if
           end-perform.

       BST-INSERT-RTN.
           if bst-cnt >= cap-size
              move -1 to ret-cd
              move "FULL" to log-status
              perform STATUS-RTN
              exit paragraph
           end-if.
           if script-operand = spaces
              move -1 to ret-cd
              exit paragraph
           end-if.
           move script-operand to bst-key-in.
           perform BST-FIND-RTN.
           if bst-n > 0
              move -1 to ret-cd
              move "DUP" to log-status
              exit paragraph
           end-if.
      *> the screen draws four levels, so a fifth is refused
           if bst-depth > 3
              move -1 to ret-cd
              move "DEEP" to log-status
              perform STATUS-RTN
              exit paragraph
           end-if.
           perform varying bst-n from 1 by 1 until bst-n > 15
              if bst-used(bst-n) = 0
                 exit perform
              end-if
           end-perform.
           move bst-key-in to bst-key(bst-n).
           move 0 to bst-left(bst-n) bst-right(bst-n).
           move 1 to bst-used(bst-n).
           evaluate true
              when bst-par = 0
                 move bst-n to bst-root
              when bst-key-in < bst-key(bst-par)
                 move bst-n to bst-left(bst-par)
              when other
                 move bst-n to bst-right(bst-par)
           end-evaluate.
           add 1 to bst-cnt.
           move "OK" to log-status.

       BST-DELETE-RTN.
           if bst-cnt = 0
              move -1 to ret-cd
              move "EMPTY" to log-status
              perform STATUS-RTN
              exit paragraph
           end-if.
           if script-operand = spaces
              move -1 to ret-cd
              exit paragraph
           end-if.
           move script-operand to bst-key-in.
           perform BST-FIND-RTN.
           if bst-n = 0
              move -1 to ret-cd
              move "NOTFND" to log-status
              exit paragraph
           end-if.
           move bst-key(bst-n) to wk-cell.
           if bst-left(bst-n) > 0 and bst-right(bst-n) > 0
              move bst-n to bst-s-par
              move bst-right(bst-n) to bst-s
              perform until bst-left(bst-s) = 0
                 move bst-s to bst-s-par
                 move bst-left(bst-s) to bst-s
              end-perform
              move bst-key(bst-s) to bst-key(bst-n)
              move bst-s to bst-n
              move bst-s-par to bst-par
           end-if.
           if bst-left(bst-n) > 0
              move bst-left(bst-n) to bst-child
           else
              move bst-right(bst-n) to bst-child
           end-if.
           evaluate true
              when bst-par = 0
                 move bst-child to bst-root
              when bst-left(bst-par) = bst-n
                 move bst-child to bst-left(bst-par)
              when other
                 move bst-child to bst-right(bst-par)
           end-evaluate.
           move spaces to bst-key(bst-n).
           move 0 to bst-left(bst-n) bst-right(bst-n).
           move 0 to bst-used(bst-n).
           subtract 1 from bst-cnt.
           perform OUT-RTN.
           move "OK" to log-status.

       BST-SEARCH-RTN.
           if script-operand = spaces
              move -1 to ret-cd
              exit paragraph
           end-if.
           move script-operand to bst-key-in.
           perform BST-FIND-RTN.
           if bst-n = 0
              move "NOTFND" to log-status
           else
              move "FOUND" to log-status
           end-if.

       BST-TRAVERSE-RTN.
           if bst-cnt = 0
              move -1 to ret-cd
              move "EMPTY" to log-status
              perform STATUS-RTN
              exit paragraph
           end-if.
           move 0 to out-idx.
           move 0 to bst-stk-cnt bst-stk2-cnt.
           evaluate bst-order
              when "IN"
                 move bst-root to bst-n
                 perform until 1 = 0
                    perform until bst-n = 0
                       add 1 to bst-stk-cnt
                       move bst-n to bst-stk(bst-stk-cnt)
                       move bst-left(bst-n) to bst-n
                    end-perform
                    if bst-stk-cnt = 0
                       exit perform
                    end-if
                    move bst-stk(bst-stk-cnt) to bst-n
                    subtract 1 from bst-stk-cnt
                    perform BST-VISIT-RTN
                    move bst-right(bst-n) to bst-n
                 end-perform
              when "PRE"
                 move 1 to bst-stk-cnt
                 move bst-root to bst-stk(1)
                 perform until bst-stk-cnt = 0
                    move bst-stk(bst-stk-cnt) to bst-n
                    subtract 1 from bst-stk-cnt
                    perform BST-VISIT-RTN
                    if bst-right(bst-n) > 0
                       add 1 to bst-stk-cnt
                       move bst-right(bst-n) to bst-stk(bst-stk-cnt)
                    end-if
                    if bst-left(bst-n) > 0
                       add 1 to bst-stk-cnt
                       move bst-left(bst-n) to bst-stk(bst-stk-cnt)
                    end-if
                 end-perform
              when other
                 move 1 to bst-stk-cnt
                 move bst-root to bst-stk(1)
                 perform until bst-stk-cnt = 0
                    move bst-stk(bst-stk-cnt) to bst-n
                    subtract 1 from bst-stk-cnt
                    add 1 to bst-stk2-cnt
                    move bst-n to bst-stk2(bst-stk2-cnt)
                    if bst-left(bst-n) > 0
                       add 1 to bst-stk-cnt
                       move bst-left(bst-n) to bst-stk(bst-stk-cnt)
                    end-if
                    if bst-right(bst-n) > 0
                       add 1 to bst-stk-cnt
                       move bst-right(bst-n) to bst-stk(bst-stk-cnt)
                    end-if
                 end-perform
                 perform until bst-stk2-cnt = 0
                    move bst-stk2(bst-stk2-cnt) to bst-n
                    subtract 1 from bst-stk2-cnt
                    perform BST-VISIT-RTN
                 end-perform
           end-evaluate.
           move "OK" to log-status.

       BST-VISIT-RTN.
           move bst-key(bst-n) to wk-cell.
           perform OUT-RTN.
