       IDENTIFICATION DIVISION.

       PROGRAM-ID. MorningReport.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select hist-file assign to "../data/batchnight.hst"
           organization line sequential
           file status hist-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  hist-file.
       01  hist-record.
           05  hs-date    pic x(08).
           05  filler     pic x.
           05  hs-step    pic x(12).
           05  filler     pic x.
           05  hs-start   pic x(06).
           05  filler     pic x.
           05  hs-end     pic x(06).
           05  filler     pic x.
           05  hs-secs    pic 9(05).
           05  filler     pic x.
           05  hs-state   pic x(04).
           05  filler     pic x.
           05  hs-count   pic x(09).
           05  filler     pic x.
           05  hs-reason  pic x(60).

       WORKING-STORAGE SECTION.
       01  hist-f-sts   pic x(02).
       01  wk-curdate   pic x(21).
       01  today-date   pic 9(08).
       01  yday-date    pic 9(08).
       01  last-date    pic 9(08).
       01  cmd-args     pic x(40).
       01  print-sw     pic 9(01) value 0.
      *> the last fourteen nights the chain ran, oldest first
       01  night-tbl.
           05  nt-cnt   pic 9(02) value 0.
           05  nt-date  occurs 14 pic x(08).
       01  row-tbl.
           05  row-cnt  pic 9(02) value 0.
           05  row-ent  occurs 30.
               10  rw-name    pic x(12).
               10  rw-cell    occurs 14 pic x(03).
               10  rw-fail    occurs 14 pic 9(01).
               10  rw-sum     pic 9(07).
               10  rw-runs    pic 9(02).
               10  rw-avg     pic 9(05).
               10  rw-slow    pic 9(01).
      *> every line the chain wrote last night, in the order run
       01  line-tbl.
           05  ln-cnt   pic 9(02) value 0.
           05  ln-rec   occurs 60 pic x(117).
       01  ln-view.
           05  lv-date    pic x(08).
           05  filler     pic x.
           05  lv-step    pic x(12).
           05  filler     pic x.
           05  lv-start   pic x(06).
           05  filler     pic x.
           05  lv-end     pic x(06).
           05  filler     pic x.
           05  lv-secs    pic 9(05).
           05  filler     pic x.
           05  lv-state   pic x(04).
           05  filler     pic x.
           05  lv-count   pic x(09).
           05  filler     pic x.
           05  lv-reason  pic x(60).
       01  wk-k         pic 9(02).
       01  wk-r         pic 9(02).
       01  wk-l         pic 9(02).
       01  wk-pos       pic 9(03).
       01  ln-over      pic 9(01) value 0.
       01  fail-cnt     pic 9(02) value 0.
       01  held-cnt     pic 9(02) value 0.
       01  miss-cnt     pic 9(02) value 0.
       01  slow-cnt     pic 9(02) value 0.
       01  rerun-cnt    pic 9(02) value 0.
       01  stale-sw     pic 9(01) value 0.
       01  attn-cnt     pic 9(03) value 0.
       01  cnt-disp     pic zz9.
       01  secs-disp    pic zzzz9.
       01  recs-disp    pic zzzzzzzz9.
       01  wk-remark    pic x(80).
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
           accept cmd-args from command-line.
           if function upper-case(cmd-args(1:5)) = "PRINT"
              move 1 to print-sw
           end-if.
           move function current-date to wk-curdate.
           move wk-curdate(1:8) to today-date.
           compute yday-date = function date-of-integer(
                   function integer-of-date(today-date) - 1).
           if print-sw = 1
              move "OPEN" to ps-func
              move "morning" to ps-tag
              move "Overnight batch - morning report" to ps-title
              call "PrintSpool" using ps-param
           end-if.
           move "MORNING-H01" to mc-id.
           move "Overnight batch - morning report" to mc-text.
           perform LBL-RTN.
           move spaces to prt-text.
           string function trim(mc-text trailing) " "
                  wk-curdate(1:4) "/" wk-curdate(5:2) "/"
                  wk-curdate(7:2)
                  delimited by size into prt-text.
           perform PRT-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           perform LOAD-NIGHTS-RTN.
           if nt-cnt = 0
              move "No overnight run history yet - BatchNight has not"
                   to prt-text
              move "MORNING-H02" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              move "written ../data/batchnight.hst" to prt-text
              move "MORNING-H03" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform END-RTN
              goback
           end-if.
           perform LOAD-STEPS-RTN.
           perform TALLY-RTN.
           perform VERDICT-RTN.
           perform LAST-NIGHT-RTN.
           perform GRID-RTN.
           perform END-RTN.
           goback.

       END-RTN.
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if.

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

       LOAD-NIGHTS-RTN.
      *> the history is appended night by night, so the window is
      *> simply the last fourteen distinct dates seen
           open input hist-file.
           if hist-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read hist-file at end exit perform
              end-read
              if hs-date is not numeric
                 exit perform cycle
              end-if
              if nt-cnt > 0
                 if hs-date <= nt-date(nt-cnt)
                    exit perform cycle
                 end-if
              end-if
              if nt-cnt = 14
                 perform varying wk-k from 1 by 1 until wk-k > 13
                    move nt-date(wk-k + 1) to nt-date(wk-k)
                 end-perform
              else
                 add 1 to nt-cnt
              end-if
              move hs-date to nt-date(nt-cnt)
           end-perform.
           close hist-file.

       LOAD-STEPS-RTN.
           open input hist-file.
           if hist-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read hist-file at end exit perform
              end-read
              perform varying wk-k from 1 by 1
                      until wk-k > nt-cnt or nt-date(wk-k) = hs-date
                 continue
              end-perform
              if wk-k > nt-cnt
                 exit perform cycle
              end-if
              perform ROW-FIND-RTN
              if wk-r = 0
                 exit perform cycle
              end-if
              perform CELL-RTN
              if wk-k < nt-cnt and hs-state = "DONE"
                    and rw-runs(wk-r) < 99
                 add hs-secs to rw-sum(wk-r)
                 add 1 to rw-runs(wk-r)
              end-if
              if wk-k = nt-cnt
                 if ln-cnt < 60
                    add 1 to ln-cnt
                    move hist-record to ln-rec(ln-cnt)
                 else
                    move 1 to ln-over
                 end-if
              end-if
           end-perform.
           close hist-file.
           perform varying wk-r from 1 by 1 until wk-r > row-cnt
              if rw-runs(wk-r) > 0
                 compute rw-avg(wk-r) rounded =
                         rw-sum(wk-r) / rw-runs(wk-r)
              end-if
           end-perform.

       ROW-FIND-RTN.
           perform varying wk-r from 1 by 1
                   until wk-r > row-cnt or rw-name(wk-r) = hs-step
              continue
           end-perform.
           if wk-r > row-cnt
              if row-cnt = 30
                 move 0 to wk-r
                 exit paragraph
              end-if
              add 1 to row-cnt
              move row-cnt to wk-r
              initialize row-ent(wk-r)
              move hs-step to rw-name(wk-r)
           end-if.

       CELL-RTN.
      *> a step can be tried several times in one night; a success
      *> outranks a failure, and a failure outranks being held back
           evaluate hs-state
              when "DONE"
                 if rw-fail(wk-r, wk-k) = 1
                    move "ok*" to rw-cell(wk-r, wk-k)
                 else
                    move "ok" to rw-cell(wk-r, wk-k)
                 end-if
              when "FAIL"
                 move 1 to rw-fail(wk-r, wk-k)
                 if rw-cell(wk-r, wk-k)(1:2) not = "ok"
                    move "ERR" to rw-cell(wk-r, wk-k)
                 end-if
              when "HELD"
                 if rw-cell(wk-r, wk-k) = spaces
                    move "hld" to rw-cell(wk-r, wk-k)
                 end-if
              when "SKIP"
                 if rw-cell(wk-r, wk-k) = spaces
                    move "ok" to rw-cell(wk-r, wk-k)
                 end-if
           end-evaluate.

       TALLY-RTN.
           perform varying wk-r from 1 by 1 until wk-r > row-cnt
              evaluate rw-cell(wk-r, nt-cnt)
                 when "ERR"
                    add 1 to fail-cnt
                 when "hld"
                    add 1 to held-cnt
                 when "ok*"
                    add 1 to rerun-cnt
                 when spaces
                    add 1 to miss-cnt
              end-evaluate
           end-perform.
      *> much slower than usual: more than twice the average of the
      *> earlier nights and at least half a minute over it, judged
      *> only once a step has three earlier runs to go by
           perform varying wk-l from 1 by 1 until wk-l > ln-cnt
              move ln-rec(wk-l) to ln-view
              if lv-state = "DONE"
                 move lv-step to hs-step
                 perform ROW-FIND-RTN
                 if wk-r > 0
                    if rw-runs(wk-r) >= 3
                       and lv-secs > rw-avg(wk-r) * 2
                       and lv-secs >= rw-avg(wk-r) + 30
                       move 1 to rw-slow(wk-r)
                       add 1 to slow-cnt
                    end-if
                 end-if
              end-if
           end-perform.
           move nt-date(nt-cnt) to last-date.
           if last-date < yday-date
              move 1 to stale-sw
           end-if.
           compute attn-cnt = fail-cnt + held-cnt + miss-cnt
                            + slow-cnt + stale-sw.

       VERDICT-RTN.
           move spaces to prt-text.
           if attn-cnt = 0
              move "Verdict: overnight work looks trustworthy"
                   to prt-text
              move "MORNING-H04" to mc-id
              perform HDG-RTN
           else
              move attn-cnt to cnt-disp
              move "MORNING-H05" to mc-id
              move "Verdict: CHECK -" to mc-text
              perform LBL-RTN
              move mc-text to hdg-lead
              move "MORNING-H06" to mc-id
              move "item(s) need attention" to mc-text
              perform LBL-RTN
              string function trim(hdg-lead trailing) " "
                     function trim(cnt-disp) " "
                     function trim(mc-text trailing)
                     delimited by size into prt-text
           end-if.
           perform PRT-RTN.
           if stale-sw = 1
              move spaces to prt-text
              string "  the chain did not run last night - latest"
                     " run was " last-date(1:4) "/" last-date(5:2)
                     "/" last-date(7:2)
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.
           if fail-cnt > 0
              move fail-cnt to cnt-disp
              move spaces to prt-text
              string "  " function trim(cnt-disp)
                     " step(s) failed" delimited by size into prt-text
              perform PRT-RTN
           end-if.
           if held-cnt > 0
              move held-cnt to cnt-disp
              move spaces to prt-text
              string "  " function trim(cnt-disp)
                     " step(s) held back and not run"
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.
           if miss-cnt > 0
              move miss-cnt to cnt-disp
              move spaces to prt-text
              string "  " function trim(cnt-disp)
                     " step(s) missing from the chain"
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.
           if slow-cnt > 0
              move slow-cnt to cnt-disp
              move spaces to prt-text
              string "  " function trim(cnt-disp)
                     " step(s) much slower than usual"
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.
           if rerun-cnt > 0
              move rerun-cnt to cnt-disp
              move spaces to prt-text
              string "  " function trim(cnt-disp)
                     " step(s) only done after a rerun"
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.
           move spaces to prt-text.
           perform PRT-RTN.

       LAST-NIGHT-RTN.
           move "MORNING-H07" to mc-id.
           move "Last night's chain -" to mc-text.
           perform LBL-RTN.
           move spaces to prt-text.
           string function trim(mc-text trailing) " " last-date(1:4) "/"
                  last-date(5:2) "/" last-date(7:2)
                  delimited by size into prt-text.
           perform PRT-RTN.
           move spaces to prt-text.
           move "Step" to prt-text(1:4).
           move "Start" to prt-text(14:5).
           move "Secs" to prt-text(21:4).
           move "State" to prt-text(26:5).
           move "Records" to prt-text(33:7).
           move "Remark" to prt-text(41:6).
           move "MORNING-H08" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           perform varying wk-l from 1 by 1 until wk-l > ln-cnt
              move ln-rec(wk-l) to ln-view
              perform LAST-LINE-RTN
           end-perform.
           if ln-over = 1
              move "  (more lines than shown)" to prt-text
              move "MORNING-H09" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           end-if.
           perform varying wk-r from 1 by 1 until wk-r > row-cnt
              if rw-cell(wk-r, nt-cnt) = spaces
                 move spaces to prt-text
                 string rw-name(wk-r) " MISSING - ran on an earlier"
                        " night but not last night"
                        delimited by size into prt-text
                 perform PRT-RTN
              end-if
           end-perform.
           move spaces to prt-text.
           perform PRT-RTN.

       LAST-LINE-RTN.
           move spaces to prt-text wk-remark.
           move lv-step to prt-text(1:12).
           if lv-start = spaces
              move "-" to prt-text(14:1)
           else
              string lv-start(1:2) ":" lv-start(3:2)
                     delimited by size into prt-text(14:5)
              move lv-secs to secs-disp
              move secs-disp to prt-text(20:5)
           end-if.
           move lv-state to prt-text(26:4).
           if lv-count is numeric
              move lv-count to recs-disp
              move recs-disp to prt-text(31:9)
           end-if.
           evaluate lv-state
              when "FAIL"
                 string "FAILED - " function trim(lv-reason)
                        delimited by size into wk-remark
              when "HELD"
                 string "NOT RUN - " function trim(lv-reason)
                        delimited by size into wk-remark
              when "SKIP"
                 move "skipped - done earlier tonight" to wk-remark
              when other
                 move lv-step to hs-step
                 perform ROW-FIND-RTN
                 if wk-r > 0 and rw-slow(wk-r) = 1
                    move rw-avg(wk-r) to secs-disp
                    string "SLOW - usually "
                           function trim(secs-disp) " secs"
                           delimited by size into wk-remark
                 else
                    move lv-reason to wk-remark
                 end-if
           end-evaluate.
      *> a long remark carries on under itself, broken at a space
           if wk-remark(39:) = spaces
              move wk-remark to prt-text(41:38)
              perform PRT-RTN
              exit paragraph
           end-if.
           perform varying wk-pos from 39 by -1
                   until wk-pos < 2 or wk-remark(wk-pos:1) = space
              continue
           end-perform.
           if wk-pos < 2
              move 39 to wk-pos
           end-if.
           move wk-remark(1:wk-pos - 1) to prt-text(41:38).
           perform PRT-RTN.
           if wk-remark(wk-pos:1) = space
              add 1 to wk-pos
           end-if.
           move spaces to prt-text.
           move wk-remark(wk-pos:) to prt-text(41:80).
           perform PRT-RTN.

       GRID-RTN.
           move nt-cnt to cnt-disp.
           move spaces to prt-text.
           move "MORNING-H10" to mc-id.
           move "Last" to mc-text.
           perform LBL-RTN.
           move mc-text to hdg-lead.
           move "MORNING-H11" to mc-id.
           move "nights," to mc-text.
           perform LBL-RTN.
           string function trim(hdg-lead trailing) " "
                  function trim(cnt-disp) " "
                  function trim(mc-text trailing) " "
                  nt-date(1)(1:4) "/" nt-date(1)(5:2) "/"
                  nt-date(1)(7:2) " to " last-date(1:4) "/"
                  last-date(5:2) "/" last-date(7:2)
                  delimited by size into prt-text.
           perform PRT-RTN.
           move spaces to prt-text.
           move "Step  (day)" to prt-text(1:11).
           move "MORNING-H12" to mc-id.
           perform HDG-RTN.
           perform varying wk-k from 1 by 1 until wk-k > nt-cnt
              compute wk-pos = 13 + (wk-k - 1) * 4
              move nt-date(wk-k)(7:2) to prt-text(wk-pos:2)
           end-perform.
           perform PRT-RTN.
           perform varying wk-r from 1 by 1 until wk-r > row-cnt
              move spaces to prt-text
              move rw-name(wk-r)(1:11) to prt-text(1:11)
              perform varying wk-k from 1 by 1 until wk-k > nt-cnt
                 compute wk-pos = 13 + (wk-k - 1) * 4
                 if rw-cell(wk-r, wk-k) = spaces
                    move " ." to prt-text(wk-pos:3)
                 else
                    move rw-cell(wk-r, wk-k) to prt-text(wk-pos:3)
                 end-if
              end-perform
              perform PRT-RTN
           end-perform.
           move spaces to prt-text.
           perform PRT-RTN.
           move "ok = done   ok* = done after a rerun   ERR = failed"
                to prt-text.
           move "MORNING-H13" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move "hld = held back   . = not in that night's chain"
                to prt-text.
           move "MORNING-H14" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
