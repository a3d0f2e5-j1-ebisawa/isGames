       IDENTIFICATION DIVISION.

       PROGRAM-ID. MsEffic.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select result-file assign to "../data/minesweeper_results.log"
           organization line sequential
           file status result-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  result-file.
       01  result-record.
           05  res-date     pic x(08).
           05  filler       pic x.
           05  res-time     pic x(06).
           05  filler       pic x.
           05  res-diff     pic x(12).
           05  filler       pic x.
           05  res-size     pic 9(02).
           05  filler       pic x.
           05  res-bombs    pic 9(02).
           05  filler       pic x.
           05  res-outcome  pic x(04).
           05  filler       pic x.
           05  res-secs     pic 9(06).
           05  filler       pic x.
           05  res-flags-ok pic 9(02).
           05  filler       pic x.
           05  res-flags-ng pic 9(02).
           05  filler       pic x.
           05  res-opened   pic 9(03).
           05  filler       pic x.
           05  res-hints    pic 9(02).
           05  filler       pic x.
           05  res-player   pic x(10).
           05  filler       pic x.
           05  res-verdict  pic x(07).
           05  filler       pic x.
           05  res-3bv      pic x(03).
           05  filler       pic x.
           05  res-clicks   pic x(04).

       WORKING-STORAGE SECTION.
       01  result-f-sts pic x(02).
       01  wk-i         pic 9(02).
       01  wk-j         pic 9(02).
       01  wk-idx       pic 9(02).
       01  wk-3bv       pic 9(03).
       01  wk-clicks    pic 9(04).
       01  wk-secs      pic 9(06).
       01  wk-old       pic 9(06) value 0.
       01  wk-old-z     pic zzzzz9.
       01  wk-swap-sw   pic 9(01).
       01  py-tbl.
           05  py-cnt pic 9(02) value 0.
           05  py-ent occurs 30.
               10  py-name   pic x(10).
               10  py-games  pic 9(05).
               10  py-wins   pic 9(05).
               10  py-3bv    pic 9(07).
               10  py-secs   pic 9(08).
               10  py-clk3bv pic 9(07).
               10  py-clicks pic 9(07).
               10  py-best   pic 9(03)v9(02).
               10  py-rate   pic 9(03)v9(02).
       01  py-hold      pic x(59).
       01  wk-rate      pic 9(03)v9(02).
       01  wk-avg       pic 9(05)v9(01).
       01  wk-ratio     pic 9(03)v9(02).
       01  wk-eff       pic 9(05)v9(01).
       01  dtl-line.
           05  dtl-player pic x(10).
           05  filler     pic x(02) value space.
           05  dtl-games  pic zzzz9.
           05  filler     pic x(02) value space.
           05  dtl-wins   pic zzzz9.
           05  filler     pic x(02) value space.
           05  dtl-avg    pic zzz9.9.
           05  filler     pic x(02) value space.
           05  dtl-rate   pic zz9.99.
           05  filler     pic x(02) value space.
           05  dtl-best   pic zz9.99.
           05  filler     pic x(02) value space.
           05  dtl-clicks pic zzzzz9.
           05  filler     pic x(02) value space.
           05  dtl-ratio  pic zzz9.99.
           05  filler     pic x(02) value space.
           05  dtl-eff    pic zzzz9.9.
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

       PROCEDURE DIVISION.
       MAIN.
           accept cmd-args from command-line
           move function upper-case(cmd-args) to cmd-args
           move 0 to print-sw
           inspect cmd-args tallying print-sw
                   for all "PRINT"
           if print-sw > 0
              move 1 to print-sw
              move "OPEN" to ps-func
              move "mseffic" to ps-tag
              move "MineSweeper efficiency report" to ps-title
              call "PrintSpool" using ps-param
           end-if
           move "MineSweeper efficiency report (3BV)" to prt-text
           move "MSEFFIC-H01" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move spaces to prt-text
           perform PRT-RTN
           open input result-file.
           if result-f-sts not = "00"
              display "Cannot open minesweeper_results.log sts="
                      result-f-sts
              goback
           end-if.
      *> results written before the board metric carry no 3BV and
      *> are left out rather than counted as zero-effort boards
           perform until 1 = 0
              read result-file at end exit perform
              end-read
              if result-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if res-3bv is not numeric or res-3bv = "000"
                 add 1 to wk-old
                 exit perform cycle
              end-if
              move res-3bv to wk-3bv
              move 0 to wk-clicks
              if res-clicks is numeric
                 move res-clicks to wk-clicks
              end-if
              perform FIND-PLAYER-RTN
              if wk-idx > 0
                 add 1 to py-games(wk-idx)
                 if res-outcome = "WIN"
                    add 1 to py-wins(wk-idx)
                    move res-secs to wk-secs
                    if wk-secs = 0
                       move 1 to wk-secs
                    end-if
                    add wk-3bv  to py-3bv(wk-idx)
                    add wk-secs to py-secs(wk-idx)
                    compute wk-rate rounded = wk-3bv / wk-secs
                    if wk-rate > py-best(wk-idx)
                       move wk-rate to py-best(wk-idx)
                    end-if
      *> games resumed without a recording have no click count
                    if wk-clicks > 0
                       add wk-3bv    to py-clk3bv(wk-idx)
                       add wk-clicks to py-clicks(wk-idx)
                    end-if
                 end-if
              end-if
           end-perform.
           close result-file.
           if py-cnt = 0
              move "No results with a 3BV on file yet" to prt-text
              move "MSEFFIC-H02" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           perform varying wk-i from 1 by 1 until wk-i > py-cnt
              move 0 to py-rate(wk-i)
              if py-secs(wk-i) > 0
                 compute py-rate(wk-i) rounded =
                         py-3bv(wk-i) / py-secs(wk-i)
              end-if
           end-perform.
           perform SORT-RTN.
           move "Player      Games   Wins  Avg3BV   3BV/s  Best/s  Click
      -         "s  Clk/3BV     Eff%" to prt-text
           move "MSEFFIC-H05" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           perform varying wk-i from 1 by 1 until wk-i > py-cnt
              move spaces to dtl-line
              move py-name(wk-i)  to dtl-player
              move py-games(wk-i) to dtl-games
              move py-wins(wk-i)  to dtl-wins
              move 0 to wk-avg
              if py-wins(wk-i) > 0
                 compute wk-avg rounded =
                         py-3bv(wk-i) / py-wins(wk-i)
              end-if
              move wk-avg to dtl-avg
              move py-rate(wk-i) to dtl-rate
              move py-best(wk-i) to dtl-best
              move py-clicks(wk-i) to dtl-clicks
              move 0 to wk-ratio wk-eff
              if py-clk3bv(wk-i) > 0
                 compute wk-ratio rounded =
                         py-clicks(wk-i) / py-clk3bv(wk-i)
              end-if
              if py-clicks(wk-i) > 0
                 compute wk-eff rounded =
                         py-clk3bv(wk-i) * 100 / py-clicks(wk-i)
              end-if
              move wk-ratio to dtl-ratio
              move wk-eff   to dtl-eff
              move dtl-line to prt-text
              perform PRT-RTN
           end-perform.
           move spaces to prt-text
           perform PRT-RTN
           move "3BV/s and Best/s are over won games; Eff% = 3BV per"
                to prt-text
           move "MSEFFIC-H03" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move "100 clicks (over 100 means chording saved clicks)"
                to prt-text
           move "MSEFFIC-H04" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           if wk-old > 0
              move wk-old to wk-old-z
              move spaces to prt-text
              string "Results without a 3BV (not counted): "
                     function trim(wk-old-z)
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

       CLOSE-PRINT-RTN.
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if.

       FIND-PLAYER-RTN.
           move 0 to wk-idx.
           perform varying wk-i from 1 by 1 until wk-i > py-cnt
              if py-name(wk-i) = res-player
                 move wk-i to wk-idx
                 exit perform
              end-if
           end-perform.
           if wk-idx = 0 and py-cnt < 30
              add 1 to py-cnt
              move py-cnt to wk-idx
              move res-player to py-name(wk-idx)
              move 0 to py-games(wk-idx) py-wins(wk-idx)
                        py-3bv(wk-idx) py-secs(wk-idx)
                        py-clk3bv(wk-idx) py-clicks(wk-idx)
                        py-best(wk-idx) py-rate(wk-idx)
           end-if.

      *> fastest solvers first - 3BV/s is fair across boards
       SORT-RTN.
           move 1 to wk-swap-sw.
           perform until wk-swap-sw = 0
              move 0 to wk-swap-sw
              perform varying wk-i from 1 by 1 until wk-i >= py-cnt
                 compute wk-j = wk-i + 1
                 if py-rate(wk-j) > py-rate(wk-i)
                    move py-ent(wk-i) to py-hold
                    move py-ent(wk-j) to py-ent(wk-i)
                    move py-hold      to py-ent(wk-j)
                    move 1 to wk-swap-sw
                 end-if
              end-perform
           end-perform.
