       IDENTIFICATION DIVISION.

       PROGRAM-ID. HbOpening.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select history-file assign to "../data/hitblow_history.log"
           organization line sequential
           file status hist-f-sts.
       select guess-file assign to "../data/hitblow_guesses.log"
           organization line sequential
           file status gues-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  history-file.
       01  hist-record.
           05  hist-date    pic x(08).
           05  filler       pic x.
           05  hist-time    pic x(06).
           05  filler       pic x.
           05  hist-digit   pic 9(02).
           05  filler       pic x.
           05  hist-tries   pic 9(02).
           05  filler       pic x.
           05  hist-result  pic x(06).
           05  filler       pic x.
           05  hist-player  pic x(10).
           05  filler       pic x.
           05  hist-pool    pic x(02).
       fd  guess-file.
       01  guess-record.
           05  gd-date      pic x(08).
           05  filler       pic x.
           05  gd-time      pic x(06).
           05  filler       pic x.
           05  gd-try       pic 9(02).
           05  filler       pic x.
           05  gd-guess     pic x(10).
           05  filler       pic x.
           05  gd-hit       pic 9(02).
           05  filler       pic x.
           05  gd-blow      pic 9(02).
           05  filler       pic x.
           05  gd-player    pic x(10).
           05  filler       pic x.
           05  gd-mode      pic x(01).
           05  filler       pic x.
           05  gd-solver    pic x(01).
           05  filler       pic x.
           05  gd-secs      pic 9(04).

       WORKING-STORAGE SECTION.
       01  hist-f-sts   pic x(02).
       01  gues-f-sts   pic x(02).
       01  hist-tbl.
           05  ht-cnt  pic 9(04) value 0.
           05  filler occurs 2000.
               10  ht-date    pic x(08).
               10  ht-time    pic x(06).
               10  ht-player  pic x(10).
               10  ht-digit   pic 9(02).
               10  ht-pool    pic x(02).
               10  ht-tries   pic 9(02).
               10  ht-result  pic x(06).
      *> one row per opening guess, and one per opening + second
      *> guess pair, each within its digit count and symbol pool
       01  open-tbl.
           05  op-cnt  pic 9(03) value 0.
           05  op-entry occurs 500.
               10  op-digit   pic 9(02).
               10  op-pool    pic x(02).
               10  op-guess1  pic x(10).
               10  op-guess2  pic x(10).
               10  op-games   pic 9(05).
               10  op-solved  pic 9(05).
               10  op-tries   pic 9(07).
               10  op-avg     pic 9(02)v9(02).
       01  pair-tbl.
           05  pr-cnt  pic 9(04) value 0.
           05  pr-entry occurs 1000.
               10  pr-digit   pic 9(02).
               10  pr-pool    pic x(02).
               10  pr-guess1  pic x(10).
               10  pr-guess2  pic x(10).
               10  pr-games   pic 9(05).
               10  pr-solved  pic 9(05).
               10  pr-tries   pic 9(07).
               10  pr-avg     pic 9(02)v9(02).
       01  grp-tbl.
           05  gp-cnt  pic 9(02) value 0.
           05  gp-entry occurs 40.
               10  gp-digit   pic 9(02).
               10  gp-pool    pic x(02).
               10  gp-games   pic 9(05).
               10  gp-solved  pic 9(05).
               10  gp-tries   pic 9(07).
       01  hold-entry.
           05  hd-digit     pic 9(02).
           05  hd-pool      pic x(02).
           05  hd-guess1    pic x(10).
           05  hd-guess2    pic x(10).
           05  hd-games     pic 9(05).
           05  hd-solved    pic 9(05).
           05  hd-tries     pic 9(07).
           05  hd-avg       pic 9(02)v9(02).
      *> the game being gathered from the detail file
       01  cur-date     pic x(08).
       01  cur-time     pic x(06).
       01  cur-player   pic x(10).
       01  cur-mode     pic x(01).
       01  cur-guess1   pic x(10).
       01  cur-guess2   pic x(10).
       01  cur-open-sw  pic 9(01) value 0.
       01  cur-digit    pic 9(02).
       01  cur-pool     pic x(02).
       01  cur-tries    pic 9(02).
       01  cur-solved   pic 9(01).
       01  wk-i         pic 9(04).
       01  wk-j         pic 9(04).
       01  wk-idx       pic 9(04).
       01  wk-g         pic 9(02).
       01  wk-rank      pic 9(03).
       01  swap-sw      pic 9(01).
       01  games-cnt    pic 9(05) value 0.
       01  orphan-cnt   pic 9(05) value 0.
       01  other-cnt    pic 9(05) value 0.
       01  drop-cnt     pic 9(05) value 0.
       01  hist-over-cnt pic 9(05) value 0.
       01  min-games    pic 9(03) value 1.
       01  top-n        pic 9(03) value 20.
       01  wk-rate      pic 9(03)v9(02).
       01  wk-avg       pic 9(02)v9(02).
       01  dtl-line.
           05  filler       pic x(02) value space.
           05  dtl-rank     pic zz9.
           05  filler       pic x(02) value space.
           05  dtl-guess1   pic x(10).
           05  filler       pic x(01) value space.
           05  dtl-guess2   pic x(10).
           05  filler       pic x(01) value space.
           05  dtl-games    pic zzzz9.
           05  filler       pic x(02) value space.
           05  dtl-solved   pic zzzz9.
           05  filler       pic x(02) value space.
           05  dtl-rate     pic zz9.99.
           05  filler       pic x(04) value space.
           05  dtl-avg      pic z9.99.
       01  cnt-ed       pic zzzz9.
       01  cnt-ed2      pic zzzz9.
       01  avg-ed       pic z9.99.
       01  rate-ed      pic zz9.99.
       01  cmd-args     pic x(40).
       01  wk-tok1      pic x(10).
       01  wk-tok2      pic x(10).
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
      *> optional arguments in either order: the minimum number of
      *> games an opening needs before it is ranked, and PRINT
           accept cmd-args from command-line
           move function upper-case(cmd-args) to cmd-args
           move spaces to wk-tok1 wk-tok2
           unstring cmd-args delimited by all space
                    into wk-tok1 wk-tok2
           if wk-tok1 = "PRINT" or wk-tok2 = "PRINT"
              move 1 to print-sw
           end-if
           if wk-tok1 = "PRINT"
              move wk-tok2 to wk-tok1
           end-if
           if wk-tok1 not = spaces and
              function trim(wk-tok1) is numeric
              move function numval(wk-tok1) to min-games
              if min-games = 0
                 move 1 to min-games
              end-if
           end-if
           if print-sw = 1
              move "OPEN" to ps-func
              move "hbopening" to ps-tag
              move "HitBlow opening-guess effectiveness"
                to ps-title
              call "PrintSpool" using ps-param
           end-if
           move "HitBlow opening-guess effectiveness report"
             to prt-text
           move "HBOPENING-H01" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move spaces to prt-text
           perform PRT-RTN
           perform LOAD-HISTORY-RTN.
           perform READ-GUESSES-RTN.
           if games-cnt = 0
              move "No player games with a guess record found"
                to prt-text
              move "HBOPENING-H02" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           perform COMPUTE-AVG-RTN.
           perform SORT-OPEN-RTN.
           perform SORT-PAIR-RTN.
           perform PRINT-GROUPS-RTN.
           perform PRINT-FOOTER-RTN.
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

       LOAD-HISTORY-RTN.
           open input history-file.
           if hist-f-sts not = "00"
              display "Cannot open hitblow_history.log sts="
                      hist-f-sts
              exit paragraph
           end-if.
           perform until 1 = 0
              read history-file at end exit perform
              end-read
              if hist-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if ht-cnt < 2000
                 add 1 to ht-cnt
                 move hist-date   to ht-date(ht-cnt)
                 move hist-time   to ht-time(ht-cnt)
                 move hist-player to ht-player(ht-cnt)
                 move hist-digit  to ht-digit(ht-cnt)
      *> records written before the hex ruleset carry no pool size -
      *> they are all 10-symbol games
                 if hist-pool = "16"
                    move "16" to ht-pool(ht-cnt)
                 else
                    move "10" to ht-pool(ht-cnt)
                 end-if
                 move hist-tries  to ht-tries(ht-cnt)
                 move hist-result to ht-result(ht-cnt)
              else
                 add 1 to hist-over-cnt
              end-if
           end-perform.
           close history-file.

       READ-GUESSES-RTN.
      *> HitBlow writes a game's rows together, so a change of
      *> date/time/player key closes the game before it
           open input guess-file.
           if gues-f-sts not = "00"
              display "Cannot open hitblow_guesses.log sts="
                      gues-f-sts
              exit paragraph
           end-if.
           move 0 to cur-open-sw.
           perform until 1 = 0
              read guess-file at end exit perform
              end-read
              if guess-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if cur-open-sw = 0 or
                 gd-date not = cur-date or
                 gd-time not = cur-time or
                 gd-player not = cur-player
                 if cur-open-sw = 1
                    perform FLUSH-GAME-RTN
                 end-if
                 move 1 to cur-open-sw
                 move gd-date   to cur-date
                 move gd-time   to cur-time
                 move gd-player to cur-player
                 move gd-mode   to cur-mode
                 move spaces to cur-guess1 cur-guess2
              end-if
              evaluate gd-try
                 when 1
                    move gd-guess to cur-guess1
                 when 2
                    move gd-guess to cur-guess2
              end-evaluate
           end-perform.
           if cur-open-sw = 1
              perform FLUSH-GAME-RTN
           end-if.
           close guess-file.

       FLUSH-GAME-RTN.
      *> only the player's own guessing counts - reverse-mode rows
      *> are the PC's guesses and duel secrets are hand picked
           if cur-mode not = "P" or cur-guess1 = spaces
              add 1 to other-cnt
              exit paragraph
           end-if.
           move 0 to wk-idx.
           perform varying wk-i from 1 by 1 until wk-i > ht-cnt
              if ht-date(wk-i) = cur-date and
                 ht-time(wk-i) = cur-time and
                 ht-player(wk-i) = cur-player
                 move wk-i to wk-idx
                 exit perform
              end-if
           end-perform.
           if wk-idx = 0
      *> history already archived by HbArchive, or never written
              add 1 to orphan-cnt
              exit paragraph
           end-if.
           move ht-digit(wk-idx) to cur-digit.
           move ht-pool(wk-idx)  to cur-pool.
           move ht-tries(wk-idx) to cur-tries.
           move 0 to cur-solved.
      *> blitz games are still the player's own guessing
           evaluate ht-result(wk-idx)
              when "WIN"
              when "BZWIN"
                 move 1 to cur-solved
              when "LOSE"
              when "GAVEUP"
              when "BZLOSE"
              when "BZQUIT"
                 continue
              when other
                 add 1 to other-cnt
                 exit paragraph
           end-evaluate.
           add 1 to games-cnt.
           perform TALLY-GROUP-RTN.
           perform TALLY-OPEN-RTN.
           if cur-guess2 not = spaces
              perform TALLY-PAIR-RTN
           end-if.

       TALLY-GROUP-RTN.
           move 0 to wk-g.
           perform varying wk-i from 1 by 1 until wk-i > gp-cnt
              if gp-digit(wk-i) = cur-digit and
                 gp-pool(wk-i) = cur-pool
                 move wk-i to wk-g
                 exit perform
              end-if
           end-perform.
           if wk-g = 0
              if gp-cnt >= 40
                 exit paragraph
              end-if
              add 1 to gp-cnt
              move gp-cnt to wk-g
              move cur-digit to gp-digit(wk-g)
              move cur-pool  to gp-pool(wk-g)
              move 0 to gp-games(wk-g) gp-solved(wk-g)
                        gp-tries(wk-g)
           end-if.
           add 1 to gp-games(wk-g).
           if cur-solved = 1
              add 1 to gp-solved(wk-g)
              add cur-tries to gp-tries(wk-g)
           end-if.

       TALLY-OPEN-RTN.
           move 0 to wk-idx.
           perform varying wk-i from 1 by 1 until wk-i > op-cnt
              if op-digit(wk-i) = cur-digit and
                 op-pool(wk-i) = cur-pool and
                 op-guess1(wk-i) = cur-guess1
                 move wk-i to wk-idx
                 exit perform
              end-if
           end-perform.
           if wk-idx = 0
              if op-cnt >= 500
                 add 1 to drop-cnt
                 exit paragraph
              end-if
              add 1 to op-cnt
              move op-cnt to wk-idx
              move cur-digit  to op-digit(wk-idx)
              move cur-pool   to op-pool(wk-idx)
              move cur-guess1 to op-guess1(wk-idx)
              move spaces     to op-guess2(wk-idx)
              move 0 to op-games(wk-idx) op-solved(wk-idx)
                        op-tries(wk-idx)
           end-if.
           add 1 to op-games(wk-idx).
           if cur-solved = 1
              add 1 to op-solved(wk-idx)
              add cur-tries to op-tries(wk-idx)
           end-if.

       TALLY-PAIR-RTN.
           move 0 to wk-idx.
           perform varying wk-i from 1 by 1 until wk-i > pr-cnt
              if pr-digit(wk-i) = cur-digit and
                 pr-pool(wk-i) = cur-pool and
                 pr-guess1(wk-i) = cur-guess1 and
                 pr-guess2(wk-i) = cur-guess2
                 move wk-i to wk-idx
                 exit perform
              end-if
           end-perform.
           if wk-idx = 0
              if pr-cnt >= 1000
                 add 1 to drop-cnt
                 exit paragraph
              end-if
              add 1 to pr-cnt
              move pr-cnt to wk-idx
              move cur-digit  to pr-digit(wk-idx)
              move cur-pool   to pr-pool(wk-idx)
              move cur-guess1 to pr-guess1(wk-idx)
              move cur-guess2 to pr-guess2(wk-idx)
              move 0 to pr-games(wk-idx) pr-solved(wk-idx)
                        pr-tries(wk-idx)
           end-if.
           add 1 to pr-games(wk-idx).
           if cur-solved = 1
              add 1 to pr-solved(wk-idx)
              add cur-tries to pr-tries(wk-idx)
           end-if.

       COMPUTE-AVG-RTN.
      *> an opening that never solved sorts to the bottom of its
      *> group with the 99.99 sentinel
           perform varying wk-i from 1 by 1 until wk-i > op-cnt
              if op-solved(wk-i) = 0
                 move 99.99 to op-avg(wk-i)
              else
                 compute op-avg(wk-i) rounded =
                         op-tries(wk-i) / op-solved(wk-i)
              end-if
           end-perform.
           perform varying wk-i from 1 by 1 until wk-i > pr-cnt
              if pr-solved(wk-i) = 0
                 move 99.99 to pr-avg(wk-i)
              else
                 compute pr-avg(wk-i) rounded =
                         pr-tries(wk-i) / pr-solved(wk-i)
              end-if
           end-perform.

       SORT-OPEN-RTN.
      *> by digit count and pool, then fewest average tries, then
      *> the most games played as the tie-break
           move 1 to swap-sw.
           perform until swap-sw = 0
              move 0 to swap-sw
              perform varying wk-i from 1 by 1 until wk-i >= op-cnt
                 compute wk-j = wk-i + 1
                 if op-digit(wk-j) < op-digit(wk-i)
                    or (op-digit(wk-j) = op-digit(wk-i) and
                        op-pool(wk-j) < op-pool(wk-i))
                    or (op-digit(wk-j) = op-digit(wk-i) and
                        op-pool(wk-j) = op-pool(wk-i) and
                        op-avg(wk-j) < op-avg(wk-i))
                    or (op-digit(wk-j) = op-digit(wk-i) and
                        op-pool(wk-j) = op-pool(wk-i) and
                        op-avg(wk-j) = op-avg(wk-i) and
                        op-games(wk-j) > op-games(wk-i))
                    move op-entry(wk-i) to hold-entry
                    move op-entry(wk-j) to op-entry(wk-i)
                    move hold-entry to op-entry(wk-j)
                    move 1 to swap-sw
                 end-if
              end-perform
           end-perform.

       SORT-PAIR-RTN.
           move 1 to swap-sw.
           perform until swap-sw = 0
              move 0 to swap-sw
              perform varying wk-i from 1 by 1 until wk-i >= pr-cnt
                 compute wk-j = wk-i + 1
                 if pr-digit(wk-j) < pr-digit(wk-i)
                    or (pr-digit(wk-j) = pr-digit(wk-i) and
                        pr-pool(wk-j) < pr-pool(wk-i))
                    or (pr-digit(wk-j) = pr-digit(wk-i) and
                        pr-pool(wk-j) = pr-pool(wk-i) and
                        pr-avg(wk-j) < pr-avg(wk-i))
                    or (pr-digit(wk-j) = pr-digit(wk-i) and
                        pr-pool(wk-j) = pr-pool(wk-i) and
                        pr-avg(wk-j) = pr-avg(wk-i) and
                        pr-games(wk-j) > pr-games(wk-i))
                    move pr-entry(wk-i) to hold-entry
                    move pr-entry(wk-j) to pr-entry(wk-i)
                    move hold-entry to pr-entry(wk-j)
                    move 1 to swap-sw
                 end-if
              end-perform
           end-perform.

       PRINT-GROUPS-RTN.
           perform varying wk-g from 1 by 1 until wk-g > gp-cnt
              perform PRINT-ONE-GROUP-RTN
           end-perform.

       PRINT-ONE-GROUP-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           move gp-games(wk-g) to cnt-ed.
           move gp-solved(wk-g) to cnt-ed2.
           move spaces to prt-text.
           string "Digits " gp-digit(wk-g) "  pool "
                  gp-pool(wk-g) "  games" cnt-ed
                  "  solved" cnt-ed2
                  delimited by size into prt-text.
           perform PRT-RTN.
      *> the group-wide average is the yardstick every opening in
      *> the ranking is measured against
           if gp-solved(wk-g) > 0
              compute wk-avg rounded =
                      gp-tries(wk-g) / gp-solved(wk-g)
              move wk-avg to avg-ed
              compute wk-rate rounded =
                      gp-solved(wk-g) * 100 / gp-games(wk-g)
              move wk-rate to rate-ed
              move spaces to prt-text
              string "  All openings: solve%" rate-ed
                     "  avg tries to solve " avg-ed
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.
           move spaces to prt-text.
           perform PRT-RTN.
           move "  Opening guesses ranked by average tries to solve"
             to prt-text.
           move "HBOPENING-H03" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move spaces to prt-text.
           string "  Rank Opening               Games Solved"
                  "  Solve%   AvgTry"
                  delimited by size into prt-text.
           move "HBOPENING-H04" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move 0 to wk-rank.
           perform varying wk-i from 1 by 1 until wk-i > op-cnt
              if op-digit(wk-i) = gp-digit(wk-g) and
                 op-pool(wk-i) = gp-pool(wk-g) and
                 op-games(wk-i) >= min-games and
                 wk-rank < top-n
                 add 1 to wk-rank
                 move wk-rank to dtl-rank
                 move op-guess1(wk-i) to dtl-guess1
                 move spaces to dtl-guess2
                 move op-games(wk-i) to dtl-games
                 move op-solved(wk-i) to dtl-solved
                 compute wk-rate rounded =
                         op-solved(wk-i) * 100 / op-games(wk-i)
                 move wk-rate to dtl-rate
                 move op-avg(wk-i) to dtl-avg
                 move dtl-line to prt-text
                 if op-solved(wk-i) = 0
                    move "  -  " to prt-text(54:5)
                 end-if
                 perform PRT-RTN
              end-if
           end-perform.
           if wk-rank = 0
              move "  (no opening played often enough to rank)"
                to prt-text
              move "HBOPENING-H05" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           end-if.
           move spaces to prt-text.
           perform PRT-RTN.
           move "  Second-guess follow-ups ranked the same way"
             to prt-text.
           move "HBOPENING-H06" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move spaces to prt-text.
           string "  Rank Opening    Second     Games Solved"
                  "  Solve%   AvgTry"
                  delimited by size into prt-text.
           move "HBOPENING-H07" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move 0 to wk-rank.
           perform varying wk-i from 1 by 1 until wk-i > pr-cnt
              if pr-digit(wk-i) = gp-digit(wk-g) and
                 pr-pool(wk-i) = gp-pool(wk-g) and
                 pr-games(wk-i) >= min-games and
                 wk-rank < top-n
                 add 1 to wk-rank
                 move wk-rank to dtl-rank
                 move pr-guess1(wk-i) to dtl-guess1
                 move pr-guess2(wk-i) to dtl-guess2
                 move pr-games(wk-i) to dtl-games
                 move pr-solved(wk-i) to dtl-solved
                 compute wk-rate rounded =
                         pr-solved(wk-i) * 100 / pr-games(wk-i)
                 move wk-rate to dtl-rate
                 move pr-avg(wk-i) to dtl-avg
                 move dtl-line to prt-text
                 if pr-solved(wk-i) = 0
                    move "  -  " to prt-text(54:5)
                 end-if
                 perform PRT-RTN
              end-if
           end-perform.
           if wk-rank = 0
              move "  (no follow-up played often enough to rank)"
                to prt-text
              move "HBOPENING-H08" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           end-if.

       PRINT-FOOTER-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           move games-cnt to cnt-ed.
           move spaces to prt-text.
           string "Player games analysed:" cnt-ed
                  delimited by size into prt-text.
           perform PRT-RTN.
           if orphan-cnt > 0
              move orphan-cnt to cnt-ed
              move spaces to prt-text
              string "Games with no live history (archived?):"
                     cnt-ed
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.
           if drop-cnt > 0
              move drop-cnt to cnt-ed
              move spaces to prt-text
              string "WARNING -" cnt-ed
                     " game(s) not ranked - opening table full"
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.
      *> history past the table is not loaded, so its games show up
      *> above as having no live history
           if hist-over-cnt > 0
              move hist-over-cnt to cnt-ed
              move spaces to prt-text
              string "WARNING -" cnt-ed
                     " history record(s) not loaded - table full"
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.
