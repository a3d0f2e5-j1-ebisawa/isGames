       IDENTIFICATION DIVISION.

       PROGRAM-ID. ResultAudit.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select best-file assign to "../data/catseye_beststeps.log"
           organization line sequential
           file status best-f-sts.
       select map-file assign to dynamic map-file-name
           organization line sequential
           file status map-f-sts.
       select history-file assign to "../data/hitblow_history.log"
           organization line sequential
           file status hist-f-sts.
       select result-file assign to "../data/minesweeper_results.log"
           organization line sequential
           file status result-f-sts.
       select results-file assign to "../data/reversi_results.log"
           organization line sequential
           file status results-f-sts.
       select daily-file assign to "../data/daily_challenge.log"
           organization line sequential
           file status daily-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  best-file.
       01  best-record.
           05  best-map-label  pic x(80).
           05  filler          pic x.
           05  best-rec-steps  pic 9(04).
           05  filler          pic x.
           05  best-player     pic x(10).
       fd  map-file.
       01  map-record   pic x(42).
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
           05  filler       pic x.
           05  hist-solver  pic x(02).
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
       fd  results-file.
       01  results-record.
           05  rv-type    pic x(01).
           05  filler     pic x.
           05  rv-game    pic 9(03).
           05  filler     pic x.
           05  rv-f1      pic x(08).
           05  filler     pic x.
           05  rv-f2      pic x(06).
           05  filler     pic x.
           05  rv-f3      pic 9(02).
           05  filler     pic x.
           05  rv-f4      pic 9(03).
           05  filler     pic x.
           05  rv-f5      pic 9(03).
           05  filler     pic x.
           05  rv-f6      pic x(05).
           05  filler     pic x.
           05  rv-f7      pic x(10).
           05  filler     pic x.
           05  rv-f8      pic x(05).
           05  filler     pic x.
           05  rv-f9      pic x(04).
       fd  daily-file.
       01  daily-record.
           05  dc-date    pic x(08).
           05  filler     pic x.
           05  dc-game    pic x(12).
           05  filler     pic x.
           05  dc-player  pic x(10).
           05  filler     pic x.
           05  dc-score   pic 9(04).
           05  filler     pic x.
           05  dc-result  pic x(06).

       WORKING-STORAGE SECTION.
       01  best-f-sts   pic x(02).
       01  map-f-sts    pic x(02).
       01  hist-f-sts   pic x(02).
       01  result-f-sts pic x(02).
       01  results-f-sts pic x(02).
       01  daily-f-sts  pic x(02).
       01  map-file-name pic x(80).
      *> the limits each rule works to: a MineSweeper win needs at
      *> least ms-min-per seconds for every 3BV of its board, and a
      *> daily-challenge score is out of line when it beats the
      *> player's own earlier average on that game dl-factor times
      *> over, once there are dl-min-hist earlier wins to go by
       01  ms-min-per    pic 9(01)v9(02) value 0.25.
       01  dl-factor     pic 9(01) value 3.
       01  dl-min-hist   pic 9(02) value 5.
       01  rec-no        pic 9(06).
       01  flag-cnt      pic 9(05) value 0.
       01  sec-checked   pic 9(05).
       01  sec-flags     pic 9(05).
       01  sec-skipped   pic 9(05).
       01  sec-file      pic x(26).
       01  sec-title     pic x(50).
       01  sec-id        pic x(16).
       01  sec-skip-text pic x(40).
       01  flag-rule     pic x(12).
       01  flag-detail   pic x(54).
       01  flag-line.
           05  filler       pic x(02) value space.
           05  fl-rec       pic zzzzz9.
           05  filler       pic x(02) value space.
           05  fl-rule      pic x(12).
           05  filler       pic x(02) value space.
           05  fl-detail    pic x(54).
      *> catsEye: the solver CeAudit runs over the level pack
       01  wk-fog-pos   pic 9(03).
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
      *> MineSweeper
       01  wk-3bv       pic 9(03).
       01  ms-floor     pic 9(04)v9(02).
      *> Reversi: the moves of the game whose G record came last
       01  cur-game     pic 9(03) value 0.
       01  cur-rec      pic 9(06).
       01  cur-hdr      pic x(80).
       01  cur-hdr-r redefines cur-hdr.
           05  ch-type    pic x(01).
           05  filler     pic x.
           05  ch-game    pic 9(03).
           05  filler     pic x.
           05  ch-date    pic x(08).
           05  filler     pic x.
           05  ch-time    pic x(06).
           05  filler     pic x.
           05  ch-size    pic 9(02).
           05  filler     pic x.
           05  ch-white   pic 9(03).
           05  filler     pic x.
           05  ch-black   pic 9(03).
           05  filler     pic x.
           05  ch-winner  pic x(05).
           05  filler     pic x.
           05  ch-player  pic x(10).
           05  filler     pic x.
           05  ch-human   pic x(05).
           05  filler     pic x.
           05  ch-forfeit pic x(04).
           05  filler     pic x(14).
       01  gm-tbl.
           05  gm-cnt pic 9(03) value 0.
           05  gm-move occurs 100.
               10  gm-color pic 9(01).
               10  gm-row   pic 9(02).
               10  gm-col   pic 9(02).
       01  MatSize       pic 9(02) value 8.
       01  rv-dev-tbl.
           05 dev-def.
             10 dev-def-y pic x(16) value "-1-1-10000+1+1+1".
             10 dev-def-x pic x(16) value "-100+1-1+1-100+1".
           05 filler redefines dev-def.
             10 dev-y occurs 8 pic x(02).
             10 dev-x occurs 8 pic x(02).
       01  anal-work.
           05  anal-wrow occurs 10.
               10  anal-wcell occurs 10 pic 9(01).
       01  an-r pic 9(02).
       01  an-c pic 9(02).
       01  an-d pic 9(02).
       01  an-dy pic s9(02).
       01  an-dx pic s9(02).
       01  an-ty pic s9(03).
       01  an-tx pic s9(03).
       01  an-run pic 9(02).
       01  an-color pic 9(01).
       01  an-total pic 9(02).
       01  wk-mv         pic 9(03).
       01  wk-mid        pic 9(02).
       01  hold-rec      pic 9(06).
       01  cnt-white     pic 9(03).
       01  cnt-black     pic 9(03).
       01  rv-winner     pic x(05).
      *> daily challenge: each player's earlier wins per game
       01  dp-tbl.
           05  dp-cnt pic 9(03) value 0.
           05  dp-ent occurs 300.
               10  dp-player  pic x(10).
               10  dp-game    pic x(12).
               10  dp-wins    pic 9(05).
               10  dp-sum     pic 9(09).
       01  wk-p          pic 9(03).
       01  hit-p         pic 9(03).
       01  dl-mean       pic 9(05)v9(01).
       01  num-ed        pic zzz9.
       01  num-ed2       pic zzz9.
       01  num-ed3       pic zzz9.
       01  mean-ed       pic zzzz9.9.
       01  per-ed        pic 9.99.
       01  floor-ed      pic zzz9.9.
       01  cnt-ed        pic zzzz9.
       01  cnt-ed2       pic zzzz9.
       01  cnt-ed3       pic zzzz9.
       01  cmd-args      pic x(80).
       01  print-sw      pic 9(01) value 0.
       01  ps-param.
           05  ps-func   pic x(04).
           05  ps-tag    pic x(12).
           05  ps-title  pic x(40).
           05  ps-text   pic x(132).
       01  prt-text      pic x(132).
      *> report headings come from the message catalog, in the
      *> language the shop has set
       01  mc-param.
           05  mc-func   pic x(04).
           05  mc-id     pic x(16).
           05  mc-lang   pic x(02).
           05  mc-text   pic x(80).
           05  mc-rc     pic 9(01).
       01  hdg-lead      pic x(80).
       01  sn-param.
           05  sn-func    pic x(04).
           05  sn-count   pic 9(09).
           05  sn-result  pic x(04).
           05  sn-reason  pic x(60).

       PROCEDURE DIVISION.
       MAIN.
      *> results that the games' own solvers say cannot have been
      *> earned, for staff to look over before prizes go out; every
      *> flag names the file, the record (line) number in it and the
      *> rule that was broken
           accept cmd-args from command-line
           move function upper-case(cmd-args) to cmd-args
           move 0 to print-sw
           inspect cmd-args tallying print-sw for all "PRINT"
           if print-sw > 0
              move 1 to print-sw
              move "OPEN" to ps-func
              move "resultaudit" to ps-tag
              move "Suspicious-result audit" to ps-title
              call "PrintSpool" using ps-param
           end-if
           move "Suspicious-result audit - results to review"
             to prt-text
           move "RESULTAUDIT-H01" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           perform CATSEYE-RTN
           perform HITBLOW-RTN
           perform MINESWEEPER-RTN
           perform REVERSI-RTN
           perform DAILY-RTN
           move spaces to prt-text
           perform PRT-RTN
           move flag-cnt to cnt-ed
           move spaces to prt-text
           if flag-cnt = 0
              move "No results flagged" to prt-text
              move "RESULTAUDIT-H02" to mc-id
              perform HDG-RTN
           else
              string function trim(cnt-ed)
                     " result(s) flagged for review"
                     delimited by size into prt-text
           end-if
           perform PRT-RTN
           perform CLOSE-PRINT-RTN
           move "PUT " to sn-func
           move flag-cnt to sn-count
           move "OK" to sn-result
           move spaces to sn-reason
           if flag-cnt > 0
              move prt-text to sn-reason
           end-if
           call "StepNote" using sn-param
              on exception continue
           end-call
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

       SECTION-RTN.
           move 0 to rec-no sec-checked sec-flags sec-skipped.
           move spaces to prt-text.
           perform PRT-RTN.
           if sec-id not = spaces
              move sec-id to mc-id
              move sec-title to mc-text
              perform LBL-RTN
              move mc-text to sec-title
           end-if.
           string function trim(sec-file) " - " sec-title
                  delimited by size into prt-text.
           perform PRT-RTN.
           move "  Record  Rule          Detail" to prt-text.
           move "RESULTAUDIT-H03" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.

       SECTION-END-RTN.
           move sec-checked to cnt-ed.
           move sec-flags to cnt-ed2.
           move sec-skipped to cnt-ed3.
           move spaces to prt-text.
           if sec-skipped = 0
              string "  " function trim(cnt-ed) " checked, "
                     function trim(cnt-ed2) " flagged"
                     delimited by size into prt-text
           else
              string "  " function trim(cnt-ed) " checked, "
                     function trim(cnt-ed2) " flagged, "
                     function trim(cnt-ed3) " " sec-skip-text
                     delimited by size into prt-text
           end-if.
           perform PRT-RTN.

       NO-FILE-RTN.
           move "  not on file - nothing to check" to prt-text.
           move "RESULTAUDIT-H10" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.

       FLAG-RTN.
           add 1 to flag-cnt.
           add 1 to sec-flags.
           move rec-no to fl-rec.
           move flag-rule to fl-rule.
           move flag-detail to fl-detail.
           move flag-line to prt-text.
           perform PRT-RTN.

       CATSEYE-RTN.
      *> every best-steps record is set against the optimum of the
      *> map it was made on - a count below it was never walked;
      *> fogged runs carry #FOG after the map name
           move "catseye_beststeps.log" to sec-file.
           move "best steps below the map's optimal path"
             to sec-title.
           move "RESULTAUDIT-H04" to sec-id.
           move "map(s) not found" to sec-skip-text.
           perform SECTION-RTN.
           open input best-file.
           if best-f-sts not = "00"
              perform NO-FILE-RTN
              exit paragraph
           end-if.
           perform until 1 = 0
              read best-file at end exit perform
              end-read
              add 1 to rec-no
              if best-record(1:7) = "*LAYOUT" or
                 best-map-label = spaces
                 exit perform cycle
              end-if
              perform CE-BEST-RTN
           end-perform.
           close best-file.
           perform SECTION-END-RTN.

       CE-BEST-RTN.
           move 0 to wk-fog-pos.
           inspect best-map-label tallying wk-fog-pos
                   for characters before initial "#FOG".
           if wk-fog-pos = 0
              add 1 to sec-skipped
              exit paragraph
           end-if.
           move spaces to map-file-name.
           move best-map-label(1:wk-fog-pos) to map-file-name.
           perform LOAD-MAP-RTN.
           if map-f-sts not = "00"
              add 1 to sec-skipped
              exit paragraph
           end-if.
           add 1 to sec-checked.
           if best-rec-steps is not numeric
              move "CE BAD STEPS" to flag-rule
              move spaces to flag-detail
              string "step count unreadable, held by "
                     function trim(best-player)
                     delimited by size into flag-detail
              perform FLAG-RTN
              exit paragraph
           end-if.
           move best-rec-steps to num-ed.
           if start-row = 0 or gold-row = 0
              move 0 to solve-ok-sw
           else
              perform SOLVE-RTN
           end-if.
           if solve-ok-sw = 0
              move "CE NO PATH" to flag-rule
              move spaces to flag-detail
              string function trim(num-ed) " steps by "
                     function trim(best-player)
                     " - map has no way to Gold"
                     delimited by size into flag-detail
              perform FLAG-RTN
              exit paragraph
           end-if.
           if best-rec-steps < opt-steps
              move opt-steps to num-ed2
              move "CE BELOW OPT" to flag-rule
              move spaces to flag-detail
              string function trim(num-ed) " steps by "
                     function trim(best-player)
                     " - optimum is " function trim(num-ed2)
                     delimited by size into flag-detail
              perform FLAG-RTN
           end-if.

       HITBLOW-RTN.
      *> HitBlow replays each won game's secret through its solver
      *> and keeps the solver's try count on the history record;
      *> games from before that carry none and are not judged
           move "hitblow_history.log" to sec-file.
           move "wins in fewer tries than the solver"
             to sec-title.
           move "RESULTAUDIT-H05" to sec-id.
           move "win(s) with no solver count" to sec-skip-text.
           perform SECTION-RTN.
           open input history-file.
           if hist-f-sts not = "00"
              perform NO-FILE-RTN
              exit paragraph
           end-if.
           perform until 1 = 0
              read history-file at end exit perform
              end-read
              add 1 to rec-no
              if hist-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if hist-result not = "WIN" and hist-result not = "BZWIN"
                 exit perform cycle
              end-if
              if hist-solver is not numeric or hist-solver = "00"
                 or hist-tries is not numeric
                 add 1 to sec-skipped
                 exit perform cycle
              end-if
              add 1 to sec-checked
              if hist-tries < function numval(hist-solver)
                 move hist-tries to num-ed
                 move hist-solver to num-ed2
                 move "HB < SOLVER" to flag-rule
                 move spaces to flag-detail
                 string function trim(hist-player) " won in "
                        function trim(num-ed) " tries, solver needs "
                        function trim(num-ed2) " " hist-date
                        delimited by size into flag-detail
                 perform FLAG-RTN
              end-if
           end-perform.
           close history-file.
           perform SECTION-END-RTN.

       MINESWEEPER-RTN.
      *> a board cannot be cleared quicker than its 3BV allows;
      *> results from before the board metric carry no 3BV
           move "minesweeper_results.log" to sec-file.
           move ms-min-per to per-ed.
           move "RESULTAUDIT-H08" to mc-id.
           move "wins under" to mc-text.
           perform LBL-RTN.
           move mc-text to hdg-lead.
           move "RESULTAUDIT-H09" to mc-id.
           move "seconds per 3BV" to mc-text.
           perform LBL-RTN.
           move spaces to sec-title.
           string function trim(hdg-lead trailing) " " per-ed " "
                  function trim(mc-text trailing)
                  delimited by size into sec-title.
           move spaces to sec-id.
           move "win(s) with no 3BV" to sec-skip-text.
           perform SECTION-RTN.
           open input result-file.
           if result-f-sts not = "00"
              perform NO-FILE-RTN
              exit paragraph
           end-if.
           perform until 1 = 0
              read result-file at end exit perform
              end-read
              add 1 to rec-no
              if result-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if res-outcome not = "WIN"
                 exit perform cycle
              end-if
              if res-3bv is not numeric or res-3bv = "000"
                 or res-secs is not numeric
                 add 1 to sec-skipped
                 exit perform cycle
              end-if
              add 1 to sec-checked
              move res-3bv to wk-3bv
              compute ms-floor = wk-3bv * ms-min-per
              if res-secs < ms-floor
                 move res-secs to num-ed
                 move wk-3bv to num-ed2
                 move ms-floor to floor-ed
                 move "MS TOO FAST" to flag-rule
                 move spaces to flag-detail
                 string function trim(res-player) " "
                        function trim(num-ed) "s on 3BV "
                        function trim(num-ed2) " - at least "
                        function trim(floor-ed) "s " res-date
                        delimited by size into flag-detail
                 perform FLAG-RTN
              end-if
           end-perform.
           close result-file.
           perform SECTION-END-RTN.

       REVERSI-RTN.
      *> each game is played again from its M records; the board it
      *> ends on must hold the counts its G record claims.  games
      *> from before moves were kept have none and are not judged
           move "reversi_results.log" to sec-file.
           move "final counts against the move record"
             to sec-title.
           move "RESULTAUDIT-H06" to sec-id.
           move "game(s) with no moves" to sec-skip-text.
           perform SECTION-RTN.
           open input results-file.
           if results-f-sts not = "00"
              perform NO-FILE-RTN
              exit paragraph
           end-if.
           move 0 to cur-game.
           perform until 1 = 0
              read results-file at end exit perform
              end-read
              add 1 to rec-no
              if results-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              evaluate rv-type
                 when "G"
                    perform RV-GAME-END-RTN
                    move rv-game to cur-game
                    move rec-no to cur-rec
                    move results-record to cur-hdr
                    move 0 to gm-cnt
                 when "M"
                    if rv-game = cur-game and gm-cnt < 100
                       add 1 to gm-cnt
                       move function numval(rv-f2(1:1))
                         to gm-color(gm-cnt)
                       move rv-f3 to gm-row(gm-cnt)
                       move rv-f4 to gm-col(gm-cnt)
                    end-if
              end-evaluate
           end-perform.
           perform RV-GAME-END-RTN.
           close results-file.
           perform SECTION-END-RTN.

       RV-GAME-END-RTN.
           if cur-game = 0
              exit paragraph
           end-if.
           if gm-cnt = 0
              add 1 to sec-skipped
              move 0 to cur-game
              exit paragraph
           end-if.
           add 1 to sec-checked.
           move rec-no to hold-rec.
           move cur-rec to rec-no.
           perform RV-REPLAY-RTN.
           move hold-rec to rec-no.
           move 0 to cur-game.

       RV-REPLAY-RTN.
           move ch-size to MatSize.
           if MatSize < 4 or MatSize > 10
              move 8 to MatSize
           end-if.
           initialize anal-work.
           compute wk-mid = MatSize / 2.
           move 1 to anal-wcell(wk-mid, wk-mid).
           move 1 to anal-wcell(wk-mid + 1, wk-mid + 1).
           move 2 to anal-wcell(wk-mid, wk-mid + 1).
           move 2 to anal-wcell(wk-mid + 1, wk-mid).
           perform varying wk-mv from 1 by 1 until wk-mv > gm-cnt
              move gm-color(wk-mv) to an-color
              move gm-row(wk-mv) to an-r
              move gm-col(wk-mv) to an-c
              move 0 to an-total
              if (an-color = 1 or an-color = 2) and
                 an-r >= 1 and an-r <= MatSize and
                 an-c >= 1 and an-c <= MatSize
                 if anal-wcell(an-r, an-c) = 0
                    perform AN-MOVE-RTN
                 end-if
              end-if
              if an-total = 0
                 move wk-mv to num-ed
                 move "RV BAD MOVE" to flag-rule
                 move spaces to flag-detail
                 string "game " ch-game " " function trim(ch-player)
                        " - move " function trim(num-ed)
                        " is not legal on the board"
                        delimited by size into flag-detail
                 perform FLAG-RTN
                 exit paragraph
              end-if
           end-perform.
           move 0 to cnt-white cnt-black.
           perform varying an-r from 1 by 1 until an-r > MatSize
              perform varying an-c from 1 by 1 until an-c > MatSize
                 evaluate anal-wcell(an-r, an-c)
                    when 1
                       add 1 to cnt-white
                    when 2
                       add 1 to cnt-black
                 end-evaluate
              end-perform
           end-perform.
           if cnt-white not = ch-white or cnt-black not = ch-black
              move ch-white to num-ed
              move ch-black to num-ed2
              move cnt-white to num-ed3
              move cnt-black to cnt-ed
              move "RV COUNTS" to flag-rule
              move spaces to flag-detail
              string "game " ch-game " " function trim(ch-player)
                     " " function trim(num-ed) "-"
                     function trim(num-ed2) ", moves give "
                     function trim(num-ed3) "-" function trim(cnt-ed)
                     delimited by size into flag-detail
              perform FLAG-RTN
              exit paragraph
           end-if.
      *> a game lost on the clock is won by the other side whatever
      *> the board says
           if ch-forfeit = "TIME"
              exit paragraph
           end-if.
           evaluate true
              when cnt-white > cnt-black
                 move "WHITE" to rv-winner
              when cnt-black > cnt-white
                 move "BLACK" to rv-winner
              when other
                 move "TIE" to rv-winner
           end-evaluate.
           if ch-winner not = rv-winner
              move "RV WINNER" to flag-rule
              move spaces to flag-detail
              string "game " ch-game " " function trim(ch-player)
                     " - " function trim(ch-winner)
                     " on record, board gives "
                     function trim(rv-winner)
                     delimited by size into flag-detail
              perform FLAG-RTN
           end-if.

       AN-MOVE-RTN.
      *> place an-color's stone at an-r, an-c and flip, as the game
      *> does; an-total is 0 when it flips nothing and is not legal
           move 0 to an-total
           perform varying an-d from 1 by 1 until an-d > 8
              move function numval(dev-y(an-d)) to an-dy
              move function numval(dev-x(an-d)) to an-dx
              move 0 to an-run
              compute an-ty = an-r + an-dy
              compute an-tx = an-c + an-dx
              perform until 1 = 0
                 if an-ty < 1 or an-ty > MatSize or
                    an-tx < 1 or an-tx > MatSize
                    move 0 to an-run
                    exit perform
                 end-if
                 if anal-wcell(an-ty, an-tx) = 0
                    move 0 to an-run
                    exit perform
                 end-if
                 if anal-wcell(an-ty, an-tx) = an-color
                    exit perform
                 end-if
                 add 1 to an-run
                 compute an-ty = an-ty + an-dy
                 compute an-tx = an-tx + an-dx
              end-perform
              if an-run > 0
                 add an-run to an-total
                 compute an-ty = an-r + an-dy
                 compute an-tx = an-c + an-dx
                 perform an-run times
                    move an-color to anal-wcell(an-ty, an-tx)
                    compute an-ty = an-ty + an-dy
                    compute an-tx = an-tx + an-dx
                 end-perform
              end-if
           end-perform
           if an-total > 0
              move an-color to anal-wcell(an-r, an-c)
           end-if.

       DAILY-RTN.
      *> lower is better on every daily game (seconds or tries), so a
      *> score far under the player's own earlier wins is the jump to
      *> look at; a flagged score is kept out of the history so it
      *> does not hide the next one
           move "daily_challenge.log" to sec-file.
           move "scores far beyond the player's history"
             to sec-title.
           move "RESULTAUDIT-H07" to sec-id.
           move spaces to sec-skip-text.
           perform SECTION-RTN.
           open input daily-file.
           if daily-f-sts not = "00"
              perform NO-FILE-RTN
              exit paragraph
           end-if.
           move 0 to dp-cnt.
           perform until 1 = 0
              read daily-file at end exit perform
              end-read
              add 1 to rec-no
              if daily-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if dc-result not = "WIN" or dc-score is not numeric
                 exit perform cycle
              end-if
              add 1 to sec-checked
              perform DP-FIND-RTN
              if hit-p = 0
                 exit perform cycle
              end-if
              if dp-wins(hit-p) >= dl-min-hist
                 compute dl-mean rounded =
                         dp-sum(hit-p) / dp-wins(hit-p)
                 if dc-score * dl-factor < dl-mean
                    move dc-score to num-ed
                    move dl-mean to mean-ed
                    move dp-wins(hit-p) to num-ed2
                    move "DC JUMP" to flag-rule
                    move spaces to flag-detail
                    string function trim(dc-player) " "
                           function trim(dc-game) " "
                           function trim(num-ed) " vs mean "
                           function trim(mean-ed) " of "
                           function trim(num-ed2) " " dc-date
                           delimited by size into flag-detail
                    perform FLAG-RTN
                    exit perform cycle
                 end-if
              end-if
              add 1 to dp-wins(hit-p)
              add dc-score to dp-sum(hit-p)
           end-perform.
           close daily-file.
           perform SECTION-END-RTN.

       DP-FIND-RTN.
           move 0 to hit-p.
           perform varying wk-p from 1 by 1 until wk-p > dp-cnt
              if dp-player(wk-p) = dc-player and
                 dp-game(wk-p) = dc-game
                 move wk-p to hit-p
                 exit paragraph
              end-if
           end-perform.
           if dp-cnt < 300
              add 1 to dp-cnt
              move dp-cnt to hit-p
              move dc-player to dp-player(hit-p)
              move dc-game to dp-game(hit-p)
              move 0 to dp-wins(hit-p) dp-sum(hit-p)
           end-if.

       LOAD-MAP-RTN.
      *> same layout catsEye saves: row heading then two bytes per
      *> column, PAR and TPC lines skipped past
           move 0 to start-row start-col gold-row gold-col.
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
           open input map-file.
           if map-f-sts not = "00"
              exit paragraph
           end-if.
           move 2 to ck-r.
           perform until 1 = 0
              read map-file at end exit perform
              end-read
              if map-record(1:4) = "PAR "
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
