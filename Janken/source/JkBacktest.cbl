       IDENTIFICATION DIVISION.

       PROGRAM-ID. JkBacktest.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select round-file assign to "../data/janken_rounds.log"
           organization line sequential
           file status round-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  round-file.
       01  round-record.
           05  rnd-date     pic x(08).
           05  filler       pic x.
           05  rnd-time     pic x(06).
           05  filler       pic x.
           05  rnd-myhand   pic 9(01).
           05  filler       pic x.
           05  rnd-pchand   pic 9(01).
           05  filler       pic x.
           05  rnd-rpsls    pic 9(01).
           05  filler       pic x.
           05  rnd-adaptive pic 9(01).
           05  filler       pic x.
           05  rnd-result   pic 9(01).
           05  filler       pic x.
           05  rnd-player   pic x(10).
           05  filler       pic x.
           05  rnd-strat    pic x(08).

       WORKING-STORAGE SECTION.
       01  round-f-sts   pic x(02).
      *> the CPU roster, in the order Janken offers it
       01  st-name-tbl.
           05  st-name-def pic x(32) value
               "DICE    COPYCAT BREAKER EXPLOIT ".
           05  filler redefines st-name-def.
               10  st-name occurs 4 pic x(08).
       01  winLose-tbl.
           05  winLose-def pic x(09) value "123312231".
           05  filler redefines winLose-def.
               10  filler occurs 3.
                   15  winLose occurs 3 pic 9(01).
       01  winLose-tbl5.
           05  winLose-def5 pic x(25) value
               "1232331223231323321222331".
           05  filler redefines winLose-def5.
               10  filler occurs 5.
                   15  winLose5 occurs 5 pic 9(01).
      *> per player: the replay state each strategy would have seen,
      *> and the rounds it would have won (CPU's point of view)
       01  py-tbl.
           05  py-cnt pic 9(02) value 0.
           05  py-ent occurs 30.
               10  py-name      pic x(10).
               10  py-rounds    pic 9(05).
               10  py-last-date pic x(08).
               10  py-last-hand pic 9(01).
               10  py-freq      occurs 5 pic 9(05).
               10  py-act-win   pic 9(05).
               10  py-act-lose  pic 9(05).
               10  py-act-draw  pic 9(05).
               10  py-st occurs 4.
                   15  py-st-streak pic 9(03).
                   15  py-st-win    pic 9(05).
                   15  py-st-lose   pic 9(05).
                   15  py-st-draw   pic 9(05).
       01  tot-tbl.
           05  tot-rounds   pic 9(06) value 0.
           05  tot-act-win  pic 9(06) value 0.
           05  tot-act-lose pic 9(06) value 0.
           05  tot-act-draw pic 9(06) value 0.
           05  tot-st occurs 4.
               10  tot-st-win   pic 9(06).
               10  tot-st-lose  pic 9(06).
               10  tot-st-draw  pic 9(06).
       01  wk-i          pic 9(02).
       01  wk-s          pic 9(01).
       01  wk-idx        pic 9(02).
       01  wk-best       pic 9(01).
       01  num-hands     pic 9(01).
       01  my-hand       pic 9(01).
       01  pc-hand       pic 9(01).
       01  target-hand   pic 9(01).
       01  wk-result     pic 9(01).
       01  wk-h          pic 9(01).
       01  most-freq-hand pic 9(01).
       01  most-freq-cnt  pic 9(05).
       01  counter-tbl.
           05  counter-hands occurs 5 pic 9(01).
       01  counter-cnt   pic 9(01).
       01  wk-rand-pick  pic 9(03).
       01  wk-seed       pic 9(01)v9(08).
       01  skip-2p-cnt   pic 9(05) value 0.
       01  skip-bad-cnt  pic 9(05) value 0.
       01  drop-cnt      pic 9(05) value 0.
       01  pred-cnt      pic 9(02) value 0.
       01  min-rounds    pic 9(03) value 20.
      *> one strategy line: counts then rates, CPU's point of view
       01  st-win        pic 9(06).
       01  st-lose       pic 9(06).
       01  st-draw       pic 9(06).
       01  st-games      pic 9(06).
       01  wk-win-pct    pic 9(03)v9(01).
       01  wk-lose-pct   pic 9(03)v9(01).
       01  wk-edge       pic s9(03)v9(01).
       01  best-edge     pic s9(03)v9(01).
       01  dtl-line.
           05  filler       pic x(02) value space.
           05  dtl-name     pic x(08).
           05  filler       pic x(01) value space.
           05  dtl-win      pic zzzzz9.
           05  filler       pic x(01) value space.
           05  dtl-lose     pic zzzzz9.
           05  filler       pic x(01) value space.
           05  dtl-draw     pic zzzzz9.
           05  filler       pic x(02) value space.
           05  dtl-win-pct  pic zz9.9.
           05  filler       pic x(02) value space.
           05  dtl-lose-pct pic zz9.9.
           05  filler       pic x(02) value space.
           05  dtl-edge     pic +++9.9.
           05  filler       pic x(02) value space.
           05  dtl-note     pic x(12).
       01  cnt-ed        pic zzzzz9.
       01  edge-ed       pic +++9.9.
       01  cmd-args      pic x(40).
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
              move "jkbacktest" to ps-tag
              move "Janken CPU strategy backtest" to ps-title
              call "PrintSpool" using ps-param
           end-if
           move "Janken CPU strategy backtest over janken_rounds.log"
             to prt-text
           move "JKBACKTEST-H01" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move "Each player's real hands replayed against every CPU"
             to prt-text
           move "JKBACKTEST-H02" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move "strategy; Won/Lost/Drew and Edge are the CPU's view"
             to prt-text
           move "JKBACKTEST-H03" to mc-id
           perform HDG-RTN
           perform PRT-RTN
      *> a fixed seed keeps the dice, and so the report, repeatable
           move function random(19790605) to wk-seed.
           initialize tot-tbl.
           open input round-file.
           if round-f-sts not = "00"
              display "Cannot open janken_rounds.log sts="
                      round-f-sts
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           perform until 1 = 0
              read round-file at end exit perform
              end-read
              if round-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              perform REPLAY-ROUND-RTN
           end-perform.
           close round-file.
           if py-cnt = 0
              move spaces to prt-text
              perform PRT-RTN
              move "No rounds against the CPU on file yet" to prt-text
              move "JKBACKTEST-H04" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           perform varying wk-i from 1 by 1 until wk-i > py-cnt
              perform PRINT-PLAYER-RTN
           end-perform.
           perform PRINT-OVERALL-RTN.
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

       REPLAY-ROUND-RTN.
      *> two-player rounds were thrown at a person, not the CPU
           if rnd-strat = "P2"
              add 1 to skip-2p-cnt
              exit paragraph
           end-if.
           if rnd-rpsls = 1
              move 5 to num-hands
           else
              move 3 to num-hands
           end-if.
           if rnd-myhand < 1 or rnd-myhand > num-hands
              add 1 to skip-bad-cnt
              exit paragraph
           end-if.
           move rnd-myhand to my-hand.
           perform FIND-PLAYER-RTN.
           if wk-idx = 0
              add 1 to drop-cnt
              exit paragraph
           end-if.
      *> Janken starts each sitting with no last hand and no streak
           if rnd-date not = py-last-date(wk-idx)
              move rnd-date to py-last-date(wk-idx)
              move 0 to py-last-hand(wk-idx)
              perform varying wk-s from 1 by 1 until wk-s > 4
                 move 0 to py-st-streak(wk-idx, wk-s)
              end-perform
           end-if.
           add 1 to py-rounds(wk-idx).
           add 1 to tot-rounds.
           evaluate rnd-result
              when 1
                 add 1 to py-act-draw(wk-idx) tot-act-draw
              when 2
                 add 1 to py-act-lose(wk-idx) tot-act-lose
              when 3
                 add 1 to py-act-win(wk-idx) tot-act-win
           end-evaluate.
      *> the live game counts the hand before the CPU picks, so the
      *> replay does too
           add 1 to py-freq(wk-idx, my-hand).
           perform varying wk-s from 1 by 1 until wk-s > 4
              perform PICK-HAND-RTN
              if rnd-rpsls = 1
                 move winLose5(my-hand, pc-hand) to wk-result
              else
                 move winLose(my-hand, pc-hand) to wk-result
              end-if
              evaluate wk-result
                 when 1
                    add 1 to py-st-draw(wk-idx, wk-s)
                    add 1 to tot-st-draw(wk-s)
                 when 2
                    add 1 to py-st-lose(wk-idx, wk-s)
                    add 1 to tot-st-lose(wk-s)
                 when 3
                    add 1 to py-st-win(wk-idx, wk-s)
                    add 1 to tot-st-win(wk-s)
              end-evaluate
              if wk-result = 2
                 add 1 to py-st-streak(wk-idx, wk-s)
              else
                 move 0 to py-st-streak(wk-idx, wk-s)
              end-if
           end-perform.
           move my-hand to py-last-hand(wk-idx).

       PICK-HAND-RTN.
      *> the same rules as Janken's STRAT-xxx paragraphs
           evaluate wk-s
              when 2
                 if py-last-hand(wk-idx) = 0 or
                    py-last-hand(wk-idx) > num-hands
                    perform DICE-RTN
                 else
                    move py-last-hand(wk-idx) to target-hand
                    perform COUNTER-PICK-RTN
                 end-if
              when 3
                 if py-st-streak(wk-idx, wk-s) >= 2 and
                    py-last-hand(wk-idx) > 0 and
                    py-last-hand(wk-idx) <= num-hands
                    move py-last-hand(wk-idx) to target-hand
                    perform COUNTER-PICK-RTN
                 else
                    perform DICE-RTN
                 end-if
              when 4
                 perform EXPLOIT-RTN
              when other
                 perform DICE-RTN
           end-evaluate.

       DICE-RTN.
           compute pc-hand = function random() * num-hands + 1.

       COUNTER-PICK-RTN.
           perform COUNTER-LIST-RTN.
           if counter-cnt = 0
              perform DICE-RTN
           else
              perform COUNTER-CHOOSE-RTN
           end-if.

       COUNTER-LIST-RTN.
      *> every hand that beats target-hand
           move 0 to counter-cnt.
           perform varying wk-h from 1 by 1 until wk-h > num-hands
              if rnd-rpsls = 1
                 if winLose5(target-hand, wk-h) = 3
                    add 1 to counter-cnt
                    move wk-h to counter-hands(counter-cnt)
                 end-if
              else
                 if winLose(target-hand, wk-h) = 3
                    add 1 to counter-cnt
                    move wk-h to counter-hands(counter-cnt)
                 end-if
              end-if
           end-perform.

       COUNTER-CHOOSE-RTN.
           if counter-cnt = 1
              move counter-hands(1) to pc-hand
           else
              compute wk-h = function random() * counter-cnt + 1
              move counter-hands(wk-h) to pc-hand
           end-if.

       EXPLOIT-RTN.
      *> counter the player's most thrown hand seven times in ten
           move 0 to most-freq-cnt.
           move 1 to most-freq-hand.
           perform varying wk-h from 1 by 1 until wk-h > num-hands
              if py-freq(wk-idx, wk-h) > most-freq-cnt
                 move py-freq(wk-idx, wk-h) to most-freq-cnt
                 move wk-h to most-freq-hand
              end-if
           end-perform.
           move most-freq-hand to target-hand.
           perform COUNTER-LIST-RTN.
           compute wk-rand-pick = function random() * 100 + 1.
           if most-freq-cnt > 0 and counter-cnt > 0 and
              wk-rand-pick <= 70
              perform COUNTER-CHOOSE-RTN
           else
              perform DICE-RTN
           end-if.

       FIND-PLAYER-RTN.
           move 0 to wk-idx.
           perform varying wk-i from 1 by 1 until wk-i > py-cnt
              if py-name(wk-i) = rnd-player
                 move wk-i to wk-idx
                 exit perform
              end-if
           end-perform.
           if wk-idx = 0 and py-cnt < 30
              add 1 to py-cnt
              move py-cnt to wk-idx
              initialize py-ent(wk-idx)
              move rnd-player to py-name(wk-idx)
           end-if.

       PRINT-HEAD-RTN.
           move spaces to prt-text.
           string "  Strategy    Won   Lost   Drew   Win%  Lose%"
                  "   Edge"
                  delimited by size into prt-text.
           move "JKBACKTEST-H05" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.

       PRINT-PLAYER-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           move py-rounds(wk-i) to cnt-ed.
           move spaces to prt-text.
           string "Player " py-name(wk-i) " (" cnt-ed
                  " rounds vs CPU)"
                  delimited by size into prt-text.
           perform PRT-RTN.
           perform PRINT-HEAD-RTN.
           move 0 to wk-best.
           move -999 to best-edge.
           perform varying wk-s from 1 by 1 until wk-s > 4
              move py-st-win(wk-i, wk-s)  to st-win
              move py-st-lose(wk-i, wk-s) to st-lose
              move py-st-draw(wk-i, wk-s) to st-draw
              move st-name(wk-s) to dtl-name
              perform PRINT-LINE-RTN
              if wk-edge > best-edge
                 move wk-edge to best-edge
                 move wk-s to wk-best
              end-if
           end-perform.
           move py-act-win(wk-i)  to st-win.
           move py-act-lose(wk-i) to st-lose.
           move py-act-draw(wk-i) to st-draw.
           move "(actual)" to dtl-name.
           perform PRINT-LINE-RTN.
      *> a player a fixed strategy can beat by a wide margin is
      *> throwing a pattern, not playing at random
           move best-edge to edge-ed.
           move spaces to prt-text.
           if py-rounds(wk-i) >= min-rounds and best-edge >= 15
              add 1 to pred-cnt
              string "  Best against this player: " st-name(wk-best)
                     " edge" edge-ed "  ** PREDICTABLE **"
                     delimited by size into prt-text
           else
              string "  Best against this player: " st-name(wk-best)
                     " edge" edge-ed
                     delimited by size into prt-text
           end-if.
           perform PRT-RTN.

       PRINT-LINE-RTN.
           compute st-games = st-win + st-lose + st-draw.
           move 0 to wk-win-pct wk-lose-pct wk-edge.
           if st-games > 0
              compute wk-win-pct rounded = st-win * 100 / st-games
              compute wk-lose-pct rounded = st-lose * 100 / st-games
              compute wk-edge = wk-win-pct - wk-lose-pct
           end-if.
           move st-win      to dtl-win.
           move st-lose     to dtl-lose.
           move st-draw     to dtl-draw.
           move wk-win-pct  to dtl-win-pct.
           move wk-lose-pct to dtl-lose-pct.
           move wk-edge     to dtl-edge.
           move spaces      to dtl-note.
           move dtl-line to prt-text.
           perform PRT-RTN.

       PRINT-OVERALL-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           move tot-rounds to cnt-ed.
           move spaces to prt-text.
           string "All players (" cnt-ed " rounds vs CPU)"
                  delimited by size into prt-text.
           perform PRT-RTN.
           perform PRINT-HEAD-RTN.
           move 0 to wk-best.
           move -999 to best-edge.
           perform varying wk-s from 1 by 1 until wk-s > 4
              move tot-st-win(wk-s)  to st-win
              move tot-st-lose(wk-s) to st-lose
              move tot-st-draw(wk-s) to st-draw
              move st-name(wk-s) to dtl-name
              perform PRINT-LINE-RTN
              if wk-edge > best-edge
                 move wk-edge to best-edge
                 move wk-s to wk-best
              end-if
           end-perform.
           move tot-act-win  to st-win.
           move tot-act-lose to st-lose.
           move tot-act-draw to st-draw.
           move "(actual)" to dtl-name.
           perform PRINT-LINE-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           move best-edge to edge-ed.
           move "JKBACKTEST-H06" to mc-id.
           move "Suggested default CPU strategy:" to mc-text.
           perform LBL-RTN.
           move spaces to prt-text.
           string function trim(mc-text trailing) " " st-name(wk-best)
                  " (edge" edge-ed ")"
                  delimited by size into prt-text.
           perform PRT-RTN.
           move pred-cnt to cnt-ed.
           move spaces to prt-text.
           string "Predictable players (edge 15+ over" " 20+ rounds):"
                  cnt-ed
                  delimited by size into prt-text.
           perform PRT-RTN.
           if skip-2p-cnt > 0
              move skip-2p-cnt to cnt-ed
              move spaces to prt-text
              string "Two-player rounds not replayed:" cnt-ed
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.
           if skip-bad-cnt > 0
              move skip-bad-cnt to cnt-ed
              move spaces to prt-text
              string "Rounds with an unreadable hand skipped:" cnt-ed
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.
           if drop-cnt > 0
              move drop-cnt to cnt-ed
              move spaces to prt-text
              string "WARNING -" cnt-ed " round(s) skipped - player"
                     " table full"
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.
