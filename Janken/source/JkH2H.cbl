       IDENTIFICATION DIVISION.

       PROGRAM-ID. JkH2H.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select players-file assign to "../data/players.dat"
           organization line sequential
           file status players-f-sts.
       select h2h-file assign to "../data/janken_h2h.log"
           organization line sequential
           file status h2h-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  players-file.
       01  players-record.
           05  plr-id       pic 9(03).
           05  filler       pic x.
           05  plr-name     pic x(10).
       fd  h2h-file.
       01  h2h-record.
           05  h2h-date     pic x(08).
           05  filler       pic x.
           05  h2h-time     pic x(06).
           05  filler       pic x.
           05  h2h-type     pic x(01).
           05  filler       pic x.
           05  h2h-p1       pic x(10).
           05  filler       pic x.
           05  h2h-p2       pic x(10).
           05  filler       pic x.
           05  h2h-result   pic 9(01).
           05  filler       pic x.
           05  h2h-p1-val   pic 9(02).
           05  filler       pic x.
           05  h2h-p2-val   pic 9(02).
           05  filler       pic x.
           05  h2h-draws    pic 9(02).
           05  filler       pic x.
           05  h2h-ctx      pic x(02).
           05  filler       pic x.
           05  h2h-rpsls    pic 9(01).

       WORKING-STORAGE SECTION.
       01  players-f-sts pic x(02).
       01  h2h-f-sts     pic x(02).
      *> the registered roster, and for every ordered pair the row
      *> player's rounds and matches against the column player
       01  pl-tbl.
           05  pl-cnt pic 9(02) value 0.
           05  pl-ent occurs 30.
               10  pl-name      pic x(10).
               10  pl-vs occurs 30.
                   15  vs-rw    pic 9(05).
                   15  vs-rl    pic 9(05).
                   15  vs-rd    pic 9(05).
                   15  vs-mw    pic 9(04).
                   15  vs-ml    pic 9(04).
                   15  vs-md    pic 9(04).
       01  wk-i          pic 9(02).
       01  wk-c          pic 9(02).
       01  wk-col-from   pic 9(02).
       01  wk-col-to     pic 9(02).
       01  wk-p1         pic 9(02).
       01  wk-p2         pic 9(02).
       01  wk-find       pic x(10).
       01  wk-idx        pic 9(02).
       01  wk-pos        pic 9(03).
       01  round-cnt     pic 9(06) value 0.
       01  match-cnt     pic 9(05) value 0.
       01  outside-cnt   pic 9(05) value 0.
       01  pair-cnt      pic 9(03) value 0.
       01  wk-games      pic 9(06).
       01  wk-pct        pic 9(03)v9(01).
       01  filter-name   pic x(10) value space.
       01  filter-idx    pic 9(02) value 0.
       01  cmd-tok1      pic x(20).
       01  cmd-tok2      pic x(20).
       01  cell-x.
           05  filler       pic x(01) value space.
           05  cell-w       pic zz9.
           05  filler       pic x(01) value "-".
           05  cell-l       pic zz9.
           05  filler       pic x(01) value "-".
           05  cell-d       pic zz9.
       01  pair-line.
           05  pr-p1        pic x(10).
           05  filler       pic x(04) value " vs ".
           05  pr-p2        pic x(10).
           05  filler       pic x(01) value space.
           05  pr-rw        pic zzzz9.
           05  filler       pic x(01) value space.
           05  pr-rl        pic zzzz9.
           05  filler       pic x(01) value space.
           05  pr-rd        pic zzzz9.
           05  filler       pic x(02) value space.
           05  pr-pct       pic zz9.9.
           05  filler       pic x(03) value space.
           05  pr-mw        pic zzz9.
           05  filler       pic x(01) value space.
           05  pr-ml        pic zzz9.
           05  filler       pic x(01) value space.
           05  pr-md        pic zzz9.
       01  cnt-ed        pic zzzzz9.
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
       01  hdg-lead      pic x(80).

       PROCEDURE DIVISION.
       MAIN.
           accept cmd-args from command-line
           move function upper-case(cmd-args) to cmd-args
           move 0 to print-sw
           inspect cmd-args tallying print-sw
                   for all "PRINT"
      *> any other word on the command line names one player whose
      *> records alone are listed below the crosstable
           move spaces to cmd-tok1 cmd-tok2
           unstring cmd-args delimited by all space
               into cmd-tok1 cmd-tok2
           end-unstring
           if cmd-tok1 not = spaces and cmd-tok1 not = "PRINT"
              move cmd-tok1 to filter-name
           end-if
           if cmd-tok2 not = spaces and cmd-tok2 not = "PRINT"
              move cmd-tok2 to filter-name
           end-if
           if print-sw > 0
              move 1 to print-sw
              move "OPEN" to ps-func
              move "jkh2h" to ps-tag
              move "Janken head-to-head crosstable" to ps-title
              call "PrintSpool" using ps-param
           end-if
           move "Janken head-to-head crosstable (registered players)"
             to prt-text
           move "JKH2H-H01" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           perform LOAD-ROSTER-RTN.
           if pl-cnt < 2
              move "Need 2+ players in players.dat" to prt-text
              move "JKH2H-H02" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           if filter-name not = spaces
              move filter-name to wk-find
              perform FIND-PLAYER-RTN
              move wk-idx to filter-idx
              if filter-idx = 0
                 move spaces to prt-text
                 string "Player " function trim(filter-name)
                        " is not in players.dat"
                        delimited by size into prt-text
                 perform PRT-RTN
                 perform CLOSE-PRINT-RTN
                 goback
              end-if
           end-if.
           open input h2h-file.
           if h2h-f-sts not = "00"
              move "No two-player games recorded yet" to prt-text
              move "JKH2H-H03" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           perform until 1 = 0
              read h2h-file at end exit perform
              end-read
              if h2h-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              perform TALLY-RTN
           end-perform.
           close h2h-file.
           if filter-idx = 0
              perform PRINT-GRID-RTN
           end-if.
           perform PRINT-PAIRS-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           move round-cnt to cnt-ed.
           move spaces to prt-text.
           string "Rounds between registered players:" cnt-ed
                  delimited by size into prt-text.
           perform PRT-RTN.
           move match-cnt to cnt-ed.
           move spaces to prt-text.
           string "Matches decided between them     :" cnt-ed
                  delimited by size into prt-text.
           perform PRT-RTN.
           if outside-cnt > 0
              move outside-cnt to cnt-ed
              move spaces to prt-text
              string "Records naming an unregistered player:" cnt-ed
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.
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

       LOAD-ROSTER-RTN.
           initialize pl-tbl.
           open input players-file.
           if players-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read players-file at end exit perform
              end-read
              if plr-name not = spaces and pl-cnt < 30
                 move plr-name to wk-find
                 perform FIND-PLAYER-RTN
                 if wk-idx = 0
                    add 1 to pl-cnt
                    move plr-name to pl-name(pl-cnt)
                 end-if
              end-if
           end-perform.
           close players-file.

       FIND-PLAYER-RTN.
      *> names match regardless of case, as typed on the command line
           move 0 to wk-idx.
           perform varying wk-i from 1 by 1 until wk-i > pl-cnt
              if function upper-case(pl-name(wk-i)) =
                 function upper-case(wk-find)
                 move wk-i to wk-idx
                 exit perform
              end-if
           end-perform.

       TALLY-RTN.
           if h2h-type not = "R" and h2h-type not = "M"
              exit paragraph
           end-if.
           move h2h-p1 to wk-find.
           perform FIND-PLAYER-RTN.
           move wk-idx to wk-p1.
           move h2h-p2 to wk-find.
           perform FIND-PLAYER-RTN.
           move wk-idx to wk-p2.
           if wk-p1 = 0 or wk-p2 = 0
              add 1 to outside-cnt
              exit paragraph
           end-if.
           if wk-p1 = wk-p2
              exit paragraph
           end-if.
      *> result 2 means player 1 took it, 3 player 2, 1 a draw
           if h2h-type = "R"
              add 1 to round-cnt
              evaluate h2h-result
                 when 1
                    add 1 to vs-rd(wk-p1, wk-p2)
                    add 1 to vs-rd(wk-p2, wk-p1)
                 when 2
                    add 1 to vs-rw(wk-p1, wk-p2)
                    add 1 to vs-rl(wk-p2, wk-p1)
                 when 3
                    add 1 to vs-rl(wk-p1, wk-p2)
                    add 1 to vs-rw(wk-p2, wk-p1)
              end-evaluate
           else
              add 1 to match-cnt
              evaluate h2h-result
                 when 1
                    add 1 to vs-md(wk-p1, wk-p2)
                    add 1 to vs-md(wk-p2, wk-p1)
                 when 2
                    add 1 to vs-mw(wk-p1, wk-p2)
                    add 1 to vs-ml(wk-p2, wk-p1)
                 when 3
                    add 1 to vs-ml(wk-p1, wk-p2)
                    add 1 to vs-mw(wk-p2, wk-p1)
              end-evaluate
           end-if.

       PRINT-GRID-RTN.
      *> five opponents to a block so a block fits the screen
           move spaces to prt-text.
           perform PRT-RTN.
           move "Rounds won-lost-drawn by the row player against"
             to prt-text.
           move "JKH2H-H04" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move "the column player ( . = never met)" to prt-text.
           move "JKH2H-H05" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move 1 to wk-col-from.
           perform until wk-col-from > pl-cnt
              compute wk-col-to = wk-col-from + 4
              if wk-col-to > pl-cnt
                 move pl-cnt to wk-col-to
              end-if
              perform PRINT-BLOCK-RTN
              add 5 to wk-col-from
           end-perform.

       PRINT-BLOCK-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           move spaces to prt-text.
           move 12 to wk-pos.
           perform varying wk-c from wk-col-from by 1
                   until wk-c > wk-col-to
              move pl-name(wk-c) to prt-text(wk-pos + 1:10)
              add 12 to wk-pos
           end-perform.
           perform PRT-RTN.
           perform varying wk-i from 1 by 1 until wk-i > pl-cnt
              move spaces to prt-text
              move pl-name(wk-i) to prt-text(1:10)
              move 12 to wk-pos
              perform varying wk-c from wk-col-from by 1
                      until wk-c > wk-col-to
                 evaluate true
                    when wk-c = wk-i
                       move "     x" to prt-text(wk-pos:6)
                    when vs-rw(wk-i, wk-c) + vs-rl(wk-i, wk-c)
                         + vs-rd(wk-i, wk-c) = 0
                       move "     ." to prt-text(wk-pos:6)
                    when other
                       move vs-rw(wk-i, wk-c) to cell-w
                       move vs-rl(wk-i, wk-c) to cell-l
                       move vs-rd(wk-i, wk-c) to cell-d
                       move cell-x to prt-text(wk-pos:12)
                 end-evaluate
                 add 12 to wk-pos
              end-perform
              perform PRT-RTN
           end-perform.

       PRINT-PAIRS-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           if filter-idx > 0
              move "JKH2H-H10" to mc-id
              move "Record of" to mc-text
              perform LBL-RTN
              move mc-text to hdg-lead
              move "JKH2H-H11" to mc-id
              move "against each opponent" to mc-text
              perform LBL-RTN
              move spaces to prt-text
              string function trim(hdg-lead trailing) " "
                     function trim(pl-name(filter-idx)) " "
                     function trim(mc-text trailing)
                     delimited by size into prt-text
           else
              move "Every pairing that has met" to prt-text
              move "JKH2H-H06" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           end-if.
           move spaces to prt-text.
           string "                         ----- rounds -----"
                  "         -- matches --"
                  delimited by size into prt-text.
           move "JKH2H-H07" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move spaces to prt-text.
           string "Player        Opponent     Won  Lost  Drew"
                  "   Win%    Won Lost Drew"
                  delimited by size into prt-text.
           move "JKH2H-H08" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move 0 to pair-cnt.
           perform varying wk-p1 from 1 by 1 until wk-p1 > pl-cnt
              perform varying wk-p2 from 1 by 1 until wk-p2 > pl-cnt
                 perform PAIR-LINE-RTN
              end-perform
           end-perform.
           if pair-cnt = 0
              move "  (no games between registered players yet)"
                to prt-text
              move "JKH2H-H09" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           end-if.

       PAIR-LINE-RTN.
      *> each pair once - or, for one player, every opponent faced
           if filter-idx > 0
              if wk-p1 not = filter-idx or wk-p2 = filter-idx
                 exit paragraph
              end-if
           else
              if wk-p2 <= wk-p1
                 exit paragraph
              end-if
           end-if.
           compute wk-games = vs-rw(wk-p1, wk-p2) + vs-rl(wk-p1, wk-p2)
                            + vs-rd(wk-p1, wk-p2).
           if wk-games = 0 and vs-mw(wk-p1, wk-p2) = 0 and
              vs-ml(wk-p1, wk-p2) = 0 and vs-md(wk-p1, wk-p2) = 0
              exit paragraph
           end-if.
           add 1 to pair-cnt.
           move 0 to wk-pct.
           if wk-games > 0
              compute wk-pct rounded =
                      vs-rw(wk-p1, wk-p2) * 100 / wk-games
           end-if.
           move pl-name(wk-p1)      to pr-p1.
           move pl-name(wk-p2)      to pr-p2.
           move vs-rw(wk-p1, wk-p2) to pr-rw.
           move vs-rl(wk-p1, wk-p2) to pr-rl.
           move vs-rd(wk-p1, wk-p2) to pr-rd.
           move wk-pct              to pr-pct.
           move vs-mw(wk-p1, wk-p2) to pr-mw.
           move vs-ml(wk-p1, wk-p2) to pr-ml.
           move vs-md(wk-p1, wk-p2) to pr-md.
           move pair-line to prt-text.
           perform PRT-RTN.
