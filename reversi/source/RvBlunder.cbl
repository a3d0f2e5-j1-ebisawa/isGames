       IDENTIFICATION DIVISION.

       PROGRAM-ID. RvBlunder.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select results-file assign to "../data/reversi_results.log"
           organization line sequential
           file status results-f-sts.

       DATA DIVISION.

       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  results-f-sts pic x(02).
      *> a move that scores this much below the best one is an
      *> inaccuracy, and from blunder-at on a blunder - 8 is the
      *> corner bonus, so giving away a corner is always a blunder
       01  inacc-at      pic 9(02) value 3.
       01  blunder-at    pic 9(02) value 8.
       01  cur-game      pic 9(03) value 0.
       01  cur-hdr       pic x(80).
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
           05  filler     pic x(19).
       01  gm-tbl.
           05  gm-cnt pic 9(03) value 0.
           05  gm-move occurs 100.
               10  gm-color pic 9(01).
               10  gm-row   pic 9(02).
               10  gm-col   pic 9(02).
       01  MatSize       pic 9(02) value 8.
       01  dev-tbl.
           05 dev-def.
             10 dev-def-y pic x(16) value "-1-1-10000+1+1+1".
             10 dev-def-x pic x(16) value "-100+1-1+1-100+1".
           05 filler redefines dev-def.
             10 dev-y occurs 8 pic x(02).
             10 dev-x occurs 8 pic x(02).
       01  anal-board.
           05  anal-brow occurs 10.
               10  anal-bcell occurs 10 pic 9(01).
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
       01  an-pass pic 9(01).
       01  an-cr pic 9(02).
       01  an-cc pic 9(02).
       01  an-myflips pic 9(02).
       01  an-oppmax pic 9(02).
       01  an-score pic s9(04).
       01  an-best-score pic s9(04).
       01  an-best-r pic 9(02).
       01  an-best-c pic 9(02).
       01  mv-color      pic 9(01).
       01  mv-score      pic s9(04).
       01  mv-loss       pic 9(04).
       01  wk-mv         pic 9(03).
       01  wk-mid        pic 9(02).
       01  wk-s          pic 9(01).
       01  side-tbl.
           05  sd-moves   pic 9(03) occurs 2.
           05  sd-good    pic 9(03) occurs 2.
           05  sd-inacc   pic 9(03) occurs 2.
           05  sd-blunder pic 9(03) occurs 2.
       01  side-names    pic x(10) value "WhiteBlack".
       01  wk-rate       pic 9(03)v9(01).
       01  rate-ed       pic zz9.9.
       01  one-game      pic 9(03) value 0.
       01  games-done    pic 9(04) value 0.
       01  cnt-ed        pic zz9.
       01  cnt-ed2       pic zz9.
       01  cnt-ed3       pic zz9.
       01  cnt-ed4       pic zz9.
       01  games-ed      pic zzz9.
       01  mv-line.
           05  filler     pic x(02) value space.
           05  ml-no      pic zz9.
           05  filler     pic x(02) value space.
           05  ml-side    pic x(05).
           05  filler     pic x(02) value space.
           05  ml-move    pic x(05).
           05  filler     pic x(02) value space.
           05  ml-eval    pic ---9.
           05  filler     pic x(03) value space.
           05  ml-best    pic x(05).
           05  filler     pic x(02) value space.
           05  ml-beval   pic ---9.
           05  filler     pic x(03) value space.
           05  ml-loss    pic zzz9.
           05  filler     pic x(02) value space.
           05  ml-note    pic x(14).
       01  rc-ed         pic x(05).
       01  rc-row-ed     pic z9.
       01  rc-col-ed     pic z9.
       01  cmd-args      pic x(80).
       01  cmd-upper     pic x(80).
       01  wk-ptr        pic 9(02).
       01  game-arg      pic x(10).
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
           move function upper-case(cmd-args) to cmd-upper
           move 0 to print-sw
           inspect cmd-upper tallying print-sw for all "PRINT"
      *> GAME=nnn reports one recorded game; otherwise every game
      *> that has its moves on file
           move 0 to wk-ptr
           inspect cmd-upper tallying wk-ptr
                   for characters before initial "GAME="
           if wk-ptr < 75
              move spaces to game-arg
              unstring cmd-upper(wk-ptr + 6:) delimited by all space
                       into game-arg
              move function numval(game-arg) to one-game
           end-if
           if print-sw > 0
              move 1 to print-sw
              move "OPEN" to ps-func
              move "rvblunder" to ps-tag
              move "Reversi move-by-move review" to ps-title
              call "PrintSpool" using ps-param
           end-if
           move "Reversi move-by-move review" to prt-text
           move "RVBLUNDER-H01" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move "Each move is scored like the Analyze button: flips"
             to prt-text
           move "RVBLUNDER-H02" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move "less the best reply, plus 8 for a corner."
             to prt-text
           move "RVBLUNDER-H03" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           move inacc-at to cnt-ed
           move blunder-at to cnt-ed2
           move spaces to prt-text
           string "Loss " function trim(cnt-ed)
                  "+ is an inaccuracy (?!), "
                  function trim(cnt-ed2) "+ a blunder (??)"
                  delimited by size into prt-text
           perform PRT-RTN
           open input results-file
           if results-f-sts not = "00"
              move "Cannot open reversi_results.log" to prt-text
              move "RVBLUNDER-H04" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if
           move 0 to cur-game
           perform until 1 = 0
              read results-file at end exit perform
              end-read
              if results-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              evaluate rv-type
                 when "G"
                    perform GAME-END-RTN
                    move rv-game to cur-game
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
           end-perform
           perform GAME-END-RTN
           close results-file
           move spaces to prt-text
           perform PRT-RTN
           move games-done to games-ed
           if one-game > 0 and games-done = 0
              move one-game to cnt-ed
              string "  Game " function trim(cnt-ed)
                     " is not on file or has no moves recorded"
                     delimited by size into prt-text
           else
              string "  " function trim(games-ed)
                     " game(s) reviewed" delimited by size
                     into prt-text
           end-if
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

       CLOSE-PRINT-RTN.
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if.

       GAME-END-RTN.
      *> the moves of a game follow its G record - review the one
      *> collected so far before the next game starts
           if cur-game = 0 or gm-cnt = 0
              exit paragraph
           end-if
           if one-game > 0 and cur-game not = one-game
              exit paragraph
           end-if
           add 1 to games-done
           perform REVIEW-GAME-RTN.

       REVIEW-GAME-RTN.
           move ch-size to MatSize
           if MatSize < 4 or MatSize > 10
              move 8 to MatSize
           end-if
           move spaces to prt-text
           perform PRT-RTN
           move MatSize to cnt-ed
           move ch-white to cnt-ed2
           move ch-black to cnt-ed3
           string "Game " ch-game "  " ch-date(1:4) "/" ch-date(5:2)
                  "/" ch-date(7:2) "  " function trim(cnt-ed) "x"
                  function trim(cnt-ed) "  White "
                  function trim(cnt-ed2) " - Black "
                  function trim(cnt-ed3) "  " function trim(ch-player)
                  " played " ch-human delimited by size into prt-text
           perform PRT-RTN
           move "   No  Side   Move   Eval   Best   Eval   Loss  Note"
             to prt-text
           move "RVBLUNDER-H05" to mc-id
           perform HDG-RTN
           perform PRT-RTN
           initialize side-tbl
           initialize anal-board
           compute wk-mid = MatSize / 2
           move 1 to anal-bcell(wk-mid, wk-mid)
           move 1 to anal-bcell(wk-mid + 1, wk-mid + 1)
           move 2 to anal-bcell(wk-mid, wk-mid + 1)
           move 2 to anal-bcell(wk-mid + 1, wk-mid)
           perform varying wk-mv from 1 by 1 until wk-mv > gm-cnt
              perform REVIEW-MOVE-RTN
              if an-total = 0
                 move spaces to prt-text
                 string "  move " wk-mv " is not legal here -"
                        " the rest of this game is skipped"
                        delimited by size into prt-text
                 perform PRT-RTN
                 exit perform
              end-if
           end-perform
           perform varying wk-s from 1 by 1 until wk-s > 2
              perform SIDE-LINE-RTN
           end-perform.

       REVIEW-MOVE-RTN.
      *> score every legal move of the mover, then the one played,
      *> and play it on anal-board
           move gm-color(wk-mv) to mv-color
           if mv-color not = 1 and mv-color not = 2
              move 0 to an-total
              exit paragraph
           end-if
           move 0 to an-best-r an-best-c
           move -9999 to an-best-score
           perform varying an-cr from 1 by 1 until an-cr > MatSize
              perform varying an-cc from 1 by 1
                      until an-cc > MatSize
                 if anal-bcell(an-cr, an-cc) = 0
                    perform AN-TRY-MOVE-RTN
                 end-if
              end-perform
           end-perform
           move gm-row(wk-mv) to an-cr
           move gm-col(wk-mv) to an-cc
           move 0 to an-total
           if an-cr < 1 or an-cr > MatSize or
              an-cc < 1 or an-cc > MatSize
              exit paragraph
           end-if
           if anal-bcell(an-cr, an-cc) not = 0
              exit paragraph
           end-if
      *> the played move cannot beat the best, so scoring it leaves
      *> an-best-* alone
           perform AN-TRY-MOVE-RTN
           if an-total = 0
              exit paragraph
           end-if
           move an-score to mv-score
           compute mv-loss = an-best-score - mv-score
           add 1 to sd-moves(mv-color)
           move spaces to ml-note
           evaluate true
              when mv-loss >= blunder-at
                 move "?? blunder" to ml-note
                 add 1 to sd-blunder(mv-color)
              when mv-loss >= inacc-at
                 move "?! inaccuracy" to ml-note
                 add 1 to sd-inacc(mv-color)
              when other
                 add 1 to sd-good(mv-color)
           end-evaluate
           move wk-mv to ml-no
           move side-names((mv-color - 1) * 5 + 1:5) to ml-side
           move an-cr to an-r
           move an-cc to an-c
           perform RC-EDIT-RTN
           move rc-ed to ml-move
           move mv-score to ml-eval
           move mv-loss to ml-loss
           if mv-loss > 0
              move an-best-r to an-r
              move an-best-c to an-c
              perform RC-EDIT-RTN
              move rc-ed to ml-best
              move an-best-score to ml-beval
           else
              move spaces to ml-best
              move an-best-score to ml-beval
           end-if
           move mv-line to prt-text
           if mv-loss = 0
              move spaces to prt-text(29:11)
           end-if
           perform PRT-RTN
      *> now play it for real
           move anal-board to anal-work
           move mv-color to an-color
           move an-cr to an-r
           move an-cc to an-c
           move 1 to an-pass
           perform AN-MOVE-RTN
           move anal-work to anal-board
           move 1 to an-total.

       RC-EDIT-RTN.
           move an-r to rc-row-ed
           move an-c to rc-col-ed
           move spaces to rc-ed
           string function trim(rc-row-ed) "," function trim(rc-col-ed)
                  delimited by size into rc-ed.

       SIDE-LINE-RTN.
      *> accuracy: share of the side's moves that were not an
      *> inaccuracy or a blunder
           if sd-moves(wk-s) = 0
              exit paragraph
           end-if
           compute wk-rate rounded =
                   sd-good(wk-s) * 100 / sd-moves(wk-s)
           move wk-rate to rate-ed
           move sd-moves(wk-s) to cnt-ed
           move sd-good(wk-s) to cnt-ed2
           move sd-inacc(wk-s) to cnt-ed3
           move sd-blunder(wk-s) to cnt-ed4
           move spaces to prt-text
           string "  " side-names((wk-s - 1) * 5 + 1:5) ":" cnt-ed
                  " moves" cnt-ed2 " sound" cnt-ed3 " inaccurate"
                  cnt-ed4 " blunders  accuracy " rate-ed "%"
                  delimited by size into prt-text
           perform PRT-RTN.

       AN-TRY-MOVE-RTN.
      *> same scoring as the Analyze button: flips made, less the
      *> opponent's strongest reply, plus 8 for a corner
           move anal-board to anal-work
           move mv-color to an-color
           move an-cr to an-r
           move an-cc to an-c
           move 0 to an-pass
           perform AN-MOVE-RTN
           if an-total = 0
              exit paragraph
           end-if
           move an-total to an-myflips
           move 1 to an-pass
           perform AN-MOVE-RTN
           compute an-color = 3 - mv-color
           move 0 to an-oppmax
           perform varying an-r from 1 by 1 until an-r > MatSize
              perform varying an-c from 1 by 1 until an-c > MatSize
                 if anal-wcell(an-r, an-c) = 0
                    move 0 to an-pass
                    perform AN-MOVE-RTN
                    if an-total > an-oppmax
                       move an-total to an-oppmax
                    end-if
                 end-if
              end-perform
           end-perform
           compute an-score = an-myflips - an-oppmax
           if (an-cr = 1 or an-cr = MatSize) and
              (an-cc = 1 or an-cc = MatSize)
              add 8 to an-score
           end-if
           if an-score > an-best-score
              move an-score to an-best-score
              move an-cr to an-best-r
              move an-cc to an-best-c
           end-if
           move an-myflips to an-total.

       AN-MOVE-RTN.
      *> an-pass 0: count the flips the move would make on the work
      *> board; an-pass 1: actually place the stone and flip
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
                 if an-pass = 1
                    compute an-ty = an-r + an-dy
                    compute an-tx = an-c + an-dx
                    perform an-run times
                       move an-color
                         to anal-wcell(an-ty, an-tx)
                       compute an-ty = an-ty + an-dy
                       compute an-tx = an-tx + an-dx
                    end-perform
                 end-if
              end-if
           end-perform
           if an-pass = 1 and an-total > 0
              move an-color to anal-wcell(an-r, an-c)
           end-if.
