       IDENTIFICATION DIVISION.

       PROGRAM-ID. ChalHist.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select chal-file assign to "../data/challenges.dat"
           organization line sequential
           file status chal-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  chal-file.
       01  chal-record.
           05  ch-id        pic 9(06).
           05  filler       pic x.
           05  ch-game      pic x(12).
           05  filler       pic x.
           05  ch-date      pic x(08).
           05  filler       pic x.
           05  ch-from      pic x(10).
           05  filler       pic x.
           05  ch-to        pic x(10).
           05  filler       pic x.
           05  ch-seed      pic 9(08).
           05  filler       pic x.
           05  ch-from-res  pic x(04).
           05  filler       pic x.
           05  ch-from-scr  pic 9(04).
           05  filler       pic x.
           05  ch-to-res    pic x(04).
           05  filler       pic x.
           05  ch-to-scr    pic 9(04).
           05  filler       pic x.
           05  ch-state     pic x(07).
           05  filler       pic x.
           05  ch-settled   pic x(08).

       WORKING-STORAGE SECTION.
       01  chal-f-sts   pic x(02).
       01  cmd-args     pic x(60).
       01  arg-1        pic x(10).
       01  arg-2        pic x(10).
       01  print-sw     pic 9(01) value 0.
       01  want-player  pic x(10).
      *> each player's tally over every challenge they were part of
       01  pl-tbl.
           05  pl-cnt   pic 9(03) value 0.
           05  pl-ent   occurs 200.
               10  pl-name    pic x(10).
               10  pl-won     pic 9(04).
               10  pl-lost    pic 9(04).
               10  pl-drawn   pic 9(04).
               10  pl-exp     pic 9(04).
               10  pl-open    pic 9(04).
       01  wk-p         pic 9(03).
       01  tally-name   pic x(10).
       01  tally-view   pic x(07).
       01  from-view    pic x(07).
       01  to-view      pic x(07).
       01  row-cnt      pic 9(05) value 0.
       01  played-cnt   pic 9(04).
       01  cnt-disp     pic zzz9.
       01  cnt-disp2    pic zzz9.
       01  cnt-disp3    pic zzz9.
       01  cnt-disp4    pic zzz9.
       01  cnt-disp5    pic zzz9.
       01  cnt-disp6    pic zzz9.
       01  from-scr-x   pic x(04).
       01  to-scr-x     pic x(04).
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
      *> ChalHist [player] [PRINT] - every challenge on file, or
      *> just one player's, with won/lost/drawn/expired totals
           accept cmd-args from command-line.
           move spaces to arg-1 arg-2.
           unstring cmd-args delimited by all space
                    into arg-1 arg-2.
           move spaces to want-player.
           if function upper-case(arg-1) = "PRINT"
              move 1 to print-sw
           else
              move arg-1 to want-player
              if function upper-case(arg-2) = "PRINT"
                 move 1 to print-sw
              end-if
           end-if.
           open input chal-file.
           if chal-f-sts not = "00"
              move "No challenges on file" to prt-text
              move "CHALHIST-H06" to mc-id
              perform HDG-RTN
              display function trim(prt-text trailing)
              goback
           end-if.
           if print-sw = 1
              move "OPEN" to ps-func
              move "chalhist" to ps-tag
              move "Challenge history" to ps-title
              call "PrintSpool" using ps-param
           end-if.
           move spaces to prt-text.
           if want-player = spaces
              move "Challenge history - all players" to prt-text
              move "CHALHIST-H01" to mc-id
              perform HDG-RTN
           else
              move "CHALHIST-H02" to mc-id
              move "Challenge history -" to mc-text
              perform LBL-RTN
              string function trim(mc-text trailing) " " want-player
                     delimited by size into prt-text
           end-if.
           perform PRT-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           move "Id     Date     Game         Challenger Res  Scr  "
             to prt-text.
           move "Opponent   Res  Scr  State" to prt-text(51:26).
           move "CHALHIST-H03" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           perform until 1 = 0
              read chal-file at end exit perform
              end-read
              if chal-record(1:7) = "*LAYOUT" or ch-id is not numeric
                 exit perform cycle
              end-if
              if want-player not = spaces and
                 ch-from not = want-player and ch-to not = want-player
                 exit perform cycle
              end-if
              perform DETAIL-RTN
           end-perform.
           close chal-file.
           if row-cnt = 0
              move "No challenges for this player" to prt-text
              move "CHALHIST-H04" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           end-if.
           perform TOTALS-RTN.
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
              display "Print-image file written to the data folder"
           end-if.
           goback.

       DETAIL-RTN.
           add 1 to row-cnt.
      *> a score is only worth showing next to a win
           move spaces to from-scr-x to-scr-x.
           if ch-from-res = "WIN"
              move ch-from-scr to from-scr-x
           end-if.
           if ch-to-res = "WIN"
              move ch-to-scr to to-scr-x
           end-if.
           move spaces to prt-text.
           string ch-id " " ch-date " " ch-game " " ch-from " "
                  ch-from-res " " from-scr-x " " ch-to " "
                  ch-to-res " " to-scr-x " " ch-state
                  delimited by size into prt-text.
           perform PRT-RTN.
      *> WON and LOST are the challenger's side of it
           evaluate ch-state
              when "WON"
                 move "WON" to from-view
                 move "LOST" to to-view
              when "LOST"
                 move "LOST" to from-view
                 move "WON" to to-view
              when other
                 move ch-state to from-view to-view
           end-evaluate.
           move ch-from to tally-name.
           move from-view to tally-view.
           perform TALLY-RTN.
           move ch-to to tally-name.
           move to-view to tally-view.
           perform TALLY-RTN.

       TALLY-RTN.
           perform varying wk-p from 1 by 1 until wk-p > pl-cnt
              if pl-name(wk-p) = tally-name
                 exit perform
              end-if
           end-perform.
           if wk-p > pl-cnt
              if pl-cnt = 200
                 exit paragraph
              end-if
              add 1 to pl-cnt
              move pl-cnt to wk-p
              move tally-name to pl-name(wk-p)
              move 0 to pl-won(wk-p) pl-lost(wk-p) pl-drawn(wk-p)
                        pl-exp(wk-p) pl-open(wk-p)
           end-if.
           evaluate tally-view
              when "WON"
                 add 1 to pl-won(wk-p)
              when "LOST"
                 add 1 to pl-lost(wk-p)
              when "DRAWN"
                 add 1 to pl-drawn(wk-p)
              when "EXPIRED"
                 add 1 to pl-exp(wk-p)
              when other
                 add 1 to pl-open(wk-p)
           end-evaluate.

       TOTALS-RTN.
           if pl-cnt = 0
              exit paragraph
           end-if.
           move spaces to prt-text.
           perform PRT-RTN.
           move "Player     Played   Won  Lost Drawn Expired  Open"
             to prt-text.
           move "CHALHIST-H05" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           perform varying wk-p from 1 by 1 until wk-p > pl-cnt
              if want-player = spaces or pl-name(wk-p) = want-player
                 compute played-cnt = pl-won(wk-p) + pl-lost(wk-p)
                         + pl-drawn(wk-p) + pl-exp(wk-p)
                         + pl-open(wk-p)
                 move played-cnt to cnt-disp
                 move pl-won(wk-p) to cnt-disp2
                 move pl-lost(wk-p) to cnt-disp3
                 move pl-drawn(wk-p) to cnt-disp4
                 move pl-exp(wk-p) to cnt-disp5
                 move pl-open(wk-p) to cnt-disp6
                 move spaces to prt-text
                 string pl-name(wk-p) "   " cnt-disp "  " cnt-disp2
                        "  " cnt-disp3 "  " cnt-disp4 "    "
                        cnt-disp5 "  " cnt-disp6
                        delimited by size into prt-text
                 perform PRT-RTN
              end-if
           end-perform.

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
