       IDENTIFICATION DIVISION.

       PROGRAM-ID. JkLeague.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select players-file assign to "../data/players.dat"
           organization line sequential
           file status players-f-sts.
       select league-file assign to dynamic league-file-name
           organization line sequential
           file status league-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  players-file.
       01  players-record.
           05  plr-id       pic 9(03).
           05  filler       pic x.
           05  plr-name     pic x(10).
       fd  league-file.
       01  league-record    pic x(60).

       WORKING-STORAGE SECTION.
       01  players-f-sts pic x(02).
       01  league-f-sts  pic x(02).
       01  league-file-name pic x(100)
                            value "../data/janken_league.dat".
      *> header and fixture lines, as Janken reads and rewrites them
       01  lg-hdr-x.
           05  lh-tag       pic x(01).
           05  filler       pic x(01).
           05  lh-rounds    pic 9(02).
           05  filler       pic x(01).
           05  lh-players   pic 9(02).
           05  filler       pic x(01).
           05  lh-created   pic x(08).
           05  filler       pic x(01).
           05  lh-fixtures  pic 9(03).
       01  lg-fix-x.
           05  lf-tag       pic x(01).
           05  filler       pic x(01).
           05  lf-no        pic 9(03).
           05  filler       pic x(01).
           05  lf-week      pic 9(02).
           05  filler       pic x(01).
           05  lf-p1        pic x(10).
           05  filler       pic x(01).
           05  lf-p2        pic x(10).
           05  filler       pic x(01).
           05  lf-status    pic x(01).
           05  filler       pic x(01).
           05  lf-w1        pic 9(02).
           05  filler       pic x(01).
           05  lf-w2        pic 9(02).
           05  filler       pic x(01).
           05  lf-dr        pic 9(02).
           05  filler       pic x(01).
           05  lf-date      pic x(08).
       01  lg-tbl.
           05  lg-cnt pic 9(03) value 0.
           05  lg-fix occurs 200 pic x(60).
       01  lg-f          pic 9(03).
       01  lg-open       pic 9(03).
      *> the circle draw: slot 1 stays put, the rest rotate a place
      *> each week; an odd field gets a BYE slot
       01  sl-tbl.
           05  sl-cnt pic 9(02) value 0.
           05  sl-name occurs 21 pic x(10).
       01  sl-hold       pic x(10).
       01  wk-week       pic 9(02).
       01  wk-s          pic 9(02).
       01  wk-a          pic 9(02).
       01  wk-b          pic 9(02).
      *> standings, one row per player met in the fixture list
       01  st-tbl.
           05  st-cnt pic 9(02) value 0.
           05  st-ent occurs 20.
               10  st-name   pic x(10).
               10  st-p      pic 9(03).
               10  st-w      pic 9(03).
               10  st-d      pic 9(03).
               10  st-l      pic 9(03).
               10  st-rw     pic 9(04).
               10  st-rl     pic 9(04).
               10  st-rd     pic s9(04).
               10  st-pts    pic 9(04).
       01  st-swap       pic x(60).
       01  wk-i          pic 9(02).
       01  wk-j          pic 9(02).
       01  wk-idx        pic 9(02).
       01  wk-find       pic x(10).
       01  wk-swap-sw    pic 9(01).
       01  wk-cmp        pic s9(01).
       01  h2h-pts-a     pic 9(03).
       01  h2h-pts-b     pic 9(03).
       01  rank-no       pic 9(02).
       01  new-sw        pic 9(01) value 0.
       01  restart-sw    pic 9(01) value 0.
       01  new-rounds    pic 9(02) value 5.
       01  cmd-tok-tbl.
           05  cmd-tok   pic x(20) occurs 3.
       01  wk-t          pic 9(01).
       01  wk-curdate    pic x(21).
       01  st-line.
           05  tl-rank      pic z9.
           05  filler       pic x(02) value space.
           05  tl-pname     pic x(10).
           05  filler       pic x(01) value space.
           05  tl-p         pic zz9.
           05  filler       pic x(01) value space.
           05  tl-w         pic zz9.
           05  filler       pic x(01) value space.
           05  tl-d         pic zz9.
           05  filler       pic x(01) value space.
           05  tl-l         pic zz9.
           05  filler       pic x(02) value space.
           05  tl-rw        pic zzz9.
           05  filler       pic x(01) value space.
           05  tl-rl        pic zzz9.
           05  filler       pic x(01) value space.
           05  tl-rd        pic +++9.
           05  filler       pic x(02) value space.
           05  tl-pts       pic zzz9.
       01  fx-line.
           05  filler       pic x(02) value space.
           05  fx-week      pic z9.
           05  filler       pic x(02) value space.
           05  fx-p1        pic x(10).
           05  filler       pic x(01) value space.
           05  fx-score     pic x(10).
           05  filler       pic x(01) value space.
           05  fx-p2        pic x(10).
           05  filler       pic x(02) value space.
           05  fx-date      pic x(08).
       01  cnt-ed        pic zzz9.
       01  cnt-ed2       pic zzz9.
       01  rnd-ed        pic zz9.
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
       01  swap-param.
           05  sw-func   pic x(04).
           05  sw-file   pic x(90).
           05  sw-temp   pic x(100).
           05  sw-count  pic 9(03).
           05  sw-rc     pic 9(01).

       PROCEDURE DIVISION.
       MAIN.
      *> JkLeague [PRINT]            - league table and fixtures
      *> JkLeague NEW [rounds]       - draw a new league
      *> JkLeague NEW RESTART [rds]  - abandon an unfinished one
           accept cmd-args from command-line
           move function upper-case(cmd-args) to cmd-args
           move 0 to print-sw
           inspect cmd-args tallying print-sw
                   for all "PRINT"
           move spaces to cmd-tok(1) cmd-tok(2) cmd-tok(3)
           unstring cmd-args delimited by all space
               into cmd-tok(1) cmd-tok(2) cmd-tok(3)
           end-unstring
           perform varying wk-t from 1 by 1 until wk-t > 3
              evaluate true
                 when cmd-tok(wk-t) = "NEW"
                    move 1 to new-sw
                 when cmd-tok(wk-t) = "RESTART"
                    move 1 to restart-sw
                 when cmd-tok(wk-t)(1:2) is numeric
                      and cmd-tok(wk-t)(3:1) = space
                    move cmd-tok(wk-t)(1:2) to new-rounds
                 when cmd-tok(wk-t)(1:1) is numeric
                      and cmd-tok(wk-t)(2:1) = space
                    move cmd-tok(wk-t)(1:1) to new-rounds
              end-evaluate
           end-perform
           if new-sw = 1
              perform NEW-LEAGUE-RTN
              goback
           end-if
           if print-sw > 0
              move 1 to print-sw
              move "OPEN" to ps-func
              move "jkleague" to ps-tag
              move "Janken league table" to ps-title
              call "PrintSpool" using ps-param
           end-if
           perform LOAD-LEAGUE-RTN.
           if lg-cnt = 0
              move "No league on file - run JkLeague NEW" to prt-text
              move "JKLEAGUE-H01" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              perform CLOSE-PRINT-RTN
              goback
           end-if.
           perform BUILD-TABLE-RTN.
           perform SORT-TABLE-RTN.
           perform PRINT-TABLE-RTN.
           perform PRINT-FIXTURES-RTN.
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

       LOAD-LEAGUE-RTN.
           move 0 to lg-cnt lg-open.
           move spaces to lg-hdr-x.
           open input league-file.
           if league-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read league-file at end exit perform
              end-read
              if league-record(1:1) = "H"
                 move league-record to lg-hdr-x
              end-if
              if league-record(1:1) = "F" and lg-cnt < 200
                 add 1 to lg-cnt
                 move league-record to lg-fix(lg-cnt)
                 move league-record to lg-fix-x
                 if lf-status = "U"
                    add 1 to lg-open
                 end-if
              end-if
           end-perform.
           close league-file.
           if lh-rounds is not numeric or lh-rounds = 0
              move 5 to lh-rounds
           end-if.

       NEW-LEAGUE-RTN.
           perform LOAD-LEAGUE-RTN.
           if lg-open > 0 and restart-sw = 0
              move lg-open to cnt-ed
              display "League still has" cnt-ed
                      " unplayed fixture(s)"
              display "Finish it, or run JkLeague NEW RESTART"
              exit paragraph
           end-if.
           if new-rounds = 0
              move 5 to new-rounds
           end-if.
           move 0 to sl-cnt.
           open input players-file.
           if players-f-sts = "00"
              perform until 1 = 0
                 read players-file at end exit perform
                 end-read
                 if plr-name not = spaces and sl-cnt < 20
                    add 1 to sl-cnt
                    move plr-name to sl-name(sl-cnt)
                 end-if
              end-perform
              close players-file
           end-if.
           if sl-cnt < 2
              display "Need 2+ players in players.dat"
              exit paragraph
           end-if.
           move function current-date to wk-curdate.
           move spaces to lg-hdr-x.
           move "H" to lh-tag.
           move new-rounds to lh-rounds.
           move sl-cnt to lh-players.
           move wk-curdate(1:8) to lh-created.
           if function mod(sl-cnt, 2) = 1
              add 1 to sl-cnt
              move "BYE" to sl-name(sl-cnt)
           end-if.
           move 0 to lg-cnt.
           perform varying wk-week from 1 by 1
                   until wk-week > sl-cnt - 1
              perform DRAW-WEEK-RTN
              perform ROTATE-RTN
           end-perform.
           move lg-cnt to lh-fixtures.
      *> written to a new copy first, swapped in once it is whole
           move league-file-name to sw-file.
           move "BEGN" to sw-func.
           call "SafeSwap" using swap-param.
           move sw-temp to league-file-name.
           open output league-file.
           if league-f-sts not = "00"
              display "Cannot write janken_league.dat sts="
                      league-f-sts
              move sw-file to league-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              exit paragraph
           end-if.
           move lg-hdr-x to league-record.
           write league-record.
           perform varying lg-f from 1 by 1 until lg-f > lg-cnt
              move lg-fix(lg-f) to league-record
              write league-record
           end-perform.
           close league-file.
           move sw-file to league-file-name.
           move "COMT" to sw-func.
           call "SafeSwap" using swap-param.
           move lg-cnt to cnt-ed.
           compute cnt-ed2 = sl-cnt - 1.
           move lh-rounds to rnd-ed.
           display "New league drawn:" cnt-ed " fixtures over"
                   cnt-ed2 " week(s)," rnd-ed " rounds a fixture".

       DRAW-WEEK-RTN.
      *> pair first with last, second with second-last, and so on;
      *> swap sides on alternate weeks so nobody is always player 1
           perform varying wk-s from 1 by 1 until wk-s > sl-cnt / 2
              compute wk-b = sl-cnt + 1 - wk-s
              if sl-name(wk-s) not = "BYE" and
                 sl-name(wk-b) not = "BYE"
                 add 1 to lg-cnt
                 move spaces to lg-fix-x
                 move "F" to lf-tag
                 move lg-cnt to lf-no
                 move wk-week to lf-week
                 if function mod(wk-week, 2) = 1
                    move sl-name(wk-s) to lf-p1
                    move sl-name(wk-b) to lf-p2
                 else
                    move sl-name(wk-b) to lf-p1
                    move sl-name(wk-s) to lf-p2
                 end-if
                 move "U" to lf-status
                 move 0 to lf-w1 lf-w2 lf-dr
                 move lg-fix-x to lg-fix(lg-cnt)
              end-if
           end-perform.

       ROTATE-RTN.
           move sl-name(sl-cnt) to sl-hold.
           perform varying wk-s from sl-cnt by -1 until wk-s < 3
              move sl-name(wk-s - 1) to sl-name(wk-s)
           end-perform.
           move sl-hold to sl-name(2).

       FIND-STANDING-RTN.
           move 0 to wk-idx.
           perform varying wk-i from 1 by 1 until wk-i > st-cnt
              if st-name(wk-i) = wk-find
                 move wk-i to wk-idx
                 exit perform
              end-if
           end-perform.
           if wk-idx = 0 and st-cnt < 20
              add 1 to st-cnt
              move st-cnt to wk-idx
              initialize st-ent(wk-idx)
              move wk-find to st-name(wk-idx)
           end-if.

       BUILD-TABLE-RTN.
      *> everyone drawn appears, played or not; 3 for a win, 1 for
      *> a draw, rounds counted for the difference
           move 0 to st-cnt.
           perform varying lg-f from 1 by 1 until lg-f > lg-cnt
              move lg-fix(lg-f) to lg-fix-x
              move lf-p1 to wk-find
              perform FIND-STANDING-RTN
              move wk-idx to wk-a
              move lf-p2 to wk-find
              perform FIND-STANDING-RTN
              move wk-idx to wk-b
              if lf-status = "P" and wk-a > 0 and wk-b > 0
                 perform SCORE-FIXTURE-RTN
              end-if
           end-perform.
           perform varying wk-i from 1 by 1 until wk-i > st-cnt
              compute st-rd(wk-i) = st-rw(wk-i) - st-rl(wk-i)
              compute st-pts(wk-i) = st-w(wk-i) * 3 + st-d(wk-i)
           end-perform.

       SCORE-FIXTURE-RTN.
           add 1 to st-p(wk-a) st-p(wk-b).
           add lf-w1 to st-rw(wk-a) st-rl(wk-b).
           add lf-w2 to st-rw(wk-b) st-rl(wk-a).
           evaluate true
              when lf-w1 > lf-w2
                 add 1 to st-w(wk-a) st-l(wk-b)
              when lf-w2 > lf-w1
                 add 1 to st-w(wk-b) st-l(wk-a)
              when other
                 add 1 to st-d(wk-a) st-d(wk-b)
           end-evaluate.

       SORT-TABLE-RTN.
      *> points, then round difference, then the head-to-head
      *> fixture between the two, then rounds won
           move 1 to wk-swap-sw.
           perform until wk-swap-sw = 0
              move 0 to wk-swap-sw
              perform varying wk-i from 1 by 1 until wk-i >= st-cnt
                 compute wk-j = wk-i + 1
                 perform COMPARE-RTN
                 if wk-cmp < 0
                    move st-ent(wk-i) to st-swap
                    move st-ent(wk-j) to st-ent(wk-i)
                    move st-swap to st-ent(wk-j)
                    move 1 to wk-swap-sw
                 end-if
              end-perform
           end-perform.

       COMPARE-RTN.
      *> wk-cmp -1 when row wk-j should rank above row wk-i
           move 0 to wk-cmp.
           evaluate true
              when st-pts(wk-j) > st-pts(wk-i)
                 move -1 to wk-cmp
              when st-pts(wk-j) < st-pts(wk-i)
                 move 1 to wk-cmp
              when st-rd(wk-j) > st-rd(wk-i)
                 move -1 to wk-cmp
              when st-rd(wk-j) < st-rd(wk-i)
                 move 1 to wk-cmp
           end-evaluate.
           if wk-cmp not = 0
              exit paragraph
           end-if.
           perform H2H-POINTS-RTN.
           evaluate true
              when h2h-pts-b > h2h-pts-a
                 move -1 to wk-cmp
              when h2h-pts-b < h2h-pts-a
                 move 1 to wk-cmp
              when st-rw(wk-j) > st-rw(wk-i)
                 move -1 to wk-cmp
           end-evaluate.

       H2H-POINTS-RTN.
      *> league points each side took from their meeting(s)
           move 0 to h2h-pts-a h2h-pts-b.
           perform varying lg-f from 1 by 1 until lg-f > lg-cnt
              move lg-fix(lg-f) to lg-fix-x
              if lf-status = "P"
                 if lf-p1 = st-name(wk-i) and lf-p2 = st-name(wk-j)
                    evaluate true
                       when lf-w1 > lf-w2
                          add 3 to h2h-pts-a
                       when lf-w2 > lf-w1
                          add 3 to h2h-pts-b
                       when other
                          add 1 to h2h-pts-a h2h-pts-b
                    end-evaluate
                 end-if
                 if lf-p1 = st-name(wk-j) and lf-p2 = st-name(wk-i)
                    evaluate true
                       when lf-w1 > lf-w2
                          add 3 to h2h-pts-b
                       when lf-w2 > lf-w1
                          add 3 to h2h-pts-a
                       when other
                          add 1 to h2h-pts-a h2h-pts-b
                    end-evaluate
                 end-if
              end-if
           end-perform.

       PRINT-TABLE-RTN.
           move lh-rounds to rnd-ed.
           move "JKLEAGUE-H02" to mc-id.
           move "Janken league drawn" to mc-text.
           perform LBL-RTN.
           move mc-text to hdg-lead.
           move "JKLEAGUE-H08" to mc-id.
           move "rounds a fixture" to mc-text.
           perform LBL-RTN.
           move spaces to prt-text.
           string function trim(hdg-lead trailing) " " lh-created ","
                  rnd-ed " " function trim(mc-text trailing)
                  delimited by size into prt-text.
           perform PRT-RTN.
           compute wk-i = lg-cnt - lg-open.
           move wk-i to cnt-ed.
           move lg-cnt to cnt-ed2.
           move spaces to prt-text.
           string "Fixtures played" cnt-ed " of" cnt-ed2
                  delimited by size into prt-text.
           perform PRT-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           move spaces to prt-text.
           string " #  Player       P   W   D   L    RW   RL   RD"
                  "   Pts"
                  delimited by size into prt-text.
           move "JKLEAGUE-H03" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           perform varying rank-no from 1 by 1 until rank-no > st-cnt
              move rank-no            to tl-rank
              move st-name(rank-no)   to tl-pname
              move st-p(rank-no)      to tl-p
              move st-w(rank-no)      to tl-w
              move st-d(rank-no)      to tl-d
              move st-l(rank-no)      to tl-l
              move st-rw(rank-no)     to tl-rw
              move st-rl(rank-no)     to tl-rl
              move st-rd(rank-no)     to tl-rd
              move st-pts(rank-no)    to tl-pts
              move st-line to prt-text
              perform PRT-RTN
           end-perform.
           move spaces to prt-text.
           perform PRT-RTN.
           move "Win 3, draw 1; ties split on round difference, then"
             to prt-text.
           move "JKLEAGUE-H04" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move "the head-to-head fixture, then rounds won" to prt-text.
           move "JKLEAGUE-H05" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.

       PRINT-FIXTURES-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           move "Results and fixtures" to prt-text.
           move "JKLEAGUE-H06" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move spaces to prt-text.
           string "  Wk  Player 1   Score      Player 2    Played"
                  delimited by size into prt-text.
           move "JKLEAGUE-H07" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           perform varying lg-f from 1 by 1 until lg-f > lg-cnt
              move lg-fix(lg-f) to lg-fix-x
              move lf-week to fx-week
              move lf-p1 to fx-p1
              move lf-p2 to fx-p2
              move spaces to fx-score fx-date
              if lf-status = "P"
                 string lf-w1 "-" lf-w2 "(" lf-dr ")"
                        delimited by size into fx-score
                 move lf-date to fx-date
              else
                 move "  v" to fx-score
              end-if
              move fx-line to prt-text
              perform PRT-RTN
           end-perform.
