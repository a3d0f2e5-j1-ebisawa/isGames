       IDENTIFICATION DIVISION.

       PROGRAM-ID. UtilReport.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select sessions-file assign to "../data/isgames_sessions.log"
           organization line sequential
           file status sess-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  sessions-file.
       01  sessions-record.
           05  sess-player  pic x(10).
           05  filler       pic x.
           05  sess-game    pic x(12).
           05  filler       pic x.
           05  sess-date    pic x(08).
           05  filler       pic x.
           05  sess-time    pic x(06).
           05  filler       pic x.
           05  sess-rdate   pic x(08).
           05  filler       pic x.
           05  sess-rtime   pic x(06).

       WORKING-STORAGE SECTION.
       01  sess-f-sts   pic x(02).
       01  wk-curdate   pic x(21).
       01  cmd-args     pic x(60).
       01  arg-tbl.
           05  arg-ent  occurs 5 pic x(12).
       01  wk-a         pic 9(01).
       01  print-sw     pic 9(01) value 0.
       01  start-date   pic x(08) value spaces.
       01  end-date     pic x(08) value spaces.
       01  want-game    pic x(12) value spaces.
       01  start-int    pic 9(08).
       01  end-int      pic 9(08).
       01  wk-int       pic 9(08).
      *> weekday by hour: sessions started in the slot, and seconds
      *> played in it - a long session spreads over the hours it ran
       01  sl-tbl.
           05  sl-day   occurs 7.
               10  sl-hour  occurs 24.
                   15  sl-sess  pic 9(05).
                   15  sl-secs  pic 9(09).
                   15  sl-pick  pic 9(01).
       01  day-names    pic x(21) value "MonTueWedThuFriSatSun".
       01  wk-d         pic 9(02).
       01  wk-h         pic 9(02).
      *> the hours of the day the stations are used at all
       01  hr-tbl.
           05  hr-used  occurs 24 pic 9(01).
       01  gm-tbl.
           05  gm-cnt   pic 9(02) value 0.
           05  gm-ent   occurs 40.
               10  gm-name  pic x(12).
               10  gm-sess  pic 9(05).
               10  gm-back  pic 9(05).
               10  gm-secs  pic 9(09).
               10  gm-lost  pic 9(05).
       01  wk-g         pic 9(02).
      *> launches still waiting for the record written on return;
      *> whatever is left at the end never came back
       01  os-tbl.
           05  os-cnt   pic 9(04) value 0.
           05  os-ent   occurs 3000.
               10  os-player  pic x(10).
               10  os-game    pic x(12).
               10  os-date    pic x(08).
               10  os-time    pic x(06).
               10  os-done    pic 9(01).
       01  wk-o         pic 9(04).
       01  wk-o2        pic 9(04).
       01  os-full-sw   pic 9(01) value 0.
       01  start-abs    pic 9(12).
       01  end-abs      pic 9(12).
       01  cur-abs      pic 9(12).
       01  slot-end     pic 9(12).
       01  piece-secs   pic 9(06).
       01  abs-day      pic 9(08).
       01  tot-sess     pic 9(06) value 0.
       01  tot-back     pic 9(06) value 0.
       01  tot-secs     pic 9(09) value 0.
       01  tot-lost     pic 9(05) value 0.
       01  lost-shown   pic 9(03) value 0.
       01  best-d       pic 9(02).
       01  best-h       pic 9(02).
       01  best-secs    pic 9(09).
       01  best-sess    pic 9(05).
       01  found-sw     pic 9(01).
       01  wk-r         pic 9(02).
       01  grid-sw      pic 9(01).
       01  wk-first     pic 9(02).
       01  wk-pos       pic 9(03).
       01  hr-disp      pic 99.
       01  cell-val     pic 9(05).
       01  cell-disp    pic zzzz9.
       01  cnt-disp     pic zzzz9.
       01  min-disp     pic zzzzz9.
       01  avg-disp     pic zzz9.9.
       01  avg-mins     pic 9(04)v9.
       01  prt-text     pic x(132).
      *> report headings come from the message catalog, in the
      *> language the shop has set
       01  mc-param.
           05  mc-func   pic x(04).
           05  mc-id     pic x(16).
           05  mc-lang   pic x(02).
           05  mc-text   pic x(80).
           05  mc-rc     pic 9(01).
       01  hdg-ptr      pic 9(03).
       01  ps-param.
           05  ps-func   pic x(04).
           05  ps-tag    pic x(12).
           05  ps-title  pic x(40).
           05  ps-text   pic x(132).

       PROCEDURE DIVISION.
       MAIN.
      *> UtilReport [from to] [game] [PRINT] - when the stations are
      *> used, from isgames_sessions.log: a weekday by hour grid of
      *> sessions and of minutes played, the busiest and idlest
      *> slots, session length per game and the sessions that never
      *> came back. the last 28 days when no dates are given
           accept cmd-args from command-line.
           move spaces to arg-tbl.
           unstring cmd-args delimited by all space
                    into arg-ent(1) arg-ent(2) arg-ent(3)
                         arg-ent(4) arg-ent(5).
           perform varying wk-a from 1 by 1 until wk-a > 5
              evaluate true
                 when arg-ent(wk-a) = spaces
                    continue
                 when function upper-case(arg-ent(wk-a)) = "PRINT"
                    move 1 to print-sw
                 when arg-ent(wk-a)(1:8) is numeric and
                      arg-ent(wk-a)(9:4) = spaces
                    if start-date = spaces
                       move arg-ent(wk-a) to start-date
                    else
                       move arg-ent(wk-a) to end-date
                    end-if
                 when other
                    move arg-ent(wk-a) to want-game
              end-evaluate
           end-perform.
           move function current-date to wk-curdate.
           if end-date = spaces
              if start-date = spaces
                 move wk-curdate(1:8) to end-date
                 compute wk-int =
                         function integer-of-date(
                         function numval(end-date)) - 27
                 move function date-of-integer(wk-int) to start-int
                 move start-int to start-date
              else
                 move start-date to end-date
              end-if
           end-if.
           if function test-date-yyyymmdd(
                       function numval(start-date)) not = 0 or
              function test-date-yyyymmdd(
                       function numval(end-date)) not = 0
              display "Dates must be given as yyyymmdd"
              goback
           end-if.
           if end-date < start-date
              display "End date is before start date"
              goback
           end-if.
           initialize sl-tbl hr-tbl.
           move "UTILREPORT-H13" to mc-id.
           move day-names to mc-text.
           perform LBL-RTN.
           move mc-text(1:21) to day-names.
           perform LOAD-RTN.
           if print-sw = 1
              move "OPEN" to ps-func
              move "utilization" to ps-tag
              move "Station utilization" to ps-title
              call "PrintSpool" using ps-param
           end-if.
           move "UTILREPORT-H01" to mc-id.
           move "Station utilization" to mc-text.
           perform LBL-RTN.
           move spaces to prt-text.
           move 1 to hdg-ptr.
           string function trim(mc-text trailing) " "
                  start-date(1:4) "/" start-date(5:2) "/"
                  start-date(7:2) " to "
                  end-date(1:4) "/" end-date(5:2) "/"
                  end-date(7:2)
                  delimited by size into prt-text with pointer hdg-ptr.
           if want-game not = spaces
              string " - " function trim(want-game)
                     delimited by size into prt-text
                     with pointer hdg-ptr
           end-if.
           perform PRT-RTN.
           if tot-sess = 0
              move spaces to prt-text
              perform PRT-RTN
              move "No sessions in this period" to prt-text
              move "UTILREPORT-H02" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           else
              move 1 to grid-sw
              perform GRID-RTN
              move 2 to grid-sw
              perform GRID-RTN
              perform BUSY-RTN
              perform IDLE-RTN
              perform GAMES-RTN
              perform LOST-RTN
           end-if.
           if print-sw = 1
              move "CLOS" to ps-func
              call "PrintSpool" using ps-param
           end-if.
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

       LOAD-RTN.
      *> a launch is logged twice: once as it starts, with no return
      *> time, and again in full when the player is back at the menu.
      *> sign-ins and operator PIN checks are not play
           open input sessions-file.
           if sess-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read sessions-file at end exit perform
              end-read
              if sess-game = "SIGNIN" or sess-game(1:4) = "PIN-"
                 or sess-game = spaces
                 exit perform cycle
              end-if
              if sess-date < start-date or sess-date > end-date
                 or sess-time is not numeric
                 exit perform cycle
              end-if
              if want-game not = spaces and
                 function upper-case(sess-game) not =
                 function upper-case(want-game)
                 exit perform cycle
              end-if
              if sess-rdate = spaces
                 perform OPEN-ADD-RTN
              else
                 if sess-rtime is numeric
                    perform OPEN-CLOSE-RTN
                    perform SESSION-RTN
                 end-if
              end-if
           end-perform.
           close sessions-file.
      *> launches that never came back count as started, with no time
           perform varying wk-o from 1 by 1 until wk-o > os-cnt
              if os-done(wk-o) = 0
                 move os-game(wk-o) to sess-game
                 perform GAME-FIND-RTN
                 add 1 to gm-sess(wk-g) gm-lost(wk-g)
                 add 1 to tot-sess tot-lost
                 move os-date(wk-o) to sess-date
                 move os-time(wk-o) to sess-time
                 perform START-ABS-RTN
                 perform SLOT-RTN
                 add 1 to sl-sess(wk-d, wk-h)
                 move 1 to hr-used(wk-h)
              end-if
           end-perform.

       OPEN-ADD-RTN.
           if os-cnt = 3000
              perform OPEN-PACK-RTN
           end-if.
           if os-cnt = 3000
              move 1 to os-full-sw
              exit paragraph
           end-if.
           add 1 to os-cnt.
           move sess-player to os-player(os-cnt).
           move sess-game to os-game(os-cnt).
           move sess-date to os-date(os-cnt).
           move sess-time to os-time(os-cnt).
           move 0 to os-done(os-cnt).

       OPEN-CLOSE-RTN.
      *> the return record carries the launch stamp of its start
           perform varying wk-o from os-cnt by -1 until wk-o < 1
              if os-done(wk-o) = 0 and
                 os-player(wk-o) = sess-player and
                 os-game(wk-o) = sess-game and
                 os-date(wk-o) = sess-date and
                 os-time(wk-o) = sess-time
                 move 1 to os-done(wk-o)
                 exit perform
              end-if
           end-perform.

       OPEN-PACK-RTN.
      *> squeeze out the launches that have already come back
           move 0 to wk-o2.
           perform varying wk-o from 1 by 1 until wk-o > os-cnt
              if os-done(wk-o) = 0
                 add 1 to wk-o2
                 move os-ent(wk-o) to os-ent(wk-o2)
              end-if
           end-perform.
           move wk-o2 to os-cnt.

       SESSION-RTN.
           perform GAME-FIND-RTN.
           perform START-ABS-RTN.
           compute end-abs =
                   function integer-of-date(
                   function numval(sess-rdate)) * 86400
                 + function numval(sess-rtime(1:2)) * 3600
                 + function numval(sess-rtime(3:2)) * 60
                 + function numval(sess-rtime(5:2)).
           if end-abs < start-abs
              move start-abs to end-abs
           end-if.
           add 1 to gm-sess(wk-g) gm-back(wk-g).
           add 1 to tot-sess tot-back.
           compute gm-secs(wk-g) = gm-secs(wk-g) + end-abs - start-abs.
           compute tot-secs = tot-secs + end-abs - start-abs.
           move start-abs to cur-abs.
           perform SLOT-RTN.
           add 1 to sl-sess(wk-d, wk-h).
           move 1 to hr-used(wk-h).
      *> the time played goes to each hour in turn, into the next
      *> day if the session ran past midnight
           perform until cur-abs >= end-abs
              perform SLOT-RTN
              compute slot-end = (cur-abs / 3600 + 1) * 3600
              if slot-end > end-abs
                 move end-abs to slot-end
              end-if
              compute piece-secs = slot-end - cur-abs
              add piece-secs to sl-secs(wk-d, wk-h)
              move 1 to hr-used(wk-h)
              move slot-end to cur-abs
           end-perform.

       START-ABS-RTN.
           compute start-abs =
                   function integer-of-date(
                   function numval(sess-date)) * 86400
                 + function numval(sess-time(1:2)) * 3600
                 + function numval(sess-time(3:2)) * 60
                 + function numval(sess-time(5:2)).
           move start-abs to cur-abs.

       SLOT-RTN.
      *> day 1 of the calendar the date functions count from was a
      *> Monday, so the weekday falls straight out of the day number
           compute abs-day = cur-abs / 86400.
           compute wk-d = function mod(abs-day - 1, 7) + 1.
           compute wk-h = function mod(cur-abs, 86400) / 3600 + 1.

       GAME-FIND-RTN.
           perform varying wk-g from 1 by 1 until wk-g > gm-cnt
              if gm-name(wk-g) = sess-game
                 exit perform
              end-if
           end-perform.
           if wk-g > gm-cnt
              if gm-cnt = 40
                 move 40 to wk-g
              else
                 add 1 to gm-cnt
                 move gm-cnt to wk-g
                 move sess-game to gm-name(wk-g)
                 move 0 to gm-sess(wk-g) gm-back(wk-g)
                           gm-secs(wk-g) gm-lost(wk-g)
              end-if
           end-if.

       GRID-RTN.
      *> two blocks of twelve hours each, so a line stays in 78
           move spaces to prt-text.
           perform PRT-RTN.
           if grid-sw = 1
              move "Sessions started, by weekday and hour" to prt-text
              move "UTILREPORT-H03" to mc-id
              perform HDG-RTN
           else
              move "Minutes played, by weekday and hour" to prt-text
              move "UTILREPORT-H04" to mc-id
              perform HDG-RTN
           end-if.
           perform PRT-RTN.
           move 1 to wk-first.
           perform GRID-BLOCK-RTN.
           move 13 to wk-first.
           perform GRID-BLOCK-RTN.

       GRID-BLOCK-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           move spaces to prt-text.
           move 6 to wk-pos.
           perform varying wk-h from wk-first by 1
                   until wk-h > wk-first + 11
              compute hr-disp = wk-h - 1
              move hr-disp to prt-text(wk-pos + 3:2)
              move "h" to prt-text(wk-pos + 5:1)
              add 6 to wk-pos
           end-perform.
           perform PRT-RTN.
           perform varying wk-d from 1 by 1 until wk-d > 7
              move spaces to prt-text
              move day-names(wk-d * 3 - 2:3) to prt-text(1:3)
              move 6 to wk-pos
              perform varying wk-h from wk-first by 1
                      until wk-h > wk-first + 11
                 if grid-sw = 1
                    move sl-sess(wk-d, wk-h) to cell-val
                 else
                    compute cell-val rounded =
                            sl-secs(wk-d, wk-h) / 60
                 end-if
      *> an empty slot shows as a dot so the busy ones stand out
                 if cell-val = 0
                    move "." to prt-text(wk-pos + 5:1)
                 else
                    move cell-val to cell-disp
                    move cell-disp to prt-text(wk-pos + 1:5)
                 end-if
                 add 6 to wk-pos
              end-perform
              perform PRT-RTN
           end-perform.

       BUSY-RTN.
      *> the five slots with the most time played
           move spaces to prt-text.
           perform PRT-RTN.
           move "Busiest slots (minutes played)" to prt-text.
           move "UTILREPORT-H05" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           perform varying wk-d from 1 by 1 until wk-d > 7
              perform varying wk-h from 1 by 1 until wk-h > 24
                 move 0 to sl-pick(wk-d, wk-h)
              end-perform
           end-perform.
           perform varying wk-r from 1 by 1 until wk-r > 5
              move 0 to found-sw best-secs best-sess
              perform varying wk-d from 1 by 1 until wk-d > 7
                 perform varying wk-h from 1 by 1 until wk-h > 24
                    if sl-pick(wk-d, wk-h) = 0 and
                       (sl-secs(wk-d, wk-h) > best-secs or
                       (sl-secs(wk-d, wk-h) = best-secs and
                        sl-sess(wk-d, wk-h) > best-sess))
                       move 1 to found-sw
                       move wk-d to best-d
                       move wk-h to best-h
                       move sl-secs(wk-d, wk-h) to best-secs
                       move sl-sess(wk-d, wk-h) to best-sess
                    end-if
                 end-perform
              end-perform
              if found-sw = 0
                 exit perform
              end-if
              move 1 to sl-pick(best-d, best-h)
              perform SLOT-LINE-RTN
           end-perform.

       IDLE-RTN.
      *> only the hours the stations are in use at all on some day
      *> are weighed, so the small hours don't fill the list
           move spaces to prt-text.
           perform PRT-RTN.
           move "Idlest slots (within the hours in use)" to prt-text.
           move "UTILREPORT-H06" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           perform varying wk-d from 1 by 1 until wk-d > 7
              perform varying wk-h from 1 by 1 until wk-h > 24
                 move 0 to sl-pick(wk-d, wk-h)
              end-perform
           end-perform.
           perform varying wk-r from 1 by 1 until wk-r > 5
              move 0 to found-sw
              perform varying wk-d from 1 by 1 until wk-d > 7
                 perform varying wk-h from 1 by 1 until wk-h > 24
                    if hr-used(wk-h) = 1 and
                       sl-pick(wk-d, wk-h) = 0
                       if found-sw = 0 or
                          sl-secs(wk-d, wk-h) < best-secs or
                          (sl-secs(wk-d, wk-h) = best-secs and
                           sl-sess(wk-d, wk-h) < best-sess)
                          move 1 to found-sw
                          move wk-d to best-d
                          move wk-h to best-h
                          move sl-secs(wk-d, wk-h) to best-secs
                          move sl-sess(wk-d, wk-h) to best-sess
                       end-if
                    end-if
                 end-perform
              end-perform
              if found-sw = 0
                 exit perform
              end-if
              move 1 to sl-pick(best-d, best-h)
              perform SLOT-LINE-RTN
           end-perform.

       SLOT-LINE-RTN.
           move spaces to prt-text.
           move day-names(best-d * 3 - 2:3) to prt-text(3:3).
           compute hr-disp = best-h - 1.
           move hr-disp to prt-text(7:2).
           move ":00-" to prt-text(9:4).
           compute hr-disp = function mod(best-h, 24).
           move hr-disp to prt-text(13:2).
           move ":00" to prt-text(15:3).
           move best-sess to cnt-disp.
           compute min-disp rounded = best-secs / 60.
           string "  sessions " cnt-disp "  minutes " min-disp
                  delimited by size into prt-text(18:40).
           perform PRT-RTN.

       GAMES-RTN.
      *> the average counts only sessions that came back, since a
      *> crashed one has no length
           move spaces to prt-text.
           perform PRT-RTN.
           move "Session length per game" to prt-text.
           move "UTILREPORT-H07" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move "  Game          Sessions  Minutes  Avg min  No return"
             to prt-text.
           move "UTILREPORT-H08" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           perform varying wk-g from 1 by 1 until wk-g > gm-cnt
              move spaces to prt-text
              move gm-name(wk-g) to prt-text(3:12)
              move gm-sess(wk-g) to cnt-disp
              move cnt-disp to prt-text(18:5)
              compute min-disp rounded = gm-secs(wk-g) / 60
              move min-disp to prt-text(26:6)
              if gm-back(wk-g) > 0
                 compute avg-mins rounded =
                         gm-secs(wk-g) / gm-back(wk-g) / 60
                 move avg-mins to avg-disp
                 move avg-disp to prt-text(35:6)
              else
                 move "-" to prt-text(40:1)
              end-if
              move gm-lost(wk-g) to cnt-disp
              move cnt-disp to prt-text(46:5)
              perform PRT-RTN
           end-perform.
           move spaces to prt-text.
           move "  All games" to prt-text.
           move "UTILREPORT-H09" to mc-id.
           perform HDG-RTN.
           move tot-sess to cnt-disp.
           move cnt-disp to prt-text(18:5).
           compute min-disp rounded = tot-secs / 60.
           move min-disp to prt-text(26:6).
           if tot-back > 0
              compute avg-mins rounded = tot-secs / tot-back / 60
              move avg-mins to avg-disp
              move avg-disp to prt-text(35:6)
           end-if.
           move tot-lost to cnt-disp.
           move cnt-disp to prt-text(46:5).
           perform PRT-RTN.

       LOST-RTN.
      *> launched but never logged back - a crash, or a station left
      *> and switched off; today's may simply still be running
           move spaces to prt-text.
           perform PRT-RTN.
           move "Sessions with no return time" to prt-text.
           move "UTILREPORT-H10" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           if tot-lost = 0
              move "  none" to prt-text
              move "UTILREPORT-H11" to mc-id
              perform HDG-RTN
              perform PRT-RTN
              exit paragraph
           end-if.
           move 0 to lost-shown.
           perform varying wk-o from 1 by 1 until wk-o > os-cnt
              if os-done(wk-o) = 0 and lost-shown < 30
                 add 1 to lost-shown
                 move spaces to prt-text
                 string "  " os-date(wk-o)(1:4) "/"
                        os-date(wk-o)(5:2) "/" os-date(wk-o)(7:2)
                        " " os-time(wk-o)(1:2) ":" os-time(wk-o)(3:2)
                        "  " os-player(wk-o) "  " os-game(wk-o)
                        delimited by size into prt-text
                 if os-date(wk-o) = wk-curdate(1:8)
                    move "(today)" to prt-text(45:7)
                 end-if
                 perform PRT-RTN
              end-if
           end-perform.
           if tot-lost > lost-shown
              compute cnt-disp = tot-lost - lost-shown
              move spaces to prt-text
              string "  ... and " function trim(cnt-disp) " more"
                     delimited by size into prt-text
              perform PRT-RTN
           end-if.
           if os-full-sw = 1
              move "  (too many open launches to follow them all)"
                to prt-text
              move "UTILREPORT-H12" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           end-if.
