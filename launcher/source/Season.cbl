       IDENTIFICATION DIVISION.

       PROGRAM-ID. Season.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select season-file assign to dynamic season-file-name
           organization line sequential
           file status sea-f-sts.
       select hall-file assign to "../data/isgames_halloffame.log"
           organization line sequential
           file status hall-f-sts.
       select ratings-file assign to "../data/isgames_ratings.log"
           organization line sequential
           file status rate-f-sts.
       select board-file assign to dynamic board-file-name
           organization line sequential
           file status board-f-sts.

       DATA DIVISION.

       FILE SECTION.
       fd  season-file.
       01  season-record.
           05  sea-no      pic 9(03).
           05  filler      pic x.
           05  sea-start   pic x(08).
           05  filler      pic x.
           05  sea-end     pic x(08).
           05  filler      pic x.
           05  sea-state   pic x(06).
           05  filler      pic x.
           05  sea-closed  pic x(08).
           05  filler      pic x.
           05  sea-name    pic x(30).
       fd  hall-file.
       01  hall-record.
           05  hf-season   pic 9(03).
           05  filler      pic x.
           05  hf-board    pic x(12).
           05  filler      pic x.
           05  hf-rank     pic 9(02).
           05  filler      pic x.
           05  hf-player   pic x(10).
           05  filler      pic x.
           05  hf-score    pic 9(06).
           05  filler      pic x.
           05  hf-key      pic x(80).
       fd  ratings-file.
       01  ratings-record.
           05  rt-date    pic x(08).
           05  filler     pic x.
           05  rt-player  pic x(10).
           05  filler     pic x.
           05  rt-game    pic x(12).
           05  filler     pic x.
           05  rt-rating  pic 9(04).
           05  filler     pic x.
           05  rt-games   pic 9(05).
           05  filler     pic x.
           05  rt-season  pic x(03).
      *> both best-record boards, read and written through one view
       fd  board-file.
       01  board-line      pic x(200).

       WORKING-STORAGE SECTION.
       01  sea-f-sts    pic x(02).
       01  hall-f-sts   pic x(02).
       01  rate-f-sts   pic x(02).
       01  board-f-sts  pic x(02).
       01  board-file-name pic x(128).
       01  season-file-name pic x(100)
                            value "../data/isgames_season.dat".
       01  wk-curdate   pic x(21).
       01  today-date   pic x(08).
       01  cmd-args     pic x(80).
       01  cmd-ptr      pic 9(03).
       01  run-mode     pic x(10).
       01  arg-2        pic x(10).
       01  arg-3        pic x(10).
       01  arg-name     pic x(30).
       01  print-sw     pic 9(01) value 0.
       01  fail-sw      pic 9(01) value 0.
      *> the season control file held in memory
       01  se-tbl.
           05  se-cnt   pic 9(02) value 0.
           05  se-ent   occurs 99.
               10  se-no      pic 9(03).
               10  se-start   pic x(08).
               10  se-end     pic x(08).
               10  se-state   pic x(06).
               10  se-closed  pic x(08).
               10  se-name    pic x(30).
       01  wk-s         pic 9(02).
       01  open-idx     pic 9(02) value 0.
       01  new-start    pic x(08).
       01  new-end      pic x(08).
       01  new-name     pic x(30).
       01  start-int    pic 9(08).
       01  end-int      pic 9(08).
       01  wk-int       pic 9(08).
       01  want-season  pic 9(03) value 0.
       01  season-x     pic x(03).
      *> minesweeper best times and catseye best steps share a shape:
      *> label, score, player, then " #" and the seal over the rest
       01  bd-tbl.
           05  bd-def.
               10 filler pic x(12) value "MINESWEEPER".
               10 filler pic x(30) value "minesweeper_besttimes.log".
               10 filler pic x(34)
                  value "minesweeper_besttimes_all.log".
               10 filler pic x(04) value "0126".
               10 filler pic x(12) value "CATSEYE".
               10 filler pic x(30) value "catseye_beststeps.log".
               10 filler pic x(34)
                  value "catseye_beststeps_all.log".
               10 filler pic x(04) value "0804".
           05  filler redefines bd-def.
               10  bd-entry occurs 2.
                   15  bd-name      pic x(12).
                   15  bd-cur       pic x(30).
                   15  bd-all       pic x(34).
                   15  bd-lbl-len   pic 9(03).
                   15  bd-scr-len   pic 9(01).
       01  wk-b         pic 9(01).
       01  lbl-len      pic 9(03).
       01  scr-len      pic 9(01).
       01  scr-pos      pic 9(03).
       01  ply-pos      pic 9(03).
       01  seal-len     pic 9(03).
       01  seal-pos     pic 9(03).
       01  scr-6        pic 9(06).
       01  wk-given     pic 9(04).
       01  bt-tbl.
           05  bt-cnt   pic 9(03) value 0.
           05  bt-ent   occurs 300.
               10  bt-label   pic x(80).
               10  bt-score   pic 9(06).
               10  bt-player  pic x(10).
               10  bt-cur-sw  pic 9(01).
       01  wk-t         pic 9(03).
       01  rd-label     pic x(80).
       01  rd-score     pic 9(06).
       01  rd-player    pic x(10).
       01  rd-ok-sw     pic 9(01).
       01  forged-cnt   pic 9(03).
       01  frozen-cnt   pic 9(05) value 0.
      *> the season's ladder: last rating per player and game, then
      *> each player's average, best first
       01  lg-tbl.
           05  lg-cnt   pic 9(03) value 0.
           05  lg-ent   occurs 300.
               10  lg-player  pic x(10).
               10  lg-game    pic x(12).
               10  lg-rating  pic 9(04).
       01  wk-g         pic 9(03).
       01  la-tbl.
           05  la-cnt   pic 9(02) value 0.
           05  la-ent   occurs 60.
               10  la-player  pic x(10).
               10  la-sum     pic 9(06).
               10  la-games   pic 9(02).
               10  la-avg     pic 9(04).
       01  wk-a         pic 9(02).
       01  wk-a2        pic 9(02).
       01  la-hold      pic x(22).
       01  lock-param.
           05  lk-func  pic x(04).
           05  lk-file  pic x(90).
           05  lk-rc    pic 9(01).
       01  seal-param.
           05  rs-text  pic x(200).
           05  rs-len   pic 9(03).
           05  rs-seal  pic 9(04).
       01  sn-param.
           05  sn-func    pic x(04).
           05  sn-count   pic 9(09).
           05  sn-result  pic x(04).
           05  sn-reason  pic x(60).
       01  swap-param.
           05  sw-func   pic x(04).
           05  sw-file   pic x(90).
           05  sw-temp   pic x(100).
           05  sw-count  pic 9(03).
           05  sw-rc     pic 9(01).
       01  cnt-disp     pic zzzz9.
       01  no-disp      pic zz9.
       01  rank-disp    pic z9.
       01  bt-hh        pic 9(02).
       01  bt-mm        pic 9(02).
       01  bt-ss        pic 9(02).
       01  bt-rest      pic 9(06).
       01  score-disp   pic x(08).
       01  steps-disp   pic zzz9.
       01  hall-hits    pic 9(05).
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
           accept cmd-args from command-line.
           move spaces to run-mode arg-2 arg-3 arg-name.
           move 1 to cmd-ptr.
           unstring cmd-args delimited by all space
                    into run-mode arg-2 arg-3
                    with pointer cmd-ptr.
           if cmd-ptr <= 80
              move cmd-args(cmd-ptr:) to arg-name
           end-if.
           move function upper-case(run-mode) to run-mode.
           move function current-date to wk-curdate.
           move wk-curdate(1:8) to today-date.
           if function upper-case(arg-2) = "PRINT" or
              function upper-case(arg-3) = "PRINT"
              move 1 to print-sw
           end-if.
           perform LOAD-SEASONS-RTN.
           evaluate run-mode
              when "OPEN"
                 perform OPEN-RTN
              when "CLOSE"
                 perform CLOSE-RTN
                 perform STEP-NOTE-RTN
              when "AUTO"
                 perform AUTO-RTN
                 perform STEP-NOTE-RTN
              when "HALL"
                 perform HALL-RTN
              when "ALLTIME"
                 perform ALLTIME-RTN
              when other
                 perform SHOW-RTN
           end-evaluate.
           goback.

       STEP-NOTE-RTN.
      *> when run as a nightly step, tell BatchNight how it went
           move "PUT " to sn-func.
           move frozen-cnt to sn-count.
           move spaces to sn-reason.
           if fail-sw = 1
              move "FAIL" to sn-result
              move "season not closed - see the step output"
                to sn-reason
           else
              move "OK" to sn-result
           end-if.
           call "StepNote" using sn-param
              on exception continue
           end-call.

       LOAD-SEASONS-RTN.
           move 0 to se-cnt open-idx.
           open input season-file.
           if sea-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read season-file at end exit perform
              end-read
              if sea-no is not numeric or se-cnt = 99
                 exit perform cycle
              end-if
              add 1 to se-cnt
              move sea-no     to se-no(se-cnt)
              move sea-start  to se-start(se-cnt)
              move sea-end    to se-end(se-cnt)
              move sea-state  to se-state(se-cnt)
              move sea-closed to se-closed(se-cnt)
              move sea-name   to se-name(se-cnt)
              if sea-state = "OPEN"
                 move se-cnt to open-idx
              end-if
           end-perform.
           close season-file.

       SAVE-SEASONS-RTN.
      *> written to a new copy first, swapped in once it is whole
           move season-file-name to sw-file.
           move "BEGN" to sw-func.
           call "SafeSwap" using swap-param.
           move sw-temp to season-file-name.
           open output season-file.
           if sea-f-sts not = "00"
              move sw-file to season-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              exit paragraph
           end-if.
           perform varying wk-s from 1 by 1 until wk-s > se-cnt
              move spaces to season-record
              move se-no(wk-s)     to sea-no
              move se-start(wk-s)  to sea-start
              move se-end(wk-s)    to sea-end
              move se-state(wk-s)  to sea-state
              move se-closed(wk-s) to sea-closed
              move se-name(wk-s)   to sea-name
              write season-record
           end-perform.
           close season-file.
           move sw-file to season-file-name.
           move "COMT" to sw-func.
           call "SafeSwap" using swap-param.

       SHOW-RTN.
           move "SEASON-H01" to mc-id.
           move "Season - competitive seasons and hall of fame"
             to mc-text.
           perform LBL-RTN.
           display function trim(mc-text trailing).
           display " ".
           if se-cnt = 0
              move "SEASON-H02" to mc-id
              move "No seasons yet - every board is all-time" to mc-text
              perform LBL-RTN
              display function trim(mc-text trailing)
              move "SEASON-H03" to mc-id
              move "Start one with: OPEN yyyymmdd yyyymmdd [name]"
                to mc-text
              perform LBL-RTN
              display function trim(mc-text trailing)
              exit paragraph
           end-if.
           move "SEASON-H04" to mc-id.
           move "No.  From        To          State   Name" to mc-text.
           perform LBL-RTN.
           display function trim(mc-text trailing).
           perform varying wk-s from 1 by 1 until wk-s > se-cnt
              move se-no(wk-s) to no-disp
              display no-disp "  "
                      se-start(wk-s)(1:4) "/" se-start(wk-s)(5:2) "/"
                      se-start(wk-s)(7:2) "  "
                      se-end(wk-s)(1:4) "/" se-end(wk-s)(5:2) "/"
                      se-end(wk-s)(7:2) "  "
                      se-state(wk-s) "  "
                      function trim(se-name(wk-s))
           end-perform.
           if open-idx = 0
              display " "
              move "SEASON-H05" to mc-id
              move "No season is open - boards are running all-time"
                to mc-text
              perform LBL-RTN
              display function trim(mc-text trailing)
           else
              if se-end(open-idx) < today-date
                 display " "
                 move "SEASON-H06" to mc-id
                 move spaces to mc-text
                 string "The open season has run past its end date -"
                        " CLOSE it"
                        delimited by size into mc-text
                 perform LBL-RTN
                 display function trim(mc-text trailing)
              end-if
           end-if.

       OPEN-RTN.
      *> OPEN yyyymmdd yyyymmdd [name]
           if open-idx > 0
              move se-no(open-idx) to no-disp
              display "Season " function trim(no-disp)
                      " is still open - CLOSE it first"
              exit paragraph
           end-if.
           if arg-2(1:8) is not numeric or arg-3(1:8) is not numeric
              display "Usage: OPEN yyyymmdd yyyymmdd [name]"
              exit paragraph
           end-if.
           if function test-date-yyyymmdd(
                       function numval(arg-2(1:8))) not = 0 or
              function test-date-yyyymmdd(
                       function numval(arg-3(1:8))) not = 0
              display "Not a real date"
              exit paragraph
           end-if.
           move arg-2(1:8) to new-start.
           move arg-3(1:8) to new-end.
           move arg-name to new-name.
           if new-end < new-start
              display "The season must end on or after its start"
              exit paragraph
           end-if.
           if se-cnt > 0
              if new-start <= se-end(se-cnt)
                 display "Seasons may not overlap - the last one ended "
                         se-end(se-cnt)
                 exit paragraph
              end-if
           end-if.
           if se-cnt = 99
              display "The season file is full"
              exit paragraph
           end-if.
           perform START-SEASON-RTN.

       START-SEASON-RTN.
      *> anything still on the boards predates the season: it goes
      *> to the all-time tables and the season starts from nothing
           move "LOCK" to lk-func.
           perform BOARD-LOCK-RTN.
           perform varying wk-b from 1 by 1 until wk-b > 2
              perform BOARD-SETUP-RTN
              move 0 to bt-cnt
              perform BOARD-LOAD-ALL-RTN
              move 0 to want-season
              perform BOARD-LOAD-CUR-RTN
              perform BOARD-WRITE-ALL-RTN
              perform BOARD-RESET-RTN
           end-perform.
           move "UNLK" to lk-func.
           perform BOARD-LOCK-RTN.
           add 1 to se-cnt.
           if se-cnt = 1
              move 1 to se-no(se-cnt)
           else
              compute se-no(se-cnt) = se-no(se-cnt - 1) + 1
           end-if.
           move new-start to se-start(se-cnt).
           move new-end   to se-end(se-cnt).
           move "OPEN"    to se-state(se-cnt).
           move spaces    to se-closed(se-cnt).
           if new-name = spaces
              move se-no(se-cnt) to no-disp
              string "Season " function trim(no-disp)
                     delimited by size into new-name
           end-if.
           move new-name  to se-name(se-cnt).
           move se-cnt to open-idx.
           perform SAVE-SEASONS-RTN.
           move se-no(se-cnt) to no-disp.
           display "Season " function trim(no-disp)
                   " (" function trim(new-name)
                   ") open " new-start " to " new-end.
           display "Best-time and best-step boards start fresh".

       CLOSE-RTN.
           if open-idx = 0
              display "No season is open"
              move 1 to fail-sw
              exit paragraph
           end-if.
           move se-no(open-idx) to want-season.
           move se-no(open-idx) to no-disp.
           display "Closing season " function trim(no-disp)
                   " (" function trim(se-name(open-idx)) ")".
      *> bring the ladder up to the close before it is frozen
           call "RatingCalc"
              on exception
                 display "RatingCalc not found - the ladder is frozen"
                         " as last calculated"
           end-call.
           cancel "RatingCalc".
           open extend hall-file.
           if hall-f-sts = "35"
              open output hall-file
              move "*LAYOUT 01" to hall-record
              write hall-record
              close hall-file
              open extend hall-file
           end-if.
           if hall-f-sts not = "00"
              display "Cannot write the hall of fame sts=" hall-f-sts
              move 1 to fail-sw
              exit paragraph
           end-if.
           move "LOCK" to lk-func.
           perform BOARD-LOCK-RTN.
           perform varying wk-b from 1 by 1 until wk-b > 2
              perform BOARD-SETUP-RTN
              move 0 to bt-cnt
              perform BOARD-LOAD-ALL-RTN
              perform BOARD-LOAD-CUR-RTN
              perform BOARD-WRITE-ALL-RTN
              perform BOARD-RESET-RTN
           end-perform.
           move "UNLK" to lk-func.
           perform BOARD-LOCK-RTN.
           if fail-sw = 1
              close hall-file
              display "Season left open - the boards were not reset"
              exit paragraph
           end-if.
           perform LADDER-FREEZE-RTN.
           close hall-file.
           move "CLOSED" to se-state(open-idx).
           move today-date to se-closed(open-idx).
           perform SAVE-SEASONS-RTN.
           move frozen-cnt to cnt-disp.
           display "Hall of fame entries written:" cnt-disp.
           move 0 to open-idx.

       AUTO-RTN.
      *> the nightly form: a season past its end date is closed and
      *> the next one, of the same length, opens the day after
           if open-idx = 0
              display "Season: no season open - nothing to do"
              exit paragraph
           end-if.
           if se-end(open-idx) >= today-date
              move se-no(open-idx) to no-disp
              display "Season " function trim(no-disp)
                      " runs to " se-end(open-idx)
              exit paragraph
           end-if.
           compute start-int = function integer-of-date(
                   function numval(se-start(open-idx))).
           compute end-int = function integer-of-date(
                   function numval(se-end(open-idx))).
           perform CLOSE-RTN.
           if fail-sw = 1
              exit paragraph
           end-if.
           compute wk-int = end-int + 1.
           move function date-of-integer(wk-int) to new-start.
           compute wk-int = end-int + 1 + (end-int - start-int).
           move function date-of-integer(wk-int) to new-end.
           move spaces to new-name.
           if se-cnt < 99
              perform START-SEASON-RTN
           end-if.

       BOARD-LOCK-RTN.
           perform varying wk-b from 1 by 1 until wk-b > 2
              move spaces to lk-file
              string "../data/" function trim(bd-cur(wk-b))
                     delimited by size into lk-file
              call "FileLock" using lock-param
           end-perform.

       BOARD-SETUP-RTN.
           move bd-lbl-len(wk-b) to lbl-len.
           move bd-scr-len(wk-b) to scr-len.
           compute scr-pos = lbl-len + 2.
           compute ply-pos = lbl-len + scr-len + 3.
           compute seal-len = lbl-len + scr-len + 12.
           compute seal-pos = seal-len + 2.

       BOARD-LOAD-ALL-RTN.
           move spaces to board-file-name.
           string "../data/" function trim(bd-all(wk-b))
                  delimited by size into board-file-name.
           move 0 to rd-ok-sw.
           open input board-file.
           if board-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read board-file at end exit perform
              end-read
              perform BOARD-READ-RTN
              if rd-ok-sw = 1
                 perform BOARD-MERGE-RTN
              end-if
           end-perform.
           close board-file.
           perform varying wk-t from 1 by 1 until wk-t > bt-cnt
              move 0 to bt-cur-sw(wk-t)
           end-perform.

       BOARD-LOAD-CUR-RTN.
      *> when a season is given each record is also frozen into the
      *> hall of fame as that season's holder of the board
           move spaces to board-file-name.
           string "../data/" function trim(bd-cur(wk-b))
                  delimited by size into board-file-name.
           move 0 to forged-cnt.
           open input board-file.
           if board-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read board-file at end exit perform
              end-read
              perform BOARD-READ-RTN
              if rd-ok-sw = 1
                 perform BOARD-MERGE-RTN
                 if want-season > 0
                    move spaces to hall-record
                    move want-season to hf-season
                    move bd-name(wk-b) to hf-board
                    move 1 to hf-rank
                    move rd-player to hf-player
                    move rd-score to hf-score
                    move rd-label to hf-key
                    write hall-record
                    add 1 to frozen-cnt
                 end-if
              end-if
           end-perform.
           close board-file.
           if forged-cnt > 0
              move forged-cnt to cnt-disp
              display function trim(bd-cur(wk-b)) " :" cnt-disp
                      " record(s) with a bad seal left out"
           end-if.

       BOARD-READ-RTN.
      *> a record whose seal does not match was not set in play
           move 0 to rd-ok-sw.
           if board-line(1:7) = "*LAYOUT" or board-line = spaces
              exit paragraph
           end-if.
           if board-line(scr-pos:scr-len) is not numeric
              exit paragraph
           end-if.
           if board-line(seal-pos:1) = "#"
              move spaces to rs-text
              move board-line(1:seal-len) to rs-text
              move seal-len to rs-len
              call "RecSeal" using seal-param
              move 9999 to wk-given
              if board-line(seal-pos + 1:4) is numeric
                 move board-line(seal-pos + 1:4) to wk-given
              end-if
              if wk-given not = rs-seal
                 add 1 to forged-cnt
                 exit paragraph
              end-if
           end-if.
           move spaces to rd-label.
           move board-line(1:lbl-len) to rd-label.
           move function numval(board-line(scr-pos:scr-len))
             to rd-score.
           move board-line(ply-pos:10) to rd-player.
           move 1 to rd-ok-sw.

       BOARD-MERGE-RTN.
      *> lower is better on both boards - seconds and steps
           perform varying wk-t from 1 by 1 until wk-t > bt-cnt
              if bt-label(wk-t) = rd-label
                 exit perform
              end-if
           end-perform.
           if wk-t > bt-cnt
              if bt-cnt = 300
                 exit paragraph
              end-if
              add 1 to bt-cnt
              move bt-cnt to wk-t
              move rd-label  to bt-label(wk-t)
              move rd-score  to bt-score(wk-t)
              move rd-player to bt-player(wk-t)
              move 1 to bt-cur-sw(wk-t)
              exit paragraph
           end-if.
           if rd-score < bt-score(wk-t)
              move rd-score  to bt-score(wk-t)
              move rd-player to bt-player(wk-t)
              move 1 to bt-cur-sw(wk-t)
           end-if.

       BOARD-WRITE-ALL-RTN.
           move spaces to board-file-name.
           string "../data/" function trim(bd-all(wk-b))
                  delimited by size into board-file-name.
           perform BOARD-BEGIN-RTN.
           open output board-file.
           if board-f-sts not = "00"
              display "Cannot write " function trim(bd-all(wk-b))
                      " sts=" board-f-sts
              move 1 to fail-sw
              perform BOARD-DROP-RTN
              exit paragraph
           end-if.
           move "*LAYOUT 01" to board-line.
           write board-line.
           perform varying wk-t from 1 by 1 until wk-t > bt-cnt
              move spaces to board-line
              move bt-label(wk-t) to board-line(1:lbl-len)
              move bt-score(wk-t) to scr-6
              move scr-6(7 - scr-len:scr-len)
                to board-line(scr-pos:scr-len)
              move bt-player(wk-t) to board-line(ply-pos:10)
              move spaces to rs-text
              move board-line(1:seal-len) to rs-text
              move seal-len to rs-len
              call "RecSeal" using seal-param
              move " #" to board-line(seal-len + 1:2)
              move rs-seal to board-line(seal-pos + 1:4)
              write board-line
           end-perform.
           close board-file.
           perform BOARD-COMMIT-RTN.

       BOARD-RESET-RTN.
           if fail-sw = 1
              exit paragraph
           end-if.
           move spaces to board-file-name.
           string "../data/" function trim(bd-cur(wk-b))
                  delimited by size into board-file-name.
           perform BOARD-BEGIN-RTN.
           open output board-file.
           if board-f-sts not = "00"
              perform BOARD-DROP-RTN
              exit paragraph
           end-if.
           move "*LAYOUT 01" to board-line.
           write board-line.
           close board-file.
           perform BOARD-COMMIT-RTN.

       BOARD-BEGIN-RTN.
      *> a board is written to a new copy first, swapped in once it
      *> is whole
           move board-file-name to sw-file.
           move "BEGN" to sw-func.
           call "SafeSwap" using swap-param.
           move sw-temp to board-file-name.

       BOARD-DROP-RTN.
           move sw-file to board-file-name.
           move "DROP" to sw-func.
           call "SafeSwap" using swap-param.

       BOARD-COMMIT-RTN.
           move sw-file to board-file-name.
           move "COMT" to sw-func.
           call "SafeSwap" using swap-param.

       LADDER-FREEZE-RTN.
           move want-season to season-x.
           move 0 to lg-cnt la-cnt.
           open input ratings-file.
           if rate-f-sts not = "00"
              display "No ratings - the season ladder is empty"
              exit paragraph
           end-if.
           perform until 1 = 0
              read ratings-file at end exit perform
              end-read
              if rt-season = season-x and rt-rating is numeric
                 perform LADDER-LAST-RTN
              end-if
           end-perform.
           close ratings-file.
           perform varying wk-g from 1 by 1 until wk-g > lg-cnt
              perform varying wk-a from 1 by 1 until wk-a > la-cnt
                 if la-player(wk-a) = lg-player(wk-g)
                    exit perform
                 end-if
              end-perform
              if wk-a > la-cnt and la-cnt < 60
                 add 1 to la-cnt
                 move la-cnt to wk-a
                 move lg-player(wk-g) to la-player(wk-a)
                 move 0 to la-sum(wk-a) la-games(wk-a)
              end-if
              if wk-a <= la-cnt
                 add lg-rating(wk-g) to la-sum(wk-a)
                 add 1 to la-games(wk-a)
              end-if
           end-perform.
           perform varying wk-a from 1 by 1 until wk-a > la-cnt
              compute la-avg(wk-a) = la-sum(wk-a) / la-games(wk-a)
           end-perform.
      *> best average first, as the Launcher ladder shows it
           perform varying wk-a from 1 by 1 until wk-a >= la-cnt
              perform varying wk-a2 from 1 by 1
                      until wk-a2 >= la-cnt
                 if la-avg(wk-a2 + 1) > la-avg(wk-a2)
                    move la-ent(wk-a2) to la-hold
                    move la-ent(wk-a2 + 1) to la-ent(wk-a2)
                    move la-hold to la-ent(wk-a2 + 1)
                 end-if
              end-perform
           end-perform.
           perform varying wk-a from 1 by 1
                   until wk-a > la-cnt or wk-a > 10
              move spaces to hall-record
              move want-season to hf-season
              move "LADDER" to hf-board
              move wk-a to hf-rank
              move la-player(wk-a) to hf-player
              move la-avg(wk-a) to hf-score
              move la-games(wk-a) to no-disp
              string "average over " function trim(no-disp)
                     " game(s)" delimited by size into hf-key
              write hall-record
              add 1 to frozen-cnt
           end-perform.

       LADDER-LAST-RTN.
      *> the log is chronological - a later rating replaces the last
           perform varying wk-g from 1 by 1 until wk-g > lg-cnt
              if lg-player(wk-g) = rt-player and
                 lg-game(wk-g) = rt-game
                 move rt-rating to lg-rating(wk-g)
                 exit paragraph
              end-if
           end-perform.
           if lg-cnt < 300
              add 1 to lg-cnt
              move rt-player to lg-player(lg-cnt)
              move rt-game   to lg-game(lg-cnt)
              move rt-rating to lg-rating(lg-cnt)
           end-if.

       HALL-RTN.
      *> HALL [season] [PRINT]
           if arg-2 not = spaces and function test-numval(arg-2) = 0
              move function numval(arg-2) to want-season
           end-if.
           perform PRT-OPEN-RTN.
           move "Hall of fame" to prt-text.
           move "SEASON-H07" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move 0 to hall-hits.
           perform varying wk-s from 1 by 1 until wk-s > se-cnt
              if se-state(wk-s) = "CLOSED" and
                 (want-season = 0 or want-season = se-no(wk-s))
                 perform HALL-SEASON-RTN
              end-if
           end-perform.
           if hall-hits = 0
              move spaces to prt-text
              perform PRT-RTN
              move "No closed season to show" to prt-text
              move "SEASON-H08" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           end-if.
           perform PRT-CLOSE-RTN.

       HALL-SEASON-RTN.
           move spaces to prt-text.
           perform PRT-RTN.
           move se-no(wk-s) to no-disp.
           move "SEASON-H09" to mc-id.
           move "Season" to mc-text.
           perform LBL-RTN.
           string function trim(mc-text trailing) " "
                  function trim(no-disp) " - "
                  function trim(se-name(wk-s)) "  ("
                  se-start(wk-s)(1:4) "/" se-start(wk-s)(5:2) "/"
                  se-start(wk-s)(7:2) " to "
                  se-end(wk-s)(1:4) "/" se-end(wk-s)(5:2) "/"
                  se-end(wk-s)(7:2) ")"
                  delimited by size into prt-text.
           perform PRT-RTN.
           open input hall-file.
           if hall-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read hall-file at end exit perform
              end-read
              if hall-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if hf-season = se-no(wk-s)
                 add 1 to hall-hits
                 perform HALL-LINE-RTN
              end-if
           end-perform.
           close hall-file.

       HALL-LINE-RTN.
           move spaces to prt-text.
           move hf-board to prt-text(3:12).
           move hf-rank to rank-disp.
           move rank-disp to prt-text(16:2).
           move hf-player to prt-text(19:10).
           evaluate hf-board
              when "MINESWEEPER"
                 move hf-score to bt-rest
                 perform FORMAT-SECS-RTN
                 move score-disp to prt-text(30:8)
              when other
                 move hf-score to steps-disp
                 move steps-disp to prt-text(34:4)
           end-evaluate.
           move hf-key to prt-text(39:40).
           perform PRT-RTN.

       ALLTIME-RTN.
      *> the all-time tables plus whatever the open season has set,
      *> so a record broken this season shows straight away
           perform PRT-OPEN-RTN.
           move "All-time records" to prt-text.
           move "SEASON-H10" to mc-id.
           perform HDG-RTN.
           perform PRT-RTN.
           move 0 to want-season.
           perform varying wk-b from 1 by 1 until wk-b > 2
              perform BOARD-SETUP-RTN
              move 0 to bt-cnt
              perform BOARD-LOAD-ALL-RTN
              perform BOARD-LOAD-CUR-RTN
              move spaces to prt-text
              perform PRT-RTN
              move bd-name(wk-b) to prt-text
              perform PRT-RTN
              if bt-cnt = 0
                 move "  no records" to prt-text
                 move "SEASON-H11" to mc-id
                 perform HDG-RTN
                 perform PRT-RTN
              end-if
              perform varying wk-t from 1 by 1 until wk-t > bt-cnt
                 perform ALLTIME-LINE-RTN
              end-perform
           end-perform.
           move spaces to prt-text.
           perform PRT-RTN.
           if open-idx > 0
              move "* set during the season now open" to prt-text
              move "SEASON-H12" to mc-id
              perform HDG-RTN
              perform PRT-RTN
           end-if.
           perform PRT-CLOSE-RTN.

       ALLTIME-LINE-RTN.
           move spaces to prt-text.
           if wk-b = 1
              move bt-score(wk-t) to bt-rest
              perform FORMAT-SECS-RTN
              move score-disp to prt-text(3:8)
           else
              move bt-score(wk-t) to steps-disp
              move steps-disp to prt-text(7:4)
           end-if.
           if bt-cur-sw(wk-t) = 1 and open-idx > 0
              move "*" to prt-text(11:1)
           end-if.
           move bt-player(wk-t) to prt-text(13:10).
           move bt-label(wk-t) to prt-text(24:55).
           perform PRT-RTN.

       FORMAT-SECS-RTN.
           divide bt-rest by 3600 giving bt-hh remainder bt-rest.
           divide bt-rest by 60 giving bt-mm remainder bt-ss.
           move spaces to score-disp.
           string bt-hh ":" bt-mm ":" bt-ss
                  delimited by size into score-disp.

       PRT-OPEN-RTN.
           if print-sw = 1
              move "OPEN" to ps-func
              move "season" to ps-tag
              move "Seasons - hall of fame and records" to ps-title
              call "PrintSpool" using ps-param
           end-if.

       PRT-CLOSE-RTN.
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
