       IDENTIFICATION DIVISION.

       PROGRAM-ID. ChalBook.
       AUTHOR. j1_eb.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select chal-file assign to dynamic chal-file-name
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
       01  chal-file-name pic x(100) value "../data/challenges.dat".
       01  wk-curdate   pic x(21).
       01  today-date   pic x(08).
       01  ct-tbl.
           05  ct-cnt   pic 9(04) value 0.
           05  ct-line  occurs 2000 pic x(96).
       01  wk-c         pic 9(04).
       01  hit-c        pic 9(04).
       01  max-id       pic 9(06).
       01  dirty-sw     pic 9(01).
       01  issue-int    pic 9(08).
       01  today-int    pic 9(08).
       01  lock-param.
           05  lk-func  pic x(04).
           05  lk-file  pic x(90).
           05  lk-rc    pic 9(01).
       01  swap-param.
           05  sw-func   pic x(04).
           05  sw-file   pic x(90).
           05  sw-temp   pic x(100).
           05  sw-count  pic 9(03).
           05  sw-rc     pic 9(01).
       LINKAGE SECTION.
       01  cb-param.
           05  cb-func    pic x(04).
           05  cb-id      pic 9(06).
           05  cb-game    pic x(12).
           05  cb-from    pic x(10).
           05  cb-to      pic x(10).
           05  cb-seed    pic 9(08).
           05  cb-player  pic x(10).
           05  cb-result  pic x(06).
           05  cb-score   pic 9(04).
           05  cb-days    pic 9(03).
           05  cb-state   pic x(07).
           05  cb-rc      pic 9(01).

       PROCEDURE DIVISION using cb-param.
       MAIN.
      *> the one keeper of challenges.dat - the Launcher issues and
      *> hands out challenges, the games post the results, and each
      *> side's slot reads PLAY while that side has the game open.
      *> cb-rc: 0 done, 1 no such challenge, 2 already played,
      *> 3 no longer open, 4 not this player's challenge
           move 0 to cb-rc.
           move function current-date to wk-curdate.
           move wk-curdate(1:8) to today-date.
           move "../data/challenges.dat" to lk-file.
           move "LOCK" to lk-func.
           call "FileLock" using lock-param.
           perform LOAD-RTN.
           move 0 to dirty-sw.
           evaluate cb-func
              when "ISSU"
                 perform ISSUE-RTN
              when "TAKE"
                 perform TAKE-RTN
              when "RSLT"
                 perform RESULT-RTN
              when "SWEP"
                 perform SWEEP-RTN
           end-evaluate.
           if dirty-sw = 1
              perform SAVE-RTN
           end-if.
           move "UNLK" to lk-func.
           call "FileLock" using lock-param.
           goback.

       LOAD-RTN.
           move 0 to ct-cnt max-id.
           open input chal-file.
           if chal-f-sts not = "00"
              exit paragraph
           end-if.
           perform until 1 = 0
              read chal-file at end exit perform
              end-read
              if chal-record(1:7) = "*LAYOUT" or ch-id is not numeric
                 exit perform cycle
              end-if
              if ct-cnt < 2000
                 add 1 to ct-cnt
                 move chal-record to ct-line(ct-cnt)
              end-if
              if ch-id > max-id
                 move ch-id to max-id
              end-if
           end-perform.
           close chal-file.

       SAVE-RTN.
      *> written to a new copy first, swapped in once it is whole
           move chal-file-name to sw-file.
           move "BEGN" to sw-func.
           call "SafeSwap" using swap-param.
           move sw-temp to chal-file-name.
           open output chal-file.
           if chal-f-sts not = "00"
              move sw-file to chal-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              exit paragraph
           end-if.
           move "*LAYOUT 01" to chal-record.
           write chal-record.
           perform varying wk-c from 1 by 1 until wk-c > ct-cnt
              move ct-line(wk-c) to chal-record
              write chal-record
           end-perform.
           close chal-file.
           move sw-file to chal-file-name.
           move "COMT" to sw-func.
           call "SafeSwap" using swap-param.

       FIND-RTN.
           move 0 to hit-c.
           perform varying wk-c from 1 by 1 until wk-c > ct-cnt
              if ct-line(wk-c)(1:6) = cb-id
                 move wk-c to hit-c
                 move ct-line(wk-c) to chal-record
                 exit perform
              end-if
           end-perform.

       ISSUE-RTN.
           if ct-cnt = 2000
              move 3 to cb-rc
              exit paragraph
           end-if.
           compute cb-id = max-id + 1.
           move spaces to chal-record.
           move cb-id     to ch-id.
           move cb-game   to ch-game.
           move today-date to ch-date.
           move cb-from   to ch-from.
           move cb-to     to ch-to.
           move cb-seed   to ch-seed.
           move 0 to ch-from-scr ch-to-scr.
           move "OPEN" to ch-state.
           move ch-state to cb-state.
           add 1 to ct-cnt.
           move chal-record to ct-line(ct-cnt).
           move 1 to dirty-sw.

       TAKE-RTN.
      *> a side may take its game once; walking away from it counts
      *> the same as giving up
           perform FIND-RTN.
           if hit-c = 0
              move 1 to cb-rc
              exit paragraph
           end-if.
           move ch-state to cb-state.
           if ch-state not = "OPEN"
              move 3 to cb-rc
              exit paragraph
           end-if.
           evaluate true
              when cb-player = ch-from
                 if ch-from-res not = spaces
                    move 2 to cb-rc
                    exit paragraph
                 end-if
                 move "PLAY" to ch-from-res
                 move 9999 to ch-from-scr
              when cb-player = ch-to
                 if ch-to-res not = spaces
                    move 2 to cb-rc
                    exit paragraph
                 end-if
                 move "PLAY" to ch-to-res
                 move 9999 to ch-to-scr
              when other
                 move 4 to cb-rc
                 exit paragraph
           end-evaluate.
           move ch-game to cb-game.
           move ch-seed to cb-seed.
           move ch-from to cb-from.
           move ch-to   to cb-to.
           move chal-record to ct-line(hit-c).
           move 1 to dirty-sw.

       RESULT-RTN.
           perform FIND-RTN.
           if hit-c = 0
              move 1 to cb-rc
              exit paragraph
           end-if.
           if ch-state not = "OPEN"
              move ch-state to cb-state
              move 3 to cb-rc
              exit paragraph
           end-if.
           evaluate true
              when cb-player = ch-from and ch-from-res = "PLAY"
                 perform RESULT-CODE-RTN
                 move cb-result(1:4) to ch-from-res
                 move cb-score to ch-from-scr
              when cb-player = ch-to and ch-to-res = "PLAY"
                 perform RESULT-CODE-RTN
                 move cb-result(1:4) to ch-to-res
                 move cb-score to ch-to-scr
              when other
                 move 2 to cb-rc
                 move ch-state to cb-state
                 exit paragraph
           end-evaluate.
           if ch-from-res not = spaces and ch-from-res not = "PLAY"
              and ch-to-res not = spaces and ch-to-res not = "PLAY"
              perform SETTLE-RTN
           end-if.
           move ch-state to cb-state.
           move chal-record to ct-line(hit-c).
           move 1 to dirty-sw.

       RESULT-CODE-RTN.
      *> only a win is a win - a loss, a give-up or a blown clock
      *> all stand as a loss
           if cb-result(1:3) = "WIN"
              move "WIN" to cb-result
           else
              if cb-result(1:4) = "GAVE" or cb-result(1:4) = "QUIT"
                 move "QUIT" to cb-result
              else
                 move "LOSE" to cb-result
              end-if
              move 9999 to cb-score
           end-if.

       SETTLE-RTN.
      *> WON and LOST are the challenger's view: a win beats no win,
      *> two wins go to the fewer tries or seconds
           evaluate true
              when ch-from-res = "WIN" and ch-to-res not = "WIN"
                 move "WON" to ch-state
              when ch-to-res = "WIN" and ch-from-res not = "WIN"
                 move "LOST" to ch-state
              when ch-from-res not = "WIN"
                 move "DRAWN" to ch-state
              when ch-from-scr < ch-to-scr
                 move "WON" to ch-state
              when ch-from-scr > ch-to-scr
                 move "LOST" to ch-state
              when other
                 move "DRAWN" to ch-state
           end-evaluate.
           move today-date to ch-settled.

       SWEEP-RTN.
      *> past the deadline a side still on PLAY walked away; with
      *> both sides in the challenge is decided, otherwise it lapses
           compute today-int = function integer-of-date(
                   function numval(today-date)).
           perform varying wk-c from 1 by 1 until wk-c > ct-cnt
              move ct-line(wk-c) to chal-record
              if ch-state = "OPEN" and ch-date is numeric
                 compute issue-int = function integer-of-date(
                         function numval(ch-date))
                 if today-int > issue-int + cb-days
                    perform SWEEP-ONE-RTN
                    move chal-record to ct-line(wk-c)
                    move 1 to dirty-sw
                 end-if
              end-if
           end-perform.

       SWEEP-ONE-RTN.
           if ch-from-res = "PLAY"
              move "QUIT" to ch-from-res
           end-if.
           if ch-to-res = "PLAY"
              move "QUIT" to ch-to-res
           end-if.
           if ch-from-res not = spaces and ch-to-res not = spaces
              perform SETTLE-RTN
           else
              move "EXPIRED" to ch-state
              move today-date to ch-settled
           end-if.
