       select daily-file assign to "../data/daily_challenge.log"
           organization line sequential
           file status daily-f-sts.
       select chalgo-file assign to "../data/challenge_go.dat"
           organization line sequential
           file status cgo-f-sts.
       select curplayer-file assign to "../data/current_player.dat"
           organization line sequential
           file status curp-f-sts.
       select settings-file assign to "../data/isgames_settings.cfg"
           organization line sequential
           file status settings-f-sts.
       select guess-file assign to "../data/hitblow_guesses.log"
           organization line sequential
           file status gues-f-sts.
      *end file-control editor code
      *end {iscobol}file-control
       data division.
           05  bench-run    pic 9(03).
           05  filler       pic x       value space.
           05  bench-tries  pic 9(02).
           05  filler       pic x       value space.
           05  bench-solver pic x(01).
       fd  daily-file.
       01  daily-record.
           05  dc-date    pic x(08).
           05  dc-score   pic 9(04).
           05  filler     pic x value space.
           05  dc-result  pic x(06).
      *> a player-to-player challenge handed over by the Launcher
       fd  chalgo-file.
       01  chalgo-record.
           05  cg-id      pic 9(06).
           05  filler     pic x value space.
           05  cg-game    pic x(12).
           05  filler     pic x value space.
           05  cg-seed    pic 9(08).
           05  filler     pic x value space.
           05  cg-player  pic x(10).
       fd  exports-file.
       01  exports-record.
           05  expt-date    pic x(08).
           05  set-key    pic x(14).
           05  filler     pic x       value space.
           05  set-value  pic x(24).
       fd  guess-file.
       01  guess-record.
           05  gd-date      pic x(08).
           05  filler       pic x       value space.
           05  gd-time      pic x(06).
           05  filler       pic x       value space.
           05  gd-try       pic 9(02).
           05  filler       pic x       value space.
           05  gd-guess     pic x(10).
           05  filler       pic x       value space.
           05  gd-hit       pic 9(02).
           05  filler       pic x       value space.
           05  gd-blow      pic 9(02).
           05  filler       pic x       value space.
           05  gd-player    pic x(10).
           05  filler       pic x       value space.
           05  gd-mode      pic x(01).
           05  filler       pic x       value space.
           05  gd-solver    pic x(01).
           05  filler       pic x       value space.
           05  gd-secs      pic 9(04).
      *end file section editor code
      *end {iscobol}file-section
       working-storage section.
       01  wk-csv-no pic z(02).
       01  wk-csv-hit pic z(02).
       01  wk-csv-blow pic z(02).
       01  wk-csv-secs pic z(03)9.
       COPY "isopensave.def".
       01  opensave-status pic s9(01).
       01  replay-tbl.
           05  msg-bh-max  pic z(02).
           05  filler      pic x(05) value " avg=".
           05  msg-bh-avg  pic z9.9.
           05  filler      pic x(01) value space.
           05  msg-bh-solver pic x(09).
           05  filler      pic x(02) value space.
       01  msg18 pic x(50) value "Ilegal bench run count".
       01  duel-mode-sw pic 9(01) value 0.
       01  duel-phase pic 9(01) value 0.
       01 daily-played-sw pic 9(01) value 0.
       01  msg29 pic x(50) value "Daily already played today".
       01  msg30 pic x(50) value "Daily challenge - one scored try!".
       01  msg31 pic x(50)
           value "Turn off Reverse/Duel/Hex/Blitz first".
       01  msg33 pic x(50)
           value "Challenge - same secret for both, fewer tries wins".
       01 cgo-f-sts pic x(02).
       01 chal-active-sw pic 9(01) value 0.
       01 chal-id pic 9(06).
       01 cb-param.
          05 cb-func    pic x(04).
          05 cb-id      pic 9(06).
          05 cb-game    pic x(12).
          05 cb-from    pic x(10).
          05 cb-to      pic x(10).
          05 cb-seed    pic 9(08).
          05 cb-player  pic x(10).
          05 cb-result  pic x(06).
          05 cb-score   pic 9(04).
          05 cb-days    pic 9(03).
          05 cb-state   pic x(07).
          05 cb-rc      pic 9(01).
       01 seal-param.
          05 rs-text pic x(200).
          05 rs-len  pic 9(03).
           05  filler        pic x(02) value " (".
           05  msg-sv-waste  pic z9.
           05  filler        pic x(08) value " wasted)".
           05  filler        pic x(01) value space.
           05  msg-sv-solver pic x(09).
       01  msg27 pic x(50) value "Answer is forced - one candidate left".
       01  settings-f-sts pic x(02).
       01  data-path pic x(24) value "../data/".
       01  gues-f-sts pic x(02).
       01  gd-row pic 9(02).
      *> solver strategy: 0 = digit-set heuristic, 1 = minimax
       01  solver-mm-sw pic 9(01) value 0.
       01  solver-name pic x(09).
       01  wk-grade-solver pic x(01) value "-".
      *> game clock: seconds since the game began, stamped per guess;
      *> a blitz game is lost when it reaches blitz-limit
       01  msg32 pic x(50) value "Time is up - Game Over".
       01  blitz-sw pic 9(01) value 0.
       01  blitz-active-sw pic 9(01) value 0.
       01  blitz-limit pic 9(04) value 120.
       01  blitz-left pic s9(05).
       01  blitz-left-ed pic z(03)9.
       01  clock-date pic x(21).
       01  clock-start pic 9(06).
       01  clock-now pic 9(06).
       01  clock-elapsed pic 9(04).
       01  guess-secs-tbl.
           05  guess-secs occurs 20 pic 9(04).

      *> the message catalog - MsgCat looks up screen text by id
      *> in the language picked at start-up
       01 mc-param.
          05 mc-func  pic x(04).
          05 mc-id    pic x(16).
          05 mc-lang  pic x(02).
          05 mc-text  pic x(80).
          05 mc-rc    pic 9(01).
      *> captions of the screen controls, by control - the id in
      *> the catalog is the program prefix and the control
       01 ttl-tbl.
          05 filler pic x(08) value "LA-1".
          05 ttl-la-1 pic x(40) value "Hit and Blow Game".
          05 filler pic x(08) value "LA-11".
          05 ttl-la-11 pic x(40) value "Max Tries".
          05 filler pic x(08) value "LA-3".
          05 ttl-la-3 pic x(40) value "Input Number".
          05 filler pic x(08) value "PB-2".
          05 ttl-pb-2 pic x(40) value "Check".
          05 filler pic x(08) value "LA-2".
          05 ttl-la-2 pic x(40) value "Play Digit".
          05 filler pic x(08) value "PB-1".
          05 ttl-pb-1 pic x(40) value "Reset".
          05 filler pic x(08) value "PB-3".
          05 ttl-pb-3 pic x(40) value "Quit".
          05 filler pic x(08) value "PB-6".
          05 ttl-pb-6 pic x(40) value "Export Grid".
          05 filler pic x(08) value "LA-5".
          05 ttl-la-5 pic x(40) value "Gray".
          05 filler pic x(08) value "LA-6".
          05 ttl-la-6 pic x(40) value "Cyan".
          05 filler pic x(08) value "CB-2".
          05 ttl-cb-2 pic x(40) value "Reverse Mode".
          05 filler pic x(08) value "PB-4".
          05 ttl-pb-4 pic x(40) value "PC Guess".
          05 filler pic x(08) value "PB-5".
          05 ttl-pb-5 pic x(40) value "Submit".
          05 filler pic x(08) value "LA-13".
          05 ttl-la-13 pic x(40) value "Hit".
          05 filler pic x(08) value "LA-14".
          05 ttl-la-14 pic x(40) value "Blow".
          05 filler pic x(08) value "PB-7".
          05 ttl-pb-7 pic x(40) value "Replay".
          05 filler pic x(08) value "PB-8".
          05 ttl-pb-8 pic x(40) value "Step".
          05 filler pic x(08) value "CB-6".
          05 ttl-cb-6 pic x(40) value "Blitz".
          05 filler pic x(08) value "PB-11".
          05 ttl-pb-11 pic x(40) value "Daily".
          05 filler pic x(08) value "LA-15".
          05 ttl-la-15 pic x(40) value "Bench".
          05 filler pic x(08) value "PB-9".
          05 ttl-pb-9 pic x(40) value "Benchmark".
          05 filler pic x(08) value "CB-5".
          05 ttl-cb-5 pic x(40) value "Minimax".
          05 filler pic x(08) value "CB-3".
          05 ttl-cb-3 pic x(40) value "Duel".
          05 filler pic x(08) value "PB-10".
          05 ttl-pb-10 pic x(40) value "Set Secret".
          05 filler pic x(08) value "CB-1".
          05 ttl-cb-1 pic x(40) value "Helper".
          05 filler pic x(08) value "CB-4".
          05 ttl-cb-4 pic x(40) value "Hex".
          05 filler pic x(08) value "LA-17".
          05 ttl-la-17 pic x(40) value "Cands".
       01 ttl-tbl-r redefines ttl-tbl.
          05 ttl-ent occurs 27.
             10 ttl-ctl  pic x(08).
             10 ttl-text pic x(40).
       01 ttl-i pic 9(03).
      *end working-storage editor code
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
             lines 5.9 cells 
             font Arial-20v0
             id 1
             title ttl-la-1
             .
          03 screen-1-la-11 Label
             line 3.6
             size 13.0 cells
             lines 3.0 cells
             id 36
             title ttl-la-11
             .
          03 screen-1-ef-22 Entry-Field
             line 3.6
             size 11.8 cells
             lines 3.0 cells
             id 5
             title ttl-la-3
             .
          03 screen-1-ef-2 Entry-Field
             line 17.1
             size 9.1 cells 
             lines 3.0 cells 
             id 7
             title ttl-pb-2
             .
          03 screen-1-la-2 Label
             line 9.8
             size 10.1 cells 
             lines 4.4 cells 
             id 2
             title ttl-la-2
             .
          03 screen-1-ef-1 Entry-Field
             line 9.8
             size 10.2 cells 
             lines 3.8 cells 
             id 4
             title ttl-pb-1
             .
          03 screen-1-gr-1 Grid
             line 10.8
             size 9.5 cells 
             lines 3.8 cells 
             id 10
             title ttl-pb-3
             .
          03 screen-1-ef-21 Entry-Field
             line 59.2
             size 16.0 cells
             lines 3.8 cells
             id 47
             title ttl-pb-6
             .
          03 screen-1-ef-4 Entry-Field
             line 28.3
             size 5.9 cells 
             lines 3.0 cells 
             id 22
             title ttl-la-5
             .
          03 screen-1-la-6 Label
             line 50.5
             size 5.2 cells 
             lines 2.6 cells 
             id 23
             title ttl-la-6
             .
          03 screen-1-la-7 Label
             line 43.5
             size 14.0 cells
             lines 2.0 cells
             id 38
             title ttl-cb-2
             value "0"
             .
          03 screen-1-pb-4 Push-Button
             size 11.0 cells
             lines 3.0 cells
             id 39
             title ttl-pb-4
             .
          03 screen-1-pb-5 Push-Button
             exception-value 14
             size 11.0 cells
             lines 3.0 cells
             id 40
             title ttl-pb-5
             .
          03 screen-1-la-12 Label
             line 57.4
             size 5.0 cells
             lines 2.6 cells
             id 43
             title ttl-la-13
             .
          03 screen-1-ef-24 Entry-Field
             line 57.4
             size 6.0 cells
             lines 2.6 cells
             id 45
             title ttl-la-14
             .
          03 screen-1-ef-25 Entry-Field
             line 57.4
             size 10.2 cells
             lines 3.0 cells
             id 48
             title ttl-pb-7
             .
          03 screen-1-pb-8 Push-Button
             exception-value 18
             size 10.2 cells
             lines 3.0 cells
             id 49
             title ttl-pb-8
             .
          03 screen-1-cb-6 Check-Box
             line 6.8
             column 59.2
             size 7.0 cells
             lines 2.5 cells
             id 69
             title ttl-cb-6
             value "0"
             .
          03 screen-1-ef-36 Entry-Field
             line 6.8
             column 66.5
             size 6.0 cells
             lines 2.5 cells
             id 70
             3-d
             read-only
             .
          03 screen-1-pb-11 Push-Button
             exception-value 21
             size 10.0 cells
             lines 3.0 cells
             id 67
             title ttl-pb-11
             .
          03 screen-1-la-15 Label
             line 13.9
             size 7.0 cells
             lines 2.5 cells
             id 50
             title ttl-la-15
             .
          03 screen-1-ef-26 Entry-Field
             line 13.9
             size 12.0 cells
             lines 2.5 cells
             id 52
             title ttl-pb-9
             .
          03 screen-1-cb-5 Check-Box
             line 13.9
             column 86.5
             size 9.0 cells
             lines 2.5 cells
             id 68
             title ttl-cb-5
             value "0"
             .
          03 screen-1-la-16 Label
             line 51.3
             size 8.0 cells
             lines 2.0 cells
             id 53
             title ttl-cb-3
             value "0"
             .
          03 screen-1-ef-27 Entry-Field
             size 12.0 cells
             lines 2.5 cells
             id 55
             title ttl-pb-10
             .
          03 screen-1-cb-1 Check-Box
             line 43.5
             lines 2.0 cells 
             id 21
             event procedure screen-1-cb-1-evt-proc
             title ttl-cb-1
             value "0"
             .
          03 screen-1-cb-4 Check-Box
             size 7.0 cells
             lines 2.5 cells
             id 60
             title ttl-cb-4
             value "0"
             .
          03 screen-1-ef-30 Entry-Field
             size 7.0 cells
             lines 2.5 cells
             id 58
             title ttl-la-17
             .
          03 screen-1-ef-29 Entry-Field
             line 24.8
                          move function numval(set-value(1:2))
                            to max-tries
                       end-if
                    when "HITBLOW-BLITZ"
                       if set-value(1:4) is numeric and
                          function numval(set-value(1:4)) > 0
                          move function numval(set-value(1:4))
                            to blitz-limit
                       end-if
                    when "HITBLOW-SOLVER"
                       evaluate set-value
                          when "MINIMAX"
                             move 1 to solver-mm-sw
                          when "HEURISTIC"
                             move 0 to solver-mm-sw
                       end-evaluate
                 end-evaluate
              end-perform
              close settings-file
           perform is-screen-1-create
           perform is-screen-1-init-data.
       is-screen-1-create.
           perform screen-1-bef-create.
           display standard window background-low
              screen line 41
              screen column 91
           .
       is-screen-1-proc.
           perform until exit-pushed
      *> a running blitz game wakes the accept every second so the
      *> countdown keeps moving
              if blitz-active-sw = 1 and game-active-sw = 1
                 accept screen-1 before time 100
                    on exception
                    perform is-screen-1-evaluate-func
                 end-accept
              else
                 accept screen-1 on exception
                    perform is-screen-1-evaluate-func
                 end-accept
              end-if
           perform screen-1-aft-end-acc
           end-perform.
           destroy window-handle.
           perform LOAD-CURPLAYER-RTN
           perform LOAD-PROFILE-RTN
           modify screen-1-ef-22 value max-tries
           modify screen-1-cb-5 value solver-mm-sw
           perform CLOCK-START-RTN
           move 1 to grid-idx
           move "INIT" to pc-func.
           move 3 to p-digit.
           set list_ok  to HashSet:>new().
           set list-chance to HashSet:>new().
           move 1 to game-active-sw
           perform CHALLENGE-CHECK-RTN
           .
           
       screen-1-aft-init-data.
           move "HB-M001" to mc-id
           move "No" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 1) cell-data = mc-text
           move "HB-M002" to mc-id
           move "Number" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 2) cell-data = mc-text
           move "HB-M003" to mc-id
           move "Hit" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 3) cell-data = mc-text
           move "HB-M004" to mc-id
           move "Blow" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 4) cell-data = mc-text
           modify screen-1-cb-1 value=1
           
            
                  perform DUEL-SET-SECRET-RTN
              when  21    *>Daily challenge
                  perform DAILY-RTN
              when  99    *>blitz clock tick
                  perform BLITZ-TICK-RTN
            end-evaluate
           .
       QUIT-RTN.
           move wk-curdate(9:6) to hist-time
           move p-digit to hist-digit
           move try-no to hist-tries
      *> blitz games keep result codes of their own
           if blitz-active-sw = 1
              evaluate wk-hist-result
                 when "WIN"
                    move "BZWIN" to wk-hist-result
                 when "LOSE"
                    move "BZLOSE" to wk-hist-result
                 when "GAVEUP"
                    move "BZQUIT" to wk-hist-result
              end-evaluate
           end-if
           move wk-hist-result to hist-result
           move player-name to hist-player
           move pool-size to hist-pool
           end-if
           write hist-record
           close history-file
           perform WRITE-GUESSES-RTN
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           if daily-active-sw = 1
              perform WRITE-DAILY-RTN
              move 0 to daily-active-sw
           end-if
           if chal-active-sw = 1
              perform WRITE-CHAL-RTN
              move 0 to chal-active-sw
           end-if
           move 0 to game-active-sw
           move 0 to blitz-active-sw
           move 0 to wk-solver-tries
           move "-" to wk-grade
           move "-" to wk-grade-solver
           .
       WRITE-GUESSES-RTN.
      *> every row of the finished grid, stamped with the date and
      *> time of its history record so HbOpening can pair them up;
      *> gd-mode tells the player's own guesses from the PC's
           open extend guess-file
           if gues-f-sts = "35"
              open output guess-file
              close guess-file
              open extend guess-file
           end-if
           if gues-f-sts not = "00"
              exit paragraph
           end-if
           perform varying gd-row from 2 by 1 until gd-row > grid-idx
              initialize guess-record
              move wk-curdate(1:8) to gd-date
              move wk-curdate(9:6) to gd-time
              compute gd-try = gd-row - 1
              inquire screen-1-gr-1(gd-row,2) cell-data wk-str2
              move wk-str2 to gd-guess
              inquire screen-1-gr-1(gd-row,3) cell-data wk-X2
              move function numval(wk-X2) to gd-hit
              inquire screen-1-gr-1(gd-row,4) cell-data wk-X2
              move function numval(wk-X2) to gd-blow
              move player-name to gd-player
              move wk-grade-solver to gd-solver
              if gd-try <= 20
                 move guess-secs(gd-try) to gd-secs
              end-if
              evaluate true
                 when wk-hist-result = "PCWIN" or reverse-mode-sw = 1
                    move "C" to gd-mode
                 when wk-hist-result = "DUEL" or duel-mode-sw = 1
                    move "D" to gd-mode
                 when other
                    move "P" to gd-mode
              end-evaluate
              write guess-record
           end-perform
           close guess-file
           .
       DAILY-RTN.
      *> everyone gets the same seeded 4-digit secret today, and
           inquire screen-1-cb-2 value reverse-mode-sw
           inquire screen-1-cb-3 value duel-mode-sw
           inquire screen-1-cb-4 value hex-mode-sw
           inquire screen-1-cb-6 value blitz-sw
           if reverse-mode-sw = 1 or duel-mode-sw = 1
              or hex-mode-sw = 1 or blitz-sw = 1
              modify screen-1-ef-21 value msg31 color  5
              exit paragraph
           end-if
           write daily-record
           close daily-file
           .
       CHALLENGE-CHECK-RTN.
      *> a challenge from the Launcher: the seed fixes the secret for
      *> both players, played as the plain 4-digit daily game
           open input chalgo-file
           if cgo-f-sts not = "00"
              exit paragraph
           end-if
           read chalgo-file
              at end
                 close chalgo-file
                 exit paragraph
           end-read
           close chalgo-file
           if cg-game not = "HITBLOW" or cg-player not = player-name
              or cg-seed is not numeric
              exit paragraph
           end-if
           open output chalgo-file
           close chalgo-file
           move cg-id to chal-id
           modify screen-1-cb-2 value 0
           modify screen-1-cb-3 value 0
           modify screen-1-cb-4 value 0
           modify screen-1-cb-6 value 0
           move 4 to p-digit
           modify screen-1-ef-1 value p-digit
           perform RESET-RTN
           move cg-seed to pc-seed
           move "INITS" to pc-func
           call "pcSide" using pc-param
           move 1 to chal-active-sw
           modify screen-1-ef-21 value msg33 color  1
           .
       WRITE-CHAL-RTN.
           move "RSLT" to cb-func
           move chal-id to cb-id
           move player-name to cb-player
           move wk-hist-result to cb-result
           move try-no to cb-score
           call "ChalBook" using cb-param
           .
       EXPORT-GRID-RTN.
           if grid-idx < 2
              modify screen-1-ef-21 value msg11 color  5
              modify screen-1-ef-21 value msg15 color  5
              exit paragraph
           end-if
           move "No,Number,Hit,Blow,Secs" to grid-line
           write grid-line
           perform varying wk-i from 2 by 1 until wk-i > grid-idx
              inquire screen-1-gr-1(wk-i,1) cell-data wk-csv-no
              inquire screen-1-gr-1(wk-i,2) cell-data wk-str1
              inquire screen-1-gr-1(wk-i,3) cell-data wk-csv-hit
              inquire screen-1-gr-1(wk-i,4) cell-data wk-csv-blow
              move 0 to wk-csv-secs
              if wk-i - 1 <= 20
                 move guess-secs(wk-i - 1) to wk-csv-secs
              end-if
              move spaces to grid-line
              string function trim(wk-csv-no) "," function trim(wk-str1)
                     "," function trim(wk-csv-hit) ","
                     function trim(wk-csv-blow) ","
                     function trim(wk-csv-secs) delimited by size
                     into grid-line
              write grid-line
           end-perform
              move duel-b-tries to msg-duel-b
              if duel-a-tries < duel-b-tries
                 move "A wins!!" to msg-duel-win
                 move "HB-M005" to mc-id
                 perform MSG-DUEL-WIN-XLATE-RTN
              else
                 if duel-b-tries < duel-a-tries
                    move "B wins!!" to msg-duel-win
                    move "HB-M006" to mc-id
                    perform MSG-DUEL-WIN-XLATE-RTN
                 else
                    move "Draw" to msg-duel-win
                    move "HB-M007" to mc-id
                    perform MSG-DUEL-WIN-XLATE-RTN
                 end-if
              end-if
              modify screen-1-ef-21 value msg23 color  5
              move "GAVEUP" to wk-hist-result
              perform WRITE-HISTORY-RTN
           end-if.
           perform SOLVER-NAME-RTN.
           open extend bench-file
           if bench-f-sts = "35"
              open output bench-file
              move p-digit to bench-digit
              move wk-run  to bench-run
              move bh-tries to bench-tries
              move solver-name(1:1) to bench-solver
              write bench-record
           end-perform
           close bench-file
           move bh-min to msg-bh-min
           move bh-max to msg-bh-max
           move bh-avg to msg-bh-avg
           move solver-name to msg-bh-solver
           modify screen-1-ef-21 value msg17 color  1
           perform BENCH-SHOW-HIST-RTN
           move 0 to game-active-sw
           list-ok:>clear()
           move 0 to bh-tries
           move 0 to bh-solved-sw
           move 0 to cand-row-cnt
           perform until bh-solved-sw = 1 or bh-tries >= 31
              if solver-mm-sw = 1
                 perform GEN-MM-GUESS-RTN
              else
                 perform GEN-PC-GUESS-RTN
              end-if
              move "CHECK" to pc-func
              move pc-guess-str to chk-string
              call "pcSide" using pc-param
                 move 1 to bh-solved-sw
              else
                 perform BENCH-PRUNE-RTN
                 perform BENCH-ADD-ROW-RTN
              end-if
           end-perform
           .
       BENCH-ADD-ROW-RTN.
      *> the rows minimax reasons over; pcSide takes eleven, so past
      *> that the oldest row drops off
           if cand-row-cnt = 11
              perform varying wk-cr from 1 by 1 until wk-cr > 10
                 move cand-row(wk-cr + 1) to cand-row(wk-cr)
              end-perform
           else
              add 1 to cand-row-cnt
           end-if
           move pc-guess-str to cand-str(cand-row-cnt)
           move hit-cnt to cand-hit(cand-row-cnt)
           move blow-cnt to cand-blow(cand-row-cnt)
           .
       BENCH-PRUNE-RTN.
      *> same digit deductions as Anal-01/02/04 but against the
      *> current guess only - no grid rows to consult here
       GRADE-SOLVER-RTN.
      *> pcSide still holds the secret of the game that just ended,
      *> so BENCH-PLAY-RTN replays it and the try counts compare
           perform SOLVER-NAME-RTN.
           move solver-name(1:1) to wk-grade-solver.
           perform BENCH-PLAY-RTN.
           move bh-tries to wk-solver-tries.
           compute wk-waste = try-no - bh-tries.
           move wk-solver-tries to msg-sv-tries.
           move wk-grade to msg-sv-grade.
           move wk-waste to msg-sv-waste.
           move solver-name to msg-sv-solver.
           modify screen-1-ef-29 value msg28.
      *> the solver replay clobbered the last CHECK result - put the
      *> finished game's terminal state back for the code after us
           if reverse-mode-sw not = 1 or game-active-sw = 0
              exit paragraph
           end-if.
           perform GEN-SOLVER-GUESS-RTN.
           modify screen-1-ef-23 value pc-guess-str
           modify screen-1-ef-24 value 0
           modify screen-1-ef-25 value 0
           .
       SOLVER-NAME-RTN.
           inquire screen-1-cb-5 value solver-mm-sw.
           if solver-mm-sw = 1
              move "MINIMAX" to solver-name
           else
              move "HEURISTIC" to solver-name
           end-if
           .
       GEN-SOLVER-GUESS-RTN.
      *> the PC's reverse-mode guess, by the strategy ticked on
      *> screen - minimax reasons over the grid rows
           inquire screen-1-cb-5 value solver-mm-sw.
           if solver-mm-sw = 1
              perform LOAD-CAND-ROWS-RTN
              perform GEN-MM-GUESS-RTN
           else
              perform GEN-PC-GUESS-RTN
           end-if
           .
       GEN-MM-GUESS-RTN.
      *> pcSide picks the candidate with the smallest worst case; rows
      *> that contradict each other leave none, so fall back to the
      *> heuristic rather than stall
           move "MMAX" to pc-func
           call "pcSide" using pc-param
           if chk-string = spaces
              perform GEN-PC-GUESS-RTN
           else
              move chk-string(1:p-digit) to pc-guess-str
           end-if
           .
       GEN-PC-GUESS-RTN.
           move spaces to wk-pool.
           move 0 to wk-pool-len.
              modify screen-1-ef-29 value " "
              exit paragraph
           end-if.
           perform LOAD-CAND-ROWS-RTN.
           move "CANDS" to pc-func.
           call "pcSide" using pc-param.
           move spaces to wk-cand-disp.
           if cand-cnt = 99999
              move "HB-M008" to mc-id
              move "over 99998 left" to mc-text
              perform MSG-GET-RTN
              move mc-text to wk-cand-disp
           else
              move cand-cnt to wk-cand-ed
              if cand-cnt <= 4
                 move "HB-M009" to mc-id
                 move " left:" to mc-text
                 perform MSG-GET-RTN
                 string wk-cand-ed function trim(mc-text trailing) " "
                        cand-list delimited by size into wk-cand-disp
              else
                 move "HB-M010" to mc-id
                 move " left" to mc-text
                 perform MSG-GET-RTN
                 string wk-cand-ed function trim(mc-text trailing)
                        delimited by size into wk-cand-disp
              end-if
           end-if.
           modify screen-1-ef-29 value wk-cand-disp.
              modify screen-1-ef-21 value msg27 color  1
           end-if
           .
       LOAD-CAND-ROWS-RTN.
           compute cand-row-cnt = grid-idx - 1.
           if cand-row-cnt > 11
              move 11 to cand-row-cnt
           end-if.
           perform varying wk-cr from 1 by 1
                   until wk-cr > cand-row-cnt
              inquire screen-1-gr-1(wk-cr + 1,2) cell-data
                      cand-str(wk-cr)
              inquire screen-1-gr-1(wk-cr + 1,3) cell-data wk-X2
              move function numval(wk-X2) to cand-hit(wk-cr)
              inquire screen-1-gr-1(wk-cr + 1,4) cell-data wk-X2
              move function numval(wk-X2) to cand-blow(wk-cr)
           end-perform.
       Check-RTN.
           if game-active-sw = 0
              exit paragraph
           if err-flg = 1
              exit paragraph
           end-if.
           perform CLOCK-ELAPSED-RTN.
           if blitz-active-sw = 1 and clock-elapsed >= blitz-limit
              perform BLITZ-TIMEOUT-RTN
              exit paragraph
           end-if.
           modify screen-1-ef-21 value " " color  1
           
           move "CHECK" to pc-func.
           modify screen-1-gr-1(grid-idx, 3) cell-data = hit-cnt
           modify screen-1-gr-1(grid-idx, 4) cell-data= blow-cnt
           modify screen-1-gr-1 cursor-y = grid-idx
           if try-no <= 20
              move clock-elapsed to guess-secs(try-no)
           end-if
           
           if hit-cnt = p-digit
              modify screen-1-ef-21 value msg5 color  5
      *> a fresh game is not the daily attempt - DAILY-RTN sets the
      *> switch again after it has reseeded the secret
           move 0 to daily-active-sw.
           move 0 to chal-active-sw.
           modify screen-1-gr-1 reset-grid 2
           modify screen-1-ef-2 value "" enabled 1
           modify screen-1-pb-2 enabled 1
              modify screen-1-ef-23 value " "
              modify screen-1-ef-24 value 0
              modify screen-1-ef-25 value 0
              perform GEN-SOLVER-GUESS-RTN
              modify screen-1-ef-23 value pc-guess-str
           else
              call "pcSide" using pc-param
           else
              move 0 to duel-phase
           end-if
           perform CLOCK-START-RTN
           inquire screen-1-cb-6 value blitz-sw
           move 0 to blitz-active-sw
           if blitz-sw = 1 and reverse-mode-sw = 0 and duel-mode-sw = 0
              move 1 to blitz-active-sw
              move blitz-limit to blitz-left-ed
              modify screen-1-ef-36 value blitz-left-ed
           else
              modify screen-1-ef-36 value " "
           end-if
           .
       CLOCK-START-RTN.
           perform CLOCK-NOW-RTN
           move clock-now to clock-start
           initialize guess-secs-tbl
           .
       CLOCK-NOW-RTN.
           move function current-date to clock-date
           compute clock-now =
                   function numval(clock-date(9:2)) * 3600 +
                   function numval(clock-date(11:2)) * 60 +
                   function numval(clock-date(13:2))
           .
       CLOCK-ELAPSED-RTN.
      *> a game played across midnight wraps the seconds-of-day
           perform CLOCK-NOW-RTN
           if clock-now < clock-start
              add 86400 to clock-now
           end-if
           if clock-now - clock-start > 9999
              move 9999 to clock-elapsed
           else
              compute clock-elapsed = clock-now - clock-start
           end-if
           .
       BLITZ-TICK-RTN.
           if blitz-active-sw = 0 or game-active-sw = 0
              exit paragraph
           end-if
           perform CLOCK-ELAPSED-RTN
           compute blitz-left = blitz-limit - clock-elapsed
           if blitz-left <= 0
              perform BLITZ-TIMEOUT-RTN
           else
              move blitz-left to blitz-left-ed
              modify screen-1-ef-36 value blitz-left-ed
           end-if
           .
       BLITZ-TIMEOUT-RTN.
      *> the clock running out ends the game as a loss, the same as
      *> reaching the try limit
           move 0 to blitz-left-ed
           modify screen-1-ef-36 value blitz-left-ed
           modify screen-1-ef-21 value msg32 color  5
           modify screen-1-ef-2 enabled 0
           modify screen-1-pb-2 enabled 0
           if try-no > 0
              perform GRADE-SOLVER-RTN
           end-if
           move "LOSE" to wk-hist-result
           perform WRITE-HISTORY-RTN
           .



           . 
           .
       screen-1-bef-create.
           perform TITLES-RTN
           .
       TITLES-RTN.
      *> settle the language and put the captions and fixed
      *> messages into it before the window is shown
           move "LANG" to mc-func
           call "MsgCat" using mc-param
           perform varying ttl-i from 1 by 1 until ttl-i > 27
              move spaces to mc-id
              string "HB-" ttl-ctl(ttl-i) delimited by space
                     into mc-id
              move ttl-text(ttl-i) to mc-text
              perform MSG-GET-RTN
              move mc-text to ttl-text(ttl-i)
           end-perform
           move "HB-MSG1" to mc-id
           move msg1 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg1
           move "HB-MSG2" to mc-id
           move msg2 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg2
           move "HB-MSG3" to mc-id
           move msg3 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg3
           move "HB-MSG4" to mc-id
           move msg4 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg4
           move "HB-MSG5" to mc-id
           move msg5 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg5
           move "HB-MSG7" to mc-id
           move msg7 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg7
           move "HB-MSG8" to mc-id
           move msg8 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg8
           move "HB-MSG9" to mc-id
           move msg9 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg9
           move "HB-MSG11" to mc-id
           move msg11 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg11
           move "HB-MSG12" to mc-id
           move msg12 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg12
           move "HB-MSG13" to mc-id
           move msg13 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg13
           move "HB-MSG14" to mc-id
           move msg14 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg14
           move "HB-MSG15" to mc-id
           move msg15 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg15
           move "HB-MSG18" to mc-id
           move msg18 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg18
           move "HB-MSG19" to mc-id
           move msg19 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg19
           move "HB-MSG20" to mc-id
           move msg20 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg20
           move "HB-MSG21" to mc-id
           move msg21 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg21
           move "HB-MSG22" to mc-id
           move msg22 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg22
           move "HB-MSG25" to mc-id
           move msg25 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg25
           move "HB-MSG29" to mc-id
           move msg29 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg29
           move "HB-MSG30" to mc-id
           move msg30 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg30
           move "HB-MSG31" to mc-id
           move msg31 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg31
           move "HB-MSG33" to mc-id
           move msg33 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg33
           move "HB-MSG27" to mc-id
           move msg27 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg27
           move "HB-MSG32" to mc-id
           move msg32 to mc-text
           perform MSG-GET-RTN
           move mc-text to msg32
           .
       MSG-GET-RTN.
      *> mc-id set and mc-text holding the English wording;
      *> mc-text comes back in the language in force
           move "GET " to mc-func
           call "MsgCat" using mc-param
           .
       MSG-DUEL-WIN-XLATE-RTN.
           move msg-duel-win to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-duel-win
           .
      *end event editor code
      *end {iscobol}copy-procedure
       report-composer section.
