       file-control.
      *begin {iscobol}file-control
      *start file-control editor code
       select players-file assign to dynamic players-file-name
           organization line sequential
           file status players-f-sts.
       select curplayer-file assign to "../data/current_player.dat"
       select rvresult-file assign to "../data/reversi_results.log"
           organization line sequential
           file status rvres-f-sts.
       select cerace-file assign to "../data/catseye_race.log"
           organization line sequential
           file status cerace-f-sts.
       select jkround-file assign to "../data/janken_rounds.log"
           organization line sequential
           file status jkrnd-f-sts.
       select ceall-file assign to "../data/catseye_beststeps_all.log"
           organization line sequential
           file status ceall-f-sts.
       select settings-file assign to dynamic settings-file-name
           organization line sequential
           file status settings-f-sts.
       select ratings-file assign to "../data/isgames_ratings.log"
           organization line sequential
           file status rate-f-sts.
       select season-file assign to "../data/isgames_season.dat"
           organization line sequential
           file status sea-f-sts.
       select chal-file assign to "../data/challenges.dat"
           organization line sequential
           file status chal-f-sts.
       select chalgo-file assign to "../data/challenge_go.dat"
           organization line sequential
           file status cgo-f-sts.
       select sessions-file assign to "../data/isgames_sessions.log"
           organization line sequential
           file status sess-f-sts.
       select daily-file assign to "../data/daily_challenge.log"
           organization line sequential
           file status daily-f-sts.
       select avatar-file assign to "../data/player_avatars.dat"
           organization line sequential
           file status av-f-sts.
       select avbmp-file assign to dynamic avbmp-file-name
           organization binary sequential
           file status avbmp-f-sts.
      *end file-control editor code
      *end {iscobol}file-control
       data division.
       01  stats-record.
           05  stat-player  pic x(10).
           05  filler       pic x.
           05  stat-pcwins  pic 9(04).
           05  filler       pic x.
           05  stat-mywins  pic 9(04).
           05  filler       pic x.
           05  stat-draws   pic 9(04).
      *> layout 01 kept the counters 2 digits wide
       01  stats-old-record.
           05  so-player    pic x(10).
           05  filler       pic x.
           05  so-pcwins    pic 9(02).
           05  filler       pic x.
           05  so-mywins    pic 9(02).
           05  filler       pic x.
           05  so-draws     pic 9(02).
       fd  msresult-file.
       01  msresult-record.
           05  res-date     pic x(08).
           05  rv-f7      pic x(10).
           05  filler     pic x.
           05  rv-f8      pic x(05).
           05  filler     pic x.
           05  rv-f9      pic x(04).
       fd  cerace-file.
       01  cerace-record.
           05  rl-date     pic x(08).
           05  filler      pic x.
           05  rl-time     pic x(06).
           05  filler      pic x.
           05  rl-map      pic x(40).
           05  filler      pic x.
           05  rl-player1  pic x(10).
           05  filler      pic x.
           05  rl-steps1   pic 9(04).
           05  filler      pic x.
           05  rl-player2  pic x(10).
           05  filler      pic x.
           05  rl-steps2   pic 9(04).
           05  filler      pic x.
           05  rl-winner   pic x(10).
       fd  jkround-file.
       01  jkround-record.
           05  jr-date     pic x(08).
           05  filler      pic x.
           05  jr-time     pic x(06).
           05  filler      pic x.
           05  jr-myhand   pic 9(01).
           05  filler      pic x.
           05  jr-pchand   pic 9(01).
           05  filler      pic x.
           05  jr-rpsls    pic 9(01).
           05  filler      pic x.
           05  jr-adaptive pic 9(01).
           05  filler      pic x.
           05  jr-result   pic 9(01).
           05  filler      pic x.
           05  jr-player   pic x(10).
       fd  ceall-file.
       01  ceall-record.
           05  cal-map-label   pic x(80).
           05  filler          pic x.
           05  cal-rec-steps   pic 9(04).
           05  filler          pic x.
           05  cal-player      pic x(10).
       fd  settings-file.
       01  settings-record.
           05  set-key    pic x(14).
           05  rt-rating  pic 9(04).
           05  filler     pic x.
           05  rt-games   pic 9(05).
           05  filler     pic x.
           05  rt-season  pic x(03).
       fd  season-file.
       01  season-record.
           05  sea-no      pic 9(03).
           05  filler      pic x.
           05  sea-start   pic x(08).
           05  filler      pic x.
           05  sea-end     pic x(08).
           05  filler      pic x.
           05  sea-state   pic x(06).
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
      *> the challenge a game is to start with, as continue.dat
      *> hands over a file
       fd  chalgo-file.
       01  chalgo-record.
           05  cg-id      pic 9(06).
           05  filler     pic x value space.
           05  cg-game    pic x(12).
           05  filler     pic x value space.
           05  cg-seed    pic 9(08).
           05  filler     pic x value space.
           05  cg-player  pic x(10).
       fd  sessions-file.
       01  sessions-record.
           05  sess-player  pic x(10).
           05  dc-score   pic 9(04).
           05  filler     pic x value space.
           05  dc-result  pic x(06).
       fd  avatar-file.
       01  avatar-record.
           05  av-id      pic 9(03).
           05  filler     pic x value space.
           05  av-name    pic x(10).
           05  filler     pic x value space.
           05  av-w       pic 9(02).
           05  filler     pic x value space.
           05  av-h       pic 9(02).
           05  filler     pic x value space.
           05  av-row     pic 9(02).
           05  filler     pic x value space.
           05  av-cells   pic x(20).
       fd  avbmp-file.
       01  avbmp-byte     pic x(01).
      *end file section editor code
      *end {iscobol}file-section
       working-storage section.
       01 msres-f-sts pic x(02).
       01 cebest-f-sts pic x(02).
       01 rvres-f-sts pic x(02).
       01 cerace-f-sts pic x(02).
       01 player-name pic x(10) value "GUEST".
       01 player-id pic 9(03) value 0.
       01 plr-tbl.
       01 sb-row pic 9(02).
       01 sb-games pic 9(05).
       01 sb-wins pic 9(05).
       01 jkrnd-f-sts pic x(02).
       01 ceall-f-sts pic x(02).
      *> the scoreboard shown: an open season's, or all-time (blank),
      *> and the dates a season's rows are counted between
       01 sb-view pic x(03) value spaces.
       01 sb-season pic x(03).
       01 sb-from pic x(08).
       01 sb-to pic x(08).
       01 sb-sea-from pic x(08).
       01 sb-sea-to pic x(08).
      *> all-time catsEye best steps, one holder per map
       01 ca-tbl.
          05 ca-cnt pic 9(03) value 0.
          05 filler occurs 300.
             10 ca-label  pic x(80).
             10 ca-steps  pic 9(04).
             10 ca-player pic x(10).
       01 wk-ca pic 9(03).
       01 ca-in-label pic x(80).
       01 ca-in-steps pic 9(04).
       01 ca-in-player pic x(10).
       01 stats-lay pic 9(02).
       01 settings-f-sts pic x(02).
       01 set-sound-sw pic 9(01) value 1.
       01 data-path pic x(24) value "../data/".
       01 set-hb-tries pic 9(02) value 10.
       01 set-hb-solver pic x(09) value "HEURISTIC".
       01 set-hb-blitz pic 9(04) value 120.
       01 set-rv-exact pic 9(02) value 8.
       01 set-mine-size pic 9(02) value 12.
       01 rate-f-sts pic x(02).
       01 lock-param.
          05 lk-func pic x(04).
          05 lk-file pic x(90).
          05 lk-rc   pic 9(01).
      *> settings, profiles and the player list are written to a new
      *> copy that SafeSwap puts in place once it is whole
       01 swap-param.
          05 sw-func  pic x(04).
          05 sw-file  pic x(90).
          05 sw-temp  pic x(100).
          05 sw-count pic 9(03).
          05 sw-rc    pic 9(01).
       01 players-file-name pic x(100) value "../data/players.dat".
       01 settings-file-name pic x(100)
          value "../data/isgames_settings.cfg".
       01 sess-f-sts pic x(02).
      *> 1 while writing the launch record, which has no return time
       01 sess-open-sw pic 9(01) value 0.
       01 wk-curdate pic x(21).
       01 launch-stamp pic x(14).
       01 rcnt-f-sts pic x(02).
       01 cont-f-sts pic x(02).
       01 attr-f-sts pic x(02).
       01 prof-f-sts pic x(02).
       01 prof-file-name pic x(100).
       01 my-prof-sw pic 9(01) value 0.
       01 daily-f-sts pic x(02).
       01 pd-tbl.
             10 ld-name   pic x(10).
             10 ld-sum    pic 9(06).
             10 ld-games  pic 9(02).
             10 filler occurs 8.
                15 ld-gname  pic x(12).
                15 ld-grate  pic 9(04).
       01 ld-avg pic 9(04).
       01 ld-tmp-name pic x(10).
       01 ld-tmp-sum pic 9(06).
       01 ld-tmp-games pic 9(02).
       01 sea-f-sts pic x(02).
      *> the ladder shown: an open season's, or all-time (blank)
       01 ld-view pic x(03) value spaces.
       01 ld-season pic x(03).
       01 ld-no-ed pic zz9.
       01 av-f-sts pic x(02).
       01 avbmp-f-sts pic x(02).
       01 avbmp-file-name pic x(64).
       01 avt-tbl.
          05 avt-cnt pic 9(03) value 0.
          05 filler occurs 600.
             10 avt-id    pic 9(03).
             10 avt-name  pic x(10).
             10 avt-w     pic 9(02).
             10 avt-h     pic 9(02).
             10 avt-row   pic 9(02).
             10 avt-cells pic x(20).
       01 av-pic-tbl.
          05 av-pic-row occurs 20 pic x(20).
      *> stock head-and-shoulders for players who never drew one
       01 av-default-def.
          05 filler pic x(08) value "00222200".
          05 filler pic x(08) value "02222220".
          05 filler pic x(08) value "02122120".
          05 filler pic x(08) value "02222220".
          05 filler pic x(08) value "00211200".
          05 filler pic x(08) value "00022000".
          05 filler pic x(08) value "02222220".
          05 filler pic x(08) value "22222222".
       01 filler redefines av-default-def.
          05 av-default-row occurs 8 pic x(08).
       01 av-want-id pic 9(03).
       01 av-want-name pic x(10).
       01 av-hit-id pic 9(03).
       01 av-pw pic 9(02).
       01 av-ph pic 9(02).
       01 av-slot pic 9(01).
       01 av-i pic 9(03).
       01 av-r pic 9(02).
       01 av-c pic 9(02).
       01 av-scale pic 9(02).
       01 av-px pic 9(03).
       01 av-py pic 9(03).
       01 av-tone pic 9(01).
       01 av-gray pic 9(03).
       01 av-hit-sw pic 9(01).
       01 av-handle handle of bitmap.
       01 av-slot-tbl.
          05 av-slot-handle occurs 8 handle of bitmap.
       01 av-byte-val pic 9(03).
       01 av-le-val pic 9(09).
       01 av-rowsize pic 9(05).
       01 av-img-w pic 9(03).
       01 av-img-h pic 9(03).
       01 av-pad pic 9(02).
       01 av-b pic 9(01).
       01 av-work pic 9(09).
       01 av-work2 pic 9(09).
       01 set-day-mins pic 9(04) value 0.
       01 prof-day-sw pic 9(01) value 0.
       01 prof-day-mins pic 9(04) value 0.
       01 qt-today pic x(08).
       01 qt-allow pic 9(04).
       01 qt-used-secs pic 9(06).
       01 qt-left pic 9(04).
       01 qt-left-ed pic zzz9.
       01 qt-start pic 9(05).
       01 qt-end pic 9(05).
      *> 0 no limit, 1 time left, 2 ten minutes or less, 3 used up
       01 qt-state pic 9(01) value 0.
       01 chal-f-sts pic x(02).
       01 cgo-f-sts pic x(02).
       01 set-chal-days pic 9(03) value 7.
      *> the operator PIN's check value - carried through, set with
      *> DataMaint PIN; OpPin tests what is typed against it
       01 set-op-check pic x(10) value spaces.
       01 op-ok-sw pic 9(01) value 0.
       01 op-param.
          05 op-func   pic x(04).
          05 op-pin    pic x(08).
          05 op-new    pic x(08).
          05 op-what   pic x(12).
          05 op-player pic x(10).
          05 op-rc     pic 9(01).
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
       01 ch-pend pic 9(02).
       01 ch-pend-ed pic z9.
       01 ch-rows pic 9(01).
       01 ch-row-tbl.
          05 ch-row occurs 6.
             10 chr-opp  pic x(10).
             10 chr-game pic x(12).
             10 chr-res  pic x(10).
       01 wk-ch pic 9(01).
       01 ch-opp pic x(10).
       01 ch-view pic x(10).
      *> the message catalog - MsgCat looks up screen text by id
      *> in the language picked at start-up
       01 mc-param.
          05 mc-func  pic x(04).
          05 mc-id    pic x(16).
          05 mc-lang  pic x(02).
          05 mc-text  pic x(80).
          05 mc-rc    pic 9(01).
      *> the fixed pieces of a message built around data, each
      *> fetched in the language in force
       01 msg-part-tbl.
          05 msg-part pic x(60) occurs 6.
      *> captions of the screen controls, by control - the id in
      *> the catalog is the program prefix and the control
       01 ttl-tbl.
          05 filler pic x(08) value "LA-1".
          05 ttl-la-1 pic x(40) value "isGames Arcade".
          05 filler pic x(08) value "PB-1".
          05 ttl-pb-1 pic x(40) value "Hit and Blow".
          05 filler pic x(08) value "PB-2".
          05 ttl-pb-2 pic x(40) value "Janken".
          05 filler pic x(08) value "PB-3".
          05 ttl-pb-3 pic x(40) value "MineSweeper".
          05 filler pic x(08) value "PB-4".
          05 ttl-pb-4 pic x(40) value "MonoChrome".
          05 filler pic x(08) value "PB-5".
          05 ttl-pb-5 pic x(40) value "StackQue".
          05 filler pic x(08) value "PB-6".
          05 ttl-pb-6 pic x(40) value "CatsEye".
          05 filler pic x(08) value "PB-7".
          05 ttl-pb-7 pic x(40) value "Reversi".
          05 filler pic x(08) value "PB-8".
          05 ttl-pb-8 pic x(40) value "StarPilot".
          05 filler pic x(08) value "LA-3".
          05 ttl-la-3 pic x(40) value "Player".
          05 filler pic x(08) value "PB-10".
          05 ttl-pb-10 pic x(40) value "Sign In".
          05 filler pic x(08) value "PB-11".
          05 ttl-pb-11 pic x(40) value "Scoreboard".
          05 filler pic x(08) value "PB-13".
          05 ttl-pb-13 pic x(40) value "Ladder".
          05 filler pic x(08) value "PB-14".
          05 ttl-pb-14 pic x(40) value "Continue".
          05 filler pic x(08) value "LA-5".
          05 ttl-la-5 pic x(40) value "Idle s".
          05 filler pic x(08) value "CB-4".
          05 ttl-cb-4 pic x(40) value "My profile".
          05 filler pic x(08) value "PB-16".
          05 ttl-pb-16 pic x(40) value "Challenge".
          05 filler pic x(08) value "PB-15".
          05 ttl-pb-15 pic x(40) value "Daily".
          05 filler pic x(08) value "CB-3".
          05 ttl-cb-3 pic x(40) value "Sound".
          05 filler pic x(08) value "PB-12".
          05 ttl-pb-12 pic x(40) value "SaveCfg".
          05 filler pic x(08) value "PB-9".
          05 ttl-pb-9 pic x(40) value "Quit".
          05 filler pic x(08) value "LA-6".
          05 ttl-la-6 pic x(40) value "Operator PIN".
          05 filler pic x(08) value "CB-5".
          05 ttl-cb-5 pic x(40) value "Japanese".
       01 ttl-tbl-r redefines ttl-tbl.
          05 ttl-ent occurs 23.
             10 ttl-ctl  pic x(08).
             10 ttl-text pic x(40).
       01 ttl-i pic 9(03).
      *> the captions as built, so a change of language starts again
      *> from the English
       01 ttl-eng pic x(1104).
      *> LANGUAGE from the settings, EN or JP; the check-box shows the
      *> language in force once a player's own choice is laid over it
       01 set-language pic x(02) value "EN".
       01 lang-sw pic 9(01) value 0.
      *end working-storage editor code
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
             lines 5.0 cells
             font Arial-20v0
             id 1
             title ttl-la-1
             .
          03 screen-1-pb-1 Push-Button
             exception-value 1
             lines 4.0 cells
             font Arial-12v0
             id 2
             title ttl-pb-1
             .
          03 screen-1-pb-2 Push-Button
             exception-value 2
             lines 4.0 cells
             font Arial-12v0
             id 3
             title ttl-pb-2
             .
          03 screen-1-pb-3 Push-Button
             exception-value 3
             lines 4.0 cells
             font Arial-12v0
             id 4
             title ttl-pb-3
             .
          03 screen-1-pb-4 Push-Button
             exception-value 4
             lines 4.0 cells
             font Arial-12v0
             id 5
             title ttl-pb-4
             .
          03 screen-1-pb-5 Push-Button
             exception-value 5
             lines 4.0 cells
             font Arial-12v0
             id 6
             title ttl-pb-5
             .
          03 screen-1-pb-6 Push-Button
             exception-value 6
             lines 4.0 cells
             font Arial-12v0
             id 7
             title ttl-pb-6
             .
          03 screen-1-pb-7 Push-Button
             exception-value 7
             lines 4.0 cells
             font Arial-12v0
             id 8
             title ttl-pb-7
             .
          03 screen-1-pb-8 Push-Button
             exception-value 8
             lines 4.0 cells
             font Arial-12v0
             id 9
             title ttl-pb-8
             .
          03 screen-1-la-3 Label
             line 7.0
             size 8.0 cells
             lines 3.0 cells
             id 12
             title ttl-la-3
             .
          03 screen-1-co-1 Combo-Box
             line 7.0
             size 11.0 cells
             lines 2.8 cells
             id 15
             title ttl-pb-10
             .
          03 screen-1-pb-11 Push-Button
             exception-value 10
             lines 4.0 cells
             font Arial-12v0
             id 16
             title ttl-pb-11
             .
          03 screen-1-pb-13 Push-Button
             exception-value 12
             lines 4.0 cells
             font Arial-12v0
             id 24
             title ttl-pb-13
             .
          03 screen-1-co-2 Combo-Box
             line 30.0
             size 9.0 cells
             lines 2.8 cells
             id 26
             title ttl-pb-14
             .
          03 screen-1-la-5 Label
             line 38.5
             size 6.0 cells
             lines 2.5 cells
             id 27
             title ttl-la-5
             .
          03 screen-1-ef-5 Entry-Field
             line 38.5
             size 12.0 cells
             lines 2.5 cells
             id 29
             title ttl-cb-4
             value "0"
             .
          03 screen-1-pb-16 Push-Button
             exception-value 15
             line 38.5
             column 83.0
             size 13.0 cells
             lines 2.5 cells
             id 39
             title ttl-pb-16
             .
          03 screen-1-pb-15 Push-Button
             exception-value 14
             line 35.0
             lines 4.0 cells
             font Arial-12v0
             id 30
             title ttl-pb-15
             .
          03 screen-1-gr-1 Grid
             line 10.0
             num-rows 7
             border-color rgb x#000000
             .
          03 screen-1-bi-1 Bitmap
             line 3.0
             column 50.0
             size 30 pixels
             lines 30 pixels
             id 31
             bitmap-number 1
             .
          03 screen-1-bi-2 Bitmap
             line 10.2
             column 52.5
             size 30 pixels
             lines 30 pixels
             id 32
             bitmap-number 1
             visible 0
             .
          03 screen-1-bi-3 Bitmap
             line 13.6
             column 52.5
             size 30 pixels
             lines 30 pixels
             id 33
             bitmap-number 1
             visible 0
             .
          03 screen-1-bi-4 Bitmap
             line 17.1
             column 52.5
             size 30 pixels
             lines 30 pixels
             id 34
             bitmap-number 1
             visible 0
             .
          03 screen-1-bi-5 Bitmap
             line 20.5
             column 52.5
             size 30 pixels
             lines 30 pixels
             id 35
             bitmap-number 1
             visible 0
             .
          03 screen-1-bi-6 Bitmap
             line 23.9
             column 52.5
             size 30 pixels
             lines 30 pixels
             id 36
             bitmap-number 1
             visible 0
             .
          03 screen-1-bi-7 Bitmap
             line 27.4
             column 52.5
             size 30 pixels
             lines 30 pixels
             id 37
             bitmap-number 1
             visible 0
             .
          03 screen-1-bi-8 Bitmap
             line 30.8
             column 52.5
             size 30 pixels
             lines 30 pixels
             id 38
             bitmap-number 1
             visible 0
             .
          03 screen-1-cb-3 Check-Box
             line 35.5
             column 56.0
             size 8.0 cells
             lines 2.0 cells
             id 18
             title ttl-cb-3
             value "1"
             .
          03 screen-1-ef-2 Entry-Field
             size 9.5 cells
             lines 2.5 cells
             id 22
             title ttl-pb-12
             .
          03 screen-1-la-2 Label
             line 31.0
             lines 4.0 cells
             font Arial-12v0
             id 11
             title ttl-pb-9
             .
          03 screen-1-la-6 Label
             line 41.5
             column 56.0
             size 12.0 cells
             lines 2.5 cells
             id 40
             title ttl-la-6
             .
          03 screen-1-ef-6 Entry-Field
             line 41.5
             column 68.5
             size 10.0 cells
             lines 2.5 cells
             id 41
             3-d
             secure
             .
          03 screen-1-cb-5 Check-Box
             line 41.5
             column 80.0
             size 14.0 cells
             lines 2.0 cells
             id 42
             title ttl-cb-5
             value "0"
             .
      *end {iscobol}copy-screen
      *begin {iscobol}procedure-using
       is-initial-routine.
           accept system-information from system-info.
           accept terminal-abilities from terminal-info.
      *> a rewrite cut short by a crash is finished or thrown away
      *> before anything reads the data directory
           move "RCVR" to sw-func.
           call "SafeSwap" using swap-param.
           perform LOAD-SETTINGS-RTN.
           perform is-load-fonts.
       LOAD-SETTINGS-RTN.
                          move function numval(set-value(1:2))
                            to set-hb-tries
                       end-if
                    when "HITBLOW-SOLVER"
                       if set-value not = spaces
                          move set-value to set-hb-solver
                       end-if
                    when "HITBLOW-BLITZ"
                       if set-value(1:4) is numeric
                          move function numval(set-value(1:4))
                            to set-hb-blitz
                       end-if
                    when "MINE-SIZE"
                       if set-value(1:2) is numeric
                          move function numval(set-value(1:2))
                          move function numval(set-value(1:4))
                            to set-attract-secs
                       end-if
                    when "REVERSI-EXACT"
                       if set-value(1:2) is numeric
                          move function numval(set-value(1:2))
                            to set-rv-exact
                       end-if
                    when "DAILY-MINUTES"
                       if set-value(1:4) is numeric
                          move function numval(set-value(1:4))
                            to set-day-mins
                       end-if
                    when "CHALLENGE-DAYS"
                       if set-value(1:3) is numeric and
                          set-value(1:3) not = "000"
                          move function numval(set-value(1:3))
                            to set-chal-days
                       end-if
                    when "OPERATOR-PIN"
                       move set-value(1:10) to set-op-check
                    when "LANGUAGE"
                       move set-value(1:2) to set-language
                 end-evaluate
              end-perform
              close settings-file
              perform SAVE-PROFILE-RTN
              exit paragraph
           end-if
      *> the shop-wide settings are the operator's
           move "SETTINGS" to op-what
           perform OPERATOR-RTN
           if op-ok-sw = 0
              exit paragraph
           end-if
           inquire screen-1-cb-3 value set-sound-sw
           inquire screen-1-ef-2 value data-path
           if data-path = spaces
              modify screen-1-ef-3 value set-hb-tries
           end-if
           inquire screen-1-ef-4 value set-mine-size
           perform SETTINGS-CARRY-RTN
           move settings-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to settings-file-name
           open output settings-file
           if settings-f-sts not = "00"
              move sw-file to settings-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              move "Cannot write settings file" to msg-val
              move "LA-M001" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-la-2 title msg-val
              exit paragraph
           end-if
           move "HITBLOW-TRIES" to set-key
           move set-hb-tries to set-value
           write settings-record
      *> no controls on this screen - carried through so a save here
      *> keeps the solver strategy and blitz clock HitBlow was set to
           move spaces to settings-record
           move "HITBLOW-SOLVER" to set-key
           move set-hb-solver to set-value
           write settings-record
           move spaces to settings-record
           move "HITBLOW-BLITZ" to set-key
           move set-hb-blitz to set-value
           write settings-record
           move spaces to settings-record
           move "MINE-SIZE" to set-key
           move set-mine-size to set-value
           move "ATTRACT-SECS" to set-key
           move set-attract-secs to set-value
           write settings-record
      *> carried through like the HitBlow keys: Reversi's exact
      *> endgame threshold has no control here
           move spaces to settings-record
           move "REVERSI-EXACT" to set-key
           move set-rv-exact to set-value
           write settings-record
      *> the shop-wide play-time allowance is set with PlayQuota
           move spaces to settings-record
           move "DAILY-MINUTES" to set-key
           move set-day-mins to set-value
           write settings-record
      *> days a challenge stays open - no control here either
           move spaces to settings-record
           move "CHALLENGE-DAYS" to set-key
           move set-chal-days to set-value
           write settings-record
           perform LANG-PICK-RTN
           move spaces to settings-record
           move "LANGUAGE" to set-key
           move set-language to set-value
           write settings-record
           if set-op-check not = spaces
              move spaces to settings-record
              move "OPERATOR-PIN" to set-key
              move set-op-check to set-value
              write settings-record
           end-if
           close settings-file
           move sw-file to settings-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           perform LANG-REFRESH-RTN
           move "Settings saved" to msg-val
           move "LA-M002" to mc-id
           perform MSG-VAL-XLATE-RTN
           modify screen-1-la-2 title msg-val
           .
       SETTINGS-CARRY-RTN.
      *> the keys with no control on this screen may have been
      *> changed since start-up (PlayQuota, DataMaint PIN, or by
      *> hand) - the rewrite keeps whatever is on file now, and a
      *> key taken off the file goes back to its start-up default
           open input settings-file
           if settings-f-sts not = "00"
              exit paragraph
           end-if
           move "HEURISTIC" to set-hb-solver
           move 120 to set-hb-blitz
           move 8 to set-rv-exact
           move 0 to set-day-mins
           move 7 to set-chal-days
           move spaces to set-op-check
           perform until 1 = 0
              read settings-file at end exit perform
              end-read
              evaluate set-key
                 when "HITBLOW-SOLVER"
                    if set-value not = spaces
                       move set-value to set-hb-solver
                    end-if
                 when "HITBLOW-BLITZ"
                    if set-value(1:4) is numeric
                       move function numval(set-value(1:4))
                         to set-hb-blitz
                    end-if
                 when "REVERSI-EXACT"
                    if set-value(1:2) is numeric
                       move function numval(set-value(1:2))
                         to set-rv-exact
                    end-if
                 when "DAILY-MINUTES"
                    if set-value(1:4) is numeric
                       move function numval(set-value(1:4))
                         to set-day-mins
                    end-if
                 when "CHALLENGE-DAYS"
                    if set-value(1:3) is numeric and
                       set-value(1:3) not = "000"
                       move function numval(set-value(1:3))
                         to set-chal-days
                    end-if
                 when "OPERATOR-PIN"
                    move set-value(1:10) to set-op-check
              end-evaluate
           end-perform
           close settings-file
           .
       OPERATOR-RTN.
      *> administrative changes need the operator PIN typed into the
      *> PIN field; until a PIN is set they stay open as before.
      *> OpPin logs every attempt to the session audit trail
           move 0 to op-ok-sw
           move "STAT" to op-func
           call "OpPin" using op-param
           if op-rc = 2
              move 1 to op-ok-sw
              exit paragraph
           end-if
           move spaces to op-pin
           inquire screen-1-ef-6 value op-pin
           move player-name to op-player
           move "CHEK" to op-func
           call "OpPin" using op-param
           modify screen-1-ef-6 value spaces
           if op-rc = 0
              move 1 to op-ok-sw
           else
              move "Operator PIN needed - nothing saved" to msg-val
              move "LA-M003" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-la-2 title msg-val
           end-if
           .
       SAVE-PROFILE-RTN.
      *> the per-player overlay: only the player-scoped keys - the
      *> data path and attract timer stay in the global defaults
              modify screen-1-ef-3 value set-hb-tries
           end-if
           inquire screen-1-ef-4 value set-mine-size
      *> a player's own allowance is kept across the rewrite
           perform QUOTA-PROFILE-RTN
           move spaces to prof-file-name
           string "../data/profile_" function trim(player-name)
                  ".cfg" delimited by size into prof-file-name
           move prof-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to prof-file-name
           open output profile-file
           if prof-f-sts not = "00"
              move sw-file to prof-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              move "Cannot write profile file" to msg-val
              move "LA-M004" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-la-2 title msg-val
              exit paragraph
           end-if
           move "MINE-SIZE" to prof-key
           move set-mine-size to prof-value
           write profile-record
           if prof-day-sw = 1
              move spaces to profile-record
              move "DAILY-MINUTES" to prof-key
              move prof-day-mins to prof-value
              write profile-record
           end-if
           perform LANG-PICK-RTN
           move spaces to profile-record
           move "LANGUAGE" to prof-key
           move set-language to prof-value
           write profile-record
           close profile-file
           move sw-file to prof-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           perform LANG-REFRESH-RTN
           move spaces to msg-val
           move "LA-M035" to mc-id
           move "Profile saved for" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " " player-name
                  delimited by size into msg-val
           modify screen-1-la-2 title msg-val
           .
           call "w$font" using wfont-get-font arial-20v0 wfont-data.
       is-exit-rtn.
           perform is-destroy-fonts.
           perform AVATAR-FREE-RTN.
           exit program.
           stop run.
       is-destroy-fonts.
           perform is-screen-1-create
           perform is-screen-1-init-data.
       is-screen-1-create.
           perform screen-1-bef-create.
           display standard window background-low
              screen line 41
              screen column 91
              size 98.0
              lines 44.0
              cell width 10
              cell height 10
              label-offset 20
           .
       screen-1-aft-init-data.
           move "Pick a game" to msg-val
           move "LA-M005" to mc-id
           perform MSG-VAL-XLATE-RTN
           modify screen-1-la-2 title msg-val
           perform varying wk-p from 1 by 1 until wk-p > plr-cnt
              modify screen-1-co-1 item-to-add pt-name(wk-p)
           end-perform
           modify screen-1-ef-1 value player-name
           move "LA-M006" to mc-id
           move "Game" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 1) cell-data = mc-text
           move "LA-M007" to mc-id
           move "Plays" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 2) cell-data = mc-text
           move "LA-M008" to mc-id
           move "Wins" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 3) cell-data = mc-text
           modify screen-1-cb-3 value set-sound-sw
           modify screen-1-ef-2 value data-path
           modify screen-1-ef-3 value set-hb-tries
           modify screen-1-ef-4 value set-mine-size
           modify screen-1-ef-5 value set-attract-secs
           perform LANG-SHOW-RTN
           perform AVATAR-ME-RTN
           .
       LOAD-PLAYERS-RTN.
           move 0 to plr-cnt
           end-if
           if wk-newname = spaces
              move "Enter or pick a player name" to msg-val
              move "LA-M009" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-la-2 title msg-val
              exit paragraph
           end-if
              move "../data/players.dat" to lk-file
              move "LOCK" to lk-func
              call "FileLock" using lock-param
              move players-file-name to sw-file
              move "BEGN" to sw-func
              call "SafeSwap" using swap-param
              move sw-temp to players-file-name
              open output players-file
              perform varying wk-p from 1 by 1 until wk-p > plr-cnt
                 move spaces to players-record
                 write players-record
              end-perform
              close players-file
              move sw-file to players-file-name
              move "COMT" to sw-func
              call "SafeSwap" using swap-param
              move "UNLK" to lk-func
              call "FileLock" using lock-param
           end-if
           close curplayer-file
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           perform LANG-REFRESH-RTN
           modify screen-1-ef-1 value player-name
           move function current-date to wk-curdate
           move wk-curdate(1:14) to launch-stamp
           move "SIGNIN" to game-name
           perform WRITE-SESSION-RTN
           perform QUOTA-CHECK-RTN
           move spaces to msg-val
           evaluate qt-state
              when 0
                 move "LA-M036" to mc-id
                 move "Signed in:" to mc-text
                 perform MSG-GET-RTN
                 string function trim(mc-text trailing) " " player-name
                        delimited by size into msg-val
              when 3
                 move "LA-M036" to mc-id
                 move "Signed in:" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(1)
                 move "LA-M037" to mc-id
                 move " - time used up" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(2)
                 string function trim(msg-part(1) trailing) " "
                        function trim(player-name)
                        function trim(msg-part(2) trailing)
                        delimited by size into msg-val
              when other
                 move qt-left to qt-left-ed
                 move "LA-M036" to mc-id
                 move "Signed in:" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(1)
                 move "LA-M038" to mc-id
                 move " min left" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(2)
                 string function trim(msg-part(1) trailing) " "
                        function trim(player-name) " - "
                        function trim(qt-left-ed)
                        function trim(msg-part(2) trailing)
                        delimited by size into msg-val
           end-evaluate
           modify screen-1-la-2 title msg-val
           perform AVATAR-ME-RTN
           perform CHAL-PENDING-RTN
           .
       SCOREBOARD-RTN.
           modify screen-1-gr-1 reset-grid 2
           perform AVATAR-HIDE-RTN
           perform SCORE-SEASON-RTN
           move 1 to sb-row
      *> HitBlow from the history log
           move 0 to sb-games sb-wins
              perform until 1 = 0
                 read history-file at end exit perform
                 end-read
                 if hist-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if hist-player = player-name and
                    (sb-view = spaces or
                     hist-date >= sb-from and hist-date <= sb-to)
                    add 1 to sb-games
                    if hist-result = "WIN" or hist-result = "BZWIN"
                       add 1 to sb-wins
                    end-if
                 end-if
      *> Janken lifetime counters from the per-player stats file
           move 0 to sb-games sb-wins
           open input stats-file
           move 1 to stats-lay
           if stats-f-sts = "00"
              perform until 1 = 0
                 read stats-file at end exit perform
                 end-read
                 if stats-record(1:7) = "*LAYOUT"
                    move function numval(stats-record(9:2))
                      to stats-lay
                    exit perform cycle
                 end-if
                 if stats-lay < 2
                    if so-player = player-name
                       and so-mywins is numeric
                       compute sb-games = so-pcwins + so-mywins
                               + so-draws
                       move so-mywins to sb-wins
                    end-if
                    exit perform cycle
                 end-if
                 if stat-player = player-name
                    and stat-mywins is numeric
                    compute sb-games = stat-pcwins + stat-mywins
              end-perform
              close stats-file
           end-if
      *> the counters are lifetime totals - a season is counted
      *> from the dated round log instead
           if sb-view not = spaces
              perform SCORE-JK-SEASON-RTN
           end-if
           move "Janken" to game-name
           perform SCOREBOARD-ROW-RTN
      *> MineSweeper results
              perform until 1 = 0
                 read msresult-file at end exit perform
                 end-read
                 if msresult-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if res-player = player-name and
                    (sb-view = spaces or
                     res-date >= sb-from and res-date <= sb-to)
                    add 1 to sb-games
                    if res-outcome = "WIN"
                       add 1 to sb-wins
           end-if
           move "MineSweeper" to game-name
           perform SCOREBOARD-ROW-RTN
      *> catsEye best-step entries held - the current table is
      *> the season's, Season keeps the all-time one beside it
           move 0 to sb-games sb-wins
           open input cebest-file
           if cebest-f-sts = "00"
              perform until 1 = 0
                 read cebest-file at end exit perform
                 end-read
                 if cebest-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if best-player = player-name
                    add 1 to sb-games
                    add 1 to sb-wins
              end-perform
              close cebest-file
           end-if
           if sb-view = spaces
              perform SCORE-CE-ALL-RTN
           end-if
           move "CatsEye" to game-name
           perform SCOREBOARD-ROW-RTN
      *> Reversi recorded games
              perform until 1 = 0
                 read rvresult-file at end exit perform
                 end-read
                 if rvresult-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if rv-type = "G" and rv-f7 = player-name and
                    rv-f9 not = "IMPT" and
                    (sb-view = spaces or
                     rv-f1 >= sb-from and rv-f1 <= sb-to)
                    add 1 to sb-games
      *> records without a color stamp predate it - those games
      *> were always played as White
           end-if
           move "Reversi" to game-name
           perform SCOREBOARD-ROW-RTN
      *> catsEye two-cat races, on either side
           move 0 to sb-games sb-wins
           open input cerace-file
           if cerace-f-sts = "00"
              perform until 1 = 0
                 read cerace-file at end exit perform
                 end-read
                 if cerace-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if (rl-player1 = player-name or
                     rl-player2 = player-name) and
                    (sb-view = spaces or
                     rl-date >= sb-from and rl-date <= sb-to)
                    add 1 to sb-games
                    if rl-winner = player-name
                       add 1 to sb-wins
                    end-if
                 end-if
              end-perform
              close cerace-file
           end-if
           move "CatsEye Race" to game-name
           perform SCOREBOARD-ROW-RTN
      *> whose scores these are: the player's avatar on the header
           move player-id   to av-want-id
           move player-name to av-want-name
           move 1 to av-slot
           perform AVATAR-SHOW-RTN
           move spaces to msg-val
           evaluate true
              when sb-season = spaces
                 move "LA-M039" to mc-id
                 move "Scores for" to mc-text
                 perform MSG-GET-RTN
                 string function trim(mc-text trailing) " " player-name
                        delimited by size into msg-val
              when sb-view = spaces
                 move "LA-M039" to mc-id
                 move "Scores for" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(1)
                 move "LA-M040" to mc-id
                 move " - all-time" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(2)
                 string function trim(msg-part(1) trailing) " "
                        function trim(player-name)
                        function trim(msg-part(2) trailing)
                        delimited by size into msg-val
              when other
                 move function numval(sb-view) to ld-no-ed
                 move "LA-M039" to mc-id
                 move "Scores for" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(1)
                 move "LA-M041" to mc-id
                 move " - season" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(2)
                 string function trim(msg-part(1) trailing) " "
                        function trim(player-name)
                        function trim(msg-part(2) trailing) " "
                        function trim(ld-no-ed) delimited by size
                        into msg-val
           end-evaluate
           modify screen-1-la-2 title msg-val
           .
       SCORE-SEASON-RTN.
      *> while a season is open the scoreboard counts only its
      *> dates, and each further press of Scores swaps to all-time
      *> and back, as the ladder does
           move spaces to sb-season
           open input season-file
           if sea-f-sts = "00"
              perform until 1 = 0
                 read season-file at end exit perform
                 end-read
                 if sea-state = "OPEN" and sea-no is numeric
                    move sea-no to sb-season
                    move sea-start to sb-sea-from
                    move sea-end to sb-sea-to
                 end-if
              end-perform
              close season-file
           end-if
           if sb-season = spaces
              move spaces to sb-view
              exit paragraph
           end-if
           if sb-view = sb-season
              move spaces to sb-view
           else
              move sb-season to sb-view
              move sb-sea-from to sb-from
              move sb-sea-to to sb-to
              if sb-to = spaces
                 move "99999999" to sb-to
              end-if
           end-if
           .
       SCORE-JK-SEASON-RTN.
           move 0 to sb-games sb-wins
           open input jkround-file
           if jkrnd-f-sts not = "00"
              exit paragraph
           end-if
           perform until 1 = 0
              read jkround-file at end exit perform
              end-read
              if jkround-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if jr-player = player-name and
                 jr-date >= sb-from and jr-date <= sb-to
                 add 1 to sb-games
      *> 1 draw, 2 the player won, 3 the player lost
                 if jr-result = 2
                    add 1 to sb-wins
                 end-if
              end-if
           end-perform
           close jkround-file
           .
       SCORE-CE-ALL-RTN.
      *> the all-time holders are the table Season froze at the last
      *> close merged with this season's, fewer steps holding a map
           move 0 to ca-cnt
           open input ceall-file
           if ceall-f-sts = "00"
              perform until 1 = 0
                 read ceall-file at end exit perform
                 end-read
                 if ceall-record(1:7) = "*LAYOUT" or
                    cal-rec-steps is not numeric
                    exit perform cycle
                 end-if
                 move cal-map-label to ca-in-label
                 move cal-rec-steps to ca-in-steps
                 move cal-player to ca-in-player
                 perform SCORE-CE-MERGE-RTN
              end-perform
              close ceall-file
           end-if
           open input cebest-file
           if cebest-f-sts = "00"
              perform until 1 = 0
                 read cebest-file at end exit perform
                 end-read
                 if cebest-record(1:7) = "*LAYOUT" or
                    best-rec-steps is not numeric
                    exit perform cycle
                 end-if
                 move best-map-label to ca-in-label
                 move best-rec-steps to ca-in-steps
                 move best-player to ca-in-player
                 perform SCORE-CE-MERGE-RTN
              end-perform
              close cebest-file
           end-if
           move 0 to sb-games sb-wins
           perform varying wk-ca from 1 by 1 until wk-ca > ca-cnt
              if ca-player(wk-ca) = player-name
                 add 1 to sb-games
                 add 1 to sb-wins
              end-if
           end-perform
           .
       SCORE-CE-MERGE-RTN.
           perform varying wk-ca from 1 by 1 until wk-ca > ca-cnt
              if ca-label(wk-ca) = ca-in-label
                 if ca-in-steps < ca-steps(wk-ca)
                    move ca-in-steps to ca-steps(wk-ca)
                    move ca-in-player to ca-player(wk-ca)
                 end-if
                 exit paragraph
              end-if
           end-perform
           if ca-cnt < 300
              add 1 to ca-cnt
              move ca-in-label to ca-label(ca-cnt)
              move ca-in-steps to ca-steps(ca-cnt)
              move ca-in-player to ca-player(ca-cnt)
           end-if
           .
       SCOREBOARD-ROW-RTN.
           add 1 to sb-row
           modify screen-1-gr-1(sb-row, 1) cell-data = game-name
      *> player and game is the current rating; the ladder ranks
      *> players by the average of their per-game ratings
           move 0 to ld-cnt
           perform LADDER-SEASON-RTN
           open input ratings-file
           if rate-f-sts not = "00"
              move "No ratings yet - run RatingCalc first"
                to msg-val
              move "LA-M010" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-la-2 title msg-val
              exit paragraph
           end-if
           perform until 1 = 0
              read ratings-file at end exit perform
              end-read
              if rt-season = ld-view
                 perform LADDER-TALLY-RTN
              end-if
           end-perform
           close ratings-file
           if ld-cnt = 0
              if ld-view = spaces
                 move "Ratings file is empty" to msg-val
                 move "LA-M011" to mc-id
                 perform MSG-VAL-XLATE-RTN
              else
                 move "No season ratings yet - run RatingCalc"
                   to msg-val
                 move "LA-M012" to mc-id
                 perform MSG-VAL-XLATE-RTN
              end-if
              modify screen-1-la-2 title msg-val
              exit paragraph
           end-if
           perform varying wk-l from 1 by 1 until wk-l > ld-cnt
              move 0 to ld-sum(wk-l)
              move 0 to ld-games(wk-l)
              perform varying wk-lg from 1 by 1 until wk-lg > 8
                 if ld-gname(wk-l, wk-lg) not = spaces
                    add ld-grate(wk-l, wk-lg) to ld-sum(wk-l)
                    add 1 to ld-games(wk-l)
              end-perform
           end-perform
           modify screen-1-gr-1 reset-grid 2
           perform AVATAR-HIDE-RTN
           move "LA-M013" to mc-id
           move "Player" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 1) cell-data = mc-text
           move "LA-M014" to mc-id
           move "Rating" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 2) cell-data = mc-text
           move "LA-M015" to mc-id
           move "Games" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 3) cell-data = mc-text
           move 1 to sb-row
           perform varying wk-l from 1 by 1
                   until wk-l > ld-cnt or sb-row > 6
              modify screen-1-gr-1(sb-row, 2) cell-data = ld-avg
              modify screen-1-gr-1(sb-row, 3)
                     cell-data = ld-games(wk-l)
              move ld-name(wk-l) to av-want-name
              perform AVATAR-BY-NAME-RTN
           end-perform
           move spaces to msg-val
           evaluate true
              when ld-season = spaces
                 move "Skill ladder - average of per-game ratings"
                   to msg-val
                 move "LA-M016" to mc-id
                 perform MSG-VAL-XLATE-RTN
              when ld-view = spaces
                 move "All-time ladder - again for season"
                   to msg-val
                 move "LA-M017" to mc-id
                 perform MSG-VAL-XLATE-RTN
              when other
                 move function numval(ld-view) to ld-no-ed
                 move "LA-M042" to mc-id
                 move "Season" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(1)
                 move "LA-M043" to mc-id
                 move " ladder - again for all-time" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(2)
                 string function trim(msg-part(1) trailing) " "
                        function trim(ld-no-ed)
                        function trim(msg-part(2) trailing)
                        delimited by size into msg-val
           end-evaluate
           modify screen-1-la-2 title msg-val
           .
       LADDER-SEASON-RTN.
      *> while a season is open the ladder shows its standings, and
      *> each further press of Ladder swaps to all-time and back
           move spaces to ld-season
           open input season-file
           if sea-f-sts = "00"
              perform until 1 = 0
                 read season-file at end exit perform
                 end-read
                 if sea-state = "OPEN" and sea-no is numeric
                    move sea-no to ld-season
                 end-if
              end-perform
              close season-file
           end-if
           if ld-season = spaces
              move spaces to ld-view
              exit paragraph
           end-if
           if ld-view = ld-season
              move spaces to ld-view
           else
              move ld-season to ld-view
           end-if
           .
       LADDER-TALLY-RTN.
           move 0 to wk-pidx
           perform varying wk-l from 1 by 1 until wk-l > ld-cnt
              add 1 to ld-cnt
              move ld-cnt to wk-pidx
              move rt-player to ld-name(wk-pidx)
              perform varying wk-lg from 1 by 1 until wk-lg > 8
                 move spaces to ld-gname(wk-pidx, wk-lg)
                 move 0 to ld-grate(wk-pidx, wk-lg)
              end-perform
              exit paragraph
           end-if
           move 0 to ld-found-sw
           perform varying wk-lg from 1 by 1 until wk-lg > 8
              if ld-gname(wk-pidx, wk-lg) = rt-game
                 move rt-rating to ld-grate(wk-pidx, wk-lg)
                 move 1 to ld-found-sw
              end-if
           end-perform
           if ld-found-sw = 0
              perform varying wk-lg from 1 by 1 until wk-lg > 8
                 if ld-gname(wk-pidx, wk-lg) = spaces
                    move rt-game to ld-gname(wk-pidx, wk-lg)
                    move rt-rating to ld-grate(wk-pidx, wk-lg)
                  perform CONTINUE-RTN
              when 14
                  perform DAILY-BOARD-RTN
              when 15
                  perform CHALLENGE-RTN
              when 99    *>idle timeout on the menu
                  perform ATTRACT-RTN
           end-evaluate
                   function numval(today-date))
           move 0 to pd-cnt
           modify screen-1-gr-1 reset-grid 2
           perform AVATAR-HIDE-RTN
           move "LA-M013" to mc-id
           move "Player" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 1) cell-data = mc-text
           move "LA-M018" to mc-id
           move "Score" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 2) cell-data = mc-text
           move "LA-M019" to mc-id
           move "Streak" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 3) cell-data = mc-text
           move 1 to sb-row
           open input daily-file
           if daily-f-sts not = "00"
              move "No daily challenge attempts yet" to msg-val
              move "LA-M020" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-la-2 title msg-val
              exit paragraph
           end-if
                        cell-data = dc-player
                 modify screen-1-gr-1(sb-row, 2)
                        cell-data = dc-score
                 move dc-player to av-want-name
                 perform AVATAR-BY-NAME-RTN
              end-if
           end-perform
           close daily-file
                     cell-data = streak-cnt
           end-perform
           move "Daily challenge standings for today" to msg-val
           move "LA-M021" to mc-id
           perform MSG-VAL-XLATE-RTN
           modify screen-1-la-2 title msg-val
           .
       DAILY-PAIR-RTN.
      *> finds the DEMO marker at startup, runs its show and comes
      *> straight back; any key inside a demo ends that game
           move "Attract mode - press any key to stop" to msg-val
           move "LA-M022" to mc-id
           perform MSG-VAL-XLATE-RTN
           modify screen-1-la-2 title msg-val
           perform varying wk-att from 1 by 1 until wk-att > 3
              open output attract-file
              close attract-file
           end-if
           move "Pick a game" to msg-val
           move "LA-M005" to mc-id
           perform MSG-VAL-XLATE-RTN
           modify screen-1-la-2 title msg-val
           .
       FILL-RECENT-RTN.
       CONTINUE-RTN.
           move spaces to rc-pick
           inquire screen-1-co-2 value rc-pick
      *> a challenge left picked in the list is no file to continue
           if rc-pick(1:5) = "PLAY " or rc-pick(1:5) = "SEND "
              move spaces to rc-pick
           end-if
           if rc-pick = spaces
              perform FILL-RECENT-RTN
              modify screen-1-co-2 item-to-delete-all = 1
              if rc-cnt = 0
                 move "No recent files for this player" to msg-val
                 move "LA-M023" to mc-id
                 perform MSG-VAL-XLATE-RTN
                 modify screen-1-la-2 title msg-val
                 exit paragraph
              end-if
              end-perform
              move "Pick a file, then press Continue again"
                to msg-val
              move "LA-M024" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-la-2 title msg-val
              exit paragraph
           end-if
           open output continue-file
           if cont-f-sts not = "00"
              move "Cannot write continue file" to msg-val
              move "LA-M025" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-la-2 title msg-val
              exit paragraph
           end-if
           move rc-pick-game to game-name
           perform LAUNCH-RTN
           .
       CHALLENGE-RTN.
      *> the first press shows the player's challenges and fills the
      *> pick list with those waiting to be played and those that can
      *> be sent; the second press plays or sends the one picked
           if player-name = spaces or player-name = "GUEST"
              move "Sign in to send or play challenges" to msg-val
              move "LA-M026" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-la-2 title msg-val
              exit paragraph
           end-if
           move spaces to rc-pick
           inquire screen-1-co-2 value rc-pick
           if rc-pick(1:5) not = "PLAY " and rc-pick(1:5) not = "SEND "
              perform CHAL-LIST-RTN
              exit paragraph
           end-if
           perform QUOTA-CHECK-RTN
           if qt-state = 3
              move spaces to msg-val
              move "LA-M044" to mc-id
              move "Daily play time used up for" to mc-text
              perform MSG-GET-RTN
              string function trim(mc-text trailing) " "
                     function trim(player-name) delimited by size
                     into msg-val
              modify screen-1-la-2 title msg-val
              exit paragraph
           end-if
           if rc-pick(1:5) = "SEND "
      *> the seed is the clock; the challenger plays it first
              move "ISSU" to cb-func
              move rc-pick(6:12) to cb-game
              move player-name to cb-from
              move rc-pick(22:10) to cb-to
              move function current-date to wk-curdate
              move wk-curdate(9:8) to cb-seed
              if cb-seed = 0
                 move 1 to cb-seed
              end-if
              call "ChalBook" using cb-param
              if cb-rc not = 0
                 move "The challenge file is full" to msg-val
                 move "LA-M027" to mc-id
                 perform MSG-VAL-XLATE-RTN
                 modify screen-1-la-2 title msg-val
                 exit paragraph
              end-if
           else
              move rc-pick(6:6) to cb-id
           end-if
           move "TAKE" to cb-func
           move player-name to cb-player
           call "ChalBook" using cb-param
           modify screen-1-co-2 item-to-delete-all = 1
           if cb-rc not = 0
              evaluate cb-rc
                 when 2
                    move "You have played that challenge" to msg-val
                    move "LA-M028" to mc-id
                    perform MSG-VAL-XLATE-RTN
                 when 3
                    move "That challenge is closed" to msg-val
                    move "LA-M029" to mc-id
                    perform MSG-VAL-XLATE-RTN
                 when other
                    move "No such challenge" to msg-val
                    move "LA-M030" to mc-id
                    perform MSG-VAL-XLATE-RTN
              end-evaluate
              modify screen-1-la-2 title msg-val
              exit paragraph
           end-if
      *> hand the challenge to the game through challenge_go.dat
           open output chalgo-file
           if cgo-f-sts not = "00"
              move "Cannot write challenge file" to msg-val
              move "LA-M031" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-la-2 title msg-val
              exit paragraph
           end-if
           move spaces to chalgo-record
           move cb-id to cg-id
           move cb-game to cg-game
           move cb-seed to cg-seed
           move player-name to cg-player
           write chalgo-record
           close chalgo-file
           if cb-game = "HITBLOW"
              move "HitBlow" to game-name
           else
              move "MineSweeper" to game-name
           end-if
           perform LAUNCH-RTN
      *> a game that never started leaves the hand-off behind
           open output chalgo-file
           close chalgo-file
           perform CHAL-OUTCOME-RTN
           .
       CHAL-LIST-RTN.
           perform CHAL-SWEEP-RTN
           perform CHAL-HISTORY-RTN
           modify screen-1-co-2 item-to-delete-all = 1
           open input chal-file
           if chal-f-sts = "00"
              perform until 1 = 0
                 read chal-file at end exit perform
                 end-read
                 if ch-state = "OPEN"
                    move spaces to ch-opp
                    if ch-to = player-name and ch-to-res = spaces
                       move ch-from to ch-opp
                    end-if
                    if ch-from = player-name and ch-from-res = spaces
                       move ch-to to ch-opp
                    end-if
                    if ch-opp not = spaces
                       move spaces to rc-item
                       string "PLAY " ch-id " " ch-game " vs " ch-opp
                              delimited by size into rc-item
                       modify screen-1-co-2 item-to-add rc-item
                    end-if
                 end-if
              end-perform
              close chal-file
           end-if
           perform varying wk-p from 1 by 1 until wk-p > plr-cnt
              if pt-name(wk-p) not = player-name and
                 pt-name(wk-p) not = spaces and
                 pt-name(wk-p) not = "GUEST"
                 move spaces to rc-item
                 string "SEND " "HITBLOW     " " to " pt-name(wk-p)
                        delimited by size into rc-item
                 modify screen-1-co-2 item-to-add rc-item
                 move spaces to rc-item
                 string "SEND " "MINESWEEPER " " to " pt-name(wk-p)
                        delimited by size into rc-item
                 modify screen-1-co-2 item-to-add rc-item
              end-if
           end-perform
           move "Pick one, then press Challenge again" to msg-val
           move "LA-M032" to mc-id
           perform MSG-VAL-XLATE-RTN
           modify screen-1-la-2 title msg-val
           .
       CHAL-SWEEP-RTN.
      *> settle or expire challenges past their days
           move "SWEP" to cb-func
           move set-chal-days to cb-days
           call "ChalBook" using cb-param
           .
       CHAL-HISTORY-RTN.
           perform CHAL-READ-RTN
           perform CHAL-GRID-RTN
           .
       CHAL-READ-RTN.
      *> the player's last six challenges, seen from their side
           move 0 to ch-rows
           move 0 to ch-pend
           open input chal-file
           if chal-f-sts = "00"
              perform until 1 = 0
                 read chal-file at end exit perform
                 end-read
                 if ch-from = player-name or ch-to = player-name
                    perform CHAL-VIEW-RTN
                 end-if
              end-perform
              close chal-file
           end-if
           .
       CHAL-GRID-RTN.
           modify screen-1-gr-1 reset-grid 2
           perform AVATAR-HIDE-RTN
           move "LA-M033" to mc-id
           move "Opponent" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 1) cell-data = mc-text
           move "LA-M006" to mc-id
           move "Game" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 2) cell-data = mc-text
           move "LA-M034" to mc-id
           move "Result" to mc-text
           perform MSG-GET-RTN
           modify screen-1-gr-1(1, 3) cell-data = mc-text
           perform varying wk-ch from 1 by 1 until wk-ch > ch-rows
              compute sb-row = wk-ch + 1
              modify screen-1-gr-1(sb-row, 1) cell-data = chr-opp(wk-ch)
              modify screen-1-gr-1(sb-row, 2)
                     cell-data = chr-game(wk-ch)
              modify screen-1-gr-1(sb-row, 3) cell-data = chr-res(wk-ch)
              move chr-opp(wk-ch) to av-want-name
              perform AVATAR-BY-NAME-RTN
           end-perform
           .
       CHAL-VIEW-RTN.
           if ch-from = player-name
              move ch-to to ch-opp
           else
              move ch-from to ch-opp
           end-if
           evaluate true
              when ch-state = "OPEN"
                 if (ch-from = player-name and ch-from-res = spaces) or
                    (ch-to = player-name and ch-to-res = spaces)
                    move "LA-M049" to mc-id
                    move "your turn" to mc-text
                    add 1 to ch-pend
                 else
                    move "LA-M050" to mc-id
                    move "waiting" to mc-text
                 end-if
              when ch-state = "DRAWN"
                 move "LA-M051" to mc-id
                 move "drawn" to mc-text
              when ch-state = "EXPIRED"
                 move "LA-M052" to mc-id
                 move "expired" to mc-text
              when (ch-state = "WON" and ch-from = player-name) or
                   (ch-state = "LOST" and ch-to = player-name)
                 move "LA-M053" to mc-id
                 move "won" to mc-text
              when other
                 move "LA-M054" to mc-id
                 move "lost" to mc-text
           end-evaluate
           perform MSG-GET-RTN
           move mc-text to ch-view
           if ch-rows = 6
              perform varying wk-ch from 1 by 1 until wk-ch > 5
                 move ch-row(wk-ch + 1) to ch-row(wk-ch)
              end-perform
           else
              add 1 to ch-rows
           end-if
           move ch-opp to chr-opp(ch-rows)
           move ch-game to chr-game(ch-rows)
           move ch-view to chr-res(ch-rows)
           .
       CHAL-PENDING-RTN.
      *> at sign-in, point the player at challenges waiting for them
           if player-name = "GUEST"
              exit paragraph
           end-if
           perform CHAL-SWEEP-RTN
           perform CHAL-READ-RTN
           if ch-pend = 0
              exit paragraph
           end-if
           perform CHAL-GRID-RTN
           if qt-state = 3
              exit paragraph
           end-if
           move ch-pend to ch-pend-ed
           move spaces to msg-val
           move "LA-M048" to mc-id
           move " challenge(s) to play" to mc-text
           perform MSG-GET-RTN
           string function trim(player-name) " - "
                  function trim(ch-pend-ed)
                  function trim(mc-text trailing)
                  delimited by size into msg-val
           modify screen-1-la-2 title msg-val
           .
       CHAL-OUTCOME-RTN.
      *> back from the game: say how the challenge stands
           open input chal-file
           if chal-f-sts not = "00"
              exit paragraph
           end-if
           perform until 1 = 0
              read chal-file at end exit perform
              end-read
              if ch-id = cb-id
                 perform CHAL-VIEW-RTN
                 move spaces to msg-val
                 move "LA-M045" to mc-id
                 move "Challenge vs" to mc-text
                 perform MSG-GET-RTN
                 string function trim(mc-text trailing) " "
                        function trim(ch-opp) ": " ch-view
                        delimited by size into msg-val
                 modify screen-1-la-2 title msg-val
                 exit perform
              end-if
           end-perform
           close chal-file
           .
       LAUNCH-RTN.
           perform QUOTA-CHECK-RTN
           if qt-state = 3
              move spaces to msg-val
              move "LA-M044" to mc-id
              move "Daily play time used up for" to mc-text
              perform MSG-GET-RTN
              string function trim(mc-text trailing) " "
                     function trim(player-name) delimited by size
                     into msg-val
              modify screen-1-la-2 title msg-val
              exit paragraph
           end-if
           move spaces to msg-val
           if qt-state = 2
              move qt-left to qt-left-ed
              move "LA-M046" to mc-id
              move "Running" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "LA-M038" to mc-id
              move " min left" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " "
                     function trim(game-name) " - "
                     function trim(qt-left-ed)
                     function trim(msg-part(2) trailing)
                     delimited by size into msg-val
           else
              move "LA-M046" to mc-id
              move "Running" to mc-text
              perform MSG-GET-RTN
              string function trim(mc-text trailing) " " game-name
                     delimited by size into msg-val
           end-if
           modify screen-1-la-2 title msg-val
           move function current-date to wk-curdate
           move wk-curdate(1:14) to launch-stamp
      *> noted before the game starts, so a session that never comes
      *> back to the menu still shows in the log
           move 1 to sess-open-sw
           perform WRITE-SESSION-RTN
           move 0 to sess-open-sw
           call game-name
              on exception
                 move spaces to msg-val
                 move "LA-M047" to mc-id
                 move "Cannot load" to mc-text
                 perform MSG-GET-RTN
                 string function trim(mc-text trailing) " " game-name
                        delimited by size into msg-val
                 modify screen-1-la-2 title msg-val
                 exit paragraph
           cancel game-name
           perform WRITE-SESSION-RTN
           move "Pick a game" to msg-val
           move "LA-M005" to mc-id
           perform MSG-VAL-XLATE-RTN
           modify screen-1-la-2 title msg-val
           .
       QUOTA-CHECK-RTN.
      *> today's play for the signed-in player against the daily
      *> allowance - the player's own from the profile, else the
      *> shop-wide default; an allowance of 0 means no limit
           perform QUOTA-SITE-RTN
           perform QUOTA-PROFILE-RTN
           if prof-day-sw = 1
              move prof-day-mins to qt-allow
           else
              move set-day-mins to qt-allow
           end-if
           move 0 to qt-state
           move 0 to qt-left
           if qt-allow = 0
              exit paragraph
           end-if
           move function current-date to wk-curdate
           move wk-curdate(1:8) to qt-today
           move 0 to qt-used-secs
           open input sessions-file
           if sess-f-sts = "00"
              perform until 1 = 0
                 read sessions-file at end exit perform
                 end-read
                 if sess-player = player-name and
                    sess-date <= qt-today and
                    sess-rdate >= qt-today and
                    sess-time is numeric and
                    sess-rtime is numeric
                    perform QUOTA-ADD-RTN
                 end-if
              end-perform
              close sessions-file
           end-if
           if qt-used-secs >= qt-allow * 60
              move 3 to qt-state
              exit paragraph
           end-if
           compute qt-left = (qt-allow * 60 - qt-used-secs) / 60
           if qt-left <= 10
              move 2 to qt-state
           else
              move 1 to qt-state
           end-if
           .
       QUOTA-ADD-RTN.
      *> only the part of a session that fell on today counts
           if sess-date < qt-today
              move 0 to qt-start
           else
              compute qt-start =
                      function numval(sess-time(1:2)) * 3600
                    + function numval(sess-time(3:2)) * 60
                    + function numval(sess-time(5:2))
           end-if
           if sess-rdate > qt-today
              move 86400 to qt-end
           else
              compute qt-end =
                      function numval(sess-rtime(1:2)) * 3600
                    + function numval(sess-rtime(3:2)) * 60
                    + function numval(sess-rtime(5:2))
           end-if
           if qt-end > qt-start
              compute qt-used-secs = qt-used-secs + qt-end - qt-start
           end-if
           .
       QUOTA-SITE-RTN.
      *> the shop-wide allowance is read afresh each time, so a
      *> PlayQuota SET DEFAULT takes effect without a restart
           open input settings-file
           if settings-f-sts not = "00"
              exit paragraph
           end-if
           move 0 to set-day-mins
           perform until 1 = 0
              read settings-file at end exit perform
              end-read
              if set-key = "DAILY-MINUTES" and
                 set-value(1:4) is numeric
                 move function numval(set-value(1:4))
                   to set-day-mins
              end-if
           end-perform
           close settings-file
           .
       QUOTA-PROFILE-RTN.
           move 0 to prof-day-sw
           move 0 to prof-day-mins
           move spaces to prof-file-name
           string "../data/profile_" function trim(player-name)
                  ".cfg" delimited by size into prof-file-name
           open input profile-file
           if prof-f-sts not = "00"
              exit paragraph
           end-if
           perform until 1 = 0
              read profile-file at end exit perform
              end-read
              if prof-key = "DAILY-MINUTES" and
                 prof-value(1:4) is numeric
                 move 1 to prof-day-sw
                 move function numval(prof-value(1:4))
                   to prof-day-mins
              end-if
           end-perform
           close profile-file
           .
       WRITE-SESSION-RTN.
      *> the audit trail: who was signed in, what they launched,
      *> and when they came back to the menu
           move game-name to sess-game
           move launch-stamp(1:8) to sess-date
           move launch-stamp(9:6) to sess-time
           if sess-open-sw = 0
              move wk-curdate(1:8) to sess-rdate
              move wk-curdate(9:6) to sess-rtime
           end-if
           write sessions-record
           close sessions-file
           .
       LOAD-AVATARS-RTN.
      *> pictures drawn in MonoChrome, one record per picture row,
      *> keyed by the players.dat id
           move 0 to avt-cnt
           open input avatar-file
           if av-f-sts not = "00"
              exit paragraph
           end-if
           perform until 1 = 0
              read avatar-file at end exit perform
              end-read
              if avt-cnt < 600 and av-id is numeric
                 and av-w is numeric and av-h is numeric
                 and av-row is numeric
                 add 1 to avt-cnt
                 move av-id    to avt-id(avt-cnt)
                 move av-name  to avt-name(avt-cnt)
                 move av-w     to avt-w(avt-cnt)
                 move av-h     to avt-h(avt-cnt)
                 move av-row   to avt-row(avt-cnt)
                 move av-cells to avt-cells(avt-cnt)
              end-if
           end-perform
           close avatar-file
           .
       AVATAR-ME-RTN.
           perform LOAD-AVATARS-RTN
           move player-id   to av-want-id
           move player-name to av-want-name
           move 0 to av-slot
           perform AVATAR-SHOW-RTN
           .
       AVATAR-HIDE-RTN.
      *> a new board starts with no avatars beside the grid
           perform LOAD-AVATARS-RTN
           modify screen-1-bi-2 visible 0
           modify screen-1-bi-3 visible 0
           modify screen-1-bi-4 visible 0
           modify screen-1-bi-5 visible 0
           modify screen-1-bi-6 visible 0
           modify screen-1-bi-7 visible 0
           modify screen-1-bi-8 visible 0
           .
       AVATAR-BY-NAME-RTN.
      *> boards only carry the name; the id comes from players.dat
           move 0 to av-want-id
           perform varying wk-p from 1 by 1 until wk-p > plr-cnt
              if pt-name(wk-p) = av-want-name
                 move pt-id(wk-p) to av-want-id
              end-if
           end-perform
           move sb-row to av-slot
           perform AVATAR-SHOW-RTN
           .
       AVATAR-SHOW-RTN.
      *> slot 0 is the signed-in player, slots 1-7 sit beside the
      *> matching grid row
           perform AVATAR-PICK-RTN
           perform AVATAR-BMP-RTN
           if avbmp-f-sts not = "00"
              exit paragraph
           end-if
           call "W$BITMAP" using wbitmap-load avbmp-file-name
                           giving av-handle
           if av-handle not > 0
              exit paragraph
           end-if
           if av-slot-handle(av-slot + 1) > 0
              call "W$BITMAP" using wbitmap-destroy
                                    av-slot-handle(av-slot + 1)
           end-if
           move av-handle to av-slot-handle(av-slot + 1)
           evaluate av-slot
              when 0
                 modify screen-1-bi-1 bitmap-handle = av-handle
              when 1
                 modify screen-1-bi-2 bitmap-handle = av-handle
                 modify screen-1-bi-2 visible 1
              when 2
                 modify screen-1-bi-3 bitmap-handle = av-handle
                 modify screen-1-bi-3 visible 1
              when 3
                 modify screen-1-bi-4 bitmap-handle = av-handle
                 modify screen-1-bi-4 visible 1
              when 4
                 modify screen-1-bi-5 bitmap-handle = av-handle
                 modify screen-1-bi-5 visible 1
              when 5
                 modify screen-1-bi-6 bitmap-handle = av-handle
                 modify screen-1-bi-6 visible 1
              when 6
                 modify screen-1-bi-7 bitmap-handle = av-handle
                 modify screen-1-bi-7 visible 1
              when 7
                 modify screen-1-bi-8 bitmap-handle = av-handle
                 modify screen-1-bi-8 visible 1
           end-evaluate
           .
       AVATAR-PICK-RTN.
      *> by id first; a name match covers rows carried in from a
      *> profile bundle before the ids were lined up
           move 0 to av-hit-sw av-hit-id av-pw av-ph
           move all "0" to av-pic-tbl
           perform varying av-i from 1 by 1 until av-i > avt-cnt
              if avt-id(av-i) = av-want-id
                 move 1 to av-hit-sw
                 move av-want-id to av-hit-id
                 exit perform
              end-if
           end-perform
           if av-hit-sw = 0 and av-want-name not = spaces
              perform varying av-i from 1 by 1 until av-i > avt-cnt
                 if avt-name(av-i) = av-want-name
                    move 1 to av-hit-sw
                    move avt-id(av-i) to av-hit-id
                    exit perform
                 end-if
              end-perform
           end-if
           if av-hit-sw = 1
              perform varying av-i from 1 by 1 until av-i > avt-cnt
                 if avt-id(av-i) = av-hit-id
                    move avt-w(av-i) to av-pw
                    move avt-h(av-i) to av-ph
                    if avt-row(av-i) > 0 and avt-row(av-i) < 21
                       move avt-cells(av-i)
                         to av-pic-row(avt-row(av-i))
                    end-if
                 end-if
              end-perform
           end-if
           if av-pw = 0 or av-pw > 20 or av-ph = 0 or av-ph > 20
              move 0 to av-hit-sw
           end-if
           move spaces to avbmp-file-name
           if av-hit-sw = 1
              string "../img/avatar_" av-hit-id ".bmp"
                     delimited by size into avbmp-file-name
           else
              move "../img/avatar_default.bmp" to avbmp-file-name
              move all "0" to av-pic-tbl
              move 8 to av-pw av-ph
              perform varying av-r from 1 by 1 until av-r > 8
                 move av-default-row(av-r) to av-pic-row(av-r)
              end-perform
           end-if
           .
       AVATAR-BMP-RTN.
      *> same 24-bit gray-ramp BMP MonoChrome exports, each cell
      *> blown up to fill a 30-pixel slot
           if av-pw > av-ph
              compute av-scale = 30 / av-pw
           else
              compute av-scale = 30 / av-ph
           end-if
           if av-scale = 0
              move 1 to av-scale
           end-if
           compute av-img-w = av-pw * av-scale
           compute av-img-h = av-ph * av-scale
           open output avbmp-file
           if avbmp-f-sts not = "00"
              exit paragraph
           end-if
           compute av-rowsize = (av-img-w * 3 + 3) / 4 * 4
           move "B" to avbmp-byte
           write avbmp-byte
           move "M" to avbmp-byte
           write avbmp-byte
           compute av-le-val = 54 + av-rowsize * av-img-h
           perform AV-EMIT-LE32-RTN
           move 0 to av-le-val
           perform AV-EMIT-LE32-RTN
           move 54 to av-le-val
           perform AV-EMIT-LE32-RTN
           move 40 to av-le-val
           perform AV-EMIT-LE32-RTN
           move av-img-w to av-le-val
           perform AV-EMIT-LE32-RTN
           move av-img-h to av-le-val
           perform AV-EMIT-LE32-RTN
           move 1 to av-le-val
           perform AV-EMIT-LE16-RTN
           move 24 to av-le-val
           perform AV-EMIT-LE16-RTN
           move 0 to av-le-val
           perform AV-EMIT-LE32-RTN
           compute av-le-val = av-rowsize * av-img-h
           perform AV-EMIT-LE32-RTN
           move 2835 to av-le-val
           perform AV-EMIT-LE32-RTN
           perform AV-EMIT-LE32-RTN
           move 0 to av-le-val
           perform AV-EMIT-LE32-RTN
           perform AV-EMIT-LE32-RTN
      *> pixel rows run bottom-up in a BMP
           perform varying av-py from av-img-h by -1 until av-py < 1
              compute av-r = (av-py - 1) / av-scale + 1
              perform varying av-px from 1 by 1
                      until av-px > av-img-w
                 compute av-c = (av-px - 1) / av-scale + 1
                 move 0 to av-tone
                 if av-pic-row(av-r)(av-c:1) is numeric
                    move av-pic-row(av-r)(av-c:1) to av-tone
                 end-if
                 if av-tone > 3
                    move 3 to av-tone
                 end-if
                 compute av-gray = 255 - av-tone * 85
                 move av-gray to av-byte-val
                 perform AV-EMIT-BYTE-RTN
                 perform AV-EMIT-BYTE-RTN
                 perform AV-EMIT-BYTE-RTN
              end-perform
              compute av-pad = av-rowsize - av-img-w * 3
              perform varying av-b from 1 by 1 until av-b > av-pad
                 move 0 to av-byte-val
                 perform AV-EMIT-BYTE-RTN
              end-perform
           end-perform
           close avbmp-file
           .
       AV-EMIT-BYTE-RTN.
           move function char(av-byte-val + 1) to avbmp-byte
           write avbmp-byte
           .
       AV-EMIT-LE16-RTN.
           move av-le-val to av-work
           perform 2 times
              divide av-work by 256 giving av-work2
                     remainder av-byte-val
              move av-work2 to av-work
              perform AV-EMIT-BYTE-RTN
           end-perform
           .
       AV-EMIT-LE32-RTN.
           move av-le-val to av-work
           perform 4 times
              divide av-work by 256 giving av-work2
                     remainder av-byte-val
              move av-work2 to av-work
              perform AV-EMIT-BYTE-RTN
           end-perform
           .
       AVATAR-FREE-RTN.
           perform varying av-i from 1 by 1 until av-i > 8
              if av-slot-handle(av-i) > 0
                 call "W$BITMAP" using wbitmap-destroy
                                       av-slot-handle(av-i)
              end-if
           end-perform
           .
       screen-1-bef-create.
           move ttl-tbl to ttl-eng
           perform TITLES-RTN
           .
       TITLES-RTN.
      *> settle the language and put the captions and fixed
      *> messages into it before the window is shown
           move "LANG" to mc-func
           call "MsgCat" using mc-param
           perform varying ttl-i from 1 by 1 until ttl-i > 23
              move spaces to mc-id
              string "LA-" ttl-ctl(ttl-i) delimited by space
                     into mc-id
              move ttl-text(ttl-i) to mc-text
              perform MSG-GET-RTN
              move mc-text to ttl-text(ttl-i)
           end-perform
           .
       MSG-GET-RTN.
      *> mc-id set and mc-text holding the English wording;
      *> mc-text comes back in the language in force
           move "GET " to mc-func
           call "MsgCat" using mc-param
           .
       MSG-VAL-XLATE-RTN.
           move msg-val to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-val
           .
       LANG-REFRESH-RTN.
      *> after a sign-in or a save the language may have changed -
      *> the captions start again from the English and are put into
      *> the language now in force
           move ttl-eng to ttl-tbl
           perform TITLES-RTN
           modify screen-1-la-1 title ttl-la-1
           modify screen-1-pb-1 title ttl-pb-1
           modify screen-1-pb-2 title ttl-pb-2
           modify screen-1-pb-3 title ttl-pb-3
           modify screen-1-pb-4 title ttl-pb-4
           modify screen-1-pb-5 title ttl-pb-5
           modify screen-1-pb-6 title ttl-pb-6
           modify screen-1-pb-7 title ttl-pb-7
           modify screen-1-pb-8 title ttl-pb-8
           modify screen-1-la-3 title ttl-la-3
           modify screen-1-pb-10 title ttl-pb-10
           modify screen-1-pb-11 title ttl-pb-11
           modify screen-1-pb-13 title ttl-pb-13
           modify screen-1-pb-14 title ttl-pb-14
           modify screen-1-la-5 title ttl-la-5
           modify screen-1-cb-4 title ttl-cb-4
           modify screen-1-pb-16 title ttl-pb-16
           modify screen-1-pb-15 title ttl-pb-15
           modify screen-1-cb-3 title ttl-cb-3
           modify screen-1-pb-12 title ttl-pb-12
           modify screen-1-pb-9 title ttl-pb-9
           modify screen-1-la-6 title ttl-la-6
           modify screen-1-cb-5 title ttl-cb-5
           perform LANG-SHOW-RTN
           .
       LANG-SHOW-RTN.
           if mc-lang = "JP"
              move 1 to lang-sw
           else
              move 0 to lang-sw
           end-if
           modify screen-1-cb-5 value lang-sw
           .
       LANG-PICK-RTN.
           inquire screen-1-cb-5 value lang-sw
           if lang-sw = 1
              move "JP" to set-language
           else
              move "EN" to set-language
           end-if
           .
      *end event editor code
      *end {iscobol}copy-procedure
       report-composer section.
      *begin {iscobol}external-copyfiles
      *end {iscobol}external-copyfiles


