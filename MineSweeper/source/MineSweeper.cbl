       select map-file assign to dynamic map-file-name
           organization line sequential
           file status map-f-sts.
       select mono-file assign to dynamic mono-file-name
           organization line sequential
           file status mono-f-sts.
       select best-file assign to dynamic best-file-name
           organization line sequential
           file status best-f-sts.
       select result-file assign to "../data/minesweeper_results.log"
           assign to "../data/minesweeper_puzzles.idx"
           organization line sequential
           file status pz-f-sts.
       select pzbest-file assign to dynamic pzbest-file-name
           organization line sequential
           file status pzbest-f-sts.
       select daily-file assign to "../data/daily_challenge.log"
       select continue-file assign to "../data/continue.dat"
           organization line sequential
           file status cont-f-sts.
       select chalgo-file assign to "../data/challenge_go.dat"
           organization line sequential
           file status cgo-f-sts.
       select marathon-file
           assign to "../data/minesweeper_marathon.log"
           organization line sequential
           file status mr-f-sts.
       select mrbest-file assign to dynamic mrbest-file-name
           organization line sequential
           file status mrb-f-sts.
      *end file-control editor code
      *end {iscobol}file-control
       data division.
           05  res-player   pic x(10).
           05  filler       pic x value space.
           05  res-verdict  pic x(07).
           05  filler       pic x value space.
           05  res-3bv      pic 9(03).
           05  filler       pic x value space.
           05  res-clicks   pic 9(04).
           05  filler       pic x value space.
           05  res-noguess  pic x(01).
       fd  mono-file.
       01  mono-record.
           05  mn-rec-type   pic x(01).
           05  filler        pic x.
           05  mn-width      pic 9(02).
           05  filler        pic x.
           05  mn-height     pic 9(02).
           05  filler        pic x.
           05  mn-row        pic 9(02).
           05  filler        pic x.
           05  mn-col        pic 9(02).
           05  filler        pic x.
           05  mn-tone       pic 9(01).
       fd  act-file.
       01  act-record.
           05  a-type       pic x(01).
           05  pz-bombs     pic 9(02).
           05  filler       pic x value space.
           05  pz-file      pic x(60).
           05  filler       pic x value space.
           05  pz-noguess   pic x(01).
       fd  daily-file.
       01  daily-record.
           05  dc-date    pic x(08).
           05  cont-game  pic x(12).
           05  filler     pic x value space.
           05  cont-path  pic x(90).
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
      *> one R record per run followed by an S record per board
      *> cleared, all stamped with the date and time of the run
       fd  marathon-file.
       01  marathon-record.
           05  mrr-date     pic x(08).
           05  filler       pic x value space.
           05  mrr-time     pic x(06).
           05  filler       pic x value space.
           05  mrr-type     pic x(01).
           05  filler       pic x value space.
           05  mrr-label    pic x(22).
           05  filler       pic x value space.
           05  mrr-boards   pic 9(02).
           05  filler       pic x value space.
           05  mrr-cleared  pic 9(02).
           05  filler       pic x value space.
           05  mrr-outcome  pic x(04).
           05  filler       pic x value space.
           05  mrr-secs     pic 9(06).
           05  filler       pic x value space.
           05  mrr-player   pic x(10).
       01  marathon-split-record.
           05  filler       pic x(18).
           05  mrs-board    pic 9(02).
           05  filler       pic x.
           05  mrs-split    pic 9(06).
           05  filler       pic x.
           05  mrs-cum      pic 9(06).
           05  filler       pic x.
           05  mrs-name     pic x(16).
           05  filler       pic x.
           05  mrs-3bv      pic 9(03).
       fd  mrbest-file.
       01  mrbest-record.
           05  mrb-label    pic x(22).
           05  filler       pic x value space.
           05  mrb-secs     pic 9(06).
           05  filler       pic x value space.
           05  mrb-player   pic x(10).
           05  filler       pic x value space.
           05  filler       pic x value "#".
           05  mrb-seal     pic 9(04).
      *end file section editor code
      *end {iscobol}file-section
       working-storage section.
             10 dev-x occurs 8 pic x(02).
       01 map-f-sts pic X(02).
       01 map-file-name pic X(128).
       01 mono-file-name pic x(128).
       01 mono-f-sts pic x(02).
       01 mono-done-sw pic 9(01).
       01 mono-dark pic 9(01).
       01 mono-h pic 9(02).
       01 mono-w pic 9(02).
       01 mono-max-tone pic 9(01).
       01 mono-mines pic 9(03).
       01 mono-tbl.
          05 mono-line occurs 20.
             10 mono-tone occurs 20 pic 9(01).
       01 wk-y pic 99.
       01 wk-x pic 9(02).
       01 wrk-item pic 99.
             10 bf-secs  pic 9(06).
             10 bf-player pic x(10).
       01 bf-cnt pic 9(01) value 0.
       01 mr-f-sts pic x(02).
       01 mrb-f-sts pic x(02).
       01 mr-active-sw pic 9(01) value 0.
       01 mr-list-sw pic 9(01) value 0.
       01 mr-block-sw pic 9(01) value 0.
       01 mr-max pic 9(02) value 5.
       01 mr-total pic 9(02) value 0.
       01 mr-board pic 9(02) value 0.
       01 mr-cleared pic 9(02) value 0.
       01 mr-pz pic 9(02) value 0.
       01 mr-cum pic 9(06) value 0.
       01 mr-prev pic 9(06) value 0.
       01 mr-label pic x(22).
       01 mr-outcome pic x(04).
       01 mr-time-disp pic x(08).
       01 mr-word pic x(20).
       01 mr-split-tbl.
          05 mr-split-ent occurs 10.
             10 mr-split      pic 9(06).
             10 mr-split-cum  pic 9(06).
             10 mr-split-name pic x(16).
             10 mr-split-3bv  pic 9(03).
       01 mr-sp-mm pic 99.
       01 mr-sp-ss pic 99.
       01 mr-splits pic x(40).
       01 mr-sp-pos pic 9(02).
       01 mr-best-secs pic 9(06).
       01 mr-best-sw pic 9(01) value 0.
       01 mb-tbl.
          05 mb-entry occurs 20.
             10 mb-label pic x(22).
             10 mb-secs  pic 9(06).
             10 mb-player pic x(10).
       01 mb-cnt pic 9(02) value 0.
       01 undo-valid-sw pic 9(01) value 0.
       01 undo-row pic 9(02).
       01 undo-col pic 9(02).
          05 lk-func pic x(04).
          05 lk-file pic x(90).
          05 lk-rc   pic 9(01).
      *> best files are rewritten to a new copy that SafeSwap puts
      *> in place once it is whole
       01 swap-param.
          05 sw-func  pic x(04).
          05 sw-file  pic x(90).
          05 sw-temp  pic x(100).
          05 sw-count pic 9(03).
          05 sw-rc    pic 9(01).
       01 best-file-name pic x(100)
          value "../data/minesweeper_besttimes.log".
       01 pzbest-file-name pic x(100)
          value "../data/minesweeper_puzzlebest.log".
       01 mrbest-file-name pic x(100)
          value "../data/minesweeper_marathon_best.log".
       01 rcnt-f-sts pic x(02).
       01 cont-f-sts pic x(02).
       01 cgo-f-sts pic x(02).
       01 chal-active-sw pic 9(01) value 0.
       01 chal-id pic 9(06).
       01 chal-rnd pic 9(02).
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
       01 pzbest-f-sts pic x(02).
       01 daily-f-sts pic x(02).
       01 daily-active-sw pic 9(01) value 0.
       01 daily-played-sw pic 9(01) value 0.
       01 pz-active-sw pic 9(01) value 0.
      *> set once SAVE-PUZZLE-RTN has filed the board in the library
       01 pz-saved-sw pic 9(01) value 0.
       01 pz-cur-name pic x(16).
       01 pz-name-in pic x(16).
       01 pz-tbl.
       01 vd-found-sw pic 9(01).
       01 torus-sw pic 9(01) value 0.
       01 base-diff-label pic x(12) value "CUSTOM".
       01 board-3bv pic 9(03) value 0.
       01 click-cnt pic 9(04) value 0.
       01 bv-tbl.
          05 bv-line occurs 20.
             10 bv-cell occurs 20.
                15 bv-mine pic 9(01).
                15 bv-cnt  pic 9(01).
                15 bv-seen pic 9(01).
                15 bv-st   pic 9(01).
       01 bv-stk-tbl.
          05 bv-stk occurs 400.
             10 bv-stk-r pic 9(02).
             10 bv-stk-c pic 9(02).
       01 bv-sp pic 9(03).
       01 bv-r pic 9(02).
       01 bv-c pic 9(02).
       01 bv-pr pic 9(02).
       01 bv-pc pic 9(02).
       01 bv-d pic 9(01).
       01 bv-dir-sw pic 9(01) value 0.
       01 bv-dir-tbl.
          05 bv-dy occurs 8 pic s9(01).
          05 bv-dx occurs 8 pic s9(01).
       01 noguess-sw pic 9(01) value 0.
       01 ng-field-sw pic 9(01) value 0.
       01 ng-start-r pic 9(02) value 0.
       01 ng-start-c pic 9(02) value 0.
       01 ng-try pic 9(03).
       01 ng-r pic 9(02).
       01 ng-c pic 9(02).
       01 ng-pr pic 9(02).
       01 ng-pc pic 9(02).
       01 ng-k pic 9(03).
       01 ng-cells pic 9(03).
       01 ng-pos pic 9(03).
       01 ng-open-cnt pic 9(03).
       01 ng-prog-sw pic 9(01).
       01 ng-f pic 9(01).
       01 ng-u pic 9(01).
       01 ng-nb-tbl.
          05 ng-nb occurs 8.
             10 ng-nb-r pic 9(02).
             10 ng-nb-c pic 9(02).
       77 Arial-10v0 handle of font.
      *start working-storage editor code
       01  bombList   object reference ArrayList.
       77  TOTAL-TIME           PIC 9(7)V99 VALUE ZERO.
       
       
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
          05 ttl-la-1 pic x(40) value "MIne Sweeper3".
          05 filler pic x(08) value "PB-1".
          05 ttl-pb-1 pic x(40) value "file:".
          05 filler pic x(08) value "PB-2".
          05 ttl-pb-2 pic x(40) value "Load".
          05 filler pic x(08) value "PB-3".
          05 ttl-pb-3 pic x(40) value "Save".
          05 filler pic x(08) value "PB-4".
          05 ttl-pb-4 pic x(40) value "Quit".
          05 filler pic x(08) value "LA-6".
          05 ttl-la-6 pic x(40) value "Select cell :".
          05 filler pic x(08) value "PB-5".
          05 ttl-pb-5 pic x(40) value "Play Game".
          05 filler pic x(08) value "LA-4".
          05 ttl-la-4 pic x(40) value "Mode Change".
          05 filler pic x(08) value "LA-2".
          05 ttl-la-2 pic x(40) value "Bombs".
          05 filler pic x(08) value "PB-12".
          05 ttl-pb-12 pic x(40) value "Reset".
          05 filler pic x(08) value "LA-3".
          05 ttl-la-3 pic x(40) value "Timer".
          05 filler pic x(08) value "LA-8".
          05 ttl-la-8 pic x(40) value "Double click: Open cell ".
          05 filler pic x(08) value "LA-9".
          05 ttl-la-9 pic x(40) value " Right click: set Flag".
          05 filler pic x(08) value "LA-10".
          05 ttl-la-10 pic x(40) value "Flags".
          05 filler pic x(08) value "LA-11".
          05 ttl-la-11 pic x(40) value "Difficulty".
          05 filler pic x(08) value "PB-6".
          05 ttl-pb-6 pic x(40) value "Beginner 9x9".
          05 filler pic x(08) value "PB-7".
          05 ttl-pb-7 pic x(40) value "Intermediate 16x16".
          05 filler pic x(08) value "PB-8".
          05 ttl-pb-8 pic x(40) value "Expert 20x20".
          05 filler pic x(08) value "LA-12".
          05 ttl-la-12 pic x(40) value "Board Size".
          05 filler pic x(08) value "PB-9".
          05 ttl-pb-9 pic x(40) value "Apply Size".
          05 filler pic x(08) value "PB-10".
          05 ttl-pb-10 pic x(40) value "Random Mines".
          05 filler pic x(08) value "LA-14".
          05 ttl-la-14 pic x(40) value "Dly".
          05 filler pic x(08) value "PB-14".
          05 ttl-pb-14 pic x(40) value "Playback".
          05 filler pic x(08) value "PB-13".
          05 ttl-pb-13 pic x(40) value "Hint".
          05 filler pic x(08) value "PB-11".
          05 ttl-pb-11 pic x(40) value "Undo".
          05 filler pic x(08) value "LA-13".
          05 ttl-la-13 pic x(40) value "Best Time".
          05 filler pic x(08) value "LA-15".
          05 ttl-la-15 pic x(40) value "Puzzle Library".
          05 filler pic x(08) value "PB-15".
          05 ttl-pb-15 pic x(40) value "Save Puzzle".
          05 filler pic x(08) value "PB-16".
          05 ttl-pb-16 pic x(40) value "Play Puzzle".
          05 filler pic x(08) value "CB-1".
          05 ttl-cb-1 pic x(40) value "Torus".
          05 filler pic x(08) value "CB-2".
          05 ttl-cb-2 pic x(40) value "No guess".
          05 filler pic x(08) value "PB-18".
          05 ttl-pb-18 pic x(40) value "Load Picture".
          05 filler pic x(08) value "PB-19".
          05 ttl-pb-19 pic x(40) value "Marathon".
          05 filler pic x(08) value "CB-3".
          05 ttl-cb-3 pic x(40) value "Playlist".
          05 filler pic x(08) value "PB-17".
          05 ttl-pb-17 pic x(40) value "Daily".
       01 ttl-tbl-r redefines ttl-tbl.
          05 ttl-ent occurs 35.
             10 ttl-ctl  pic x(08).
             10 ttl-text pic x(40).
       01 ttl-i pic 9(03).
      *end working-storage editor code
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
             lines 4.25 cells 
             font Arial-20v0
             id 25
             title ttl-la-1
             .
          03 screen-1-pb-1 Push-Button
             exception-value 1
             font Arial-9v0
             id 2
             self-act
             title ttl-pb-1
             .
          03 screen-1-ef-1 Entry-Field
             line 5.67
             font Arial-9v0
             id 4
             self-act
             title ttl-pb-2
             .
          03 screen-1-pb-3 Push-Button
             exception-value 3
             font Arial-9v0
             id 5
             self-act
             title ttl-pb-3
             .
          03 screen-1-gr-1 Grid
             line 12.83
             lines 3.1 cells 
             font Arial-9v0
             id 7
             title ttl-pb-4
             .
          03 screen-1-la-6 Label
             line 26.75
             font Arial-9v0
             visible 0
             id 8
             title ttl-la-6
             .
          03 screen-1-pb-5 Push-Button
             exception-value 5
             lines 2.33 cells 
             font Arial-9v0
             id 9
             title ttl-pb-5
             .
          03 screen-1-la-4 Label
             line 21.33
             lines 2.25 cells 
             font Arial-9v0
             id 10
             title ttl-la-4
             .
          03 screen-1-la-2 Label
             line 15.5
             lines 3.17 cells 
             font Arial-9v0
             id 12
             title ttl-la-2
             .
          03 screen-1-ef-2 Entry-Field
             line 15.17
             lines 3.08 cells 
             font Arial-9v0
             id 17
             title ttl-pb-12
             .
          03 screen-1-la-7 Label
             line 49.75
             lines 3.0 cells 
             font Arial-20v0
             id 11
             title ttl-la-3
             .
          03 screen-1-la-5 Label
             line 6.92
             lines 2.08 cells 
             font Arial-9v0
             id 16
             title ttl-la-8
             .
          03 screen-1-la-9 Label
             line 30.33
             lines 2.33 cells 
             font Arial-9v0
             id 6
             title ttl-la-9
             .
          03 screen-1-ef-3 Entry-Field
             line 15.17
             size 4.42 cells
             lines 2.58 cells
             id 19
             title ttl-la-10
             .
          03 screen-1-la-11 Label
             line 4.0
             lines 3.0 cells
             font Arial-9v0
             id 26
             title ttl-la-11
             .
          03 screen-1-pb-6 Push-Button
             exception-value 20
             lines 3.0 cells
             font Arial-9v0
             id 27
             title ttl-pb-6
             .
          03 screen-1-pb-7 Push-Button
             exception-value 21
             lines 3.0 cells
             font Arial-9v0
             id 28
             title ttl-pb-7
             .
          03 screen-1-pb-8 Push-Button
             exception-value 22
             lines 3.0 cells
             font Arial-9v0
             id 29
             title ttl-pb-8
             .
          03 screen-1-la-12 Label
             line 21.0
             lines 2.0 cells
             font Arial-9v0
             id 30
             title ttl-la-12
             .
          03 screen-1-ef-4 Entry-Field
             line 23.5
             lines 2.9 cells
             font Arial-9v0
             id 32
             title ttl-pb-9
             .
          03 screen-1-pb-10 Push-Button
             exception-value 24
             lines 3.0 cells
             font Arial-9v0
             id 33
             title ttl-pb-10
             .
          03 screen-1-la-14 Label
             line 28.0
             lines 2.5 cells
             font Arial-9v0
             id 38
             title ttl-la-14
             .
          03 screen-1-ef-6 Entry-Field
             line 28.0
             lines 3.0 cells
             font Arial-9v0
             id 40
             title ttl-pb-14
             .
          03 screen-1-pb-13 Push-Button
             exception-value 26
             lines 3.1 cells
             font Arial-9v0
             id 37
             title ttl-pb-13
             .
          03 screen-1-pb-11 Push-Button
             exception-value 25
             lines 3.0 cells
             font Arial-9v0
             id 34
             title ttl-pb-11
             .
          03 screen-1-la-13 Label
             line 38.0
             lines 2.0 cells
             font Arial-9v0
             id 35
             title ttl-la-13
             .
          03 screen-1-ef-5 Entry-Field
             line 40.5
             lines 2.0 cells
             font Arial-9v0
             id 41
             title ttl-la-15
             .
          03 screen-1-ef-7 Entry-Field
             line 57.0
             lines 2.9 cells
             font Arial-9v0
             id 43
             title ttl-pb-15
             .
          03 screen-1-co-1 Combo-Box
             line 63.5
             lines 2.9 cells
             font Arial-9v0
             id 45
             title ttl-pb-16
             .
          03 screen-1-cb-1 Check-Box
             line 31.5
             font Arial-9v0
             id 46
             event procedure screen-1-cb-1-evt-proc
             title ttl-cb-1
             value "0"
             .
          03 screen-1-cb-2 Check-Box
             line 31.5
             column 80.0
             size 10.0 cells
             lines 2.0 cells
             font Arial-9v0
             id 48
             title ttl-cb-2
             value "0"
             .
          03 screen-1-pb-18 Push-Button
             exception-value 34
             line 12.4
             column 53.0
             size 19.73 cells
             lines 2.6 cells
             font Arial-9v0
             id 49
             title ttl-pb-18
             .
          03 screen-1-pb-19 Push-Button
             exception-value 35
             line 60.0
             column 71.5
             size 7.67 cells
             lines 2.9 cells
             font Arial-9v0
             id 50
             title ttl-pb-19
             .
          03 screen-1-cb-3 Check-Box
             line 63.5
             column 71.5
             size 8.0 cells
             lines 2.0 cells
             font Arial-9v0
             id 51
             title ttl-cb-3
             value "0"
             .
          03 screen-1-pb-17 Push-Button
             lines 3.1 cells
             font Arial-9v0
             id 47
             title ttl-pb-17
             .
      *end {iscobol}copy-screen
      *begin {iscobol}procedure-using
           perform is-screen-1-create
           perform is-screen-1-init-data.
       is-screen-1-create.
           perform screen-1-bef-create.
           display standard window background-low
              screen line 49
              screen column 109
            perform LOAD-BEST-RTN
            perform LOAD-PUZZLE-IDX-RTN
            perform CONTINUE-CHECK-RTN
            perform CHALLENGE-CHECK-RTN
           .
       RECENT-ADD-RTN.
      *> note the file in the shared registry so the Launcher's
           close continue-file
           perform FILE-LOAD-RTN
           .
       CHALLENGE-CHECK-RTN.
      *> a challenge from the Launcher: the seed lays the field the
      *> same way for both players, on the daily's beginner board
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
           if cg-game not = "MINESWEEPER" or
              cg-player not = player-name or
              cg-seed is not numeric
              exit paragraph
           end-if
           open output chalgo-file
           close chalgo-file
           move cg-id to chal-id
           perform STOP-TIMER
           move 0 to custom-diff-sw
           move "BEGINNER" to base-diff-label
           move 9 to board-size
           move 10 to num-bombs-target
           move 0 to torus-sw
           modify screen-1-cb-1 value torus-sw
           move 0 to noguess-sw
           modify screen-1-cb-2 value noguess-sw
           compute chal-rnd = function random(cg-seed) * 10
           perform APPLY-DIFF-RTN
           move 1 to chal-active-sw
           move "Challenge - one sweep, the faster clear wins!"
             to wk-msg
           move "MS-M001" to mc-id
           perform WK-MSG-XLATE-RTN
           modify screen-1-la-7 value wk-msg
           .
       WRITE-CHAL-RTN.
           move "RSLT" to cb-func
           move chal-id to cb-id
           move player-name to cb-player
           move wk-outcome to cb-result
           if res-secs > 9999
              move 9999 to cb-score
           else
              move res-secs to cb-score
           end-if
           call "ChalBook" using cb-param
           .

       LOAD-PROFILE-RTN.
      *> per-player overrides layered over the global settings -
           perform DAILY-PLAYED-RTN
           if daily-played-sw = 1
              move "Daily already played today" to wk-msg
              move "MS-M002" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           move 10 to num-bombs-target
           move 0 to torus-sw
           modify screen-1-cb-1 value torus-sw
           move 0 to noguess-sw
           modify screen-1-cb-2 value noguess-sw
           compute wk-dmy = function random(
                   function numval(wk-curdate(1:8))) * 10
           perform APPLY-DIFF-RTN
           move 1 to daily-active-sw
           move "Daily challenge - one scored sweep!" to wk-msg
           move "MS-M003" to mc-id
           perform WK-MSG-XLATE-RTN
           modify screen-1-la-7 value wk-msg
           .
       DAILY-PLAYED-RTN.
           end-if
           .
       SAVE-PUZZLE-RTN.
           move 0 to pz-saved-sw
           inquire screen-1-ef-7 value pz-name-in
           if pz-name-in = spaces
              move "Enter a puzzle name first" to wk-msg
              move "MS-M004" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           if bombList:>size() = 0
              move "No mines on the board - nothing to save" to wk-msg
              move "MS-M005" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           perform varying wk-pz from 1 by 1 until wk-pz > pz-cnt
              if pz-t-name(wk-pz) = pz-name-in
                 move "That puzzle name is already taken" to wk-msg
                 move "MS-M006" to mc-id
                 perform WK-MSG-XLATE-RTN
                 modify screen-1-la-7 value wk-msg
                 exit paragraph
              end-if
           end-perform
           if pz-cnt >= 50
              move "Puzzle library is full" to wk-msg
              move "MS-M007" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           move board-size to pz-size
           move bombList:>size() to pz-bombs
           move map-file-name to pz-file
           if ng-field-sw = 1
              move "Y" to pz-noguess
           else
              move "N" to pz-noguess
           end-if
           write puzzle-idx-record
           close puzzle-idx-file
           move 1 to pz-saved-sw
           add 1 to pz-cnt
           move pz-name-in to pz-t-name(pz-cnt)
           move map-file-name to pz-t-file(pz-cnt)
           modify screen-1-co-1 item-to-add pz-name-in
           move spaces to wk-msg
           move "MS-M030" to mc-id
           move "Puzzle saved:" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " "
                  function trim(pz-name-in) delimited by size
                  into wk-msg
           modify screen-1-la-7 value wk-msg
           .
       PICTURE-LOAD-RTN.
      *> a MonoChrome picture named in the file field becomes the
      *> field: frame 1, dark cells are mines. Two-tone pictures
      *> only use tone 1; on grayscale ones the two darker tones
      *> count and the light gray stays clear
           inquire screen-1-ef-1 value mono-file-name
           open input mono-file
           if mono-f-sts not = "00"
              move "Picture file not found" to wk-msg
              move "MS-M008" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           initialize mono-tbl
           move 0 to mono-done-sw mono-max-tone
           move 0 to mono-h mono-w
           perform until mono-done-sw = 1
              read mono-file at end
                 move 1 to mono-done-sw
                 exit perform
              end-read
              evaluate mn-rec-type
                 when "H"
                    move mn-height to mono-h
                    move mn-width  to mono-w
                 when "F"
                    if mn-row > 1
                       move 1 to mono-done-sw
                    end-if
                 when "C"
                    if mn-row >= 1 and mn-row <= 20 and
                       mn-col >= 1 and mn-col <= 20
                       move mn-tone to mono-tone(mn-row, mn-col)
                       if mn-tone > mono-max-tone
                          move mn-tone to mono-max-tone
                       end-if
                    end-if
              end-evaluate
           end-perform
           close mono-file
           if mono-h = 0 or mono-w = 0
              move "Not a MonoChrome picture file" to wk-msg
              move "MS-M009" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           if mono-h > 20 or mono-w > 20
              move spaces to wk-msg
              move "MS-M031" to mc-id
              move "Picture is" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "MS-M032" to mc-id
              move " - MineSweeper boards stop at 20 x 20" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " " mono-w
                     " x " mono-h function trim(msg-part(2) trailing)
                     delimited by size into wk-msg
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           if mono-max-tone > 1
              move 2 to mono-dark
           else
              move 1 to mono-dark
           end-if
      *> boards are square - the longer side sets the size
           if mono-h > mono-w
              move mono-h to wrk-item
           else
              move mono-w to wrk-item
           end-if
           if wrk-item < 5
              move 5 to wrk-item
           end-if
           move 0 to mono-mines
           perform varying wk-row from 1 by 1 until wk-row > mono-h
              perform varying wk-col from 1 by 1 until wk-col > mono-w
                 if mono-tone(wk-row, wk-col) >= mono-dark
                    add 1 to mono-mines
                 end-if
              end-perform
           end-perform
           if mono-mines = 0 or mono-mines >= wrk-item * wrk-item
              move "Picture has no usable dark cells for mines"
                to wk-msg
              move "MS-M010" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
      *> the mine counters run to two digits
           if mono-mines > 99
              move spaces to wk-msg
              move "MS-M033" to mc-id
              move "Picture has" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "MS-M034" to mc-id
              move " dark cells - a field holds at most 99 mines"
                to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " " mono-mines
                     function trim(msg-part(2) trailing)
                     delimited by size into wk-msg
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           perform STOP-TIMER
           move wrk-item to board-size
           move 0 to num-bombs-target
           move 0 to custom-diff-sw
           move spaces to base-diff-label
           string "CUSTOM" board-size mono-mines(2:2)
                  delimited by size into base-diff-label
           move 0 to torus-sw
           modify screen-1-cb-1 value torus-sw
           perform APPLY-DIFF-RTN
           modify screen-1-gr-1 mass-update = 1
           perform varying wk-row from 1 by 1 until wk-row > mono-h
              perform varying wk-col from 1 by 1 until wk-col > mono-w
                 if mono-tone(wk-row, wk-col) >= mono-dark
                    perform LOAD-BOMB-CELL-RTN
                 end-if
              end-perform
           end-perform
           perform HIDE-BOMBS-RTN
           modify screen-1-gr-1 mass-update = 0
           modify screen-1-ef-2 value num-bombs
           move mono-mines to num-bombs-target
           perform CALC-3BV-RTN
      *> the field saves beside the picture, never over it
           move spaces to map-file-name
           string function trim(mono-file-name) ".map"
                  delimited by size into map-file-name
           modify screen-1-ef-1 value map-file-name
      *> a name already in the library field files it straight in
           inquire screen-1-ef-7 value pz-name-in
           if pz-name-in not = spaces
              perform SAVE-PUZZLE-RTN
              if pz-saved-sw = 1
                 move 1 to pz-active-sw
                 move pz-name-in to pz-cur-name
                 perform LOAD-PZBEST-RTN
              end-if
           else
              move spaces to wk-msg
              move "MS-M035" to mc-id
              move "Picture loaded -" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "MS-M036" to mc-id
              move " mines. Name it under Puzzle Library to keep it"
                to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " "
                     mono-mines(2:2) function trim(msg-part(2) trailing)
                     delimited by size into wk-msg
              modify screen-1-la-7 value wk-msg
           end-if
           .
       PLAY-PUZZLE-RTN.
           inquire screen-1-co-1 value pz-name-in
           if pz-name-in = spaces
              move "Pick a puzzle from the list first" to wk-msg
              move "MS-M011" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           end-perform
           if wk-pz = 0
              move "Puzzle not in the index" to wk-msg
              move "MS-M012" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           move pz-name-in to pz-cur-name
           perform LOAD-PZBEST-RTN
           move spaces to wk-msg
           move "MS-M037" to mc-id
           move "Playing puzzle" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " "
                  function trim(pz-cur-name) delimited by size
                  into wk-msg
           modify screen-1-la-7 value wk-msg
           .
       MARATHON-RTN.
      *> a marathon chains boards into one timed run - either a
      *> few boards of the current difficulty or a playlist taken
      *> from the puzzle library, starting at the puzzle picked
           inquire screen-1-cb-3 value mr-list-sw
           if mr-list-sw = 1
              if pz-cnt = 0
                 move "The puzzle library is empty" to wk-msg
                 move "MS-M013" to mc-id
                 perform WK-MSG-XLATE-RTN
                 modify screen-1-la-7 value wk-msg
                 exit paragraph
              end-if
              inquire screen-1-co-1 value pz-name-in
              move 1 to mr-pz
              perform varying wk-i from 1 by 1 until wk-i > pz-cnt
                 if pz-t-name(wk-i) = pz-name-in
                    move wk-i to mr-pz
                    exit perform
                 end-if
              end-perform
              compute mr-total = pz-cnt - mr-pz + 1
              if mr-total > mr-max
                 move mr-max to mr-total
              end-if
           else
              if num-bombs-target = 0
                 move "Pick a difficulty first" to wk-msg
                 move "MS-M014" to mc-id
                 perform WK-MSG-XLATE-RTN
                 modify screen-1-la-7 value wk-msg
                 exit paragraph
              end-if
              move mr-max to mr-total
           end-if
           perform STOP-TIMER
           move 0 to mr-board mr-cum mr-prev
           initialize mr-split-tbl
           move 1 to mr-active-sw
           perform MR-DEAL-RTN
           if mr-active-sw = 0
              exit paragraph
           end-if
           move spaces to mr-label
           if mr-list-sw = 1
              string mr-total "xPL:" pz-t-name(mr-pz)
                     delimited by size into mr-label
           else
              inquire screen-1-cb-2 value noguess-sw
              if noguess-sw = 1
                 string mr-total "x" diff-label delimited by space
                        "-NG" delimited by size into mr-label
              else
                 string mr-total "x" diff-label
                        delimited by size into mr-label
              end-if
           end-if
           perform LOAD-MRBEST-RTN
           move spaces to wk-msg
           move "MS-M038" to mc-id
           move "Marathon: board 1 of" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "MS-M039" to mc-id
           move " - any mine ends the run" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) " " mr-total
                  function trim(msg-part(2) trailing) delimited by size
                  into wk-msg
           modify screen-1-la-7 value wk-msg
           .
       MR-DEAL-RTN.
           add 1 to mr-board
           if mr-list-sw = 1
              compute wk-pz = mr-pz + mr-board - 1
              move pz-t-file(wk-pz) to map-file-name
              modify screen-1-ef-1 value map-file-name
              perform FILE-LOAD-RTN
              if mode-sw = 1
                 perform CHANGE-MODE-RTN
              end-if
              move pz-t-name(wk-pz) to mr-split-name(mr-board)
           else
              perform APPLY-DIFF-RTN
              move diff-label to mr-split-name(mr-board)
           end-if
           if bombList:>size() = 0
              if mr-board = 1
                 move 0 to mr-active-sw
              else
                 move "QUIT" to mr-outcome
                 perform MR-END-RTN
              end-if
              exit paragraph
           end-if
      *> the clock carries on from where the last board stopped
           move mr-cum to resume-offset
           if mr-board > 1
              perform START-TIMER
              perform SHOW-MRBEST-RTN
           end-if
           .
       MR-BOARD-DONE-RTN.
           compute mr-cum = h-disp * 3600 + m-disp * 60 + s-disp
           compute mr-split(mr-board) = mr-cum - mr-prev
           move mr-cum to mr-split-cum(mr-board) mr-prev
           move board-3bv to mr-split-3bv(mr-board)
           move 0 to undo-valid-sw
           if mr-board >= mr-total
              move "WIN" to mr-outcome
              perform MR-END-RTN
              exit paragraph
           end-if
           move mr-split(mr-board) to wk-best-secs
           divide wk-best-secs by 60 giving mr-sp-mm remainder mr-sp-ss
           perform MR-DEAL-RTN
           if mr-active-sw = 0
              exit paragraph
           end-if
           move spaces to wk-msg
           move "MS-M040" to mc-id
           move "Marathon: board" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "MS-M041" to mc-id
           move " of" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           move "MS-M042" to mc-id
           move " - last split" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(3)
           move "MS-M043" to mc-id
           move " - clock running" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(4)
           string function trim(msg-part(1) trailing) " " mr-board
                  function trim(msg-part(2) trailing) " " mr-total
                  function trim(msg-part(3) trailing) " " mr-sp-mm ":"
                  mr-sp-ss function trim(msg-part(4) trailing)
                  delimited by size into wk-msg
           modify screen-1-la-7 value wk-msg
           .
       MR-GUARD-RTN.
      *> undo would take back the mine that ends a marathon, and
      *> anything that brings up another field abandons the run
           move 0 to mr-block-sw
           evaluate key-status
              when 25
                 move "Undo is off during a marathon" to wk-msg
                 move "MS-M015" to mc-id
                 perform WK-MSG-XLATE-RTN
                 modify screen-1-la-7 value wk-msg
                 move 1 to mr-block-sw
              when  2
              when  5
              when 13
              when 20 thru 24
              when 28
              when 31
              when 33
              when 34
              when 35
                 if timer-sw = 1
                    perform STOP-TIMER
                    compute mr-cum =
                            h-disp * 3600 + m-disp * 60 + s-disp
                 else
                    move mr-prev to mr-cum
                 end-if
                 move "QUIT" to mr-outcome
                 perform MR-END-RTN
           end-evaluate
           .
       MR-END-RTN.
           move 0 to mr-active-sw
           if mr-outcome = "WIN"
              move mr-total to mr-cleared
           else
              compute mr-cleared = mr-board - 1
           end-if
           perform WRITE-MARATHON-RTN
           divide mr-cum by 3600 giving bt-hh remainder wk-best-secs
           divide wk-best-secs by 60 giving bt-mm remainder bt-ss
           move spaces to mr-time-disp
           string bt-hh ":" bt-mm ":" bt-ss
                  delimited by size into mr-time-disp
           move spaces to mr-splits
           move 1 to mr-sp-pos
           perform varying wk-i from 1 by 1 until wk-i > mr-cleared
              move mr-split(wk-i) to wk-best-secs
              divide wk-best-secs by 60 giving mr-sp-mm
                     remainder mr-sp-ss
              string " " mr-sp-mm ":" mr-sp-ss
                     delimited by size into mr-splits
                     with pointer mr-sp-pos
           end-perform
           evaluate mr-outcome
              when "WIN"
                 if mr-best-sw = 0 or mr-cum < mr-best-secs
                    perform SAVE-MRBEST-RTN
                    move "MS-M057" to mc-id
                    move "Marathon record" to mc-text
                 else
                    move "MS-M058" to mc-id
                    move "Marathon done" to mc-text
                 end-if
              when "LOSE"
                 move "MS-M059" to mc-id
                 move "Mine! Marathon over" to mc-text
              when other
                 move "MS-M060" to mc-id
                 move "Marathon abandoned" to mc-text
           end-evaluate
           perform MSG-GET-RTN
           move mc-text to mr-word
           move spaces to wk-msg
           move 1 to mr-sp-pos
           string function trim(mr-word) " " mr-cleared "/" mr-total
                  " - " mr-time-disp
                  delimited by size into wk-msg with pointer mr-sp-pos
           if mr-cleared > 0
              move "MS-M044" to mc-id
              move " - splits" to mc-text
              perform MSG-GET-RTN
              string function trim(mc-text trailing) mr-splits
                     delimited by size into wk-msg
                     with pointer mr-sp-pos
           end-if
           modify screen-1-la-7 value wk-msg
           .
       WRITE-MARATHON-RTN.
           move function current-date to wk-curdate
           move "../data/minesweeper_marathon.log" to lk-file
           move "LOCK" to lk-func
           call "FileLock" using lock-param
           open extend marathon-file
           if mr-f-sts = "35"
              open output marathon-file
              close marathon-file
              open extend marathon-file
           end-if
           move spaces to marathon-record
           move wk-curdate(1:8) to mrr-date
           move wk-curdate(9:6) to mrr-time
           move "R"           to mrr-type
           move mr-label      to mrr-label
           move mr-total      to mrr-boards
           move mr-cleared    to mrr-cleared
           move mr-outcome    to mrr-outcome
           move mr-cum        to mrr-secs
           move player-name   to mrr-player
           write marathon-record
           perform varying wk-i from 1 by 1 until wk-i > mr-cleared
              move spaces to marathon-record
              move wk-curdate(1:8) to mrr-date
              move wk-curdate(9:6) to mrr-time
              move "S" to mrr-type
              move wk-i to mrs-board
              move mr-split(wk-i)      to mrs-split
              move mr-split-cum(wk-i)  to mrs-cum
              move mr-split-name(wk-i) to mrs-name
              move mr-split-3bv(wk-i)  to mrs-3bv
              write marathon-split-record
           end-perform
           close marathon-file
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           .
       LOAD-MRBEST-RTN.
           move 0 to mr-best-sw
           open input mrbest-file
           if mrb-f-sts = "00"
              perform until 1 = 0
                 read mrbest-file at end exit perform
                 end-read
                 if mrbest-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if mrb-label = mr-label
                    move mrb-secs to mr-best-secs
                    move 1 to mr-best-sw
                 end-if
              end-perform
              close mrbest-file
           end-if
           perform SHOW-MRBEST-RTN
           .
       SHOW-MRBEST-RTN.
      *> during a run the best-time box shows the marathon best
           move "--:--:--" to best-time-disp
           if mr-best-sw = 1
              move mr-best-secs to best-secs
              perform FORMAT-BEST-TIME-RTN
           end-if
           modify screen-1-ef-5 value best-time-disp
           .
       SAVE-MRBEST-RTN.
           move mr-cum to mr-best-secs
           move 1 to mr-best-sw
           move "../data/minesweeper_marathon_best.log" to lk-file
           move "LOCK" to lk-func
           call "FileLock" using lock-param
           move 0 to mb-cnt
           open input mrbest-file
           if mrb-f-sts = "00"
              perform until 1 = 0
                 read mrbest-file at end exit perform
                 end-read
                 if mrbest-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if mrb-label not = mr-label
                    and mb-cnt < 20
                    add 1 to mb-cnt
                    move mrb-label  to mb-label(mb-cnt)
                    move mrb-secs   to mb-secs(mb-cnt)
                    move mrb-player to mb-player(mb-cnt)
                 end-if
              end-perform
              close mrbest-file
           end-if
           move mrbest-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to mrbest-file-name
           open output mrbest-file
           move "*LAYOUT 01" to mrbest-record
           write mrbest-record
           perform varying wk-i from 1 by 1 until wk-i > mb-cnt
              move spaces to mrbest-record
              move mb-label(wk-i)  to mrb-label
              move mb-secs(wk-i)   to mrb-secs
              move mb-player(wk-i) to mrb-player
              perform SEAL-MRBEST-RTN
              write mrbest-record
           end-perform
           move spaces to mrbest-record
           move mr-label     to mrb-label
           move mr-cum       to mrb-secs
           move player-name  to mrb-player
           perform SEAL-MRBEST-RTN
           write mrbest-record
           close mrbest-file
           move sw-file to mrbest-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           perform SHOW-MRBEST-RTN
           .
       SEAL-MRBEST-RTN.
           move spaces to rs-text
           move mrbest-record(1:40) to rs-text
           move 40 to rs-len
           call "RecSeal" using seal-param
           move " #" to mrbest-record(40 + 1:2)
           move rs-seal to mrb-seal
           .
       LOAD-PZBEST-RTN.
           move "--:--:--" to best-time-disp
           move 0 to pz-best-found-sw
              perform until 1 = 0
                 read pzbest-file at end exit perform
                 end-read
                 if pzbest-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if pzb-name = pz-cur-name
                    move pzb-secs to pz-best-secs
                    move 1 to pz-best-found-sw
              perform until 1 = 0
                 read pzbest-file at end exit perform
                 end-read
                 if pzbest-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if pzb-name not = pz-cur-name and pzb-cnt < 50
                    add 1 to pzb-cnt
                    move pzb-name   to pzb-t-name(pzb-cnt)
              end-perform
              close pzbest-file
           end-if
           move pzbest-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to pzbest-file-name
           open output pzbest-file
           move "*LAYOUT 01" to pzbest-record
           write pzbest-record
           perform varying wk-pz from 1 by 1 until wk-pz > pzb-cnt
              move spaces to pzbest-record
              move pzb-t-name(wk-pz)   to pzb-name
           move player-name  to pzb-player
           write pzbest-record
           close pzbest-file
           move sw-file to pzbest-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           move pz-best-secs to best-secs
           perform FORMAT-BEST-TIME-RTN
           modify screen-1-ef-5 value best-time-disp
           .
       screen-1-aft-end-acc.
            
            if mr-active-sw = 1
               perform MR-GUARD-RTN
               if mr-block-sw = 1
                  exit paragraph
               end-if
            end-if
            evaluate key-status
              when  1     *>file
                  perform FILE-CHOOSE-RTN
                  perform PLAY-PUZZLE-RTN
              when 33     *>Daily challenge field
                  perform DAILY-RTN
              when 34     *>Minefield from a MonoChrome picture
                  perform PICTURE-LOAD-RTN
              when 35     *>Marathon run over a series of boards
                  perform MARATHON-RTN
            end-evaluate
            .
        screen-1-gr-1-evt-msg-gd-dblclick.
           move ws-y to wk-row
           if mode-sw = 0
                  perform START-TIMER
                  add 1 to click-cnt
                  move "O" to rec-act-type
                  perform RECORD-ACT-RTN
                  modify  screen-1-gr-1 x = ws-X, y = ws-Y
           move ws-y to wk-row
           if mode-sw = 0
                  perform START-TIMER
                  add 1 to click-cnt
                  move "R" to rec-act-type
                  perform RECORD-ACT-RTN
                  inquire screen-1-gr-1 cell-data wk-cell
       BOMB-GAMEOVER-RTN.
           perform STOP-TIMER
           perform CALC-TIME
      *> any mine ends the whole marathon, not just this board
           if mr-active-sw = 1
              move 0 to undo-valid-sw
              compute mr-cum = h-disp * 3600 + m-disp * 60 + s-disp
              move "LOSE" to mr-outcome
              perform MR-END-RTN
              perform SHOW-BOMBS-RTN
              exit paragraph
           end-if
           perform VERDICT-RTN
           move "LOSE" to wk-outcome
           perform WRITE-RESULT-RTN
           move 0 to undo-valid-sw
           if vd-found-sw = 1
              move "MS-M045" to mc-id
              move "Bomb! Game over - time" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "MS-M046" to mc-id
              move " - a safe deduction existed - bad play" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " " time-disp
                     function trim(msg-part(2) trailing)
                     delimited by size into wk-msg
           else
              move "MS-M045" to mc-id
              move "Bomb! Game over - time" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "MS-M047" to mc-id
              move " - pure guess among" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              move "MS-M048" to mc-id
              move " closed cells - bad luck" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(3)
              string function trim(msg-part(1) trailing) " " time-disp
                     function trim(msg-part(2) trailing) " " vd-closed
                     function trim(msg-part(3) trailing)
                     delimited by size into wk-msg
           end-if
           modify screen-1-la-7 value wk-msg
           if num-cleared = bombList:>size() and bombList:>size() > 0
              perform STOP-TIMER
              perform CALC-TIME
              if mr-active-sw = 1
                 perform MR-BOARD-DONE-RTN
                 exit paragraph
              end-if
              if pz-active-sw = 1
                 perform SAVE-PZBEST-RTN
              else
              move "WIN" to wk-outcome
              perform WRITE-RESULT-RTN
              move 0 to undo-valid-sw
              move "MS-M049" to mc-id
              move "Congratulations!! All cleared -" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "MS-M050" to mc-id
              move " correct," to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              move "MS-M051" to mc-id
              move " wrong flags," to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(3)
              move "MS-M052" to mc-id
              move " cells opened" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(4)
              string function trim(msg-part(1) trailing) " " time-disp
                     " - " flags-correct
                     function trim(msg-part(2) trailing) " " flags-wrong
                     function trim(msg-part(3) trailing) " "
                     cells-opened function trim(msg-part(4) trailing)
                     delimited by size into wk-msg
              modify screen-1-la-7 value wk-msg
           end-if
       RESET-RTN.
           move 0 to num-bombs num-cleared timer-sw
           move 0 to cells-opened flags-correct flags-wrong
           move 0 to board-3bv click-cnt ng-field-sw
           move 0 to resume-offset hints-used rec-cnt
           move 0 to pz-active-sw
           move 0 to daily-active-sw
           move 0 to chal-active-sw
           modify screen-1-gr-1 reset-grid 1
           perform screen-1-aft-init-data.
           perform screen-1-aft-create.
       APPLY-DIFF-RTN.
           move 0 to num-bombs num-cleared timer-sw ret-cd
           move 0 to cells-opened flags-correct flags-wrong
           move 0 to board-3bv click-cnt ng-field-sw
           move 0 to resume-offset hints-used rec-cnt
           move 0 to pz-active-sw
           move 0 to daily-active-sw
           move 0 to chal-active-sw
           bombList:>clear()
           modify screen-1-gr-1 mass-update = 1
           perform screen-1-aft-init-data
           if mode-sw = 0
              perform CHANGE-MODE-RTN
           end-if
           inquire screen-1-cb-2 value noguess-sw
           perform varying wk-row from 1 by 1 until wk-row > board-size
              perform varying wk-col from 1 by 1 until wk-col > board-size
                 modify screen-1-gr-1(wk-row, wk-col) cell-data = " "
           bombList:>clear()
           move 0 to num-bombs num-cleared
           move 0 to cells-opened flags-correct flags-wrong
           move 0 to board-3bv click-cnt ng-field-sw
           move 0 to resume-offset hints-used rec-cnt
           move 0 to pz-active-sw
           move 0 to daily-active-sw
           move 0 to chal-active-sw
           modify screen-1-ef-2 value num-bombs
           modify screen-1-ef-3 value num-cleared
           if num-bombs-target = 0
              move wk-maxcells to num-bombs-target
           end-if
           move 0 to wk-placed
           if noguess-sw = 1
              perform NOGUESS-MINES-RTN
           end-if
           perform until wk-placed >= num-bombs-target
              compute wk-rand-row = function random() * board-size + 1
              compute wk-rand-col = function random() * board-size + 1
           end-perform
           modify screen-1-ef-2 value num-bombs
           move 0 to undo-valid-sw
           perform CALC-3BV-RTN
           .
       UNDO-RTN.
           if undo-valid-sw = 0
              move "Nothing to undo" to wk-msg
              move "MS-M016" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           modify screen-1-ef-3 value num-cleared
           move 0 to undo-valid-sw
           move "Undo complete" to wk-msg
           move "MS-M017" to mc-id
           perform WK-MSG-XLATE-RTN
           modify screen-1-la-7 value wk-msg
           .
       LOAD-BEST-RTN.
                 read best-file
                    at end exit perform
                 end-read
                 if best-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if best-diff-label = diff-label
                    move best-rec-secs to best-secs
                    move 1 to best-found-sw
                 read best-file
                    at end exit perform
                 end-read
                 if best-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if best-diff-label not = diff-label
                    and bf-cnt < 4
                    add 1 to bf-cnt
              end-perform
              close best-file
           end-if
           move best-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to best-file-name
           open output best-file
           move "*LAYOUT 01" to best-record
           write best-record
           perform varying wk-i from 1 by 1 until wk-i > bf-cnt
              move spaces to best-record
              move bf-label(wk-i)  to best-diff-label
           move rs-seal to best-seal
           write best-record
           close best-file
           move sw-file to best-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           .
           if hint-done-sw = 0
              move "Hint: no certain deduction on this board"
                to wk-msg
              move "MS-M018" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
           end-if
           .
           if ret-cd = -1
              perform BOMB-GAMEOVER-RTN
           else
              move "MS-M053" to mc-id
              move "Hint: opened row" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "MS-M054" to mc-id
              move " col" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              move "MS-M055" to mc-id
              move " (penalty noted)" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(3)
              string function trim(msg-part(1) trailing) " " first-u-r
                     function trim(msg-part(2) trailing) " " first-u-c
                     function trim(msg-part(3) trailing)
                     delimited by size into wk-msg
              modify screen-1-la-7 value wk-msg
           end-if
           perform RECORD-ACT-RTN
           modify screen-1-gr-1 x = wk-col y = wk-row
           perform SET-FLAG
           move "MS-M056" to mc-id
           move "Hint: flagged row" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "MS-M054" to mc-id
           move " col" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           move "MS-M055" to mc-id
           move " (penalty noted)" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(3)
           string function trim(msg-part(1) trailing) " " first-u-r
                  function trim(msg-part(2) trailing) " " first-u-c
                  function trim(msg-part(3) trailing) delimited by size
                  into wk-msg
           modify screen-1-la-7 value wk-msg
           perform WIN-CHECK-RTN
           .
       RELOCATE-BOMB-RTN.
           move 0 to ng-field-sw
           move ws-Y to wk-row
           move ws-X to wk-col
           perform check-CONTAINS
                  cell-data = "B" cell-color = 297
           set cell-item to CellItem:>new(wk-rand-row, wk-rand-col)
           bombList:>add(cell-item)
           perform CALC-3BV-RTN
           .
       LOAD-ACTIONS-RTN.
           move spaces to act-file-name
           open output act-file
           if act-f-sts not = "00"
              move "Cannot write action recording" to wk-msg
              move "MS-M019" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           if act-found-sw = 0
              move "No recording found beside this map file"
                to wk-msg
              move "MS-M020" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           move hints-used    to res-hints
           move player-name   to res-player
           move wk-verdict    to res-verdict
           move board-3bv     to res-3bv
           move click-cnt     to res-clicks
           if ng-field-sw = 1
              move "Y" to res-noguess
           else
              move "N" to res-noguess
           end-if
           move "-" to wk-verdict
           move "../data/minesweeper_results.log" to lk-file
           move "LOCK" to lk-func
              perform WRITE-DAILY-RTN
              move 0 to daily-active-sw
           end-if
           if chal-active-sw = 1
              perform WRITE-CHAL-RTN
              move 0 to chal-active-sw
           end-if
           .
       FILE-CHOOSE-RTN.
           initialize opensave-data
           open output map-file
           if map-f-sts not = "00"
              move "Cannot write map file - check the path" to wk-msg
              move "MS-M021" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           move "M" to map-rec-type
           move 0 to map-row map-col
           move torus-sw to map-data(1:1)
      *> a no-guess field keeps its start cell with it
           if ng-field-sw = 1
              move "Y" to map-data(2:1)
              move ng-start-r to map-data(3:2)
              move ng-start-c to map-data(5:2)
           end-if
           write map-record
           move spaces to map-record
           move "T" to map-rec-type
           open input map-file
           if map-f-sts not = "00"
              move "Map file not found - nothing changed" to wk-msg
              move "MS-M022" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           bombList:>clear()
           move 0 to num-bombs num-cleared
           move 0 to cells-opened flags-correct flags-wrong
           move 0 to board-3bv click-cnt ng-field-sw
           move 0 to resume-offset hints-used rec-cnt
           move 0 to pz-active-sw
           move 0 to daily-active-sw
           move 0 to chal-active-sw
      *> maps saved before the torus variant carry no M record
           move 0 to torus-sw
           modify screen-1-cb-1 value torus-sw
                         move 0 to torus-sw
                      end-if
                      modify screen-1-cb-1 value torus-sw
                      if map-data(2:1) = "Y" and
                         map-data(3:4) is numeric
                         move 1 to ng-field-sw
                         move map-data(3:2) to ng-start-r
                         move map-data(5:2) to ng-start-c
                      end-if
                   when "T"
      *> playback replays the actions from move one, so the
      *> checkpointed progress must not be restored under them
              (cells-opened > 0 or resume-offset > 0 or
               flags-correct > 0 or flags-wrong > 0)
              perform LOAD-ACTIONS-RTN
      *> the clicks so far ride along in the reloaded recording
              move rec-cnt to click-cnt
           end-if
           perform CALC-3BV-RTN
           perform NG-START-RTN
           perform DERIVE-DIFF-LABEL-RTN
           perform LOAD-BEST-RTN
           .
           end-evaluate
           .
           
       CALC-3BV-RTN.
      *> 3BV = the fewest clicks that clear the field: one per
      *> opening (a connected patch of blank cells together with
      *> its numbered rim) plus one per numbered cell no opening
      *> reaches
           perform varying bv-r from 1 by 1 until bv-r > 20
              perform varying bv-c from 1 by 1 until bv-c > 20
                 move 0 to bv-mine(bv-r, bv-c) bv-cnt(bv-r, bv-c)
                           bv-seen(bv-r, bv-c)
              end-perform
           end-perform
           perform varying wk-i from 0 by 1
                   until wk-i >= bombList:>size()
              set cell-item to bombList:>get(wk-i) as CellItem
              cell-item:>getRow(bv-r)
              cell-item:>getCol(bv-c)
              if bv-r >= 1 and bv-r <= board-size and
                 bv-c >= 1 and bv-c <= board-size
                 move 1 to bv-mine(bv-r, bv-c)
              end-if
           end-perform
           perform BV-COUNT-RTN
           .
       BV-COUNT-RTN.
      *> numbers and 3BV for the mines already in bv-mine
           move 0 to board-3bv
           perform varying bv-r from 1 by 1 until bv-r > board-size
              perform varying bv-c from 1 by 1 until bv-c > board-size
                 if bv-mine(bv-r, bv-c) = 0
                    perform varying bv-d from 1 by 1 until bv-d > 8
                       perform BV-NEIGHBOR-RTN
                       if wk-row > 0
                          if bv-mine(wk-row, wk-col) = 1
                             add 1 to bv-cnt(bv-r, bv-c)
                          end-if
                       end-if
                    end-perform
                 end-if
              end-perform
           end-perform
      *> every blank patch not yet swept is one more click
           perform varying bv-pr from 1 by 1 until bv-pr > board-size
              perform varying bv-pc from 1 by 1
                      until bv-pc > board-size
                 if bv-mine(bv-pr, bv-pc) = 0 and
                    bv-cnt(bv-pr, bv-pc) = 0 and
                    bv-seen(bv-pr, bv-pc) = 0
                    add 1 to board-3bv
                    move 1 to bv-seen(bv-pr, bv-pc)
                    move 1 to bv-sp
                    move bv-pr to bv-stk-r(1)
                    move bv-pc to bv-stk-c(1)
                    perform BV-FLOOD-RTN
                 end-if
              end-perform
           end-perform
      *> numbered cells left outside every opening need a click each
           perform varying bv-r from 1 by 1 until bv-r > board-size
              perform varying bv-c from 1 by 1 until bv-c > board-size
                 if bv-mine(bv-r, bv-c) = 0 and
                    bv-seen(bv-r, bv-c) = 0
                    add 1 to board-3bv
                 end-if
              end-perform
           end-perform
           .
       BV-FLOOD-RTN.
           perform until bv-sp = 0
              move bv-stk-r(bv-sp) to bv-r
              move bv-stk-c(bv-sp) to bv-c
              subtract 1 from bv-sp
              perform varying bv-d from 1 by 1 until bv-d > 8
                 perform BV-NEIGHBOR-RTN
                 if wk-row > 0
                    if bv-mine(wk-row, wk-col) = 0 and
                       bv-seen(wk-row, wk-col) = 0
                       move 1 to bv-seen(wk-row, wk-col)
                       if bv-cnt(wk-row, wk-col) = 0
                          add 1 to bv-sp
                          move wk-row to bv-stk-r(bv-sp)
                          move wk-col to bv-stk-c(bv-sp)
                       end-if
                    end-if
                 end-if
              end-perform
           end-perform
           .
       BV-NEIGHBOR-RTN.
      *> neighbor bv-d of bv-r/bv-c into wk-row/wk-col - wk-row
      *> comes back 0 when it falls off a flat board
           if bv-dir-sw = 0
              perform varying wk-i from 1 by 1 until wk-i > 8
                 compute bv-dy(wk-i) = function numval(dev-y(wk-i))
                 compute bv-dx(wk-i) = function numval(dev-x(wk-i))
              end-perform
              move 1 to bv-dir-sw
           end-if
           compute wk-row = bv-r + bv-dy(bv-d)
           compute wk-col = bv-c + bv-dx(bv-d)
           perform WRAP-CELL-RTN
           if wk-row < 1 or wk-row > board-size or
              wk-col < 1 or wk-col > board-size
              move 0 to wk-row
           end-if
           .
       NOGUESS-MINES-RTN.
      *> deal fields in working storage until one clears from its
      *> start cell by the two rules the hint and verdict use - a
      *> number whose flags are all found frees its other cells, a
      *> number with as many closed cells as mines left flags them
           move 0 to ng-field-sw
           compute ng-cells = board-size * board-size
           perform varying ng-try from 1 by 1
                   until ng-try > 200 or ng-field-sw = 1
              perform NG-DEAL-RTN
              perform BV-COUNT-RTN
              perform NG-SOLVE-RTN
           end-perform
           if ng-field-sw = 0
              move "No guess-free field found - a guess may be needed"
                to wk-msg
              move "MS-M023" to mc-id
              perform WK-MSG-XLATE-RTN
              modify screen-1-la-7 value wk-msg
              exit paragraph
           end-if
           perform varying bv-r from 1 by 1 until bv-r > board-size
              perform varying bv-c from 1 by 1 until bv-c > board-size
                 if bv-mine(bv-r, bv-c) = 1
                    modify screen-1-gr-1(bv-r, bv-c)
                           cell-data = "B" cell-color = 257
                    add 1 to num-bombs
                    set cell-item to CellItem:>new(bv-r, bv-c)
                    bombList:>add(cell-item)
                    add 1 to wk-placed
                 end-if
              end-perform
           end-perform
           .
       NG-DEAL-RTN.
           initialize bv-tbl
           move 0 to wk-placed
           perform until wk-placed >= num-bombs-target
              compute wk-rand-row = function random() * board-size + 1
              compute wk-rand-col = function random() * board-size + 1
              if bv-mine(wk-rand-row, wk-rand-col) = 0
                 move 1 to bv-mine(wk-rand-row, wk-rand-col)
                 add 1 to wk-placed
              end-if
           end-perform
           move 0 to wk-placed
           .
       NG-SOLVE-RTN.
      *> start on a blank cell - scan on from a random point
           compute ng-pos = function random() * ng-cells
           move 0 to ng-start-r
           perform varying ng-k from 1 by 1
                   until ng-k > ng-cells or ng-start-r > 0
              add 1 to ng-pos
              if ng-pos > ng-cells
                 move 1 to ng-pos
              end-if
              compute ng-r = (ng-pos - 1) / board-size + 1
              compute ng-c = ng-pos - (ng-r - 1) * board-size
              if bv-mine(ng-r, ng-c) = 0 and bv-cnt(ng-r, ng-c) = 0
                 move ng-r to ng-start-r
                 move ng-c to ng-start-c
              end-if
           end-perform
           if ng-start-r = 0
              exit paragraph
           end-if
           move 0 to ng-open-cnt
           move ng-start-r to ng-r
           move ng-start-c to ng-c
           perform NG-OPEN-RTN
           move 1 to ng-prog-sw
           perform until ng-prog-sw = 0
              move 0 to ng-prog-sw
              perform varying ng-pr from 1 by 1
                      until ng-pr > board-size
                 perform varying ng-pc from 1 by 1
                         until ng-pc > board-size
                    if bv-st(ng-pr, ng-pc) = 1 and
                       bv-cnt(ng-pr, ng-pc) > 0
                       perform NG-COUNT-RTN
                       if ng-u > 0
                          if ng-f = bv-cnt(ng-pr, ng-pc)
                             perform varying ng-k from 1 by 1
                                     until ng-k > ng-u
                                move ng-nb-r(ng-k) to ng-r
                                move ng-nb-c(ng-k) to ng-c
                                perform NG-OPEN-RTN
                             end-perform
                             move 1 to ng-prog-sw
                          else
                             if bv-cnt(ng-pr, ng-pc) - ng-f = ng-u
                                perform varying ng-k from 1 by 1
                                        until ng-k > ng-u
                                   move 2 to bv-st(ng-nb-r(ng-k),
                                                   ng-nb-c(ng-k))
                                end-perform
                                move 1 to ng-prog-sw
                             end-if
                          end-if
                       end-if
                    end-if
                 end-perform
              end-perform
           end-perform
           if ng-open-cnt = ng-cells - num-bombs-target
              move 1 to ng-field-sw
           end-if
           .
       NG-COUNT-RTN.
      *> flagged (ng-f) and closed (ng-u) cells round ng-pr/ng-pc
           move 0 to ng-f ng-u
           move ng-pr to bv-r
           move ng-pc to bv-c
           perform varying bv-d from 1 by 1 until bv-d > 8
              perform BV-NEIGHBOR-RTN
              if wk-row > 0
                 if bv-st(wk-row, wk-col) = 2
                    add 1 to ng-f
                 end-if
                 if bv-st(wk-row, wk-col) = 0
                    add 1 to ng-u
                    move wk-row to ng-nb-r(ng-u)
                    move wk-col to ng-nb-c(ng-u)
                 end-if
              end-if
           end-perform
           .
       NG-OPEN-RTN.
      *> open ng-r/ng-c in the trial field, sweeping on through
      *> blank cells the way OPEN-CELL-RTN does on the grid
           if bv-st(ng-r, ng-c) not = 0
              exit paragraph
           end-if
           move 1 to bv-st(ng-r, ng-c)
           add 1 to ng-open-cnt
           if bv-cnt(ng-r, ng-c) > 0
              exit paragraph
           end-if
           move 1 to bv-sp
           move ng-r to bv-stk-r(1)
           move ng-c to bv-stk-c(1)
           perform until bv-sp = 0
              move bv-stk-r(bv-sp) to bv-r
              move bv-stk-c(bv-sp) to bv-c
              subtract 1 from bv-sp
              perform varying bv-d from 1 by 1 until bv-d > 8
                 perform BV-NEIGHBOR-RTN
                 if wk-row > 0
                    if bv-st(wk-row, wk-col) = 0
                       move 1 to bv-st(wk-row, wk-col)
                       add 1 to ng-open-cnt
                       if bv-cnt(wk-row, wk-col) = 0
                          add 1 to bv-sp
                          move wk-row to bv-stk-r(bv-sp)
                          move wk-col to bv-stk-c(bv-sp)
                       end-if
                    end-if
                 end-if
              end-perform
           end-perform
           .
       NG-START-RTN.
      *> a no-guess field opens its start cell for the player, as
      *> a recorded action so a playback stays in step
           if ng-field-sw = 0 or mode-sw not = 0 or
              cells-opened > 0 or playback-load-sw = 1 or
              replay-active-sw = 1 or ng-start-r = 0
              exit paragraph
           end-if
           move ng-start-c to ws-X
           move ng-start-r to ws-Y
           move "O" to rec-act-type
           perform RECORD-ACT-RTN
           perform OPEN-CELL-RTN
           move "No-guess field - the start is opened for you"
             to wk-msg
           move "MS-M024" to mc-id
           perform WK-MSG-XLATE-RTN
           modify screen-1-la-7 value wk-msg
           .
       WRAP-CELL-RTN.
      *> torus boards wrap the neighbor scan round the edges, so a
      *> corner cell still sees eight neighbors
       CHANGE-MODE-RTN.
           if mode-sw = 0
              move 1 to mode-sw
              move "MS-M025" to mc-id
              move "Cell setting" to mc-text
              perform MSG-GET-RTN
              modify screen-1-pb-5 value mc-text
              move "MS-M026" to mc-id
              move "Double click: Bomb Set/Clear" to mc-text
              perform MSG-GET-RTN
              modify screen-1-la-8 title mc-text
              modify screen-1-la-9 visible false
              perform Show-BOMBS-RTN
           else
              move 0 to mode-sw
              move "MS-M027" to mc-id
              move "Play Game" to mc-text
              perform MSG-GET-RTN
              modify screen-1-pb-5 value mc-text
              move "MS-M028" to mc-id
              move "Double click: Open Cell" to mc-text
              perform MSG-GET-RTN
              modify screen-1-la-8 title mc-text
              modify screen-1-la-9 visible true
              move "MS-M029" to mc-id
              move "Right  click: Flag Set/Clear" to mc-text
              perform MSG-GET-RTN
              modify screen-1-la-9 title mc-text
              perform HIDE-BOMBS-RTN                     
      *> a hand-built field is only final once play starts
              perform CALC-3BV-RTN
              perform NG-START-RTN
           end-if
           .
                  
       SET-BOMB.
           move 0 to ng-field-sw
           modify  screen-1-gr-1(wk-row, wk-col)  CELL-DATA = "B" 
                   cell-color = 257
           add 1 to num-bombs
           .
           
       CLEAR-BOMB.
           move 0 to ng-field-sw
           subtract 1 from num-bombs
           modify screen-1-ef-2 value num-bombs
           modify  screen-1-gr-1(wk-row, wk-col) CELL-DATA = " "
                         
           

       screen-1-bef-create.
           perform TITLES-RTN
           .
       TITLES-RTN.
      *> settle the language and put the captions and fixed
      *> messages into it before the window is shown
           move "LANG" to mc-func
           call "MsgCat" using mc-param
           perform varying ttl-i from 1 by 1 until ttl-i > 35
              move spaces to mc-id
              string "MS-" ttl-ctl(ttl-i) delimited by space
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
       WK-MSG-XLATE-RTN.
           move wk-msg to mc-text
           perform MSG-GET-RTN
           move mc-text to wk-msg
           .
      *end event editor code
      *end {iscobol}copy-procedure
       report-composer section.
      *begin {iscobol}external-copyfiles
      *end {iscobol}external-copyfiles


