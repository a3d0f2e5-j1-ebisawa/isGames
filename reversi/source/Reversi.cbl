       select trans-file assign to dynamic tr-file-name
           organization line sequential
           file status tr-f-sts.
       select adjourn-file assign to dynamic adjourn-file-name
           organization line sequential
           file status adj-f-sts.
       select attract-file assign to "../data/attract.dat"
       select continue-file assign to "../data/continue.dat"
           organization line sequential
           file status cont-f-sts.
       select puzzle-file assign to "../data/reversi_puzzles.dat"
           organization line sequential
           file status pz-f-sts.
       select pzlog-file assign to "../data/reversi_puzzle.log"
           organization line sequential
           file status pzl-f-sts.
      *end file-control editor code
      *end {iscobol}file-control
       data division.
           05  cont-game  pic x(12).
           05  filler     pic x value space.
           05  cont-path  pic x(90).
       fd  puzzle-file.
       01  puzzle-record pic x(60).
       fd  pzlog-file.
       01  pzlog-record.
           05  pl-date    pic x(08).
           05  filler     pic x value space.
           05  pl-time    pic x(06).
           05  filler     pic x value space.
           05  pl-puzzle  pic 9(03).
           05  filler     pic x value space.
           05  pl-player  pic x(10).
           05  filler     pic x value space.
           05  pl-result  pic x(06).
           05  filler     pic x value space.
           05  pl-moves   pic 9(02).
           05  filler     pic x value space.
           05  pl-goal    pic x(01).
      *end file section editor code
      *end {iscobol}file-section
       working-storage section.
       01  an-best-r pic 9(02).
       01  an-best-c pic 9(02).
       01  an-score-ed pic +(03)9.
      *> exact endgame search - alpha-beta over the empty squares,
      *> one stack level per ply since paragraphs cannot recurse
       01  rv-exact-max pic 9(02) value 8.
       01  eg-node-max pic 9(07) value 400000.
       01  eg-nodes pic 9(07).
       01  eg-used-sw pic 9(01).
       01  eg-abort-sw pic 9(01).
       01  eg-tbl.
           05  eg-ecnt pic 9(02).
           05  eg-empty occurs 20.
               10  eg-er pic 9(02).
               10  eg-ec pic 9(02).
       01  eg-stack.
           05  eg-level occurs 30.
               10  eg-bsave  pic x(100).
               10  eg-color  pic 9(01).
               10  eg-alpha  pic s9(03).
               10  eg-beta   pic s9(03).
               10  eg-best   pic s9(03).
               10  eg-mi     pic 9(02).
      *> eg-any: 0 no move tried yet, 1 moves tried, 2 passed
               10  eg-any    pic 9(01).
               10  eg-passed pic 9(01).
       01  eg-lv pic 9(02).
       01  eg-i pic 9(02).
       01  eg-ri pic 9(02).
       01  eg-value pic s9(03).
       01  eg-sc pic s9(03).
       01  eg-mine pic 9(03).
       01  eg-opp pic 9(03).
       01  eg-root-color pic 9(01).
       01  eg-mv-tbl.
           05  eg-mv-cnt pic 9(02).
           05  eg-mv occurs 20.
               10  eg-mv-r     pic 9(02).
               10  eg-mv-c     pic 9(02).
               10  eg-mv-score pic s9(03).
       01  eg-mv-hold pic x(07).
       01  eg-best-r pic 9(02).
       01  eg-best-c pic 9(02).
       01  eg-best-score pic s9(03).
       01  eg-disc-ed pic zz9.
       01  eg-ptr pic 9(03).
       01  adj-f-sts pic x(02).
       01 attr-f-sts pic x(02).
       01 seal-param.
          05 lk-func pic x(04).
          05 lk-file pic x(90).
          05 lk-rc   pic 9(01).
      *> the adjourned game is written to a new copy that SafeSwap
      *> puts in place once it is whole
       01 swap-param.
          05 sw-func  pic x(04).
          05 sw-file  pic x(90).
          05 sw-temp  pic x(100).
          05 sw-count pic 9(03).
          05 sw-rc    pic 9(01).
       01 adjourn-file-name pic x(100)
          value "../data/reversi_adjourn.dat".
       01 rcnt-f-sts pic x(02).
       01 cont-f-sts pic x(02).
       01  adj-hdr-x.
           05  am-col    pic 9(02).
           05  filler    pic x value space.
           05  am-flips  pic 9(02).
      *> puzzle file: an H line per puzzle, then its stones (S) and
      *> the accepted answers (A) for each of the solver's turns
       01  pz-f-sts pic x(02).
       01  pzl-f-sts pic x(02).
       01  pz-hdr-x.
           05  filler    pic x(02) value "H ".
           05  ph-id     pic 9(03).
           05  filler    pic x value space.
           05  ph-side   pic 9(01).
           05  filler    pic x value space.
           05  ph-size   pic 9(02).
           05  filler    pic x value space.
           05  ph-goal   pic x(01).
           05  filler    pic x value space.
           05  ph-from   pic x(30).
       01  pz-s-x.
           05  filler    pic x(02) value "S ".
           05  ps-id     pic 9(03).
           05  filler    pic x value space.
           05  ps-row    pic 9(02).
           05  filler    pic x value space.
           05  ps-col    pic 9(02).
           05  filler    pic x value space.
           05  ps-color  pic 9(01).
       01  pz-a-x.
           05  filler    pic x(02) value "A ".
           05  pa-id     pic 9(03).
           05  filler    pic x value space.
           05  pa-step   pic 9(02).
           05  filler    pic x value space.
           05  pa-row    pic 9(02).
           05  filler    pic x value space.
           05  pa-col    pic 9(02).
       01  puzzle-sw pic 9(01) value 0.
       01  pz-id pic 9(03).
       01  pz-side pic 9(01).
       01  pz-goal pic x(01).
       01  pz-step pic 9(02).
       01  pz-steps pic 9(02).
       01  pz-moves pic 9(02).
       01  pz-ans-tbl.
           05  pz-ans-cnt pic 9(02).
           05  pz-ans occurs 40.
               10  pz-ans-step pic 9(02).
               10  pz-ans-row  pic 9(02).
               10  pz-ans-col  pic 9(02).
       01  pz-a pic 9(02).
       01  pz-ok-sw pic 9(01).
       01  pz-found-sw pic 9(01).
       01  pz-max-id pic 9(03).
       01  pz-opp-moves pic 9(03).
       01  pz-hold-color pic 9(01).
       01  pz-black-sw pic 9(01) value 0.
       01  pz-goal-in pic x(01) value "W".
       01  pz-goal-name pic x(10).
       01  pz-result pic x(06).
       01  pz-from pic x(30).
       01  pz-mv-ed pic zz9.
       01  pz-item pic x(30).
       01  tr-f-sts pic x(02).
       01  tr-file-name pic x(128).
       01  tr-letters pic x(10) value "ABCDEFGHIJ".
       01  wk-mid pic 9(02).
       01  wk-curdate pic x(21).

      *> the message catalog - MsgCat looks up screen text by id
      *> in the language picked at start-up
       01  mc-param.
           05  mc-func  pic x(04).
           05  mc-id    pic x(16).
           05  mc-lang  pic x(02).
           05  mc-text  pic x(80).
           05  mc-rc    pic 9(01).
      *> the fixed pieces of a message built around data, each
      *> fetched in the language in force
       01  msg-part-tbl.
           05  msg-part pic x(60) occurs 6.
      *> captions of the screen controls, by control - the id in
      *> the catalog is the program prefix and the control
       01  ttl-tbl.
           05  filler pic x(08) value "LA-1".
           05  ttl-la-1 pic x(40) value "Reversi Game".
           05  filler pic x(08) value "LA-2".
           05  ttl-la-2 pic x(40) value "Select Map file".
           05  filler pic x(08) value "PB-2".
           05  ttl-pb-2 pic x(40) value "file load".
           05  filler pic x(08) value "PB-3".
           05  ttl-pb-3 pic x(40) value "file save".
           05  filler pic x(08) value "LA-3".
           05  ttl-la-3 pic x(40) value "Mode".
           05  filler pic x(08) value "PB-4".
           05  ttl-pb-4 pic x(40) value "Play Game".
           05  filler pic x(08) value "LA-4".
           05  ttl-la-4 pic x(40) value "Select Cell and click".
           05  filler pic x(08) value "RB-1".
           05  ttl-rb-1 pic x(40) value "White :".
           05  filler pic x(08) value "RB-2".
           05  ttl-rb-2 pic x(40) value "Black :".
           05  filler pic x(08) value "LA-6".
           05  ttl-la-6 pic x(40) value "Reversed".
           05  filler pic x(08) value "PB-5".
           05  ttl-pb-5 pic x(40) value "Quit".
           05  filler pic x(08) value "PB-6".
           05  ttl-pb-6 pic x(40) value "Reset".
           05  filler pic x(08) value "PB-10".
           05  ttl-pb-10 pic x(40) value "List".
           05  filler pic x(08) value "PB-16".
           05  ttl-pb-16 pic x(40) value "Book".
           05  filler pic x(08) value "PB-17".
           05  ttl-pb-17 pic x(40) value "Analyze".
           05  filler pic x(08) value "PB-18".
           05  ttl-pb-18 pic x(40) value "ExpTr".
           05  filler pic x(08) value "PB-19".
           05  ttl-pb-19 pic x(40) value "ImpTr".
           05  filler pic x(08) value "PB-20".
           05  ttl-pb-20 pic x(40) value "Adjourn".
           05  filler pic x(08) value "PB-21".
           05  ttl-pb-21 pic x(40) value "Resume".
           05  filler pic x(08) value "PB-22".
           05  ttl-pb-22 pic x(40) value "Puzzles".
           05  filler pic x(08) value "PB-23".
           05  ttl-pb-23 pic x(40) value "MkPuz".
           05  filler pic x(08) value "LA-14".
           05  ttl-la-14 pic x(40) value "Goal".
           05  filler pic x(08) value "CB-3".
           05  ttl-cb-3 pic x(40) value "Black moves".
           05  filler pic x(08) value "PB-15".
           05  ttl-pb-15 pic x(40) value "New Game".
           05  filler pic x(08) value "CB-1".
           05  ttl-cb-1 pic x(40) value "I play Black".
           05  filler pic x(08) value "CB-2".
           05  ttl-cb-2 pic x(40) value "PC first".
           05  filler pic x(08) value "LA-11".
           05  ttl-la-11 pic x(40) value "Clk min".
           05  filler pic x(08) value "PB-14".
           05  ttl-pb-14 pic x(40) value "Clock".
           05  filler pic x(08) value "PB-11".
           05  ttl-pb-11 pic x(40) value "Replay".
           05  filler pic x(08) value "PB-9".
           05  ttl-pb-9 pic x(40) value "Demo".
           05  filler pic x(08) value "LA-7".
           05  ttl-la-7 pic x(40) value "result".
           05  filler pic x(08) value "LA-8".
           05  ttl-la-8 pic x(40) value "Board Size".
           05  filler pic x(08) value "PB-7".
           05  ttl-pb-7 pic x(40) value "Apply Size".
           05  filler pic x(08) value "LA-9".
           05  ttl-la-9 pic x(40) value "Score Diff".
           05  filler pic x(08) value "PB-8".
           05  ttl-pb-8 pic x(40) value "Undo".
           05  filler pic x(08) value "LA-10".
           05  ttl-la-10 pic x(40) value "Move History".
       01  ttl-tbl-r redefines ttl-tbl.
           05  ttl-ent occurs 36.
               10  ttl-ctl  pic x(08).
               10  ttl-text pic x(40).
       01  ttl-i pic 9(03).
      *end working-storage editor code
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
             lines 4.8 cells 
             font Arial-20v0
             id 1
             title ttl-la-1
             .
          03 screen-1-la-2 Label
             line 6.6
             size 15.8 cells 
             lines 3.1 cells 
             id 2
             title ttl-la-2
             .
          03 screen-1-pb-1 Push-Button
             exception-value 1
             size 9.6 cells 
             lines 3.2 cells 
             id 5
             title ttl-pb-2
             .
          03 screen-1-pb-3 Push-Button
             exception-value 3
             size 9.0 cells 
             lines 3.2 cells 
             id 6
             title ttl-pb-3
             .
          03 screen-1-la-3 Label
             line 22.1
             size 8.4 cells 
             lines 3.4 cells 
             id 7
             title ttl-la-3
             .
          03 screen-1-pb-4 Push-Button
             exception-value 4
             size 14.5 cells 
             lines 3.4 cells 
             id 8
             title ttl-pb-4
             .
          03 screen-1-la-4 Label
             line 28.6
             size 15.7 cells 
             lines 2.9 cells 
             id 9
             title ttl-la-4
             .
          03 screen-1-rb-1 Radio-Button
             line 37.1
             size 9.3 cells 
             lines 3.1 cells 
             id 11
             title ttl-rb-1
             group 1
             group-value "0"
             value "0"
             size 9.3 cells 
             lines 3.1 cells 
             id 12
             title ttl-rb-2
             group 1
             group-value "0"
             value "0"
             size 9.3 cells 
             lines 3.1 cells 
             id 15
             title ttl-la-6
             .
          03 screen-1-ef-4 Entry-Field
             line 48.5
             size 10.3 cells 
             lines 3.2 cells 
             id 17
             title ttl-pb-5
             .
          03 screen-1-pb-6 Push-Button
             exception-value 6
             size 10.8 cells 
             lines 3.7 cells 
             id 18
             title ttl-pb-6
             .
          03 screen-1-co-1 Combo-Box
             line 3.5
             size 7.0 cells
             lines 3.1 cells
             id 32
             title ttl-pb-10
             .
          03 screen-1-pb-16 Push-Button
             exception-value 15
             size 7.0 cells
             lines 3.1 cells
             id 44
             title ttl-pb-16
             .
          03 screen-1-pb-17 Push-Button
             exception-value 16
             size 7.0 cells
             lines 3.1 cells
             id 45
             title ttl-pb-17
             .
          03 screen-1-pb-18 Push-Button
             exception-value 17
             size 7.0 cells
             lines 3.1 cells
             id 46
             title ttl-pb-18
             .
          03 screen-1-pb-19 Push-Button
             exception-value 18
             size 7.0 cells
             lines 3.1 cells
             id 47
             title ttl-pb-19
             .
          03 screen-1-pb-20 Push-Button
             exception-value 19
             size 9.0 cells
             lines 3.2 cells
             id 48
             title ttl-pb-20
             .
          03 screen-1-pb-21 Push-Button
             exception-value 20
             size 9.0 cells
             lines 3.2 cells
             id 49
             title ttl-pb-21
             .
          03 screen-1-pb-22 Push-Button
             exception-value 21
             line 33.5
             column 78.0
             size 11.0 cells
             lines 3.1 cells
             id 50
             title ttl-pb-22
             .
          03 screen-1-pb-23 Push-Button
             exception-value 22
             line 37.1
             column 78.0
             size 11.0 cells
             lines 3.1 cells
             id 51
             title ttl-pb-23
             .
          03 screen-1-la-14 Label
             line 41.1
             column 78.0
             size 5.0 cells
             lines 3.1 cells
             id 52
             title ttl-la-14
             .
          03 screen-1-ef-10 Entry-Field
             line 41.1
             column 84.0
             size 5.0 cells
             lines 3.1 cells
             id 53
             3-d
             value pz-goal-in
             .
          03 screen-1-cb-3 Check-Box
             line 44.8
             column 78.0
             size 11.0 cells
             lines 2.0 cells
             id 54
             title ttl-cb-3
             value pz-black-sw
             .
          03 screen-1-pb-15 Push-Button
             exception-value 14
             size 12.0 cells
             lines 3.2 cells
             id 41
             title ttl-pb-15
             .
          03 screen-1-cb-1 Check-Box
             line 25.2
             size 12.0 cells
             lines 2.0 cells
             id 42
             title ttl-cb-1
             value "0"
             .
          03 screen-1-cb-2 Check-Box
             size 9.0 cells
             lines 2.0 cells
             id 43
             title ttl-cb-2
             value "0"
             .
          03 screen-1-la-11 Label
             size 8.0 cells
             lines 3.1 cells
             id 36
             title ttl-la-11
             .
          03 screen-1-ef-9 Entry-Field
             line 29.5
             size 7.0 cells
             lines 3.1 cells
             id 38
             title ttl-pb-14
             .
          03 screen-1-la-12 Label
             line 29.5
             size 9.0 cells
             lines 3.1 cells
             id 33
             title ttl-pb-11
             .
          03 screen-1-pb-12 Push-Button
             exception-value 11
             size 9.0 cells
             lines 3.2 cells
             id 29
             title ttl-pb-9
             .
          03 screen-1-ef-8 Entry-Field
             line 25.0
             size 28.2 cells 
             lines 3.1 cells 
             id 20
             title ttl-la-7
             .
          03 screen-1-la-5 Label
             line 28.6
             size 14.0 cells
             lines 3.1 cells
             id 21
             title ttl-la-8
             .
          03 screen-1-ef-6 Entry-Field
             line 10.0
             size 14.0 cells
             lines 3.2 cells
             id 23
             title ttl-pb-7
             .
          03 screen-1-la-9 Label
             line 20.0
             size 14.0 cells
             lines 3.1 cells
             id 24
             title ttl-la-9
             .
          03 screen-1-ef-7 Entry-Field
             line 20.0
             size 14.0 cells
             lines 3.2 cells
             id 26
             title ttl-pb-8
             .
          03 screen-1-la-10 Label
             line 30.0
             size 20.0 cells
             lines 3.1 cells
             id 27
             title ttl-la-10
             .
          03 screen-1-gr-2 Grid
             line 34.0
                 if set-key = "DATAPATH" and set-value not = spaces
                    move set-value to data-path
                 end-if
      *> empty squares at which play switches to the exact search
                 if set-key = "REVERSI-EXACT" and
                    set-value(1:2) is numeric
                    move function numval(set-value(1:2))
                      to rv-exact-max
                    if rv-exact-max > 12
                       move 12 to rv-exact-max
                    end-if
                 end-if
              end-perform
              close settings-file
           end-if
           perform is-screen-1-create
           perform is-screen-1-init-data.
       is-screen-1-create.
           perform screen-1-bef-create.
           display standard window background-low
              screen line 41
              screen column 91
           move 0 to game-over-sw
           move 0 to und-valid-sw
           move 0 to mv-idx
           move 0 to puzzle-sw
           modify screen-1-gr-2 reset-grid 1
           move spaces to result-msg
           modify screen-1-la-7 value result-msg
                  perform ADJOURN-RTN
              when 20    *>Resume adjourned game
                  perform RESUME-RTN
              when 21    *>List puzzles
                  perform PUZZLE-LIST-RTN
              when 22    *>Make a puzzle of this position
                  perform PUZZLE-MAKE-RTN
            end-evaluate
           .
       screen-1-gr-1-evt-msg-goto-cell-mouse.
              if num-white + num-black = 0
                 move "Press New Game to set up the board first"
                   to result-msg
                 move "RV-M001" to mc-id
                 perform RESULT-MSG-XLATE-RTN
                 modify screen-1-la-7 value result-msg
                 exit paragraph
              end-if
              if puzzle-sw = 1
                 perform AN-SNAP-RTN
              end-if
              perform REVERSE-RTN
              modify screen-1-ef-4 value num-reverse
              evaluate ret-cd
                 when -1
                    move "Cell already occupied" to result-msg
                    move "RV-M002" to mc-id
                    perform RESULT-MSG-XLATE-RTN
                    modify screen-1-la-7 value result-msg
                 when -2
                    move "Illegal move - must flip a stone"
                          to result-msg
                    move "RV-M003" to mc-id
                    perform RESULT-MSG-XLATE-RTN
                    modify screen-1-la-7 value result-msg
                 when other
                    move spaces to result-msg
                    modify screen-1-la-7 value result-msg
                    perform LOG-MOVE-RTN
                    if puzzle-sw = 1
                       perform PZ-MOVE-RTN
                    end-if
                    if game-over-sw = 0
                       perform ADVANCE-TURN-RTN
                    end-if
              end-evaluate
           else
              compute map-key = wk-row * 100 + wk-col
       UPDATE-MODE-LABEL-RTN.
           if mode-sw = 0
              modify screen-1-la-5 value "ÅZ  |   Åú"
              move "RV-M004" to mc-id
              move "Play Game" to mc-text
              perform MSG-GET-RTN
              modify screen-1-pb-4 value mc-text
           else
              modify screen-1-la-5 value "ÅZÅ®ÅúÅ®Å¢"
              move "RV-M005" to mc-id
              move "Set stones" to mc-text
              perform MSG-GET-RTN
              modify screen-1-pb-4 value mc-text
           end-if
           .
       UPDATE-SCORE-DIFF-RTN.
              exit paragraph
           end-if
           move "No legal move - turn passed" to result-msg
           move "RV-M006" to mc-id
           perform RESULT-MSG-XLATE-RTN
           modify screen-1-la-7 value result-msg
           perform UPDATE-TURN-INDICATOR-RTN
           perform MAYBE-COMPUTER-MOVE-RTN
           perform UPDATE-TURN-INDICATOR-RTN
           perform CLOCK-START-RTN
           move "New game - good luck!!" to result-msg
           move "RV-M007" to mc-id
           perform RESULT-MSG-XLATE-RTN
           modify screen-1-la-7 value result-msg
           perform MAYBE-COMPUTER-MOVE-RTN
           .
      *> the opening book speaks first; the greedy scan is only the
      *> fallback once the book runs out
           if mv-idx < 6 and replay-mode-sw = 0 and bk-cnt > 0
              and puzzle-sw = 0
              perform BOOK-LOOKUP-RTN
              if bk-best-idx > 0
                 compute bk-off = mv-idx * 6 + 1
                 end-if
              end-if
           end-if
      *> near the end the position is searched to the last disc and
      *> the perfect move is played
           perform AN-SNAP-RTN
           perform EG-ROOT-RTN
           if eg-used-sw = 1 and eg-best-r > 0
              move eg-best-r to wk-row
              move eg-best-c to wk-col
              move c-color to chk-color
              perform CHECK-CELL-LEGAL-RTN
              if total-rev-cnt > 0
                 perform REVERSE-RTN
                 modify screen-1-ef-4 value num-reverse
                 modify screen-1-ef-2 value num-white
                 modify screen-1-ef-3 value num-black
                 perform LOG-MOVE-RTN
                 perform ADVANCE-TURN-RTN
                 exit paragraph
              end-if
           end-if
      *> the defending side of a puzzle answers with the analysis
      *> reply, not the plain flip count
           if puzzle-sw = 1
              perform PZ-REPLY-RTN
              if an-best-r > 0
                 move an-best-r to wk-row
                 move an-best-c to wk-col
                 perform REVERSE-RTN
                 modify screen-1-ef-4 value num-reverse
                 modify screen-1-ef-2 value num-white
                 modify screen-1-ef-3 value num-black
                 perform LOG-MOVE-RTN
                 perform ADVANCE-TURN-RTN
                 exit paragraph
              end-if
           end-if
           move 0 to best-cnt
           move 0 to best-row
           move 0 to best-col
      *> on an off-screen copy and scored against the opponent's
      *> strongest reply, with a corner bonus - works on any
      *> position, replay steps and loaded files included
           if puzzle-sw = 1
              move "No analysis during a puzzle - Reset gives up"
                to result-msg
              move "RV-M008" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           perform AN-SNAP-RTN
           perform EG-ROOT-RTN
           if eg-used-sw = 1 and eg-best-r > 0
              perform EG-SHOW-RTN
              exit paragraph
           end-if
           perform PZ-REPLY-RTN
           if an-best-r = 0
              move "Analyze: no legal move for this side"
                to result-msg
              move "RV-M009" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           move an-best-score to an-score-ed
           move spaces to result-msg
           if c-color = 1
              move "RV-M043" to mc-id
              move "Analyze: White best" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "RV-M044" to mc-id
              move "  eval" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " " an-best-r
                     "," an-best-c function trim(msg-part(2) trailing)
                     " " an-score-ed delimited by size into result-msg
           else
              move "RV-M045" to mc-id
              move "Analyze: Black best" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "RV-M044" to mc-id
              move "  eval" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " " an-best-r
                     "," an-best-c function trim(msg-part(2) trailing)
                     " " an-score-ed delimited by size into result-msg
           end-if
           modify screen-1-la-7 value result-msg
           .
       PZ-REPLY-RTN.
      *> best move of c-color in anal-board by the analysis score
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
           .
       AN-SNAP-RTN.
           perform varying an-r from 1 by 1 until an-r > MatSize
              perform varying an-c from 1 by 1 until an-c > MatSize
              move an-color to anal-wcell(an-r, an-c)
           end-if
           .
       EG-ROOT-RTN.
      *> every legal move of c-color in anal-board is searched to
      *> the end of the game; eg-mv-score is the final disc margin
      *> with perfect play, empty squares going to the winner.
      *> eg-used-sw stays 0 when too many squares are empty or the
      *> search grows past eg-node-max
           move 0 to eg-used-sw eg-abort-sw eg-nodes eg-mv-cnt
           move 0 to eg-best-r eg-best-c
           move 0 to eg-ecnt
           perform varying an-cr from 1 by 1 until an-cr > MatSize
              perform varying an-cc from 1 by 1
                      until an-cc > MatSize
                 if anal-bcell(an-cr, an-cc) = 0
                    add 1 to eg-ecnt
                    if eg-ecnt > rv-exact-max
                       exit paragraph
                    end-if
                    move an-cr to eg-er(eg-ecnt)
                    move an-cc to eg-ec(eg-ecnt)
                 end-if
              end-perform
           end-perform
           if eg-ecnt = 0
              exit paragraph
           end-if
           move -999 to eg-best-score
           perform varying eg-ri from 1 by 1 until eg-ri > eg-ecnt
              move anal-board to anal-work
              move c-color to an-color
              move eg-er(eg-ri) to an-r
              move eg-ec(eg-ri) to an-c
              move 1 to an-pass
              perform AN-MOVE-RTN
              if an-total > 0
                 compute eg-root-color = 3 - c-color
                 perform EG-SOLVE-RTN
                 if eg-abort-sw = 1
                    exit paragraph
                 end-if
                 add 1 to eg-mv-cnt
                 move eg-er(eg-ri) to eg-mv-r(eg-mv-cnt)
                 move eg-ec(eg-ri) to eg-mv-c(eg-mv-cnt)
                 compute eg-mv-score(eg-mv-cnt) = 0 - eg-value
                 if eg-mv-score(eg-mv-cnt) > eg-best-score
                    move eg-mv-score(eg-mv-cnt) to eg-best-score
                    move eg-er(eg-ri) to eg-best-r
                    move eg-ec(eg-ri) to eg-best-c
                 end-if
              end-if
           end-perform
           move 1 to eg-used-sw
           .
       EG-SOLVE-RTN.
      *> value of anal-work for eg-root-color to move, full window
           move 1 to eg-lv
           move anal-work to eg-bsave(1)
           move eg-root-color to eg-color(1)
           move -999 to eg-alpha(1)
           move 999 to eg-beta(1)
           move 0 to eg-passed(1)
           perform EG-ENTER-RTN
           perform until eg-lv = 0
              perform EG-STEP-RTN
           end-perform
           .
       EG-ENTER-RTN.
           move -999 to eg-best(eg-lv)
           move 0 to eg-mi(eg-lv)
           move 0 to eg-any(eg-lv)
           add 1 to eg-nodes
           if eg-nodes > eg-node-max
              move 1 to eg-abort-sw
              move 0 to eg-lv
           end-if
           .
       EG-STEP-RTN.
      *> try the next move of the level on top; a level that has run
      *> out of moves hands its value down
           move eg-bsave(eg-lv) to anal-work
           move eg-color(eg-lv) to an-color
           move 0 to an-pass
           move 0 to an-total
           compute eg-i = eg-mi(eg-lv) + 1
           perform until eg-i > eg-ecnt
              if anal-wcell(eg-er(eg-i), eg-ec(eg-i)) = 0
                 move eg-er(eg-i) to an-r
                 move eg-ec(eg-i) to an-c
                 perform AN-MOVE-RTN
                 if an-total > 0
                    exit perform
                 end-if
              end-if
              add 1 to eg-i
           end-perform
           if an-total > 0
              move eg-i to eg-mi(eg-lv)
              move 1 to eg-any(eg-lv)
              move 1 to an-pass
              perform AN-MOVE-RTN
              add 1 to eg-lv
              move anal-work to eg-bsave(eg-lv)
              compute eg-color(eg-lv) = 3 - eg-color(eg-lv - 1)
              compute eg-alpha(eg-lv) = 0 - eg-beta(eg-lv - 1)
              compute eg-beta(eg-lv) = 0 - eg-alpha(eg-lv - 1)
              move 0 to eg-passed(eg-lv)
              perform EG-ENTER-RTN
              exit paragraph
           end-if
           move eg-ecnt to eg-mi(eg-lv)
           if eg-any(eg-lv) = 1
              move eg-best(eg-lv) to eg-value
              perform EG-POP-RTN
              exit paragraph
           end-if
      *> no move here: after a pass on the level below the game is
      *> over, otherwise the other side plays on the same board
           if eg-passed(eg-lv) = 1
              perform EG-FINAL-RTN
              perform EG-POP-RTN
              exit paragraph
           end-if
           move 2 to eg-any(eg-lv)
           add 1 to eg-lv
           move eg-bsave(eg-lv - 1) to eg-bsave(eg-lv)
           compute eg-color(eg-lv) = 3 - eg-color(eg-lv - 1)
           compute eg-alpha(eg-lv) = 0 - eg-beta(eg-lv - 1)
           compute eg-beta(eg-lv) = 0 - eg-alpha(eg-lv - 1)
           move 1 to eg-passed(eg-lv)
           perform EG-ENTER-RTN
           .
       EG-POP-RTN.
      *> eg-value belongs to the level on top; fold it into the level
      *> below and keep unwinding through passes and cutoffs
           perform until 1 = 0
              subtract 1 from eg-lv
              if eg-lv = 0
                 exit perform
              end-if
              compute eg-sc = 0 - eg-value
              if eg-any(eg-lv) = 2
                 move eg-sc to eg-value
                 exit perform cycle
              end-if
              if eg-sc > eg-best(eg-lv)
                 move eg-sc to eg-best(eg-lv)
              end-if
              if eg-best(eg-lv) > eg-alpha(eg-lv)
                 move eg-best(eg-lv) to eg-alpha(eg-lv)
              end-if
              if eg-alpha(eg-lv) >= eg-beta(eg-lv)
                 move eg-best(eg-lv) to eg-value
                 exit perform cycle
              end-if
              exit perform
           end-perform
           .
       EG-FINAL-RTN.
      *> disc margin for the side on top, empties to the winner
           move 0 to eg-mine eg-opp
           perform varying an-r from 1 by 1 until an-r > MatSize
              perform varying an-c from 1 by 1 until an-c > MatSize
                 evaluate anal-wcell(an-r, an-c)
                    when eg-color(eg-lv)
                       add 1 to eg-mine
                    when 0
                       continue
                    when other
                       add 1 to eg-opp
                 end-evaluate
              end-perform
           end-perform
           compute eg-value = eg-mine - eg-opp
           if eg-mine > eg-opp
              compute eg-value =
                      MatSize * MatSize - eg-opp - eg-opp
           end-if
           if eg-opp > eg-mine
              compute eg-value =
                      eg-mine + eg-mine - MatSize * MatSize
           end-if
           .
       EG-SHOW-RTN.
      *> perfect-play final disc count of each legal move, best first
           perform varying eg-i from 2 by 1 until eg-i > eg-mv-cnt
              move eg-i to eg-lv
              perform until eg-lv < 2
                 if eg-mv-score(eg-lv) > eg-mv-score(eg-lv - 1)
                    move eg-mv(eg-lv) to eg-mv-hold
                    move eg-mv(eg-lv - 1) to eg-mv(eg-lv)
                    move eg-mv-hold to eg-mv(eg-lv - 1)
                    subtract 1 from eg-lv
                 else
                    exit perform
                 end-if
              end-perform
           end-perform
           modify screen-1-gr-1(eg-best-r, eg-best-c)
                  cell-color = 321
           move spaces to result-msg
           move 1 to eg-ptr
           if c-color = 1
              move "RV-M046" to mc-id
              move "Exact: White" to mc-text
              perform MSG-GET-RTN
              string function trim(mc-text trailing) " "
                     delimited by size into result-msg
                     with pointer eg-ptr
           else
              move "RV-M047" to mc-id
              move "Exact: Black" to mc-text
              perform MSG-GET-RTN
              string function trim(mc-text trailing) " "
                     delimited by size into result-msg
                     with pointer eg-ptr
           end-if
           perform varying eg-i from 1 by 1
                   until eg-i > eg-mv-cnt or eg-ptr > 50
              compute eg-disc-ed =
                      (MatSize * MatSize + eg-mv-score(eg-i)) / 2
              string eg-mv-r(eg-i) "," eg-mv-c(eg-i) "="
                     function trim(eg-disc-ed) " "
                     delimited by size into result-msg
                     with pointer eg-ptr
           end-perform
           modify screen-1-la-7 value result-msg
           .
       BOOK-LOOKUP-RTN.
      *> find the book continuation of the current move prefix with
      *> the best win rate for the side to move (2+ games required)
           if bk-cnt = 0
              move "No opening book yet - run RvBook first"
                to result-msg
              move "RV-M010" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           end-perform
           move "Pick a book line and press Replay to step it"
             to result-msg
           move "RV-M011" to mc-id
           perform RESULT-MSG-XLATE-RTN
           modify screen-1-la-7 value result-msg
           .
       BOOK-LINE-LOAD-RTN.
           move 0 to clock-active-sw
           move spaces to result-msg
           if num-white > num-black
              move "RV-M048" to mc-id
              move "Game over - White wins" to mc-text
              perform MSG-GET-RTN
              string function trim(mc-text trailing) "  " num-white "-"
                     num-black delimited by size into result-msg
           else
              if num-black > num-white
                 move "RV-M049" to mc-id
                 move "Game over - Black wins" to mc-text
                 perform MSG-GET-RTN
                 string function trim(mc-text trailing) "  " num-black
                        "-" num-white delimited by size into result-msg
              else
                 move "RV-M050" to mc-id
                 move "Game over - Tie" to mc-text
                 perform MSG-GET-RTN
                 string function trim(mc-text trailing) "  " num-white
                        "-" num-black delimited by size into result-msg
              end-if
           end-if
           modify screen-1-la-7 value result-msg
           if demo-sw = 1
              perform WRITE-DEMO-RTN
              exit paragraph
           end-if
      *> a puzzle that runs to the end of the game is judged on the
      *> result and goes to the puzzle log, not the game record
           if puzzle-sw = 1
              if (pz-side = 1 and num-white > num-black) or
                 (pz-side = 2 and num-black > num-white)
                 move "SOLVED" to pz-result
              else
                 move "FAILED" to pz-result
              end-if
              perform PZ-FINISH-RTN
              exit paragraph
           end-if
           perform WRITE-RESULTS-RTN
           .
       WRITE-RESULTS-RTN.
           move 0 to time-forfeit-sw
              perform until 1 = 0
                 read results-file at end exit perform
                 end-read
                 if results-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if rv-type = "G"
                    add 1 to wk-gcnt
                 end-if
              perform BOOK-LINE-LOAD-RTN
              exit paragraph
           end-if
           if wk-list-item(1:2) = "PZ"
              perform PUZZLE-LOAD-RTN
              exit paragraph
           end-if
           move function numval(wk-list-item(1:3)) to wk-rpgame
           if wk-rpgame = 0
              move "List and pick a game first" to result-msg
              move "RV-M012" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           open input results-file
           if results-f-sts not = "00"
              move "No recorded games yet" to result-msg
              move "RV-M013" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           perform until 1 = 0
              read results-file at end exit perform
              end-read
              if results-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if rv-type = "M" and rv-game = wk-rpgame
                 and rpv-cnt < 100
                 add 1 to rpv-cnt
           close results-file
           if rpv-cnt = 0
              move "That game has no recorded moves" to result-msg
              move "RV-M014" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           move function numval(wk-list-item(1:3)) to wk-rpgame
           if wk-rpgame = 0
              move "List and pick a game first" to result-msg
              move "RV-M012" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           open input results-file
           if results-f-sts not = "00"
              move "No recorded games yet" to result-msg
              move "RV-M013" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           perform until 1 = 0
              read results-file at end exit perform
              end-read
              if results-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if rv-type = "M" and rv-game = wk-rpgame
                 and tr-pos < 195
                 move rv-f3 to tr-row
           close results-file
           if tr-pos = 1
              move "That game has no recorded moves" to result-msg
              move "RV-M014" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           open output trans-file
           if tr-f-sts not = "00"
              move "Cannot write transcript file" to result-msg
              move "RV-M015" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           write trans-line
           close trans-file
           move spaces to result-msg
           move "RV-M051" to mc-id
           move "Transcript written:" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " "
                  function trim(tr-file-name) delimited by size
                  into result-msg
           modify screen-1-la-7 value result-msg
           .
       IMPORT-TRANS-RTN.
           if tr-file-name = spaces
              move "Put the transcript name in the file box"
                to result-msg
              move "RV-M016" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           open input trans-file
           if tr-f-sts not = "00"
              move "Transcript file not found" to result-msg
              move "RV-M017" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           end-perform
           if tr-len < 2
              move "Transcript is empty" to result-msg
              move "RV-M018" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
              if total-rev-cnt = 0
                 move "Transcript has an illegal move - stopped"
                   to result-msg
                 move "RV-M019" to mc-id
                 perform RESULT-MSG-XLATE-RTN
                 modify screen-1-la-7 value result-msg
                 exit perform
              end-if
           end-perform
           if rpv-cnt = 0
              move "No moves imported" to result-msg
              move "RV-M020" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           open input results-file
           if results-f-sts not = "00"
              move "No recorded games yet" to result-msg
              move "RV-M013" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           perform until 1 = 0
              read results-file at end exit perform
              end-read
              if results-record(1:7) = "*LAYOUT"
                 exit perform cycle
              end-if
              if rv-type = "G"
                 move rv-game to li-game
                 move rv-f1   to li-date
           end-if
           .
       UNDO-RTN.
           if puzzle-sw = 1
              move "No undo during a puzzle - Reset gives up"
                to result-msg
              move "RV-M021" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           if und-valid-sw = 0
              move "Nothing to undo" to result-msg
              move "RV-M022" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           move 0 to und-valid-sw
           move 0 to game-over-sw
           move "Undo complete" to result-msg
           move "RV-M023" to mc-id
           perform RESULT-MSG-XLATE-RTN
           modify screen-1-la-7 value result-msg
           modify screen-1-ef-2 value num-white
           modify screen-1-ef-3 value num-black
           if map-f-sts not = "00"
              move "Cannot write map file - check the path"
                to result-msg
              move "RV-M024" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           open input map-file
           if map-f-sts not = "00"
              move "Map file not found" to result-msg
              move "RV-M025" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           perform RECENT-ADD-RTN
           .
       CHANGE-MODE-RTN.
           if puzzle-sw = 1
              move "No editing during a puzzle - Reset gives up"
                to result-msg
              move "RV-M026" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           if mode-sw = 0
              move 1 to mode-sw
           else
           perform END-GAME-RTN
           if wh-secs-left <= 0
              move "Time!! White loses on time" to result-msg
              move "RV-M027" to mc-id
              perform RESULT-MSG-XLATE-RTN
           else
              move "Time!! Black loses on time" to result-msg
              move "RV-M028" to mc-id
              perform RESULT-MSG-XLATE-RTN
           end-if
           modify screen-1-la-7 value result-msg
           .
      *> sides, move history and both clocks as they stand
           if game-over-sw = 1
              move "Game is over - nothing to adjourn" to result-msg
              move "RV-M029" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           perform CLOCK-STOP-RTN
           move adjourn-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to adjourn-file-name
           open output adjourn-file
           if adj-f-sts not = "00"
              move sw-file to adjourn-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              move "Cannot write adjourn file" to result-msg
              move "RV-M030" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
              write adjourn-record
           end-perform
           close adjourn-file
           move sw-file to adjourn-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           move "Game adjourned - Resume picks it up" to result-msg
           move "RV-M031" to mc-id
           perform RESULT-MSG-XLATE-RTN
           modify screen-1-la-7 value result-msg
           .
       RESUME-RTN.
           open input adjourn-file
           if adj-f-sts not = "00"
              move "No adjourned game on file" to result-msg
              move "RV-M032" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           end-if
           move "Adjourned game resumed - clocks restored"
             to result-msg
           move "RV-M033" to mc-id
           perform RESULT-MSG-XLATE-RTN
           modify screen-1-la-7 value result-msg
           perform MAYBE-COMPUTER-MOVE-RTN
           .
              perform thread CLOCK-TIMER handle hClock
           end-if
           .
       PUZZLE-LIST-RTN.
           open input puzzle-file
           if pz-f-sts not = "00"
              move "No puzzles yet - set a position and press MkPuz"
                to result-msg
              move "RV-M034" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           modify screen-1-co-1 item-to-delete-all = 1
           perform until 1 = 0
              read puzzle-file at end exit perform
              end-read
              if puzzle-record(1:1) = "H"
                 move puzzle-record to pz-hdr-x
                 move ph-goal to pz-goal
                 perform PZ-GOAL-NAME-RTN
                 move spaces to pz-item
                 if ph-side = 1
                    move "RV-M064" to mc-id
                    move " White -" to mc-text
                 else
                    move "RV-M065" to mc-id
                    move " Black -" to mc-text
                 end-if
                 perform MSG-GET-RTN
                 string "PZ" ph-id function trim(mc-text trailing) " "
                        pz-goal-name delimited by size into pz-item
                 modify screen-1-co-1 item-to-add pz-item
              end-if
           end-perform
           close puzzle-file
           move "Pick a puzzle and press Replay to try it"
             to result-msg
           move "RV-M035" to mc-id
           perform RESULT-MSG-XLATE-RTN
           modify screen-1-la-7 value result-msg
           .
       PZ-GOAL-NAME-RTN.
           evaluate pz-goal
              when "W"
                 move "RV-M061" to mc-id
                 move "win" to mc-text
              when "D"
                 move "RV-M062" to mc-id
                 move "most discs" to mc-text
              when "P"
                 move "RV-M063" to mc-id
                 move "force pass" to mc-text
              when other
                 move "?" to pz-goal-name
                 exit paragraph
           end-evaluate
           perform MSG-GET-RTN
           move mc-text to pz-goal-name
           .
       PUZZLE-LOAD-RTN.
      *> set up the puzzle position; the solver plays pz-side and
      *> the computer defends with the other color
           move function numval(wk-list-item(3:3)) to pz-id
           open input puzzle-file
           if pz-f-sts not = "00"
              move "No puzzles yet - set a position and press MkPuz"
                to result-msg
              move "RV-M034" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           move 0 to pz-found-sw pz-ans-cnt pz-steps
           perform until 1 = 0
              read puzzle-file at end exit perform
              end-read
              evaluate puzzle-record(1:1)
                 when "H"
                    move puzzle-record to pz-hdr-x
                    if ph-id = pz-id
                       move 1 to pz-found-sw
                       move 0 to replay-mode-sw
                       perform CLOCK-STOP-RTN
                       move ph-size to MatSize
                       if MatSize < 4
                          move 4 to MatSize
                       end-if
                       if MatSize > 10
                          move 10 to MatSize
                       end-if
                       modify screen-1-ef-6 value MatSize
                       modify screen-1-gr-1 num-rows = MatSize
                       perform screen-1-aft-init-data
                       move ph-side to pz-side
                       move ph-goal to pz-goal
                    end-if
                 when "S"
                    move puzzle-record to pz-s-x
                    if ps-id = pz-id and pz-found-sw = 1
                       if ps-color = 1
                          modify screen-1-gr-1(ps-row, ps-col)
                                 cell-data g-char(1) cell-color = 257
                          add 1 to num-white
                       else
                          modify screen-1-gr-1(ps-row, ps-col)
                                 cell-data g-char(2) cell-color = 257
                          add 1 to num-black
                       end-if
                    end-if
                 when "A"
                    move puzzle-record to pz-a-x
                    if pa-id = pz-id and pz-ans-cnt < 40
                       add 1 to pz-ans-cnt
                       move pa-step to pz-ans-step(pz-ans-cnt)
                       move pa-row  to pz-ans-row(pz-ans-cnt)
                       move pa-col  to pz-ans-col(pz-ans-cnt)
                       if pa-step > pz-steps
                          move pa-step to pz-steps
                       end-if
                    end-if
              end-evaluate
           end-perform
           close puzzle-file
           if pz-found-sw = 0
              move "That puzzle is not on file" to result-msg
              move "RV-M036" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           move pz-side to c-color
           compute pc-color = 3 - pz-side
           move 1 to pz-step
           move 0 to pz-moves
           move 1 to puzzle-sw
           perform UPDATE-TURN-INDICATOR-RTN
           perform UPDATE-SCORE-DIFF-RTN
           modify screen-1-ef-2 value num-white
           modify screen-1-ef-3 value num-black
           modify screen-1-ef-4 value num-reverse
           perform PZ-GOAL-NAME-RTN
           move spaces to result-msg
           if pz-side = 1
              move "RV-M052" to mc-id
              move "Puzzle" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "RV-M053" to mc-id
              move ": White to move -" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " " pz-id
                     function trim(msg-part(2) trailing) " "
                     pz-goal-name delimited by size into result-msg
           else
              move "RV-M052" to mc-id
              move "Puzzle" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "RV-M054" to mc-id
              move ": Black to move -" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " " pz-id
                     function trim(msg-part(2) trailing) " "
                     pz-goal-name delimited by size into result-msg
           end-if
           modify screen-1-la-7 value result-msg
           .
       PZ-MOVE-RTN.
      *> judge the solver's move: anal-board still holds the
      *> position before it, und-row/und-col the move itself
           add 1 to pz-moves
           move 0 to pz-ok-sw
           perform varying pz-a from 1 by 1 until pz-a > pz-ans-cnt
              if pz-ans-step(pz-a) = pz-step and
                 pz-ans-row(pz-a) = und-row and
                 pz-ans-col(pz-a) = und-col
                 move 1 to pz-ok-sw
              end-if
           end-perform
           if pz-ok-sw = 1
              add 1 to pz-step
              if pz-step > pz-steps
                 move "SOLVED" to pz-result
                 perform PZ-FINISH-RTN
              else
                 move "Right - now find the next move" to result-msg
                 move "RV-M037" to mc-id
                 perform RESULT-MSG-XLATE-RTN
                 modify screen-1-la-7 value result-msg
              end-if
              exit paragraph
           end-if
      *> a move off the list still counts when it can be shown to
      *> reach the goal: the defender has to pass, or the exact
      *> search proves the win or the best disc count
           evaluate pz-goal
              when "P"
                 compute chk-color = 3 - c-color
                 perform HAS-LEGAL-MOVE-RTN
                 if any-legal-sw = 0
                    move 1 to pz-ok-sw
                 end-if
              when other
                 perform EG-ROOT-RTN
                 if eg-used-sw = 1
                    perform varying eg-i from 1 by 1
                            until eg-i > eg-mv-cnt
                       if eg-mv-r(eg-i) = und-row and
                          eg-mv-c(eg-i) = und-col
                          if (pz-goal = "W" and
                              eg-mv-score(eg-i) > 0) or
                             (pz-goal = "D" and
                              eg-mv-score(eg-i) = eg-best-score)
                             move 1 to pz-ok-sw
                          end-if
                       end-if
                    end-perform
                 end-if
           end-evaluate
           if pz-ok-sw = 1
              move "SOLVED" to pz-result
           else
              move "FAILED" to pz-result
           end-if
           perform PZ-FINISH-RTN
           .
       PZ-FINISH-RTN.
           move 1 to game-over-sw
           move 0 to puzzle-sw
           perform PZ-LOG-RTN
           move pz-moves to pz-mv-ed
           move spaces to result-msg
           if pz-result = "SOLVED"
              move "RV-M052" to mc-id
              move "Puzzle" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "RV-M055" to mc-id
              move " solved in" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              move "RV-M056" to mc-id
              move " move(s)" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(3)
              string function trim(msg-part(1) trailing) " " pz-id
                     function trim(msg-part(2) trailing) " "
                     function trim(pz-mv-ed)
                     function trim(msg-part(3) trailing)
                     delimited by size into result-msg
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           perform varying pz-a from 1 by 1 until pz-a > pz-ans-cnt
              if pz-ans-step(pz-a) = pz-step
                 exit perform
              end-if
           end-perform
           if pz-a > pz-ans-cnt
              move "RV-M052" to mc-id
              move "Puzzle" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "RV-M057" to mc-id
              move " failed" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " " pz-id
                     function trim(msg-part(2) trailing)
                     delimited by size into result-msg
           else
              move "RV-M052" to mc-id
              move "Puzzle" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "RV-M058" to mc-id
              move " failed - the answer was" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " " pz-id
                     function trim(msg-part(2) trailing) " "
                     pz-ans-row(pz-a) "," pz-ans-col(pz-a)
                     delimited by size into result-msg
           end-if
           modify screen-1-la-7 value result-msg
           .
       PZ-LOG-RTN.
           move "../data/reversi_puzzle.log" to lk-file
           move "LOCK" to lk-func
           call "FileLock" using lock-param
           open extend pzlog-file
           if pzl-f-sts = "35"
              open output pzlog-file
              close pzlog-file
              open extend pzlog-file
           end-if
           if pzl-f-sts = "00"
              move function current-date to wk-curdate
              move spaces to pzlog-record
              move wk-curdate(1:8) to pl-date
              move wk-curdate(9:6) to pl-time
              move pz-id       to pl-puzzle
              move player-name to pl-player
              move pz-result   to pl-result
              move pz-moves    to pl-moves
              move pz-goal     to pl-goal
              write pzlog-record
              close pzlog-file
           end-if
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           .
       PUZZLE-MAKE-RTN.
      *> the position on the board becomes a new puzzle. The side to
      *> move is the next recorded move's in a replay, the check box
      *> in the board editor, otherwise whoever is to move
           if puzzle-sw = 1
              move "Finish the puzzle first - Reset gives up"
                to result-msg
              move "RV-M038" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           inquire screen-1-ef-10 value pz-goal-in
           move function upper-case(pz-goal-in) to pz-goal-in
           if pz-goal-in not = "W" and pz-goal-in not = "D" and
              pz-goal-in not = "P"
              move "Goal: W win, D most discs or P force a pass"
                to result-msg
              move "RV-M039" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           move spaces to pz-from
           evaluate true
              when replay-mode-sw = 1
                 if rpv-pos >= rpv-cnt
                    move "Replay is at its end - step back to a move"
                      to result-msg
                    move "RV-M040" to mc-id
                    perform RESULT-MSG-XLATE-RTN
                    modify screen-1-la-7 value result-msg
                    exit paragraph
                 end-if
                 compute wk-rv = rpv-pos + 1
                 move rpv-color(wk-rv) to pz-side
                 move wk-rv to pz-mv-ed
                 string "REPLAY MOVE " function trim(pz-mv-ed)
                        delimited by size into pz-from
              when mode-sw = 1
                 inquire screen-1-cb-3 value pz-black-sw
                 if pz-black-sw = 1
                    move 2 to pz-side
                 else
                    move 1 to pz-side
                 end-if
                 move "EDITOR" to pz-from
              when other
                 move c-color to pz-side
                 move "PLAY" to pz-from
           end-evaluate
           perform AN-SNAP-RTN
           move c-color to pz-hold-color
           move pz-side to c-color
           move 0 to pz-ans-cnt
           if pz-goal-in = "P"
              perform varying an-cr from 1 by 1 until an-cr > MatSize
                 perform varying an-cc from 1 by 1
                         until an-cc > MatSize
                    if anal-bcell(an-cr, an-cc) = 0
                       perform PZ-PASS-TRY-RTN
                    end-if
                 end-perform
              end-perform
           else
              perform EG-ROOT-RTN
              if eg-used-sw = 1
                 perform varying eg-i from 1 by 1
                         until eg-i > eg-mv-cnt
                    if (pz-goal-in = "W" and
                        eg-mv-score(eg-i) > 0) or
                       (pz-goal-in = "D" and
                        eg-mv-score(eg-i) = eg-best-score)
                       add 1 to pz-ans-cnt
                       move 1 to pz-ans-step(pz-ans-cnt)
                       move eg-mv-r(eg-i) to pz-ans-row(pz-ans-cnt)
                       move eg-mv-c(eg-i) to pz-ans-col(pz-ans-cnt)
                    end-if
                 end-perform
              else
      *> too many empty squares to prove the goal - the move the
      *> game went on with stands, or else the analysis choice
                 if replay-mode-sw = 1
                    add 1 to pz-ans-cnt
                    move 1 to pz-ans-step(pz-ans-cnt)
                    move rpv-row(wk-rv) to pz-ans-row(pz-ans-cnt)
                    move rpv-col(wk-rv) to pz-ans-col(pz-ans-cnt)
                 else
                    perform PZ-REPLY-RTN
                    if an-best-r > 0
                       add 1 to pz-ans-cnt
                       move 1 to pz-ans-step(pz-ans-cnt)
                       move an-best-r to pz-ans-row(pz-ans-cnt)
                       move an-best-c to pz-ans-col(pz-ans-cnt)
                    end-if
                 end-if
              end-if
           end-if
           move pz-hold-color to c-color
           if pz-ans-cnt = 0
              move "No move reaches that goal here - no puzzle made"
                to result-msg
              move "RV-M041" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           perform PZ-WRITE-RTN
           .
       PZ-PASS-TRY-RTN.
      *> an-cr/an-cc is an answer when it is legal for pz-side and
      *> leaves the other side without a move
           if pz-ans-cnt >= 40
              exit paragraph
           end-if
           move anal-board to anal-work
           move pz-side to an-color
           move an-cr to an-r
           move an-cc to an-c
           move 1 to an-pass
           perform AN-MOVE-RTN
           if an-total = 0
              exit paragraph
           end-if
           compute an-color = 3 - pz-side
           move 0 to an-pass
           move 0 to pz-opp-moves
           perform varying an-r from 1 by 1 until an-r > MatSize
              perform varying an-c from 1 by 1 until an-c > MatSize
                 if anal-wcell(an-r, an-c) = 0
                    perform AN-MOVE-RTN
                    if an-total > 0
                       add 1 to pz-opp-moves
                    end-if
                 end-if
              end-perform
           end-perform
           if pz-opp-moves = 0
              add 1 to pz-ans-cnt
              move 1 to pz-ans-step(pz-ans-cnt)
              move an-cr to pz-ans-row(pz-ans-cnt)
              move an-cc to pz-ans-col(pz-ans-cnt)
           end-if
           .
       PZ-WRITE-RTN.
      *> append the puzzle under the next free number
           move "../data/reversi_puzzles.dat" to lk-file
           move "LOCK" to lk-func
           call "FileLock" using lock-param
           move 0 to pz-max-id
           open input puzzle-file
           if pz-f-sts = "00"
              perform until 1 = 0
                 read puzzle-file at end exit perform
                 end-read
                 if puzzle-record(1:1) = "H"
                    move puzzle-record to pz-hdr-x
                    if ph-id > pz-max-id
                       move ph-id to pz-max-id
                    end-if
                 end-if
              end-perform
              close puzzle-file
           end-if
           if pz-max-id < 999
              open extend puzzle-file
              if pz-f-sts = "35"
                 open output puzzle-file
                 close puzzle-file
                 open extend puzzle-file
              end-if
           end-if
           if pz-max-id >= 999 or pz-f-sts not = "00"
              move "UNLK" to lk-func
              call "FileLock" using lock-param
              move "Cannot add to the puzzle file" to result-msg
              move "RV-M042" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-la-7 value result-msg
              exit paragraph
           end-if
           compute pz-id = pz-max-id + 1
           move pz-id      to ph-id
           move pz-side    to ph-side
           move MatSize    to ph-size
           move pz-goal-in to ph-goal
           move pz-from    to ph-from
           move pz-hdr-x to puzzle-record
           write puzzle-record
           perform varying an-r from 1 by 1 until an-r > MatSize
              perform varying an-c from 1 by 1 until an-c > MatSize
                 if anal-bcell(an-r, an-c) not = 0
                    move pz-id to ps-id
                    move an-r  to ps-row
                    move an-c  to ps-col
                    move anal-bcell(an-r, an-c) to ps-color
                    move pz-s-x to puzzle-record
                    write puzzle-record
                 end-if
              end-perform
           end-perform
           perform varying pz-a from 1 by 1 until pz-a > pz-ans-cnt
              move pz-id to pa-id
              move pz-ans-step(pz-a) to pa-step
              move pz-ans-row(pz-a)  to pa-row
              move pz-ans-col(pz-a)  to pa-col
              move pz-a-x to puzzle-record
              write puzzle-record
           end-perform
           close puzzle-file
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           move pz-ans-cnt to pz-mv-ed
           move spaces to result-msg
           move "RV-M052" to mc-id
           move "Puzzle" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "RV-M059" to mc-id
           move " made -" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           move "RV-M060" to mc-id
           move " accepted move(s)" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(3)
           string function trim(msg-part(1) trailing) " " pz-id
                  function trim(msg-part(2) trailing) " "
                  function trim(pz-mv-ed)
                  function trim(msg-part(3) trailing) delimited by size
                  into result-msg
           modify screen-1-la-7 value result-msg
           .
       RESET-RTN.
           move 0 to replay-mode-sw
           perform CLOCK-STOP-RTN
       


       screen-1-bef-create.
           perform TITLES-RTN
           .
       TITLES-RTN.
      *> settle the language and put the captions and fixed
      *> messages into it before the window is shown
           move "LANG" to mc-func
           call "MsgCat" using mc-param
           perform varying ttl-i from 1 by 1 until ttl-i > 36
              move spaces to mc-id
              string "RV-" ttl-ctl(ttl-i) delimited by space
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
       RESULT-MSG-XLATE-RTN.
           move result-msg to mc-text
           perform MSG-GET-RTN
           move mc-text to result-msg
           .
      *end event editor code
      *end {iscobol}copy-procedure
       report-composer section.
      *begin {iscobol}external-copyfiles
      *end {iscobol}external-copyfiles


