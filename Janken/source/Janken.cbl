       file-control.
      *begin {iscobol}file-control
      *start file-control editor code
       select stats-file assign to dynamic stats-file-name
           organization line sequential
           file status stats-f-sts.
       select tourney-file assign to "../data/janken_tourney.log"
       select round-file assign to "../data/janken_rounds.log"
           organization line sequential
           file status round-f-sts.
       select model-file assign to dynamic model-file-name
           organization line sequential
           file status model-f-sts.
       select achieve-file assign to "../data/janken_achieve.log"
       select players-file assign to "../data/players.dat"
           organization line sequential
           file status players-f-sts.
       select bracket-file assign to dynamic bracket-file-name
           organization line sequential
           file status bracket-f-sts.
       select place-file assign to "../data/janken_placements.log"
       select settings-file assign to "../data/isgames_settings.cfg"
           organization line sequential
           file status settings-f-sts.
       select h2h-file assign to "../data/janken_h2h.log"
           organization line sequential
           file status h2h-f-sts.
       select league-file assign to dynamic league-file-name
           organization line sequential
           file status league-f-sts.
      *end file-control editor code
      *end {iscobol}file-control
       data division.
       01  stats-record.
           05  stat-player  pic x(10).
           05  filler       pic x       value space.
           05  stat-pcwins  pic 9(04).
           05  filler       pic x       value space.
           05  stat-mywins  pic 9(04).
           05  filler       pic x       value space.
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
       fd  tourney-file.
       01  tourney-record.
           05  t-match-no   pic 9(02).
           05  set-key    pic x(14).
           05  filler     pic x       value space.
           05  set-value  pic x(24).
      *> one line per two-player round (R) or decided match (M);
      *> a round carries the two hands, a match the two scores
       fd  h2h-file.
       01  h2h-record.
           05  h2h-date     pic x(08).
           05  filler       pic x       value space.
           05  h2h-time     pic x(06).
           05  filler       pic x       value space.
           05  h2h-type     pic x(01).
           05  filler       pic x       value space.
           05  h2h-p1       pic x(10).
           05  filler       pic x       value space.
           05  h2h-p2       pic x(10).
           05  filler       pic x       value space.
           05  h2h-result   pic 9(01).
           05  filler       pic x       value space.
           05  h2h-p1-val   pic 9(02).
           05  filler       pic x       value space.
           05  h2h-p2-val   pic 9(02).
           05  filler       pic x       value space.
           05  h2h-draws    pic 9(02).
           05  filler       pic x       value space.
           05  h2h-ctx      pic x(02).
           05  filler       pic x       value space.
           05  h2h-rpsls    pic 9(01).
       fd  league-file.
       01  league-record  pic x(60).
      *end file section editor code
      *end {iscobol}file-section
       working-storage section.
          05 filler redefines winLose-def.
             10 filler occurs 3.
                15 winLose occurs 3 pic 9(01).
       01 draws pic 9(04).
       01 myWins pic 9(04).
       01 pcWins pic 9(04).
       01 sess-pc-wins pic 9(02) value 0.
       01 sess-my-wins pic 9(02) value 0.
       01 result-msg-tbl.
          05 pf-cnt pic 9(02) value 0.
          05 filler occurs 20.
             10 pf-name pic x(10).
             10 pf-pc   pic 9(04).
             10 pf-my   pic 9(04).
             10 pf-dr   pic 9(04).
       01 stats-lay pic 9(02).
       01 wk-p pic 9(02).
       01 wk-pidx pic 9(02).
       01 wk-newname pic x(10).
          05 lk-func pic x(04).
          05 lk-file pic x(90).
          05 lk-rc   pic 9(01).
      *> the stats, model, bracket and league files are rewritten to a
      *> new copy that SafeSwap puts in place once it is whole
       01 swap-param.
          05 sw-func  pic x(04).
          05 sw-file  pic x(90).
          05 sw-temp  pic x(100).
          05 sw-count pic 9(03).
          05 sw-rc    pic 9(01).
       01 stats-file-name pic x(100)
          value "../data/janken_stats.log".
       01 model-file-name pic x(100)
          value "../data/janken_model.log".
       01 bracket-file-name pic x(100)
          value "../data/janken_bracket.dat".
       01 league-file-name pic x(100)
          value "../data/janken_league.dat".
       01 bracket-f-sts pic x(02).
       01 place-f-sts pic x(02).
       01 br-active-sw pic 9(01) value 0.
          05 bh-p2w pic 9(02).
          05 filler pic x(01).
          05 bh-active pic 9(01).
          05 filler pic x(01).
          05 bh-draws pic x(02).
       01 br-slot-x.
          05 bs-tag pic x(01).
          05 filler pic x(01).
       01 br-done-sw pic 9(01).
       01 br-champ pic x(10).
       01 br-second pic x(10).
       01 br-draws pic 9(02) value 0.
       01 h2h-f-sts pic x(02).
       01 p2-name pic x(10).
       01 h2h-p1-name pic x(10).
       01 h2h-p2-name pic x(10).
       01 league-f-sts pic x(02).
       01 lg-active-sw pic 9(01) value 0.
       01 lg-cur pic 9(03) value 0.
       01 lg-played pic 9(02) value 0.
       01 lg-w1 pic 9(02) value 0.
       01 lg-w2 pic 9(02) value 0.
       01 lg-dr pic 9(02) value 0.
       01 lg-f pic 9(03).
       01 lg-look pic 9(03).
       01 lg-hdr-x.
          05 lh-tag pic x(01).
          05 filler pic x(01).
          05 lh-rounds pic 9(02).
          05 filler pic x(01).
          05 lh-players pic 9(02).
          05 filler pic x(01).
          05 lh-created pic x(08).
          05 filler pic x(01).
          05 lh-fixtures pic 9(03).
      *> the whole fixture list, held while a league is in play
       01 lg-tbl.
          05 lg-cnt pic 9(03) value 0.
          05 lg-fix occurs 200 pic x(60).
       01 lg-fix-x.
          05 lf-tag pic x(01).
          05 filler pic x(01).
          05 lf-no pic 9(03).
          05 filler pic x(01).
          05 lf-week pic 9(02).
          05 filler pic x(01).
          05 lf-p1 pic x(10).
          05 filler pic x(01).
          05 lf-p2 pic x(10).
          05 filler pic x(01).
          05 lf-status pic x(01).
          05 filler pic x(01).
          05 lf-w1 pic 9(02).
          05 filler pic x(01).
          05 lf-w2 pic 9(02).
          05 filler pic x(01).
          05 lf-dr pic 9(02).
          05 filler pic x(01).
          05 lf-date pic x(08).
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
          05 ttl-la-1 pic x(40) value "Janken Game".
          05 filler pic x(08) value "RB-1".
          05 ttl-rb-1 pic x(40) value "GOO".
          05 filler pic x(08) value "RB-2".
          05 ttl-rb-2 pic x(40) value "CHOKI".
          05 filler pic x(08) value "RB-3".
          05 ttl-rb-3 pic x(40) value "PAA".
          05 filler pic x(08) value "RB-4".
          05 ttl-rb-4 pic x(40) value "LIZARD".
          05 filler pic x(08) value "RB-5".
          05 ttl-rb-5 pic x(40) value "SPOCK".
          05 filler pic x(08) value "CB-2".
          05 ttl-cb-2 pic x(40) value "RPSLS Rules".
          05 filler pic x(08) value "CB-3".
          05 ttl-cb-3 pic x(40) value "Adaptive CPU".
          05 filler pic x(08) value "CB-4".
          05 ttl-cb-4 pic x(40) value "2 Player Mode".
          05 filler pic x(08) value "RB-6".
          05 ttl-rb-6 pic x(40) value "P2 GOO".
          05 filler pic x(08) value "RB-7".
          05 ttl-rb-7 pic x(40) value "P2 CHOKI".
          05 filler pic x(08) value "RB-8".
          05 ttl-rb-8 pic x(40) value "P2 PAA".
          05 filler pic x(08) value "RB-9".
          05 ttl-rb-9 pic x(40) value "P2 LIZARD".
          05 filler pic x(08) value "RB-10".
          05 ttl-rb-10 pic x(40) value "P2 SPOCK".
          05 filler pic x(08) value "PB-5".
          05 ttl-pb-5 pic x(40) value "Play".
          05 filler pic x(08) value "LA-6".
          05 ttl-la-6 pic x(40) value "Player".
          05 filler pic x(08) value "PB-6".
          05 ttl-pb-6 pic x(40) value "Select".
          05 filler pic x(08) value "LA-2".
          05 ttl-la-2 pic x(40) value "PCWins".
          05 filler pic x(08) value "LA-3".
          05 ttl-la-3 pic x(40) value "yourWins".
          05 filler pic x(08) value "LA-4".
          05 ttl-la-4 pic x(40) value "Draws".
          05 filler pic x(08) value "PB-1".
          05 ttl-pb-1 pic x(40) value "Start".
          05 filler pic x(08) value "PB-2".
          05 ttl-pb-2 pic x(40) value "Reset".
          05 filler pic x(08) value "PB-3".
          05 ttl-pb-3 pic x(40) value "Quit".
          05 filler pic x(08) value "LA-5".
          05 ttl-la-5 pic x(40) value "Best of".
          05 filler pic x(08) value "PB-4".
          05 ttl-pb-4 pic x(40) value "Next Match".
          05 filler pic x(08) value "PB-7".
          05 ttl-pb-7 pic x(40) value "Bracket".
          05 filler pic x(08) value "LA-7".
          05 ttl-la-7 pic x(40) value "CPU".
          05 filler pic x(08) value "LA-8".
          05 ttl-la-8 pic x(40) value "P2".
          05 filler pic x(08) value "PB-8".
          05 ttl-pb-8 pic x(40) value "League".
       01 ttl-tbl-r redefines ttl-tbl.
          05 ttl-ent occurs 29.
             10 ttl-ctl  pic x(08).
             10 ttl-text pic x(40).
       01 ttl-i pic 9(03).
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
      *end {iscobol}external-definitions
             lines 4.8 cells 
             font Arial-18v0
             id 1
             title ttl-la-1
             .
          03 screen-1-bi-1 Bitmap
             line 21.0
             size 9.0 cells 
             lines 3.3 cells 
             id 5
             title ttl-rb-1
             group 1
             group-value "0"
             value "0"
             size 9.0 cells 
             lines 3.3 cells 
             id 6
             title ttl-rb-2
             group 1
             group-value "0"
             value "0"
             size 9.0 cells 
             lines 3.3 cells 
             id 7
             title ttl-rb-3
             group 1
             group-value "0"
             value "0"
             lines 3.3 cells
             id 24
             enabled 0
             title ttl-rb-4
             group 1
             group-value "0"
             value "0"
             lines 3.3 cells
             id 25
             enabled 0
             title ttl-rb-5
             group 1
             group-value "0"
             value "0"
             lines 2.0 cells
             id 26
             event procedure screen-1-cb-2-evt-proc
             title ttl-cb-2
             value "0"
             .
          03 screen-1-cb-3 Check-Box
             lines 2.0 cells
             id 27
             event procedure screen-1-cb-3-evt-proc
             title ttl-cb-3
             value "0"
             .
          03 screen-1-cb-4 Check-Box
             lines 2.0 cells
             id 28
             event procedure screen-1-cb-4-evt-proc
             title ttl-cb-4
             value "0"
             .
          03 screen-1-rb-6 Radio-Button
             lines 3.3 cells
             id 29
             enabled 0
             title ttl-rb-6
             group 2
             group-value "0"
             value "0"
             lines 3.3 cells
             id 30
             enabled 0
             title ttl-rb-7
             group 2
             group-value "0"
             value "0"
             lines 3.3 cells
             id 31
             enabled 0
             title ttl-rb-8
             group 2
             group-value "0"
             value "0"
             lines 3.3 cells
             id 32
             enabled 0
             title ttl-rb-9
             group 2
             group-value "0"
             value "0"
             lines 3.3 cells
             id 33
             enabled 0
             title ttl-rb-10
             group 2
             group-value "0"
             value "0"
             lines 4.9 cells
             id 34
             enabled 0
             title ttl-pb-5
             .
          03 screen-1-la-6 Label
             line 3.5
             size 8.0 cells
             lines 3.0 cells
             id 35
             title ttl-la-6
             .
          03 screen-1-co-1 Combo-Box
             line 3.5
             size 9.0 cells
             lines 3.0 cells
             id 38
             title ttl-pb-6
             .
          03 screen-1-la-2 Label
             line 11.9
             size 8.1 cells 
             lines 4.1 cells 
             id 9
             title ttl-la-2
             .
          03 screen-1-la-3 Label
             line 11.9
             size 8.1 cells 
             lines 4.1 cells 
             id 10
             title ttl-la-3
             .
          03 screen-1-ef-2 Entry-Field
             line 11.9
             size 8.1 cells 
             lines 4.1 cells 
             id 12
             title ttl-la-4
             .
          03 screen-1-ef-3 Entry-Field
             line 11.9
             size 7.7 cells 
             lines 4.9 cells 
             id 15
             title ttl-pb-1
             .
          03 screen-1-pb-2 Push-Button
             exception-value 102
             size 7.7 cells 
             lines 4.9 cells 
             id 16
             title ttl-pb-2
             .
          03 screen-1-pb-3 Push-Button
             exception-value 27
             lines 4.9 cells 
             id 17
             self-act
             title ttl-pb-3
             .
          03 screen-1-fr-1 Frame
             line 44.5
             size 12.0 cells
             lines 3.0 cells
             id 21
             title ttl-la-5
             .
          03 screen-1-ef-5 Entry-Field
             line 59.5
             size 18.0 cells
             lines 3.8 cells
             id 23
             title ttl-pb-4
             .
          03 screen-1-pb-7 Push-Button
             exception-value 105
             size 18.0 cells
             lines 3.8 cells
             id 39
             title ttl-pb-7
             .
          03 screen-1-la-7 Label
             line 30.3
             size 6.0 cells
             lines 2.0 cells
             id 40
             title ttl-la-7
             .
          03 screen-1-co-2 Combo-Box
             line 30.3
             drop-down-list
             item-height 1.4
             .
          03 screen-1-la-8 Label
             line 17.0
             column 88.0
             size 3.0 cells
             lines 2.0 cells
             id 42
             title ttl-la-8
             .
          03 screen-1-pb-8 Push-Button
             exception-value 106
             line 59.0
             column 71.0
             size 14.0 cells
             lines 3.8 cells
             id 44
             title ttl-pb-8
             .
          03 screen-1-co-3 Combo-Box
             line 17.0
             column 91.5
             size 10.0 cells
             lines 8.0 cells
             id 43
             3-d
             enabled 0
             drop-down-list
             item-height 1.4
             .
      *end {iscobol}copy-screen
      *begin {iscobol}procedure-using
       procedure division.
           .
      *start event editor code
       screen-1-bef-create.
           perform TITLES-RTN
           move 0 to pcWins myWins draws.
           move 0 to pc-percent my-percent .
           move 1 to pcHand myHand.
           move "Let's start Janken Game" to msg-val
           move "JK-M001" to mc-id
           perform MSG-VAL-XLATE-RTN
           perform LOAD-CURPLAYER-RTN
           perform LOAD-PROFILE-RTN
           perform LOAD-STATS-RTN
           .
       LOAD-STATS-RTN.
           move 0 to pf-cnt
           move 1 to stats-lay
           open input stats-file
           if stats-f-sts = "00"
              perform until 1 = 0
                 read stats-file
                    at end exit perform
                 end-read
      *> the layout header says how wide the counters are; a file
      *> without one is still in layout 01
                 if stats-record(1:7) = "*LAYOUT"
                    move function numval(stats-record(9:2))
                      to stats-lay
                    exit perform cycle
                 end-if
                 if stats-lay > 1
                    if stat-pcwins is numeric and
                       stat-mywins is numeric and
                       stat-draws  is numeric and
                       pf-cnt < 20
                       add 1 to pf-cnt
                       move stat-player to pf-name(pf-cnt)
                       move stat-pcwins to pf-pc(pf-cnt)
                       move stat-mywins to pf-my(pf-cnt)
                       move stat-draws  to pf-dr(pf-cnt)
                    end-if
                    exit perform cycle
                 end-if
                 if so-pcwins is numeric and
                    so-mywins is numeric and
                    so-draws  is numeric and
                    pf-cnt < 20
                    add 1 to pf-cnt
                    move so-player to pf-name(pf-cnt)
                    move so-pcwins to pf-pc(pf-cnt)
                    move so-mywins to pf-my(pf-cnt)
                    move so-draws  to pf-dr(pf-cnt)
                 else
      *> a single "pp mm dd" record predates the profiles -
      *> carry those lifetime counters over to GUEST
           move "../data/janken_stats.log" to lk-file
           move "LOCK" to lk-func
           call "FileLock" using lock-param
           move stats-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to stats-file-name
           open output stats-file
           move "*LAYOUT 02" to stats-record
           write stats-record
           perform varying wk-p from 1 by 1 until wk-p > pf-cnt
              move spaces to stats-record
              move pf-name(wk-p) to stat-player
              write stats-record
           end-perform
           close stats-file
           move sw-file to stats-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           .
                 read achieve-file
                    at end exit perform
                 end-read
                 if achieve-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if ach-cnt < 50
                    add 1 to ach-cnt
                    move ach-player to ach-t-player(ach-cnt)
           write achieve-record
           close achieve-file
           move spaces to msg-val
           move "JK-M018" to mc-id
           move "Unlocked:" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " " wk-ach-code
                  delimited by size into msg-val
           modify screen-1-ef-4 value msg-val color red
           .
       LOAD-MODEL-RTN.
                 read model-file
                    at end exit perform
                 end-read
                 if model-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if mdl-freq(1) is numeric and mf-cnt < 20
                    add 1 to mf-cnt
                    move mdl-player to mf-name(mf-cnt)
           move "../data/janken_model.log" to lk-file
           move "LOCK" to lk-func
           call "FileLock" using lock-param
           move model-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to model-file-name
           open output model-file
           move "*LAYOUT 01" to model-record
           write model-record
           perform varying wk-m from 1 by 1 until wk-m > mf-cnt
              move spaces to model-record
              move mf-name(wk-m) to mdl-player
              write model-record
           end-perform
           close model-file
           move sw-file to model-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           .
           end-if
           if wk-newname = spaces
              move "Enter or pick a player name" to msg-val
              move "JK-M002" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-ef-4 value msg-val color red
              exit paragraph
           end-if
           modify screen-1-fr-1 fill-percent pc-percent
           modify screen-1-fr-2 fill-percent my-percent
           move spaces to msg-val
           move "JK-M019" to mc-id
           move "Now playing:" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " " player-name
                  delimited by size into msg-val
           modify screen-1-ef-4 value msg-val color black
           .
 
           modify screen-1-co-2 item-to-add "BREAKER"
           modify screen-1-co-2 item-to-add "EXPLOIT"
           modify screen-1-co-2 value "DICE"
           perform LOAD-P2-LIST-RTN
           modify screen-1-ef-6 value player-name
           modify screen-1-ef-1 value pcWins
           modify screen-1-ef-2 value myWins
                  else
                     move "Both players must lock in a hand first"
                       to msg-val
                     move "JK-M003" to mc-id
                     perform MSG-VAL-XLATE-RTN
                     modify screen-1-ef-4 value msg-val color red
                  end-if
              when 103    *>Next Match
                  perform NEXT-MATCH-RTN
              when 105    *>Bracket start / resume
                  perform BRACKET-START-RTN
              when 106    *>League - next unplayed fixture
                  perform LEAGUE-START-RTN
              when 104    *>Select player profile
                  perform SELECT-PLAYER-RTN
              when 27     *>Quit
            end-evaluate
            if sess-pc-wins > 9 OR sess-my-wins > 9
               move "Game End!" to msg-val
               move "JK-M004" to mc-id
               perform MSG-VAL-XLATE-RTN
               modify screen-1-ef-4 value msg-val color red
               if sess-pc-wins >9
                  modify screen-1-ef-1 color 417
            
       START-RTN.
           move "start with GOO" to msg-val
           move "JK-M005" to mc-id
           perform MSG-VAL-XLATE-RTN
           modify screen-1-ef-4 value msg-val 
           
       .
           move 0 to sess-pc-wins sess-my-wins.
           move 1 to pcHand myHand.
           move "Let's start Janken Game" to msg-val
           move "JK-M001" to mc-id
           perform MSG-VAL-XLATE-RTN
           modify screen-1-ef-1 value pcWins enabled 1 color black
           modify screen-1-ef-2 value myWins enabled 1 color black
           modify screen-1-ef-3 value draws
       P1-LOCK-RTN.
           move 1 to p1-lock-sw
           move "Player 1 locked in" to msg-val
           move "JK-M006" to mc-id
           perform MSG-VAL-XLATE-RTN
           modify screen-1-ef-4 value msg-val color black
           .
       P2-LOCK-RTN.
           move 1 to p2-lock-sw
           move "Player 2 locked in" to msg-val
           move "JK-M007" to mc-id
           perform MSG-VAL-XLATE-RTN
           modify screen-1-ef-4 value msg-val color black
           .
       COUNT-RTN.

           move result-msg(result-v) to msg-val
           perform WRITE-ROUND-RTN
           if twoplayer-sw = 1
              perform WRITE-H2H-ROUND-RTN
           end-if
      *> remember this round for the Copycat / Breaker opponents
           move myHand to last-my-hand
           if result-v = 2
           if br-active-sw = 1 and twoplayer-sw = 1
              perform BRACKET-SCORE-RTN
           end-if
           if lg-active-sw = 1 and twoplayer-sw = 1
              perform LEAGUE-SCORE-RTN
           end-if
           .
       BRACKET-SCORE-RTN.
      *> in two-player mode result-v 2 means player 1 took the game
           evaluate result-v
              when 1
                 add 1 to br-draws
              when 2
                 add 1 to br-p1-wins
              when 3
                 add 1 to br-p2-wins
           end-evaluate
           if br-p1-wins >= br-target or br-p2-wins >= br-target
              move spaces to h2h-record
              move br-p1-name to h2h-p1-name
              move br-p2-name to h2h-p2-name
              move br-p1-wins to h2h-p1-val
              move br-p2-wins to h2h-p2-val
              move br-draws   to h2h-draws
              move "BR" to h2h-ctx
              perform WRITE-H2H-MATCH-RTN
              if br-p1-wins >= br-target
                 move br-p1-name
                   to br-slot(br-round + 1, br-match)
              perform BRACKET-ADVANCE-PAIR-RTN
           else
              move spaces to msg-val
              move "JK-M020" to mc-id
              move "Bracket:" to mc-text
              perform MSG-GET-RTN
              string function trim(mc-text trailing) " "
                     function trim(br-p1-name) " " br-p1-wins " - "
                     br-p2-wins " " function trim(br-p2-name)
                     delimited by size into msg-val
              modify screen-1-ef-4 value msg-val color black
              perform BRACKET-SAVE-RTN
           if br-active-sw = 1
              exit paragraph
           end-if.
           if lg-active-sw = 1
              move "Finish the league fixture first" to msg-val
              move "JK-M008" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-ef-4 value msg-val color red
              exit paragraph
           end-if.
           perform BRACKET-LOAD-RTN
           if br-active-sw = 0
              perform BRACKET-SEED-RTN
           end-if
           if wk-bp < 2
              move "Need 2+ players in the roster first" to msg-val
              move "JK-M009" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-ef-4 value msg-val color red
              exit paragraph
           end-if
                      to br-slot(br-round + 1, br-match)
                    add 1 to br-match
                 when other
                    move 0 to br-p1-wins br-p2-wins br-draws
                    move 0 to p1-lock-sw p2-lock-sw
                    perform BRACKET-SAVE-RTN
                    perform BRACKET-ANNOUNCE-RTN
           move 0 to br-active-sw
           perform BRACKET-SAVE-RTN
           move spaces to msg-val
           move "JK-M021" to mc-id
           move "Bracket over - champion" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " "
                  function trim(br-champ) delimited by size into msg-val
           modify screen-1-ef-4 value msg-val color red
           .
       WRITE-PLACE-RTN.
           write place-record
           .
       BRACKET-SAVE-RTN.
           move bracket-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to bracket-file-name
           open output bracket-file
           if bracket-f-sts not = "00"
              move sw-file to bracket-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              exit paragraph
           end-if
           move spaces to br-hdr-x
           move br-p1-wins to bh-p1w
           move br-p2-wins to bh-p2w
           move br-active-sw to bh-active
           move br-draws to bh-draws
           move br-hdr-x to bracket-record
           write bracket-record
           perform varying wk-br from 1 by 1
              end-perform
           end-perform
           close bracket-file
           move sw-file to bracket-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           .
       BRACKET-LOAD-RTN.
           move 0 to br-active-sw.
                 move bh-p1w to br-p1-wins
                 move bh-p2w to br-p2-wins
                 move bh-active to br-active-sw
                 if bh-draws is numeric
                    move bh-draws to br-draws
                 else
                    move 0 to br-draws
                 end-if
                 evaluate br-size
                    when 2  move 1 to br-rounds
                    when 4  move 2 to br-rounds
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           .
       H2H-NAMES-RTN.
      *> a bracket pairing or league fixture names both sides;
      *> otherwise player 1 is the selected profile and player 2
      *> comes from the P2 list
           if br-active-sw = 1
              move br-p1-name to h2h-p1-name
              move br-p2-name to h2h-p2-name
           else
              if lg-active-sw = 1
                 move lf-p1 to h2h-p1-name
                 move lf-p2 to h2h-p2-name
                 exit paragraph
              end-if
              move player-name to h2h-p1-name
              move spaces to p2-name
              inquire screen-1-co-3 value p2-name
              if p2-name = spaces
                 move "PLAYER2" to p2-name
              end-if
              move p2-name to h2h-p2-name
           end-if
           .
       WRITE-H2H-ROUND-RTN.
           perform H2H-NAMES-RTN
           move spaces to h2h-record
           move "R"         to h2h-type
           move result-v    to h2h-result
           move myHand      to h2h-p1-val
           move pcHand      to h2h-p2-val
           move 0           to h2h-draws
           evaluate true
              when br-active-sw = 1
                 move "BR" to h2h-ctx
              when lg-active-sw = 1
                 move "LG" to h2h-ctx
              when tourney-target > 0
                 move "BO" to h2h-ctx
              when other
                 move "FP" to h2h-ctx
           end-evaluate
           perform WRITE-H2H-RTN
           .
       WRITE-H2H-MATCH-RTN.
      *> caller fills the names, the two scores, draws and context
           if h2h-p1-val > h2h-p2-val
              move 2 to h2h-result
           else
              if h2h-p2-val > h2h-p1-val
                 move 3 to h2h-result
              else
                 move 1 to h2h-result
              end-if
           end-if
           move "M" to h2h-type
           perform WRITE-H2H-RTN
           .
       WRITE-H2H-RTN.
           move function current-date to wk-curdate
           move wk-curdate(1:8) to h2h-date
           move wk-curdate(9:6) to h2h-time
           move h2h-p1-name to h2h-p1
           move h2h-p2-name to h2h-p2
           move rpsls-sw    to h2h-rpsls
           move "../data/janken_h2h.log" to lk-file
           move "LOCK" to lk-func
           call "FileLock" using lock-param
           open extend h2h-file
           if h2h-f-sts = "35"
              open output h2h-file
              close h2h-file
              open extend h2h-file
           end-if
           write h2h-record
           close h2h-file
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           .
       LOAD-P2-LIST-RTN.
           open input players-file
           if players-f-sts = "00"
              perform until 1 = 0
                 read players-file at end exit perform
                 end-read
                 if plr-name not = spaces
                    modify screen-1-co-3 item-to-add plr-name
                 end-if
              end-perform
              close players-file
           end-if
           .
       LEAGUE-START-RTN.
      *> League starts the first unplayed fixture; pressed again
      *> before a round is thrown it moves on to the next one, so
      *> the club can take fixtures in whatever order suits
           if br-active-sw = 1
              move "Finish the bracket first" to msg-val
              move "JK-M010" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-ef-4 value msg-val color red
              exit paragraph
           end-if
           if lg-active-sw = 1 and lg-played > 0
              move "Finish the current fixture first" to msg-val
              move "JK-M011" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-ef-4 value msg-val color red
              exit paragraph
           end-if
           if lg-active-sw = 0
              perform LEAGUE-LOAD-RTN
              if lg-cnt = 0
                 move "No league - run JkLeague NEW" to msg-val
                 move "JK-M012" to mc-id
                 perform MSG-VAL-XLATE-RTN
                 modify screen-1-ef-4 value msg-val color red
                 exit paragraph
              end-if
              move 0 to lg-cur
           end-if
           perform LEAGUE-NEXT-RTN
           if lg-cur = 0
              move 0 to lg-active-sw
              move "League complete - see JkLeague" to msg-val
              move "JK-M013" to mc-id
              perform MSG-VAL-XLATE-RTN
              modify screen-1-ef-4 value msg-val color red
              exit paragraph
           end-if
           move 1 to lg-active-sw
           move 0 to lg-played lg-w1 lg-w2 lg-dr
           perform BRACKET-FORCE-2P-RTN
           perform LEAGUE-ANNOUNCE-RTN
           .
       LEAGUE-NEXT-RTN.
      *> search on from the current fixture, wrapping round once
           move lg-cur to lg-look
           move 0 to lg-cur
           perform varying lg-f from 1 by 1 until lg-f > lg-cnt
              add 1 to lg-look
              if lg-look > lg-cnt
                 move 1 to lg-look
              end-if
              move lg-fix(lg-look) to lg-fix-x
              if lf-status = "U"
                 move lg-look to lg-cur
                 exit perform
              end-if
           end-perform
           if lg-cur > 0
              move lg-fix(lg-cur) to lg-fix-x
           end-if
           .
       LEAGUE-ANNOUNCE-RTN.
           move spaces to msg-val
           string "Wk" lf-week " " function trim(lf-p1) " "
                  lg-w1 "-" lg-w2 " " function trim(lf-p2)
                  " /" lh-rounds
                  delimited by size into msg-val
           modify screen-1-ef-4 value msg-val color black
           .
       LEAGUE-SCORE-RTN.
      *> a fixture is a fixed number of rounds; drawn rounds count
           add 1 to lg-played
           evaluate result-v
              when 1
                 add 1 to lg-dr
              when 2
                 add 1 to lg-w1
              when 3
                 add 1 to lg-w2
           end-evaluate
           if lg-played < lh-rounds
              perform LEAGUE-ANNOUNCE-RTN
              exit paragraph
           end-if
           move function current-date to wk-curdate
      *> re-read first so results saved from another station since
      *> this fixture began are kept
           perform LEAGUE-LOAD-RTN
           if lg-cur > lg-cnt
              move 0 to lg-active-sw
              exit paragraph
           end-if
           move lg-fix(lg-cur) to lg-fix-x
           move "P" to lf-status
           move lg-w1 to lf-w1
           move lg-w2 to lf-w2
           move lg-dr to lf-dr
           move wk-curdate(1:8) to lf-date
           move lg-fix-x to lg-fix(lg-cur)
           perform LEAGUE-SAVE-RTN
           move spaces to h2h-record
           move lf-p1 to h2h-p1-name
           move lf-p2 to h2h-p2-name
           move lg-w1 to h2h-p1-val
           move lg-w2 to h2h-p2-val
           move lg-dr to h2h-draws
           move "LG" to h2h-ctx
           perform WRITE-H2H-MATCH-RTN
           move 0 to lg-active-sw
           move spaces to msg-val
           move "JK-M022" to mc-id
           move "Final" to mc-text
           perform MSG-GET-RTN
           string function trim(mc-text trailing) " "
                  function trim(lf-p1) " " lg-w1 "-" lg-w2 " "
                  function trim(lf-p2) delimited by size into msg-val
           modify screen-1-ef-4 value msg-val color red
           .
       LEAGUE-LOAD-RTN.
           move 0 to lg-cnt
           open input league-file
           if league-f-sts not = "00"
              exit paragraph
           end-if
           perform until 1 = 0
              read league-file at end exit perform
              end-read
              if league-record(1:1) = "H"
                 move league-record to lg-hdr-x
                 if lh-rounds is not numeric or lh-rounds = 0
                    move 5 to lh-rounds
                 end-if
              end-if
              if league-record(1:1) = "F" and lg-cnt < 200
                 add 1 to lg-cnt
                 move league-record to lg-fix(lg-cnt)
              end-if
           end-perform
           close league-file
           .
       LEAGUE-SAVE-RTN.
           move league-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to league-file-name
           open output league-file
           if league-f-sts not = "00"
              move sw-file to league-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              exit paragraph
           end-if
           move lg-hdr-x to league-record
           write league-record
           perform varying lg-f from 1 by 1 until lg-f > lg-cnt
              move lg-fix(lg-f) to league-record
              write league-record
           end-perform
           close league-file
           move sw-file to league-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           .
       PLAY-RESULT-SOUND-RTN.
           if set-sound-sw = 0
              exit paragraph
           if match-pc-wins > match-my-wins
              move "PC"   to t-winner
              move "Match over - PC wins!" to msg-match
              move "JK-M015" to mc-id
              perform MSG-MATCH-XLATE-RTN
           else
              if match-my-wins > match-pc-wins
                 move "YOU"  to t-winner
                 move "Match over - You win!" to msg-match
                 move "JK-M016" to mc-id
                 perform MSG-MATCH-XLATE-RTN
                 if match-pc-wins = 0
                    move "SHUTOUT" to wk-ach-code
                    perform AWARD-RTN
              else
                 move "DRAW" to t-winner
                 move "Match over - Draw" to msg-match
                 move "JK-M017" to mc-id
                 perform MSG-MATCH-XLATE-RTN
              end-if
           end-if.
           if twoplayer-sw = 1 and br-active-sw = 0
                 and lg-active-sw = 0
              perform H2H-NAMES-RTN
              move spaces to h2h-record
              move match-my-wins to h2h-p1-val
              move match-pc-wins to h2h-p2-val
              move match-draws   to h2h-draws
              move "BO" to h2h-ctx
              perform WRITE-H2H-MATCH-RTN
           end-if
           open extend tourney-file
           if tourney-f-sts = "35"
              open output tourney-file
           move 0 to match-pc-wins match-my-wins match-draws
           move 1 to match-active-sw
           move "Next match - go!" to msg-val
           move "JK-M014" to mc-id
           perform MSG-VAL-XLATE-RTN
           modify screen-1-ef-4 value msg-val color black
           .
       screen-1-cb-2-evt-cmd-clicked.
              modify screen-1-rb-7 enabled 1
              modify screen-1-rb-8 enabled 1
              modify screen-1-pb-5 enabled 1
              modify screen-1-co-3 enabled 1
              if rpsls-sw = 1
                 modify screen-1-rb-9 enabled 1
                 modify screen-1-rb-10 enabled 1
              modify screen-1-rb-9 enabled 0
              modify screen-1-rb-10 enabled 0
              modify screen-1-pb-5 enabled 0
              modify screen-1-co-3 enabled 0
           end-if
           .

       TITLES-RTN.
      *> settle the language and put the captions and fixed
      *> messages into it before the window is shown
           move "LANG" to mc-func
           call "MsgCat" using mc-param
           perform varying ttl-i from 1 by 1 until ttl-i > 29
              move spaces to mc-id
              string "JK-" ttl-ctl(ttl-i) delimited by space
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
       MSG-MATCH-XLATE-RTN.
           move msg-match to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-match
           .
       MSG-VAL-XLATE-RTN.
           move msg-val to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-val
           .
      *end event editor code
      *end {iscobol}copy-procedure
       report-composer section.
      *begin {iscobol}external-copyfiles
      *end {iscobol}external-copyfiles

