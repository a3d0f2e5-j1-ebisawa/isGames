       select map-file assign to dynamic map-file-name
           organization line sequential
           file status map-f-sts.
       select best-file assign to dynamic best-file-name
           organization line sequential
           file status best-f-sts.
       select pack-file assign to dynamic pack-file-name
           organization line sequential
           file status pack-f-sts.
       select mono-file assign to dynamic mono-file-name
       select continue-file assign to "../data/continue.dat"
           organization line sequential
           file status cont-f-sts.
       select race-file assign to "../data/catseye_race.log"
           organization line sequential
           file status race-f-sts.
      *end file-control editor code
      *end {iscobol}file-control
       data division.
           05  pk-rec-author  pic x(12).
           05  filler         pic x value space.
           05  pk-rec-par     pic 9(04).
           05  filler         pic x value space.
           05  pk-rec-diff    pic 9(03).
       fd  mono-file.
       01  mono-record.
           05  mn-rec-type   pic x(01).
           05  cont-game  pic x(12).
           05  filler     pic x value space.
           05  cont-path  pic x(90).
       fd  race-file.
       01  race-record.
           05  rl-date     pic x(08).
           05  filler      pic x value space.
           05  rl-time     pic x(06).
           05  filler      pic x value space.
           05  rl-map      pic x(40).
           05  filler      pic x value space.
           05  rl-player1  pic x(10).
           05  filler      pic x value space.
           05  rl-steps1   pic 9(04).
           05  filler      pic x value space.
           05  rl-player2  pic x(10).
           05  filler      pic x value space.
           05  rl-steps2   pic 9(04).
           05  filler      pic x value space.
           05  rl-winner   pic x(10).
      *end file section editor code
      *end {iscobol}file-section
       working-storage section.
       01  pack-f-sts    pic x(02).
       01  pack-tbl.
           05  pack-cnt pic 9(02) value 0.
           05  pk-entry occurs 30.
               10  pk-file   pic x(40).
               10  pk-name   pic x(20).
               10  pk-author pic x(12).
               10  pk-par    pic 9(04).
               10  pk-diff   pic 9(03).
       01  pk-hold       pic x(79).
       01  wk-pk         pic 9(02).
       01  wk-pkidx      pic 9(02).
       01  pack-item.
           05  pki-par   pic z(03)9.
           05  filler    pic x value space.
           05  pki-mark  pic x(01).
           05  filler    pic x(02) value " d".
           05  pki-diff  pic x(03).
       01  wk-item-str   pic x(40).
       01  wk-new-cnt    pic 9(03).
       01  wk-pend-cnt   pic 9(03).
          05 lk-func pic x(04).
          05 lk-file pic x(90).
          05 lk-rc   pic 9(01).
      *> the best file and the pack index are rewritten to a new copy
      *> that SafeSwap puts in place once it is whole
       01 swap-param.
          05 sw-func  pic x(04).
          05 sw-file  pic x(90).
          05 sw-temp  pic x(100).
          05 sw-count pic 9(03).
          05 sw-rc    pic 9(01).
       01 best-file-name pic x(100)
          value "../data/catseye_beststeps.log".
       01 pack-file-name pic x(100)
          value "../data/catseye_pack.idx".
       01 rcnt-f-sts pic x(02).
       01 cont-f-sts pic x(02).
       01 wk-curdate pic x(21).
           05  bd-par     pic 9(04).
       01  bd-map-tbl.
           05  bd-map-cnt pic 9(02) value 0.
           05  bd-map-line occurs 30 pic x(42).
       01  bd-added-cnt  pic 9(02).
       01  bd-reject-cnt pic 9(02).
       01  bd-skip-cnt   pic 9(02).
       01  player-name   pic x(10) value "GUEST".
       01  settings-f-sts pic x(02).
       01  data-path     pic x(24) value "../data/".
      *> difficulty rating of a pack map - see RATE-SCORE-RTN
       01  rt-path-tbl.
           05  rt-path-row occurs 21.
               10  rt-path-cell occurs 21 pic 9(01).
       01  rt-score      pic 9(04).
       01  rt-steps      pic 9(03).
       01  rt-terrain    pic 9(03).
       01  rt-dead       pic 9(03).
       01  rt-branch     pic 9(03).
       01  rt-doors      pic 9(02).
       01  rt-keys       pic 9(01).
       01  rt-expose     pic 9(03).
       01  rt-open       pic 9(01).
       01  rt-guard      pic 9(03).
       01  rt-room-sw    pic 9(01).
       01  rt-cost-a     pic 9(01).
       01  rt-cost-b     pic 9(01).
       01  rt-dy         pic s9(01).
       01  rt-dx         pic s9(01).
       01  rt-nc         pic 9(02).
       01  rt-lo         pic 9(02).
       01  rt-hi         pic 9(02).
       01  rt-rated-cnt  pic 9(02).
       01  rt-fail-cnt   pic 9(02).
       01  rt-miss-cnt   pic 9(02).
       01  rt-key-a      pic 9(04).
       01  rt-key-b      pic 9(04).
       01  rt-diff-ed    pic zz9.
       01  rt-save-name  pic x(80).
       01  rt-save-par   pic 9(04).
       01  rt-save-sr    pic 9(02).
       01  rt-save-sc    pic 9(02).
       01  rt-save-gr    pic 9(02).
       01  rt-save-gc    pic 9(02).
      *> two-cat race: cat 1 leaves from S, cat 2 from T
       01  race-f-sts    pic x(02).
       01  race-sw       pic 9(01) value 0.
       01  rc-tbl.
           05  rc-cat occurs 2.
               10  rc-r      pic 9(02).
               10  rc-c      pic 9(02).
               10  rc-sr     pic 9(02).
               10  rc-sc     pic 9(02).
               10  rc-steps  pic 9(04).
               10  rc-wait   pic 9(01).
               10  rc-key-sw pic 9(01).
               10  rc-under  pic x(02).
               10  rc-den    pic x(01).
               10  rc-mark   pic x(01).
               10  rc-name   pic x(10).
       01  rc-turn       pic 9(01).
       01  rc-k          pic 9(01).
       01  rc-other      pic 9(01).
       01  rc-guard      pic 9(02).
       01  rc-tr         pic 9(02).
       01  rc-tc         pic 9(02).
       01  rc-dr         pic s9(02).
       01  rc-dc         pic s9(02).
       01  rc-save-par   pic 9(04).
       01  rc-steps-ed   pic zzz9.
       01  race-msg      pic x(40).
      *> teleporter pads are "P" plus the pair digit 1-9; tp-xd is
      *> the distance at which the cat lands on that pad
       01  tp-tbl.
           05  tp-pair occurs 9.
               10  tp-ends   pic 9(01).
               10  tp-end occurs 2.
                   15  tp-r   pic 9(02).
                   15  tp-c   pic 9(02).
                   15  tp-xd  pic 9(03).
       01  tp-cost-tbl.
           05  tp-cost occurs 9 pic 9(01).
       01  tp-cost-save  pic x(09).
       01  tp-num-tbl.
           05  tp-num-row occurs 21.
               10  tp-num-cell occurs 21 pic x(01).
       01  tp-k          pic 9(02).
       01  tp-e          pic 9(01).
       01  tp-pe         pic 9(01).
       01  tp-at-r       pic 9(02).
       01  tp-at-c       pic 9(02).
       01  tp-nv         pic 9(04).
       01  tp-base       pic 9(03).
       01  tp-digit      pic x(01).
       01  tp-show       pic x(02).
       01  tp-cost-in    pic 9(02).
      *> walking a cheapest path back from Gold - see TRACE-BACK-RTN
       01  tb-r          pic 9(02).
       01  tb-c          pic 9(02).
       01  tb-want       pic s9(04).
       01  tb-target     pic s9(04).
       01  tb-jump-sw    pic 9(01).
       01  tb-found-sw   pic 9(01).
       01  tb-min        pic 9(04).
       01  tb-d          pic 9(01).
       01  tb-nr         pic s9(03).
       01  tb-nc         pic s9(03).
       01  tb-mr         pic 9(02).
       01  tb-mc         pic 9(02).
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
          05 filler pic x(08) value "PB-1".
          05 ttl-pb-1 pic x(40) value "file:".
          05 filler pic x(08) value "PB-2".
          05 ttl-pb-2 pic x(40) value "Load".
          05 filler pic x(08) value "PB-3".
          05 ttl-pb-3 pic x(40) value "Save".
          05 filler pic x(08) value "PB-4".
          05 ttl-pb-4 pic x(40) value "Step in".
          05 filler pic x(08) value "PB-5".
          05 ttl-pb-5 pic x(40) value "Reset".
          05 filler pic x(08) value "PB-6".
          05 ttl-pb-6 pic x(40) value "Quit".
          05 filler pic x(08) value "LA-2".
          05 ttl-la-2 pic x(40) value "Select setting Cells".
          05 filler pic x(08) value "LA-3".
          05 ttl-la-3 pic x(40) value "row".
          05 filler pic x(08) value "LA-4".
          05 ttl-la-4 pic x(40) value "col".
          05 filler pic x(08) value "PB-7".
          05 ttl-pb-7 pic x(40) value "Block".
          05 filler pic x(08) value "PB-8".
          05 ttl-pb-8 pic x(40) value "Gold".
          05 filler pic x(08) value "PB-9".
          05 ttl-pb-9 pic x(40) value "Start".
          05 filler pic x(08) value "LA-1".
          05 ttl-la-1 pic x(40) value "GOLD position".
          05 filler pic x(08) value "PB-10".
          05 ttl-pb-10 pic x(40) value "Clear".
          05 filler pic x(08) value "LA-5".
          05 ttl-la-5 pic x(40) value "row".
          05 filler pic x(08) value "LA-6".
          05 ttl-la-6 pic x(40) value "col".
          05 filler pic x(08) value "LA-7".
          05 ttl-la-7 pic x(40) value "Start position".
          05 filler pic x(08) value "LA-8".
          05 ttl-la-8 pic x(40) value "CatsEye Gold X".
          05 filler pic x(08) value "PB-11".
          05 ttl-pb-11 pic x(40) value "AutoRun".
          05 filler pic x(08) value "PB-12".
          05 ttl-pb-12 pic x(40) value "Generate".
          05 filler pic x(08) value "PB-13".
          05 ttl-pb-13 pic x(40) value "Solve".
          05 filler pic x(08) value "PB-14".
          05 ttl-pb-14 pic x(40) value "Undo".
          05 filler pic x(08) value "PB-15".
          05 ttl-pb-15 pic x(40) value "Next Level".
          05 filler pic x(08) value "LA-9".
          05 ttl-la-9 pic x(40) value "Best steps".
          05 filler pic x(08) value "LA-10".
          05 ttl-la-10 pic x(40) value "Step Limit".
          05 filler pic x(08) value "PB-23".
          05 ttl-pb-23 pic x(40) value "Replay".
          05 filler pic x(08) value "PB-22".
          05 ttl-pb-22 pic x(40) value "ImportPic".
          05 filler pic x(08) value "PB-21".
          05 ttl-pb-21 pic x(40) value "Dog".
          05 filler pic x(08) value "PB-26".
          05 ttl-pb-26 pic x(40) value "Ghost".
          05 filler pic x(08) value "PB-27".
          05 ttl-pb-27 pic x(40) value "ExpPack".
          05 filler pic x(08) value "PB-28".
          05 ttl-pb-28 pic x(40) value "ImpPack".
          05 filler pic x(08) value "PB-24".
          05 ttl-pb-24 pic x(40) value "Key".
          05 filler pic x(08) value "PB-25".
          05 ttl-pb-25 pic x(40) value "Door".
          05 filler pic x(08) value "PB-19".
          05 ttl-pb-19 pic x(40) value "Mud".
          05 filler pic x(08) value "PB-20".
          05 ttl-pb-20 pic x(40) value "Water".
          05 filler pic x(08) value "PB-18".
          05 ttl-pb-18 pic x(40) value "Go".
          05 filler pic x(08) value "PB-17".
          05 ttl-pb-17 pic x(40) value "Verify".
          05 filler pic x(08) value "PB-16".
          05 ttl-pb-16 pic x(40) value "Set Limit".
          05 filler pic x(08) value "CB-1".
          05 ttl-cb-1 pic x(40) value "Fog".
          05 filler pic x(08) value "PB-29".
          05 ttl-pb-29 pic x(40) value "Rate".
          05 filler pic x(08) value "PB-30".
          05 ttl-pb-30 pic x(40) value "Sort".
          05 filler pic x(08) value "PB-31".
          05 ttl-pb-31 pic x(40) value "Start2".
          05 filler pic x(08) value "PB-34".
          05 ttl-pb-34 pic x(40) value "Tele".
          05 filler pic x(08) value "LA-12".
          05 ttl-la-12 pic x(40) value "cost".
          05 filler pic x(08) value "LA-11".
          05 ttl-la-11 pic x(40) value "Cat 2".
          05 filler pic x(08) value "PB-32".
          05 ttl-pb-32 pic x(40) value "Race".
          05 filler pic x(08) value "PB-33".
          05 ttl-pb-33 pic x(40) value "Move".
       01 ttl-tbl-r redefines ttl-tbl.
          05 ttl-ent occurs 47.
             10 ttl-ctl  pic x(08).
             10 ttl-text pic x(40).
       01 ttl-i pic 9(03).
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
      *end {iscobol}external-definitions
             font Arial-9v0
             id 2
             self-act
             title ttl-pb-1
             .
          03 screen-1-ef-1 Entry-Field
             line 17.0
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
          03 screen-1-pb-4 Push-Button
             exception-value 5
             font Arial-9v0
             id 8
             self-act
             title ttl-pb-4
             .
          03 screen-1-pb-5 Push-Button
             exception-value 4
             font Arial-9v0
             id 9
             self-act
             title ttl-pb-5
             .
          03 screen-1-pb-6 Push-Button
             exception-value 27
             font Arial-9v0
             id 10
             self-act
             title ttl-pb-6
             .
          03 screen-1-la-2 Label
             line 35.83
             lines 3.33 cells 
             font Arial-9v0
             id 11
             title ttl-la-2
             .
          03 screen-1-la-3 Label
             line 56.67
             lines 4.17 cells 
             font Arial-9v0
             id 12
             title ttl-la-3
             .
          03 screen-1-la-4 Label
             line 56.33
             lines 3.17 cells 
             font Arial-9v0
             id 13
             title ttl-la-4
             .
          03 screen-1-ef-2 Entry-Field
             line 56.5
             lines 5.17 cells 
             font Arial-9v0
             id 6
             title ttl-pb-7
             .
          03 screen-1-pb-8 Push-Button
             exception-value 12
             lines 5.17 cells 
             font Arial-9v0
             id 7
             title ttl-pb-8
             .
          03 screen-1-pb-9 Push-Button
             exception-value 13
             lines 5.17 cells 
             font Arial-9v0
             id 16
             title ttl-pb-9
             .
          03 screen-1-ef-4 Entry-Field
             line 78.83
             lines 3.5 cells 
             font Arial-9v0
             id 18
             title ttl-la-1
             .
          03 screen-1-pb-10 Push-Button
             exception-value 14
             lines 5.17 cells 
             font Arial-9v0
             id 19
             title ttl-pb-10
             .
          03 screen-1-la-5 Label
             line 64.17
             lines 4.17 cells 
             font Arial-9v0
             id 20
             title ttl-la-5
             .
          03 screen-1-la-6 Label
             line 64.0
             lines 3.17 cells 
             font Arial-9v0
             id 21
             title ttl-la-6
             .
          03 screen-1-la-7 Label
             line 64.5
             lines 3.5 cells 
             font Arial-9v0
             id 22
             title ttl-la-7
             .
          03 screen-1-ef-5 Entry-Field
             line 64.0
             lines 6.5 cells 
             font Arial-20v0
             id 25
             title ttl-la-8
             .
          03 screen-1-pb-11 Push-Button
             exception-value 6
             lines 4.17 cells
             font Arial-9v0
             id 26
             title ttl-pb-11
             .
          03 screen-1-pb-12 Push-Button
             exception-value 8
             font Arial-9v0
             id 27
             self-act
             title ttl-pb-12
             .
          03 screen-1-pb-13 Push-Button
             exception-value 7
             font Arial-9v0
             id 28
             self-act
             title ttl-pb-13
             .
          03 screen-1-pb-14 Push-Button
             exception-value 9
             font Arial-9v0
             id 29
             self-act
             title ttl-pb-14
             .
          03 screen-1-pb-15 Push-Button
             exception-value 10
             font Arial-9v0
             id 30
             self-act
             title ttl-pb-15
             .
          03 screen-1-la-9 Label
             line 71.0
             lines 3.5 cells
             font Arial-9v0
             id 31
             title ttl-la-9
             .
          03 screen-1-ef-7 Entry-Field
             line 71.0
             lines 3.5 cells
             font Arial-9v0
             id 33
             title ttl-la-10
             .
          03 screen-1-ef-8 Entry-Field
             line 85.0
             font Arial-9v0
             id 43
             self-act
             title ttl-pb-23
             .
          03 screen-1-ef-9 Entry-Field
             line 10.83
             font Arial-9v0
             id 42
             self-act
             title ttl-pb-22
             .
          03 screen-1-pb-21 Push-Button
             exception-value 20
             lines 5.17 cells
             font Arial-9v0
             id 41
             title ttl-pb-21
             .
          03 screen-1-pb-26 Push-Button
             exception-value 25
             font Arial-9v0
             id 47
             self-act
             title ttl-pb-26
             .
          03 screen-1-pb-27 Push-Button
             exception-value 26
             font Arial-9v0
             id 48
             self-act
             title ttl-pb-27
             .
          03 screen-1-pb-28 Push-Button
             exception-value 28
             font Arial-9v0
             id 49
             self-act
             title ttl-pb-28
             .
          03 screen-1-pb-24 Push-Button
             exception-value 23
             lines 5.17 cells
             font Arial-9v0
             id 45
             title ttl-pb-24
             .
          03 screen-1-pb-25 Push-Button
             exception-value 24
             lines 5.17 cells
             font Arial-9v0
             id 46
             title ttl-pb-25
             .
          03 screen-1-pb-19 Push-Button
             exception-value 18
             lines 5.17 cells
             font Arial-9v0
             id 39
             title ttl-pb-19
             .
          03 screen-1-pb-20 Push-Button
             exception-value 19
             lines 5.17 cells
             font Arial-9v0
             id 40
             title ttl-pb-20
             .
          03 screen-1-co-1 Combo-Box
             line 33.2
             font Arial-9v0
             id 38
             self-act
             title ttl-pb-18
             .
          03 screen-1-pb-17 Push-Button
             exception-value 16
             font Arial-9v0
             id 36
             self-act
             title ttl-pb-17
             .
          03 screen-1-pb-16 Push-Button
             exception-value 15
             font Arial-9v0
             id 35
             self-act
             title ttl-pb-16
             .
          03 screen-1-cb-1 Check-Box
             line 85.0
             lines 4.17 cells
             font Arial-9v0
             id 50
             title ttl-cb-1
             value "0"
             .
          03 screen-1-pb-29 Push-Button
             exception-value 29
             line 71.0
             column 81.5
             size 5.2 cells
             lines 4.33 cells
             font Arial-9v0
             id 51
             self-act
             title ttl-pb-29
             .
          03 screen-1-pb-30 Push-Button
             exception-value 30
             line 71.0
             column 87.0
             size 5.2 cells
             lines 4.33 cells
             font Arial-9v0
             id 52
             self-act
             title ttl-pb-30
             .
          03 screen-1-pb-31 Push-Button
             exception-value 31
             line 39.8
             column 77.1
             size 5.7 cells
             lines 5.17 cells
             font Arial-9v0
             id 53
             title ttl-pb-31
             .
          03 screen-1-pb-34 Push-Button
             exception-value 34
             line 39.8
             column 56.3
             size 5.7 cells
             lines 5.17 cells
             font Arial-9v0
             id 59
             title ttl-pb-34
             .
          03 screen-1-la-12 Label
             line 40.5
             column 62.4
             size 3.9 cells
             lines 3.5 cells
             font Arial-9v0
             id 60
             title ttl-la-12
             .
          03 screen-1-ef-12 Entry-Field
             line 40.0
             column 66.5
             size 5.7 cells
             lines 4.33 cells
             font Arial-9v0
             id 61
             3-d
             value "1"
             .
          03 screen-1-la-11 Label
             line 92.0
             column 4.6
             size 5.0 cells
             lines 3.5 cells
             font Arial-9v0
             id 54
             title ttl-la-11
             .
          03 screen-1-ef-10 Entry-Field
             line 92.0
             column 10.0
             size 10.5 cells
             lines 4.33 cells
             font Arial-9v0
             id 55
             3-d
             .
          03 screen-1-pb-32 Push-Button
             exception-value 32
             line 92.0
             column 22.0
             size 8.2 cells
             lines 4.17 cells
             font Arial-9v0
             id 56
             self-act
             title ttl-pb-32
             .
          03 screen-1-pb-33 Push-Button
             exception-value 33
             line 92.0
             column 31.5
             size 8.2 cells
             lines 4.17 cells
             font Arial-9v0
             id 57
             self-act
             title ttl-pb-33
             .
          03 screen-1-ef-11 Entry-Field
             line 98.0
             column 4.6
             size 36.0 cells
             lines 4.33 cells
             font Arial-9v0
             id 58
             3-d
             read-only
             value race-msg
             .
      *end {iscobol}copy-screen
      *begin {iscobol}procedure-using
       procedure division.
           perform is-screen-1-create
           perform is-screen-1-init-data.
       is-screen-1-create.
           perform screen-1-bef-create.
           display standard window background-low
              screen line 25
              screen column 91
                  perform EXPORT-PACK-RTN
              when 28     *>Import level pack bundle
                  perform IMPORT-PACK-RTN
              when 29     *>Rate every map in the pack
                  perform RATE-PACK-RTN
              when 30     *>Re-sort the pack by difficulty
                  perform SORT-PACK-RTN
              when 31     *>Second start cell for a race
                  perform SET-START2-RTN
              when 32     *>Two-cat race
                  perform RACE-START-RTN
              when 33     *>Move the cat whose turn it is
                  perform RACE-MOVE-RTN
              when 34     *>Teleporter pad
                  perform SET-TELE-RTN
           end-evaluate.
           .
           
           if selected-cell-cnt not = 1
              move "You can't specify multiple GOLD cell!!" to 
                    result-msg
              move "CE-M037" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify  screen-1-ef-4 value result-msg
           else
              move selected-row(1) to gold-row
           if selected-cell-cnt not = 1
              move "You can't specify multiple START cell!!" to 
                    result-msg
              move "CE-M038" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify  screen-1-ef-4 value result-msg
           else
              move selected-row(1) to start-row
              modify screen-1-ef-5 value wk-row
              modify screen-1-ef-6 value wk-col
           end-if.
       SET-START2-RTN.
           perform GET-SELECTED-CELLS.
           if selected-cell-cnt not = 1
              move "You can't specify multiple START cell!!" to
                    result-msg
              move "CE-M038" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify  screen-1-ef-4 value result-msg
           else
              move selected-row(1) to wk-row
              move selected-col(1) to wk-col
              modify screen-1-gr-1(wk-row, wk-col) CELL-DATA = "T"
           end-if.
 
       SET-MUD-RTN.
           perform GET-SELECTED-CELLS.
              modify screen-1-gr-1(wk-row, wk-col) CELL-DATA = "L"
           end-perform.
           .
       SET-TELE-RTN.
      *> pads are numbered in pairs: the next pad completes the
      *> lowest pair still waiting for a partner, or opens a new one
           perform GET-SELECTED-CELLS.
           if selected-cell-cnt not = 1
              move "Place one teleporter pad at a time!!" to
                    result-msg
              move "CE-M039" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify  screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           perform TP-CLEAR-RTN
           perform varying row-idx from 2 by 1 until row-idx > row-max
              perform varying col-idx from 2 by 1
                      until col-idx > col-max
                 modify screen-1-gr-1 X = col-idx Y = row-idx
                 move spaces to wk-cell2
                 inquire screen-1-gr-1 cell-data wk-cell2
                 if wk-cell2(1:1) = "P" and
                    (row-idx not = selected-row(1) or
                     col-idx not = selected-col(1))
                    move row-idx to ck-r
                    move col-idx to ck-c
                    perform TP-NOTE-RTN
                 end-if
              end-perform
           end-perform
           move selected-row(1) to wk-row
           move selected-col(1) to wk-col
           move 0 to wk-k
           perform varying tp-k from 1 by 1 until tp-k > 9
              if tp-ends(tp-k) = 1
                 move tp-k to wk-k
                 exit perform
              end-if
           end-perform
           if wk-k = 0
              perform varying tp-k from 1 by 1 until tp-k > 9
                 if tp-ends(tp-k) = 0
                    move tp-k to wk-k
                    exit perform
                 end-if
              end-perform
           end-if
           if wk-k = 0
              move "All 9 teleporter pairs are in use!!" to
                    result-msg
              move "CE-M040" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify  screen-1-ef-4 value result-msg
              exit paragraph
           end-if
      *> a hop costs 1 to 9 steps
           inquire screen-1-ef-12 value tp-cost-in
           if tp-cost-in = 0
              move 1 to tp-cost-in
           end-if
           if tp-cost-in > 9
              move 9 to tp-cost-in
           end-if
           move tp-cost-in to tp-cost(wk-k)
           move spaces to wk-cell2
           move "P" to wk-cell2(1:1)
           move wk-k(2:1) to wk-cell2(2:1)
           modify screen-1-gr-1(wk-row, wk-col) CELL-DATA = wk-cell2
           move spaces to result-msg
           if tp-ends(wk-k) = 1
              move "CE-M047" to mc-id
              move "Teleporter" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "CE-M048" to mc-id
              move " paired, cost" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " " wk-cell2
                     function trim(msg-part(2) trailing) " "
                     tp-cost(wk-k) delimited by size into result-msg
           else
              move "CE-M047" to mc-id
              move "Teleporter" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(1)
              move "CE-M049" to mc-id
              move " placed - add its partner" to mc-text
              perform MSG-GET-RTN
              move mc-text to msg-part(2)
              string function trim(msg-part(1) trailing) " " wk-cell2
                     function trim(msg-part(2) trailing)
                     delimited by size into result-msg
           end-if
           modify  screen-1-ef-4 value result-msg
           .
       SET-CLEAR-RTN.
           perform GET-SELECTED-CELLS.
           perform varying wk-i from 1 by 1 
           end-if
           .
       FILE-SAVE-RTN.
           if race-sw = 1
              move "Finish the race before saving!!" to result-msg
              move "CE-M001" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           perform SOLVE-CHECK-RTN
      *> a pad without exactly one partner would leave the map
      *> ambiguous, so the save is refused
           perform varying tp-k from 1 by 1 until tp-k > 9
              if tp-ends(tp-k) = 1 or tp-ends(tp-k) > 2
                 exit perform
              end-if
           end-perform
           if tp-k < 10
              move spaces to result-msg
              if tp-ends(tp-k) = 1
                 move "CE-M050" to mc-id
                 move "Teleporter P" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(1)
                 move "CE-M051" to mc-id
                 move " has no partner - not saved" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(2)
                 string function trim(msg-part(1) trailing) tp-k(2:1)
                        function trim(msg-part(2) trailing)
                        delimited by size into result-msg
              else
                 move "CE-M050" to mc-id
                 move "Teleporter P" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(1)
                 move "CE-M052" to mc-id
                 move " has too many pads - not saved" to mc-text
                 perform MSG-GET-RTN
                 move mc-text to msg-part(2)
                 string function trim(msg-part(1) trailing) tp-k(2:1)
                        function trim(msg-part(2) trailing)
                        delimited by size into result-msg
              end-if
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           if solve-ok-sw = 0
              perform SOLVE-CHECK-AFTER
              exit paragraph
           if map-f-sts not = "00"
              move "Cannot write map file - check the path" to
                    result-msg
              move "CE-M041" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           move spaces to map-record
           string "PAR " par-steps delimited by size into map-record
           write map-record
           perform varying tp-k from 1 by 1 until tp-k > 9
              if tp-ends(tp-k) = 2
                 move spaces to map-record
                 string "TPC " tp-k(2:1) " " tp-cost(tp-k)
                        delimited by size into map-record
                 write map-record
              end-if
           end-perform
           close  map-file
           perform RECENT-ADD-RTN
      *> a pack map edited in place gets its rating refreshed
           move 0 to wk-pkidx
           perform varying wk-pk from 1 by 1 until wk-pk > pack-cnt
              if pk-file(wk-pk) = map-file-name
                 move wk-pk to wk-pkidx
                 exit perform
              end-if
           end-perform
           if wk-pkidx > 0
              perform RATE-SCORE-RTN
              move rt-score to pk-diff(wk-pkidx)
              perform REWRITE-PACK-IDX-RTN
              perform RELIST-PACK-RTN
           end-if
           perform SOLVE-CHECK-AFTER
           .
       SOLVE-CHECK-RTN.
      *> distances until stable, so weighted cells also come out right
           move 0 to solve-ok-sw
           move 0 to par-steps
           perform TP-CLEAR-RTN
           perform SCAN-GOLD-START-RTN
           if start-row = 0 or gold-row = 0
              exit paragraph
                 move space to wk-cell
                 inquire screen-1-gr-1 cell-data wk-cell
                 move wk-cell to chk-map-cell(ck-r, ck-c)
                 if wk-cell = "P"
                    move spaces to wk-cell2
                    inquire screen-1-gr-1 cell-data wk-cell2
                    perform TP-NOTE-RTN
                 end-if
              end-perform
           end-perform
           perform SOLVE-FLOOD-RTN
           .
       SOLVE-FLOOD-RTN.
      *> chk-map-tbl holds the map and dist-tbl is all 999
           perform varying tp-k from 1 by 1 until tp-k > 9
              move 999 to tp-xd(tp-k, 1) tp-xd(tp-k, 2)
           end-perform
           move 0 to dist-cell(start-row, start-col)
           move 0 to door-open-sw
           move 999 to key-time
           end-if
           .
       SOLVE-RELAX-RTN.
      *> the way on from a teleporter pad starts at the distance the
      *> cat lands on it - walking onto a pad always sends it across
           move dist-cell(ck-r, ck-c) to tp-base
           if chk-map-cell(ck-r, ck-c) = "P"
              move ck-r to tp-at-r
              move ck-c to tp-at-c
              perform TP-FIND-RTN
              if tp-k > 0
                 if tp-xd(tp-k, tp-e) = 999
                    exit paragraph
                 end-if
                 move tp-xd(tp-k, tp-e) to tp-base
              end-if
           end-if
           perform varying ck-d from 1 by 1 until ck-d > 4
              compute ck-nr = ck-r + dev-yy(ck-d)
              compute ck-nc = ck-c + dev-xx(ck-d)
              if wk-cost = 0
                 exit perform cycle
              end-if
              compute wk-nd = tp-base + wk-cost
              if wk-cell = "L" and wk-nd < key-time + 1
                 compute wk-nd = key-time + 1
              end-if
                 move wk-nd to dist-cell(ck-nr, ck-nc)
                 move 1 to chg-sw
              end-if
              if wk-cell = "P"
                 perform TP-ARRIVE-RTN
              end-if
           end-perform
           .
       TP-ARRIVE-RTN.
      *> the cat stepped onto pad (ck-nr, ck-nc) at wk-nd and comes
      *> out on the partner pad after the pair's cost
           move ck-nr to tp-at-r
           move ck-nc to tp-at-c
           perform TP-FIND-RTN
           if tp-k = 0
              exit paragraph
           end-if
           compute tp-nv = wk-nd + tp-cost(tp-k)
           if tp-nv > 998
              exit paragraph
           end-if
           if tp-nv < tp-xd(tp-k, tp-pe)
              move tp-nv to tp-xd(tp-k, tp-pe)
              move 1 to chg-sw
           end-if
           if tp-nv < dist-cell(tp-r(tp-k, tp-pe), tp-c(tp-k, tp-pe))
              move tp-nv to
                   dist-cell(tp-r(tp-k, tp-pe), tp-c(tp-k, tp-pe))
              move 1 to chg-sw
           end-if
           .
       TP-CLEAR-RTN.
           perform varying tp-k from 1 by 1 until tp-k > 9
              move 0 to tp-ends(tp-k)
              move 0 to tp-r(tp-k, 1) tp-c(tp-k, 1)
              move 0 to tp-r(tp-k, 2) tp-c(tp-k, 2)
              move 999 to tp-xd(tp-k, 1) tp-xd(tp-k, 2)
           end-perform
           move spaces to tp-num-tbl
           .
       TP-NOTE-RTN.
      *> wk-cell2 holds the pad found at (ck-r, ck-c)
           move wk-cell2(2:1) to tp-digit
           if tp-digit < "1" or tp-digit > "9"
              exit paragraph
           end-if
           compute tp-k = function numval(tp-digit)
           move tp-digit to tp-num-cell(ck-r, ck-c)
           if tp-ends(tp-k) < 2
              add 1 to tp-ends(tp-k)
              move ck-r to tp-r(tp-k, tp-ends(tp-k))
              move ck-c to tp-c(tp-k, tp-ends(tp-k))
           else
              if tp-ends(tp-k) < 9
                 add 1 to tp-ends(tp-k)
              end-if
           end-if
           .
       TP-FIND-RTN.
      *> pair and end of the pad at (tp-at-r, tp-at-c); tp-k = 0
      *> when it is not a pad or its pair is incomplete, in which
      *> case it is plain floor
           move 0 to tp-k
           move tp-num-cell(tp-at-r, tp-at-c) to tp-digit
           if tp-digit = space
              exit paragraph
           end-if
           compute tp-k = function numval(tp-digit)
           if tp-ends(tp-k) not = 2
              move 0 to tp-k
              exit paragraph
           end-if
           if tp-r(tp-k, 1) = tp-at-r and tp-c(tp-k, 1) = tp-at-c
              move 1 to tp-e
              move 2 to tp-pe
           else
              move 2 to tp-e
              move 1 to tp-pe
           end-if
           .
       TP-SHOW-RTN.
      *> map text of (tp-at-r, tp-at-c) as the editor shows it
           move spaces to tp-show
           move chk-map-cell(tp-at-r, tp-at-c) to tp-show(1:1)
           if tp-show(1:1) = "P"
              move tp-num-cell(tp-at-r, tp-at-c) to tp-show(2:1)
           end-if
           .
       TP-COST-RESET-RTN.
           perform varying tp-k from 1 by 1 until tp-k > 9
              move 1 to tp-cost(tp-k)
           end-perform
           .
       TP-COST-LINE-RTN.
      *> "TPC n c" after the PAR line: pair n hops at cost c
           if map-record(5:1) >= "1" and map-record(5:1) <= "9" and
              map-record(7:1) >= "1" and map-record(7:1) <= "9"
              compute tp-k = function numval(map-record(5:1))
              compute tp-cost(tp-k) = function numval(map-record(7:1))
           end-if
           .
       TRACE-BACK-RTN.
      *> one step back along the cheapest path from (tb-r, tb-c),
      *> which the path reaches at tb-want. The predecessor is the
      *> neighbour whose distance plus this cell's cost gives tb-want
      *> (a door entered right after the key pickup has no exact
      *> match, so the nearest one will do). A pad the cat landed on
      *> leads back to its partner instead. tb-found-sw: 0 stuck,
      *> 1 nearest, 2 exact, 3 teleported
           move 0 to tb-found-sw
           if tb-jump-sw = 0 and chk-map-cell(tb-r, tb-c) = "P"
              move tb-r to tp-at-r
              move tb-c to tp-at-c
              perform TP-FIND-RTN
              if tp-k > 0 and tp-xd(tp-k, tp-e) = tb-want
                 move tp-r(tp-k, tp-pe) to tb-r
                 move tp-c(tp-k, tp-pe) to tb-c
                 subtract tp-cost(tp-k) from tb-want
                 move 1 to tb-jump-sw
                 move 3 to tb-found-sw
                 exit paragraph
              end-if
           end-if
           move 0 to tb-jump-sw
           move chk-map-cell(tb-r, tb-c) to wk-cell
           perform CELL-COST-RTN
           if wk-cost = 0
              move 1 to wk-cost
           end-if
           compute tb-target = tb-want - wk-cost
           move 9999 to tb-min
           perform varying tb-d from 1 by 1 until tb-d > 4
              compute tb-nr = tb-r + dev-yy(tb-d)
              compute tb-nc = tb-c + dev-xx(tb-d)
              if tb-nr < 1 or tb-nr > 21 or
                 tb-nc < 1 or tb-nc > 21
                 exit perform cycle
              end-if
              move dist-cell(tb-nr, tb-nc) to tp-nv
              if chk-map-cell(tb-nr, tb-nc) = "P"
                 move tb-nr to tp-at-r
                 move tb-nc to tp-at-c
                 perform TP-FIND-RTN
                 if tp-k > 0
                    move tp-xd(tp-k, tp-e) to tp-nv
                 end-if
              end-if
              if tp-nv = tb-target
                 move tb-nr to tb-mr
                 move tb-nc to tb-mc
                 move 2 to tb-found-sw
                 exit perform
              end-if
              if tp-nv < tb-min
                 move tp-nv to tb-min
                 move tb-nr to tb-mr
                 move tb-nc to tb-mc
                 move 1 to tb-found-sw
              end-if
           end-perform
           evaluate tb-found-sw
              when 2
                 move tb-target to tb-want
              when 1
                 if tb-min not < tb-want
                    move 0 to tb-found-sw
                    exit paragraph
                 end-if
                 move tb-min to tb-want
           end-evaluate
           if tb-found-sw > 0
              move tb-mr to tb-r
              move tb-mc to tb-c
           end-if
           .
       CELL-COST-RTN.
           evaluate wk-cell
       SOLVE-CHECK-AFTER.
           if start-row = 0 or gold-row = 0
              move "Set Start and Gold cells first!!" to result-msg
              move "CE-M002" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           else
              move "Gold is unreachable - map not saved" to
                    result-msg
              move "CE-M042" to mc-id
              perform RESULT-MSG-XLATE-RTN
           end-if
           modify screen-1-ef-4 value result-msg
           .
           open input map-file
           if map-f-sts not = "00"
              move "Map file not found" to result-msg
              move "CE-M003" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           modify screen-1-gr-1 mass-update = 1
           modify screen-1-gr-1 reset-grid 3
           move 0 to par-steps
           perform TP-COST-RESET-RTN
           move 2 to row-idx
           perform until 1 = 0
             read map-file at end exit perform
                move function numval(map-record(5:4)) to par-steps
                exit perform cycle
             end-if
             if map-record(1:4) = "TPC "
                perform TP-COST-LINE-RTN
                exit perform cycle
             end-if
             if row-idx > row-max
                exit perform cycle
             end-if
           move 0 to step-no
           move 0 to undo-valid-sw
           move 0 to ghost-active-sw
           move 0 to race-sw
           perform LOAD-BEST-RTN
           perform RECENT-ADD-RTN
           .
       STEP-IN-RTN.
      *> the wavefront now reveals a precomputed cost field, so mud
      *> and water cells arrive later than plain floor
           if race-sw = 1
              move -5 to ret-cd
              exit paragraph
           end-if
           if start-row = 0 or start-col = 0
                          or gold-row = 0 or gold-col = 0
              move -2 to ret-cd
      *> flooded cells already show their step number - only
      *> unreached cells get their map character back
                       if dist-cell(fg-r, fg-c) > step-no
                          move fg-r to tp-at-r
                          move fg-c to tp-at-c
                          perform TP-SHOW-RTN
                          modify screen-1-gr-1(fg-r, fg-c)
                                 cell-data = tp-show
                       end-if
                    end-if
                 end-if
           modify  screen-1-gr-1 X = wk-hc Y = hz-r(wk-h)
           move space to wk-cell
           inquire screen-1-gr-1 cell-data wk-cell
      *> a dog would knock a teleporter pad's number off the grid
           if wk-cell = "#" or wk-cell = "G" or wk-cell = "S"
              or wk-cell = "D" or wk-cell = "T" or wk-cell = "P"
              move 1 to hz-block-sw
           end-if
      *> in a race a cat may be sitting on its den, which hides the
      *> S or T underneath
           if race-sw = 1
              perform varying rc-k from 1 by 1 until rc-k > 2
                 if hz-r(wk-h) = rc-sr(rc-k) and wk-hc = rc-sc(rc-k)
                    move 1 to hz-block-sw
                 end-if
                 if hz-r(wk-h) = rc-r(rc-k) and wk-hc = rc-c(rc-k)
                    and rc-under(rc-k)(1:1) = "P"
                    move 1 to hz-block-sw
                 end-if
              end-perform
           end-if
           .
           
       STEP-IN-AFTER.
                            ghost-done-sw = 0
                            move "You got Gold - beat the ghost!!"
                              to result-msg
                            move "CE-M004" to mc-id
                            perform RESULT-MSG-XLATE-RTN
                         else
                            move "You got Gold !!" to result-msg
                            move "CE-M005" to mc-id
                            perform RESULT-MSG-XLATE-RTN
                         end-if
                         modify screen-1-ef-4 value result-msg
                         move 0 to ghost-active-sw
                 when -2
                         move "You have to set Start and Gold!!" to
                               result-msg
                         move "CE-M020" to mc-id
                         perform RESULT-MSG-XLATE-RTN
                         modify screen-1-ef-4 value result-msg
                 when -3
                         move "Step limit exceeded - You lose!!" to
                               result-msg
                         move "CE-M043" to mc-id
                         perform RESULT-MSG-XLATE-RTN
                         modify screen-1-ef-4 value result-msg
                         move 0 to undo-valid-sw
                 when -4
                         move "The dog caught you - run failed!!" to
                               result-msg
                         move "CE-M044" to mc-id
                         perform RESULT-MSG-XLATE-RTN
                         modify screen-1-ef-4 value result-msg
                         move 0 to undo-valid-sw
                 when -5
                         move "A race is on - use Move!!" to
                               result-msg
                         move "CE-M045" to mc-id
                         perform RESULT-MSG-XLATE-RTN
                         modify screen-1-ef-4 value result-msg
                 when 0
                         move "You missed failure" to result-msg
                         move "CE-M006" to mc-id
                         perform RESULT-MSG-XLATE-RTN
                         modify screen-1-ef-4 value result-msg
                 when other
                         move 1 to undo-valid-sw
       UNDO-RTN.
           if undo-valid-sw = 0
              move "Nothing to undo!!" to result-msg
              move "CE-M007" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
              perform varying col-idx from 2 by 1
                      until col-idx > col-max
                 if dist-cell(row-idx, col-idx) = step-no
                    move row-idx to tp-at-r
                    move col-idx to tp-at-c
                    perform TP-SHOW-RTN
                    modify screen-1-gr-1(row-idx, col-idx)
                           cell-data = tp-show
                 end-if
              end-perform
           end-perform
           move 0 to undo-valid-sw
           move 0 to ret-cd
           move "Undo complete" to result-msg
           move "CE-M008" to mc-id
           perform RESULT-MSG-XLATE-RTN
           modify screen-1-ef-4 value result-msg
           .

      *> equals this cell's distance - that is the cheapest path
           if ret-cd not = -1
              move "Reach Gold first to Solve!!" to result-msg
              move "CE-M009" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           modify screen-1-gr-1(gold-row, gold-col) cell-color = 289
           move gold-row to tb-r
           move gold-col to tb-c
           move dist-cell(gold-row, gold-col) to tb-want
           move 0 to tb-jump-sw
           move 0 to wk-k
           perform until (tb-r = start-row and tb-c = start-col)
                   or wk-k > 99
              add 1 to wk-k
              perform TRACE-BACK-RTN
              if tb-found-sw = 0
                 exit perform
              end-if
              modify screen-1-gr-1(tb-r, tb-c) cell-color = 289
           end-perform
           .

           if pack-cnt > 0
              if level-no > pack-cnt
                 move "Pack complete - well done!!" to result-msg
                 move "CE-M010" to mc-id
                 perform RESULT-MSG-XLATE-RTN
                 modify screen-1-ef-4 value result-msg
                 move 0 to level-no
                 exit paragraph
                    else
                       move 0 to pk-par(pack-cnt)
                    end-if
      *> entries written before ratings existed come in unrated
                    if pk-rec-diff is numeric
                       move pk-rec-diff to pk-diff(pack-cnt)
                    else
                       move 0 to pk-diff(pack-cnt)
                    end-if
                 end-if
              end-perform
              close pack-file
              move pk-par(wk-pk)  to pki-par
              move "----" to pki-best
              move space  to pki-mark
              evaluate pk-diff(wk-pk)
                 when 0
                    move " --" to pki-diff
                 when 999
                    move "bad" to pki-diff
                 when other
                    move pk-diff(wk-pk) to rt-diff-ed
                    move rt-diff-ed to pki-diff
              end-evaluate
              move 0 to best-found-sw
              open input best-file
              if best-f-sts = "00"
                    read best-file
                       at end exit perform
                    end-read
                    if best-record(1:7) = "*LAYOUT"
                       exit perform cycle
                    end-if
                    if best-map-label = pk-file(wk-pk)
                       move best-rec-steps to best-steps
                       move 1 to best-found-sw
       SELECT-LEVEL-RTN.
           if pack-cnt = 0
              move "No level pack manifest found!!" to result-msg
              move "CE-M011" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           end-perform
           if wk-pkidx = 0
              move "Pick a level from the list first!!" to result-msg
              move "CE-M012" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
      *> its map lines as M records and an E terminator
           if pack-cnt = 0
              move "No level pack to export!!" to result-msg
              move "CE-M013" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           open output bundle-file
           if bundle-f-sts not = "00"
              move "Cannot write bundle file" to result-msg
              move "CE-M014" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           end-perform
           close bundle-file
           move spaces to result-msg
           move "CE-M053" to mc-id
           move "Pack exported to catseye_bundle.cpk (" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "CE-M054" to mc-id
           move " missing)" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) bd-skip-cnt
                  function trim(msg-part(2) trailing) delimited by size
                  into result-msg
           modify screen-1-ef-4 value result-msg
           .
       IMPORT-PACK-RTN.
           inquire screen-1-ef-1 value bundle-file-name
           if bundle-file-name = spaces
              move "Put the bundle file name in file:" to result-msg
              move "CE-M015" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           open input bundle-file
           if bundle-f-sts not = "00"
              move "Bundle file not found" to result-msg
              move "CE-M016" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
                    move bundle-record to bd-i-rec
                    move 0 to bd-map-cnt
                 when "M"
                    if bd-map-cnt < 30
                       add 1 to bd-map-cnt
                       move bundle-record(3:42)
                         to bd-map-line(bd-map-cnt)
           close bundle-file
           perform REWRITE-PACK-IDX-RTN
           move spaces to result-msg
           move "CE-M055" to mc-id
           move "Import done:" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "CE-M056" to mc-id
           move " added," to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           move "CE-M057" to mc-id
           move " rejected" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(3)
           string function trim(msg-part(1) trailing) " " bd-added-cnt
                  function trim(msg-part(2) trailing) " " bd-reject-cnt
                  function trim(msg-part(3) trailing) delimited by size
                  into result-msg
           modify screen-1-ef-4 value result-msg
           .
       BUNDLE-ENTRY-RTN.
              add 1 to bd-reject-cnt
              exit paragraph
           end-if
           perform RATE-SCORE-RTN
           move 0 to wk-pkidx
           perform varying wk-pk from 1 by 1 until wk-pk > pack-cnt
              if pk-file(wk-pk) = local-map-name
                 exit perform
              end-if
           end-perform
           if wk-pkidx > 0
              move rt-score to pk-diff(wk-pkidx)
           end-if
           if wk-pkidx = 0 and pack-cnt < 30
              add 1 to pack-cnt
              move local-map-name(1:40) to pk-file(pack-cnt)
              move bd-name   to pk-name(pack-cnt)
              move bd-author to pk-author(pack-cnt)
              move bd-par    to pk-par(pack-cnt)
              move rt-score  to pk-diff(pack-cnt)
              modify screen-1-co-1 item-to-add bd-name
              add 1 to bd-added-cnt
           end-if
           .
       REWRITE-PACK-IDX-RTN.
           move pack-file-name to sw-file
           move "BEGN" to sw-func
           call "SafeSwap" using swap-param
           move sw-temp to pack-file-name
           open output pack-file
           if pack-f-sts not = "00"
              move sw-file to pack-file-name
              move "DROP" to sw-func
              call "SafeSwap" using swap-param
              exit paragraph
           end-if
           perform varying wk-pk from 1 by 1 until wk-pk > pack-cnt
              move pk-name(wk-pk)   to pk-rec-name
              move pk-author(wk-pk) to pk-rec-author
              move pk-par(wk-pk)    to pk-rec-par
              move pk-diff(wk-pk)   to pk-rec-diff
              write pack-record
           end-perform
           close pack-file
           move sw-file to pack-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           .
       RELIST-PACK-RTN.
           modify screen-1-co-1 reset-list = 1
           perform FILL-PACK-LIST-RTN
           .
       RATE-PACK-RTN.
           if pack-cnt = 0
              move "No level pack manifest found!!" to result-msg
              move "CE-M011" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           if step-no > 0
              move "Reset the board before rating!!" to result-msg
              move "CE-M017" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           perform RATE-ALL-RTN
           perform REWRITE-PACK-IDX-RTN
           perform RELIST-PACK-RTN
           move spaces to result-msg
           move "CE-M058" to mc-id
           move "Rated" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "CE-M059" to mc-id
           move " unsolvable," to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           move "CE-M060" to mc-id
           move " missing" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(3)
           string function trim(msg-part(1) trailing) " " rt-rated-cnt
                  ", " rt-fail-cnt function trim(msg-part(2) trailing)
                  " " rt-miss-cnt function trim(msg-part(3) trailing)
                  delimited by size into result-msg
           modify screen-1-ef-4 value result-msg
           .
       SORT-PACK-RTN.
           if pack-cnt = 0
              move "No level pack manifest found!!" to result-msg
              move "CE-M011" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           if step-no > 0
              move "Reset the board before sorting!!" to result-msg
              move "CE-M018" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           perform RATE-ALL-RTN
      *> insertion sort keeps the present order among equal ratings;
      *> maps that could not be read (rating 0) go to the end
           perform varying wk-i from 2 by 1 until wk-i > pack-cnt
              move pk-entry(wk-i) to pk-hold
              move pk-diff(wk-i) to rt-key-a
              if rt-key-a = 0
                 move 1000 to rt-key-a
              end-if
              move wk-i to wk-j
              perform until wk-j < 2
                 compute wk-k = wk-j - 1
                 move pk-diff(wk-k) to rt-key-b
                 if rt-key-b = 0
                    move 1000 to rt-key-b
                 end-if
                 if rt-key-b not > rt-key-a
                    exit perform
                 end-if
                 move pk-entry(wk-k) to pk-entry(wk-j)
                 move wk-k to wk-j
              end-perform
              move pk-hold to pk-entry(wk-j)
           end-perform
      *> Next Level carries on from the map on the board
           if level-no > 0
              perform varying wk-pk from 1 by 1 until wk-pk > pack-cnt
                 if pk-file(wk-pk) = map-file-name
                    move wk-pk to level-no
                    exit perform
                 end-if
              end-perform
           end-if
           perform REWRITE-PACK-IDX-RTN
           perform RELIST-PACK-RTN
           move spaces to result-msg
           move "CE-M061" to mc-id
           move "Pack sorted by difficulty (" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "CE-M062" to mc-id
           move " unsolvable)" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) rt-fail-cnt
                  function trim(msg-part(2) trailing) delimited by size
                  into result-msg
           modify screen-1-ef-4 value result-msg
           .
       RATE-ALL-RTN.
      *> the board on screen is left alone - only the solver tables
      *> are reused, and they are rebuilt on the next Step in
           move map-file-name to rt-save-name
           move par-steps to rt-save-par
           move start-row to rt-save-sr
           move start-col to rt-save-sc
           move gold-row  to rt-save-gr
           move gold-col  to rt-save-gc
           move tp-cost-tbl to tp-cost-save
           move 0 to rt-rated-cnt rt-fail-cnt rt-miss-cnt
           perform varying wk-pk from 1 by 1 until wk-pk > pack-cnt
              perform RATE-FILE-RTN
              move rt-score to pk-diff(wk-pk)
           end-perform
           move rt-save-name to map-file-name
           move rt-save-par to par-steps
           move rt-save-sr to start-row
           move rt-save-sc to start-col
           move rt-save-gr to gold-row
           move rt-save-gc to gold-col
           move tp-cost-save to tp-cost-tbl
           .
       RATE-FILE-RTN.
           move 0 to rt-score
           move pk-file(wk-pk) to map-file-name
           open input map-file
           if map-f-sts not = "00"
              add 1 to rt-miss-cnt
              exit paragraph
           end-if
           perform varying ck-r from 1 by 1 until ck-r > 21
              perform varying ck-c from 1 by 1 until ck-c > 21
                 move "#" to chk-map-cell(ck-r, ck-c)
                 move 999 to dist-cell(ck-r, ck-c)
              end-perform
           end-perform
           move 0 to start-row start-col gold-row gold-col
           perform TP-CLEAR-RTN
           perform TP-COST-RESET-RTN
           move 2 to ck-r
           perform until 1 = 0
              read map-file at end exit perform
              end-read
              if map-record(1:4) = "TPC "
                 perform TP-COST-LINE-RTN
                 exit perform cycle
              end-if
              if map-record(1:4) = "PAR " or ck-r > row-max
                 exit perform cycle
              end-if
              move map-record to map-row
              perform varying ck-c from 2 by 1 until ck-c > col-max
                 move map-col(ck-c)(1:1) to chk-map-cell(ck-r, ck-c)
                 if map-col(ck-c)(1:1) = "P"
                    move map-col(ck-c) to wk-cell2
                    perform TP-NOTE-RTN
                 end-if
                 evaluate chk-map-cell(ck-r, ck-c)
                    when "G"
                       move ck-r to gold-row
                       move ck-c to gold-col
                    when "S"
                       move ck-r to start-row
                       move ck-c to start-col
                 end-evaluate
              end-perform
              add 1 to ck-r
           end-perform
           close map-file
           move 0 to solve-ok-sw
           move 0 to par-steps
           if start-row not = 0 and gold-row not = 0
              perform SOLVE-FLOOD-RTN
           end-if
           perform RATE-SCORE-RTN
           if solve-ok-sw = 0
              add 1 to rt-fail-cnt
           else
              add 1 to rt-rated-cnt
           end-if
           .
       RATE-SCORE-RTN.
      *> difficulty from what the solver left in dist-tbl: moves on
      *> the cheapest path, extra terrain cost along it, dead ends
      *> and branch points in the reachable area, doors that must be
      *> crossed (and so a key fetched) and path cells that lie in a
      *> dog's patrol. 999 means Gold cannot be reached
           if solve-ok-sw = 0
              move 999 to rt-score
              exit paragraph
           end-if
           initialize rt-path-tbl
           move 0 to rt-steps rt-terrain rt-dead rt-branch
           move 0 to rt-doors rt-keys rt-expose rt-guard
           move gold-row to tb-r
           move gold-col to tb-c
           move dist-cell(gold-row, gold-col) to tb-want
           move 0 to tb-jump-sw
           perform until (tb-r = start-row and tb-c = start-col)
                   or rt-guard > 440
              add 1 to rt-guard
              move 1 to rt-path-cell(tb-r, tb-c)
              add 1 to rt-steps
              move chk-map-cell(tb-r, tb-c) to wk-cell
              perform CELL-COST-RTN
              if wk-cost = 0
                 move 1 to wk-cost
              end-if
              if wk-cost > 1
                 compute rt-terrain = rt-terrain + wk-cost - 1
              end-if
              if wk-cell = "L"
                 add 1 to rt-doors
              end-if
              perform TRACE-BACK-RTN
              if tb-found-sw = 0
                 exit perform
              end-if
      *> the hop between pads costs what the pair is set to
              if tb-found-sw = 3
                 subtract 1 from rt-steps
                 add tp-cost(tp-k) to rt-steps
              end-if
           end-perform
           move 1 to rt-path-cell(start-row, start-col)
           perform varying ck-r from 2 by 1 until ck-r > row-max
              perform varying ck-c from 2 by 1 until ck-c > col-max
                 if dist-cell(ck-r, ck-c) < 999 and
                    chk-map-cell(ck-r, ck-c) not = "S" and
                    chk-map-cell(ck-r, ck-c) not = "G"
                    perform RATE-OPEN-RTN
                    if rt-open = 1
                       add 1 to rt-dead
                    end-if
                    if rt-open > 2 and rt-room-sw = 0
                       add 1 to rt-branch
                    end-if
                 end-if
                 if chk-map-cell(ck-r, ck-c) = "D"
                    perform RATE-HAZARD-RTN
                 end-if
              end-perform
           end-perform
           if rt-doors > 0
              move 1 to rt-keys
           end-if
           compute rt-score = rt-steps + rt-terrain * 2 + rt-dead * 3
                 + rt-branch * 2 + rt-doors * 10 + rt-keys * 10
                 + rt-expose * 5
           if rt-score > 998
              move 998 to rt-score
           end-if
           .
       RATE-OPEN-RTN.
           move 0 to rt-open
           perform varying ck-d from 1 by 1 until ck-d > 4
              compute ck-nr = ck-r + dev-yy(ck-d)
              compute ck-nc = ck-c + dev-xx(ck-d)
              if ck-nr < 1 or ck-nr > 21 or
                 ck-nc < 1 or ck-nc > 21
                 exit perform cycle
              end-if
              move chk-map-cell(ck-nr, ck-nc) to wk-cell
              perform CELL-COST-RTN
              if wk-cost > 0
                 add 1 to rt-open
              end-if
           end-perform
      *> a junction is where corridors meet - a cell that is part of
      *> an open 2x2 square sits in a room, not at a fork
           move 0 to rt-room-sw
           perform varying rt-dy from -1 by 2 until rt-dy > 1
              perform varying rt-dx from -1 by 2 until rt-dx > 1
                 compute ck-nr = ck-r + rt-dy
                 compute ck-nc = ck-c + rt-dx
                 if ck-nr < 1 or ck-nr > 21 or
                    ck-nc < 1 or ck-nc > 21
                    exit perform cycle
                 end-if
                 move chk-map-cell(ck-nr, ck-c) to wk-cell
                 perform CELL-COST-RTN
                 move wk-cost to rt-cost-a
                 move chk-map-cell(ck-r, ck-nc) to wk-cell
                 perform CELL-COST-RTN
                 move wk-cost to rt-cost-b
                 move chk-map-cell(ck-nr, ck-nc) to wk-cell
                 perform CELL-COST-RTN
                 if rt-cost-a > 0 and rt-cost-b > 0 and wk-cost > 0
                    move 1 to rt-room-sw
                 end-if
              end-perform
           end-perform
           .
       RATE-HAZARD-RTN.
      *> a dog walks its row up to the nearest blocking cells, the
      *> same rule as HZ-CAN-ENTER-RTN
           move ck-c to rt-lo
           perform until rt-lo < 3
              move chk-map-cell(ck-r, rt-lo - 1) to wk-cell
              if wk-cell = "#" or wk-cell = "G" or wk-cell = "S"
                 or wk-cell = "D" or wk-cell = "T" or wk-cell = "P"
                 exit perform
              end-if
              subtract 1 from rt-lo
           end-perform
           move ck-c to rt-hi
           perform until rt-hi >= col-max
              move chk-map-cell(ck-r, rt-hi + 1) to wk-cell
              if wk-cell = "#" or wk-cell = "G" or wk-cell = "S"
                 or wk-cell = "D" or wk-cell = "T" or wk-cell = "P"
                 exit perform
              end-if
              add 1 to rt-hi
           end-perform
           perform varying rt-nc from rt-lo by 1 until rt-nc > rt-hi
              add rt-path-cell(ck-r, rt-nc) to rt-expose
           end-perform
           .
       RACE-START-RTN.
      *> two live cats on one board: cat 1 (the signed-in player)
      *> from S, cat 2 from T, alternate moves with Move on a cell
      *> next to the cat; first onto Gold wins
           if step-no > 0
              move "Reset the board before racing!!" to result-msg
              move "CE-M019" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           perform SOLVE-CHECK-RTN
           if start-row = 0 or gold-row = 0
              move "You have to set Start and Gold!!" to result-msg
              move "CE-M020" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           move 0 to rc-sr(2) rc-sc(2)
           perform varying ck-r from 2 by 1 until ck-r > row-max
              perform varying ck-c from 2 by 1 until ck-c > col-max
                 if chk-map-cell(ck-r, ck-c) = "T"
                    move ck-r to rc-sr(2)
                    move ck-c to rc-sc(2)
                 end-if
              end-perform
           end-perform
           if rc-sr(2) = 0
              move "Set a Start2 cell for the second cat!!"
                to result-msg
              move "CE-M021" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           if solve-ok-sw = 0
              move "Gold is unreachable for cat 1!!" to result-msg
              move "CE-M022" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
      *> the second cat has to be able to get there as well
           move start-row to rc-sr(1)
           move start-col to rc-sc(1)
           move par-steps to rc-save-par
           perform varying ck-r from 1 by 1 until ck-r > 21
              perform varying ck-c from 1 by 1 until ck-c > 21
                 move 999 to dist-cell(ck-r, ck-c)
              end-perform
           end-perform
           move rc-sr(2) to start-row
           move rc-sc(2) to start-col
           move 0 to solve-ok-sw
           perform SOLVE-FLOOD-RTN
           move rc-sr(1) to start-row
           move rc-sc(1) to start-col
           move rc-save-par to par-steps
           if solve-ok-sw = 0
              move "Gold is unreachable for cat 2!!" to result-msg
              move "CE-M023" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           perform SCAN-HAZARDS-RTN
           move player-name to rc-name(1)
           move spaces to rc-name(2)
           inquire screen-1-ef-10 value rc-name(2)
           if rc-name(2) = spaces
              move "GUEST" to rc-name(2)
           end-if
           move "S" to rc-den(1)
           move "T" to rc-den(2)
           move "1" to rc-mark(1)
           move "2" to rc-mark(2)
           perform varying rc-k from 1 by 1 until rc-k > 2
              move rc-sr(rc-k) to rc-r(rc-k)
              move rc-sc(rc-k) to rc-c(rc-k)
              move 0 to rc-steps(rc-k) rc-wait(rc-k) rc-key-sw(rc-k)
              move rc-den(rc-k) to rc-under(rc-k)
              modify screen-1-gr-1(rc-r(rc-k), rc-c(rc-k))
                     cell-data = rc-mark(rc-k)
           end-perform
           move 1 to race-sw
           move 1 to rc-turn
           move 0 to undo-valid-sw
           perform RACE-SHOW-RTN
           move spaces to result-msg
           move "CE-M063" to mc-id
           move "Race on -" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "CE-M064" to mc-id
           move " moves first" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(msg-part(1) trailing) " "
                  function trim(rc-name(1))
                  function trim(msg-part(2) trailing) delimited by size
                  into result-msg
           modify screen-1-ef-4 value result-msg
           .
       RACE-MOVE-RTN.
           if race-sw = 0
              move "Press Race to start a race!!" to result-msg
              move "CE-M024" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           perform GET-SELECTED-CELLS
           if selected-cell-cnt not = 1
              move "Select one cell next to your cat!!" to result-msg
              move "CE-M025" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           move rc-turn to rc-k
           compute rc-other = 3 - rc-k
           move selected-row(1) to rc-tr
           move selected-col(1) to rc-tc
           compute rc-dr = rc-tr - rc-r(rc-k)
           compute rc-dc = rc-tc - rc-c(rc-k)
           if rc-dr * rc-dr + rc-dc * rc-dc not = 1
              move "A cat moves one cell at a time!!" to result-msg
              move "CE-M026" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           if rc-tr = rc-r(rc-other) and rc-tc = rc-c(rc-other)
              move "The other cat is in the way!!" to result-msg
              move "CE-M027" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           move chk-map-cell(rc-tr, rc-tc) to wk-cell
      *> a dog's first square is plain floor once it walks off
           if wk-cell = "D"
              move space to wk-cell
           end-if
           if wk-cell = rc-den(rc-other)
              move "That is the other cat's den!!" to result-msg
              move "CE-M028" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
      *> each cat carries its own key, so a door only opens for the
      *> cat that picked one up
           move rc-key-sw(rc-k) to door-open-sw
           perform CELL-COST-RTN
           if wk-cost = 0
              if wk-cell = "L"
                 move "The door is locked - find a key!!"
                   to result-msg
                 move "CE-M029" to mc-id
                 perform RESULT-MSG-XLATE-RTN
              else
                 move "A wall blocks the way!!" to result-msg
                 move "CE-M030" to mc-id
                 perform RESULT-MSG-XLATE-RTN
              end-if
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           modify screen-1-gr-1(rc-r(rc-k), rc-c(rc-k))
                  cell-data = rc-under(rc-k)
           move rc-tr to rc-r(rc-k)
           move rc-tc to rc-c(rc-k)
           move wk-cell to rc-under(rc-k)
           add wk-cost to rc-steps(rc-k)
           compute rc-wait(rc-k) = wk-cost - 1
      *> a paired pad sends the cat across unless the other cat is
      *> standing on the far pad; the hop is paid for in turns
           if wk-cell = "P"
              move rc-tr to tp-at-r
              move rc-tc to tp-at-c
              perform TP-SHOW-RTN
              move tp-show to rc-under(rc-k)
              perform TP-FIND-RTN
              if tp-k > 0 and
                 (tp-r(tp-k, tp-pe) not = rc-r(rc-other) or
                  tp-c(tp-k, tp-pe) not = rc-c(rc-other))
                 move tp-r(tp-k, tp-pe) to rc-r(rc-k) tp-at-r
                 move tp-c(tp-k, tp-pe) to rc-c(rc-k) tp-at-c
                 perform TP-SHOW-RTN
                 move tp-show to rc-under(rc-k)
                 add tp-cost(tp-k) to rc-steps(rc-k) rc-wait(rc-k)
              end-if
           end-if
           modify screen-1-gr-1(rc-r(rc-k), rc-c(rc-k))
                  cell-data = rc-mark(rc-k)
           move spaces to result-msg
           if wk-cell = "K" and rc-key-sw(rc-k) = 0
              move 1 to rc-key-sw(rc-k)
              move "CE-M067" to mc-id
              move " picked up a key" to mc-text
              perform MSG-GET-RTN
              string function trim(rc-name(rc-k))
                     function trim(mc-text trailing) delimited by size
                     into result-msg
           end-if
           if wk-cell = "G"
              perform RACE-WIN-RTN
              exit paragraph
           end-if
           perform RACE-CATCH-RTN
           perform RACE-NEXT-RTN
           perform RACE-SHOW-RTN
           if result-msg = spaces
              move "CE-M068" to mc-id
              move " to move" to mc-text
              perform MSG-GET-RTN
              string function trim(rc-name(rc-turn))
                     function trim(mc-text trailing)
                     delimited by size into result-msg
           end-if
           modify screen-1-ef-4 value result-msg
           .
       RACE-NEXT-RTN.
      *> a cat that waded into mud or water sits out the extra turns
      *> the cell cost; the dogs move once both cats have had a turn
           move 0 to rc-guard
           perform until 1 = 0
              add 1 to rc-guard
              if rc-turn = 2
                 move 1 to rc-turn
                 perform MOVE-HAZARDS-RTN
                 perform RACE-CATCH-RTN
              else
                 move 2 to rc-turn
              end-if
              if rc-wait(rc-turn) = 0 or rc-guard > 20
                 exit perform
              end-if
              subtract 1 from rc-wait(rc-turn)
           end-perform
           .
       RACE-CATCH-RTN.
      *> a cat sharing a square with a dog goes back to its den and
      *> keeps the steps it has used
           perform varying rc-k from 1 by 1 until rc-k > 2
              perform varying wk-h from 1 by 1 until wk-h > hz-cnt
                 if hz-r(wk-h) = rc-r(rc-k) and
                    hz-c(wk-h) = rc-c(rc-k)
                    move rc-under(rc-k) to hz-under(wk-h)
                    modify screen-1-gr-1(hz-r(wk-h), hz-c(wk-h))
                           cell-data = "D"
                    move rc-sr(rc-k) to rc-r(rc-k)
                    move rc-sc(rc-k) to rc-c(rc-k)
                    move rc-den(rc-k) to rc-under(rc-k)
                    move 0 to rc-wait(rc-k)
                    modify screen-1-gr-1(rc-r(rc-k), rc-c(rc-k))
                           cell-data = rc-mark(rc-k)
                    move spaces to result-msg
                    move "CE-M065" to mc-id
                    move "The dog sent" to mc-text
                    perform MSG-GET-RTN
                    move mc-text to msg-part(1)
                    move "CE-M066" to mc-id
                    move " home!!" to mc-text
                    perform MSG-GET-RTN
                    move mc-text to msg-part(2)
                    string function trim(msg-part(1) trailing) " "
                           function trim(rc-name(rc-k))
                           function trim(msg-part(2) trailing)
                           delimited by size into result-msg
                 end-if
              end-perform
           end-perform
           .
       RACE-SHOW-RTN.
           move spaces to race-msg
           string "1:" rc-name(1) rc-steps(1) " 2:" rc-name(2)
                  rc-steps(2) " >" rc-mark(rc-turn)
                  delimited by size into race-msg
           modify screen-1-ef-11 value race-msg
           .
       RACE-WIN-RTN.
           move 0 to race-sw
           perform RACE-SHOW-RTN
           move rc-steps(rc-k) to rc-steps-ed
           move spaces to result-msg
           move "CE-M069" to mc-id
           move " wins in" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(1)
           move "CE-M070" to mc-id
           move " steps!!" to mc-text
           perform MSG-GET-RTN
           move mc-text to msg-part(2)
           string function trim(rc-name(rc-k))
                  function trim(msg-part(1) trailing) " "
                  function trim(rc-steps-ed)
                  function trim(msg-part(2) trailing)
                  delimited by size into result-msg
           modify screen-1-ef-4 value result-msg
           move function current-date to wk-curdate
           move spaces to race-record
           move wk-curdate(1:8) to rl-date
           move wk-curdate(9:6) to rl-time
           if map-file-name = spaces
              move "(unsaved)" to rl-map
           else
              move map-file-name to rl-map
           end-if
           move rc-name(1)  to rl-player1
           move rc-steps(1) to rl-steps1
           move rc-name(2)  to rl-player2
           move rc-steps(2) to rl-steps2
           move rc-name(rc-k) to rl-winner
           move "../data/catseye_race.log" to lk-file
           move "LOCK" to lk-func
           call "FileLock" using lock-param
           open extend race-file
           if race-f-sts = "35"
              open output race-file
              close race-file
              open extend race-file
           end-if
           write race-record
           close race-file
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           .
       IMPORT-PIC-RTN.
      *> MonoChrome pic-files keep one C record per non-zero cell -
           open input mono-file
           if mono-f-sts not = "00"
              move "Picture file not found" to result-msg
              move "CE-M031" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           close mono-file
           move "Picture imported - set Start and Gold" to
                 result-msg
           move "CE-M046" to mc-id
           perform RESULT-MSG-XLATE-RTN
           modify screen-1-ef-4 value result-msg
           .
       REPLAY-NAME-RTN.
           .
       TRACE-PATH-RTN.
           move 0 to path-cnt
           move gold-row to tb-r
           move gold-col to tb-c
           move dist-cell(gold-row, gold-col) to tb-want
           move 0 to tb-jump-sw
           move 0 to wk-k
           perform until (tb-r = start-row and tb-c = start-col)
                   or wk-k > 99
              add 1 to wk-k
              perform TRACE-BACK-RTN
              if tb-found-sw = 0
                 exit perform
              end-if
              if path-cnt < 100
                 add 1 to path-cnt
                 move tb-r to pth-r(path-cnt)
                 move tb-c to pth-c(path-cnt)
              end-if
           end-perform
           .
           open input replay-file
           if replay-f-sts not = "00"
              move "No replay file for this map" to result-msg
              move "CE-M032" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           perform REPLAY-READ-RTN
           if rp-cnt = 0
              move "Replay file is empty" to result-msg
              move "CE-M033" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
           move 0 to ghost-step
           move 0 to ghost-done-sw
           move "Ghost loaded - beat it to the Gold!!" to result-msg
           move "CE-M034" to mc-id
           perform RESULT-MSG-XLATE-RTN
           modify screen-1-ef-4 value result-msg
           .
       GHOST-STEP-RTN.
              move 1 to ghost-done-sw
              move "The ghost reached the Gold - keep going!!"
                to result-msg
              move "CE-M035" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
           end-if
           .
           open input replay-file
           if replay-f-sts not = "00"
              move "No replay file for this map" to result-msg
              move "CE-M032" to mc-id
              perform RESULT-MSG-XLATE-RTN
              modify screen-1-ef-4 value result-msg
              exit paragraph
           end-if
                     cell-color = 289
           end-perform
           move "Replay finished" to result-msg
           move "CE-M036" to mc-id
           perform RESULT-MSG-XLATE-RTN
           modify screen-1-ef-4 value result-msg
           move 0 to step-no
           move 0 to undo-valid-sw
                 read best-file
                    at end exit perform
                 end-read
                 if best-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if best-map-label = best-key
                    move best-rec-steps to best-steps
                    move 1 to best-found-sw
                 read best-file
                    at end exit perform
                 end-read
                 if best-record(1:7) = "*LAYOUT"
                    exit perform cycle
                 end-if
                 if best-map-label not = best-key
                    and bf-cnt < 50
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
              move bf-label(wk-i)  to best-map-label
           move rs-seal to best-seal
           write best-record
           close best-file
           move sw-file to best-file-name
           move "COMT" to sw-func
           call "SafeSwap" using swap-param
           move "UNLK" to lk-func
           call "FileLock" using lock-param
           .
           move 0 to step-no
           move 0 to undo-valid-sw
           move 0 to ghost-active-sw
           move 0 to race-sw
           move spaces to race-msg
           modify screen-1-ef-11 value race-msg
           perform TP-COST-RESET-RTN
           modify screen-1-ef-7 value "----"
           .

           end-perform.
           modify screen-1-gr-1 mass-update = 0
		        .            
       screen-1-bef-create.
           perform TITLES-RTN
           .
       TITLES-RTN.
      *> settle the language and put the captions and fixed
      *> messages into it before the window is shown
           move "LANG" to mc-func
           call "MsgCat" using mc-param
           perform varying ttl-i from 1 by 1 until ttl-i > 47
              move spaces to mc-id
              string "CE-" ttl-ctl(ttl-i) delimited by space
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


